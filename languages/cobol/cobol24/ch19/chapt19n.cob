000020 Program-Id.  Chapt19n.
000030* Nightly Job Driver
000040* Runs the nightly sequence - Chapt19e dealer maintenance, the
000050* Chapt19r vehicle maintenance, the Chapt19y prospect maintenance,
000060* the Chapt19a rent report, the Chapt19b aging report, the
000070* Chapt19c reconciliation, the Chapt19d inventory listing, the
000080* Chapt19f statements, the Chapt20h hold expiry (so units whose
000090* hold ran out are matched the same night), the Chapt19z prospect
000100* match, the Chapt20e missing documents report, the Chapt20j
000110* suspense aging report and the Chapt20c general ledger interface
000120* - in that order, using the start and end records each program
000130* writes to Runctl.Dat. A step is refused when its predecessor's
000140* last control record is not a clean end record, and an incomplete
000150* Chapt19a step is simply re-called, since Chapt19a resumes itself
000151* from its Chapt19a.Rst checkpoint. The driver writes its own
000152* control records, so a run that dies at 2am can be diagnosed from
000153* Runctl.Dat alone.
000160 Environment Division.
000170 Configuration Section.
000180 Source-Computer.  IBM-PC.
000380     03  Filler Pic X(8) Value "CHAPT19C".
000390     03  Filler Pic X(8) Value "CHAPT19D".
000400     03  Filler Pic X(8) Value "CHAPT19F".
000401     03  Filler Pic X(8) Value "CHAPT20H".
000410     03  Filler Pic X(8) Value "CHAPT19Z".
000411     03  Filler Pic X(8) Value "CHAPT20E".
000412     03  Filler Pic X(8) Value "CHAPT20J".
000413     03  Filler Pic X(8) Value "CHAPT20C".
000420 01  Step-Table-Redef Redefines Step-Table.
000430     03  Step-Program-Entry Pic X(8) Occurs 13 Times.
000440* The Call names carry the Program-Id exactly as coded in each
000450* program, since Call resolves the entry name case-sensitively.
000460 01  Step-Call-Table.
000520     03  Filler Pic X(8) Value "Chapt19c".
000530     03  Filler Pic X(8) Value "Chapt19d".
000540     03  Filler Pic X(8) Value "Chapt19f".
000541     03  Filler Pic X(8) Value "Chapt20h".
000550     03  Filler Pic X(8) Value "Chapt19z".
000551     03  Filler Pic X(8) Value "Chapt20e".
000552     03  Filler Pic X(8) Value "Chapt20j".
000553     03  Filler Pic X(8) Value "Chapt20c".
000560 01  Step-Call-Redef Redefines Step-Call-Table.
000570     03  Step-Call-Entry Pic X(8) Occurs 13 Times.
000580 01  Step-Count               Pic 9(4) Comp Value 13.
000590 01  Step-Sub                 Pic 9(4) Comp Value Zeros.
000600 01  Halt-Switch              Pic X Value "N".
000610     88  Sequence-Halted      Value "Y".
