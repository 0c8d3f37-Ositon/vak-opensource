000030* Consignment Settlement Posting
000040* The payout side of the house: for each dealer, lists every
000050* vehicle sold in the settlement period from Vehicle-File (VIN,
000060* make/model, sold date, sold price), takes that dealer's
000070* commission from each sale, and prints the gross proceeds owed.
000080* The commission is the one Chapt19g posted for the sale on
000090* Salehist.Dat, so settlement pays at the same rates as posting; a
000100* sale posted before Salehist.Dat was kept is figured from the
000110* dealer's Commsch.Dat schedule (band rate and minimum) or, with
000120* no schedule, Consignment-Percent. Before the check is figured
000130* the dealer's open rent, late fee and clawback charges on
000140* Dealrlgr.Dat come out of the payout, oldest first; each charge
000150* paid down this way gets a fully applied settlement offset item
000151* on the ledger, and a rent charge that clears advances the
000151* Dealer-Record rent dates just as a receipt would. The statement
000152* shows gross proceeds, rent withheld and the net check; a dealer
000153* whose charges run past the payout gets a zero check and the rest
000153* stays open on the ledger. A grand total gives the office the
000154* checks to cut. Each listed sale is marked settled on
000155* Vehicle-File with the settlement date, so a re-run cannot pay
000155* the same sale twice, and one check-ready register record per
000156* dealer goes to the Payreg.Dat payables register to reconcile to
000157* the checkbook, carrying the gross proceeds and rent withheld
000157* beside it. The period comes from Chapt19q.Parm (from/to dates,
000158* MMDDYYYY); with no parameter card every unsettled sold vehicle
000159* is settled. Sales whose dealer is missing from Dealer-File are
000160* flagged and skipped, not paid blind and not marked settled.
000170* Settlement and Dealer-Record rewrites are journaled to
000180* Dayjrnl.Dat for the Chapt19u roll-forward recovery. A sale whose
000181* title on Title.Dat still shows a lienholder without the lien
000182* payoff confirmed (Chapt20d) is listed as held and is neither
000183* paid nor marked settled, so it comes up again on the first run
000184* after the payoff is confirmed. A dealer with every sale held
000185* gets no check and no register record.
000190 Environment Division.
000200 Configuration Section.
000210 Source-Computer.  IBM-PC.
000380         Record Key Dealer-Number
000390         Alternate Record Key Dealer-Name
000400         File Status Dealer-Status.
000401     Select Optional Ledger-File Assign To "Dealrlgr.Dat"
000401         Organization Indexed
000401         Access Dynamic
000402         Record Key Ledger-Key
000402         File Status Ledger-Status.
000403     Select Optional Title-File Assign To "Title.Dat"
000403         Organization Indexed
000404         Access Dynamic
000404         Record Key Title-Vin
000404         File Status Title-Status.
000405     Select Optional Sale-History-File Assign To "Salehist.Dat"
000405         Organization Indexed
000406         Access Dynamic
000406         Record Key Sale-Key
000407         Alternate Record Key Sale-Dealer-Number With Duplicates
000407         File Status Salehist-Status.
000407     Select Optional Schedule-File Assign To "Commsch.Dat"
000408         Organization Indexed
000408         Access Dynamic
000409         Record Key Schedule-Code
000409         File Status Schedule-Status.
000410     Select Optional Register-File Assign To "Payreg.Dat"
000420         Organization Line Sequential
000430         File Status Register-Status.
000620     Copy Vehicrec.
000630 Fd  Dealer-File.
000640     Copy Dealerec.
000641 Fd  Ledger-File.
000642     Copy Dealrlgr.
000643 Fd  Title-File.
000644     Copy Titlerec.
000645 Fd  Sale-History-File.
000646     Copy Salehist.
000647 Fd  Schedule-File.
000648     Copy Commsch.
000650 Fd  Register-File.
000660 01  Register-Record.
000670     03  Register-Date            Pic 9(8).
000720     03  Register-Sales-Total     Pic S9(9)v99.
000730     03  Register-Commis-Total    Pic S9(9)v99.
000740     03  Register-Net-Amount      Pic S9(9)v99.
000741     03  Register-Gross-Amount    Pic S9(9)v99.
000742     03  Register-Rent-Withheld   Pic S9(9)v99.
000743     03  Register-Deposit-Refund  Pic S9(9)v99.
000744     03  Register-Credit-Refund   Pic S9(9)v99.
000750 Fd  Journal-File.
000760     Copy Jrnlrec.
000770 Fd  Error-Log-File.
000870 01  Dealer-Status            Pic XX Value Zeros.
000880     88  Dealer-Success   Value "00" Thru "09".
000890     88  Hard-Dealer-Error Value "30" Thru "99".
000891 01  Ledger-Status            Pic XX Value Zeros.
000891     88  Ledger-Success   Value "00" Thru "09".
000892     88  Hard-Ledger-Error Value "30" Thru "99".
000893 01  Title-Status             Pic XX Value Zeros.
000894     88  Title-Success    Value "00" Thru "09".
000894     88  Hard-Title-Error Value "30" Thru "99".
000895 01  Salehist-Status          Pic XX Value Zeros.
000896     88  Salehist-Success Value "00" Thru "09".
000897     88  Hard-Salehist-Error Value "30" Thru "99".
000897 01  Schedule-Status          Pic XX Value Zeros.
000898     88  Schedule-Success Value "00" Thru "09".
000899     88  Hard-Schedule-Error Value "30" Thru "99".
000900 01  Register-Status          Pic XX Value Zeros.
000910     88  Register-Success Value "00" Thru "09".
000920 01  Journal-Status           Pic XX Value Zeros.
001390     03  QT-Percent         Pic ZZ9.
001400     03  Filler             Pic X(4)  Value "%:".
001410     03  QT-Commis-Total    Pic $$,$$$,$$9.99.
001411 01  Settle-Schedule-Line.
001412     03  Filler             Pic X(15) Value Spaces.
001413     03  Filler             Pic X(16) Value "Commission sch".
001414     03  QT-Schedule-Code   Pic X(5)  Value Spaces.
001415     03  QT-Sched-Commis-Total Pic $$,$$$,$$9.99.
001420 01  Settle-Total-Line-3.
001430     03  Filler             Pic X(15) Value Spaces.
001440     03  Filler             Pic X(21) Value "Gross Proceeds:".
001450     03  QT-Net-Total       Pic $$,$$$,$$9.99.
001451 01  Withheld-Detail-Line.
001451     03  Filler             Pic X(17) Value Spaces.
001451     03  Filler             Pic X(5)  Value "Less".
001451     03  WD-Description     Pic X(9)  Value Spaces.
001452     03  WD-Period          Pic 9999/99.
001452     03  Filler             Pic X     Value Spaces.
001452     03  WD-Amount          Pic $$$,$$9.99.
001452 01  Settle-Total-Line-4.
001453     03  Filler             Pic X(15) Value Spaces.
001453     03  Filler             Pic X(21) Value "Rent Withheld:".
001453     03  QT-Withheld-Total  Pic $$,$$$,$$9.99.
001454 01  Settle-Total-Line-5.
001454     03  Filler             Pic X(15) Value Spaces.
001454     03  Filler             Pic X(21) Value "Net Check Amount:".
001454     03  QT-Check-Total     Pic $$,$$$,$$9.99.
001455 01  Settle-Total-Line-6.
001455     03  Filler             Pic X(15) Value Spaces.
001455     03  Filler             Pic X(21) Value "Rent Still Owed:".
001456     03  QT-Open-Total      Pic $$,$$$,$$9.99.
001456 01  Held-Detail-Line.
001456     03  QH-Vin             Pic X(18) Value Spaces.
001456     03  QH-Make-Model      Pic X(15) Value Spaces.
001457     03  QH-Sold-Date       Pic 99/99/9999.
001457     03  Filler             Pic X     Value Spaces.
001457     03  QH-Sold-Price      Pic Z,ZZZ,ZZ9.99.
001458     03  Filler             Pic X     Value Spaces.
001458     03  Filler             Pic X(22)
001458         Value "Held - lien not paid".
001458 01  No-Release-Line.
001459     03  Filler             Pic X(15) Value Spaces.
001459     03  Filler             Pic X(40)
001459         Value "No sales released - no check this period".
001460 01  Orphan-Warn-Line.
001470     03  OW-Dealer-Number   Pic X(9)  Value Spaces.
001480     03  Filler             Pic X(36)
001490         Value "Dealer not on file - sales skipped".
001500 01  Grand-Total-Line-1.
001510     03  Filler             Pic X(24) Value Spaces.
001511     03  Filler             Pic X(26) Value "Gross Proceeds:".
001512     03  GT-Gross-Total     Pic $$$,$$$,$$9.99.
001513 01  Grand-Total-Line-2.
001514     03  Filler             Pic X(24) Value Spaces.
001515     03  Filler             Pic X(26) Value "Rent Withheld:".
001516     03  GT-Withheld-Total  Pic $$$,$$$,$$9.99.
001517 01  Grand-Total-Line-3.
001518     03  Filler             Pic X(24) Value Spaces.
001520     03  Filler             Pic X(26)
001530         Value "Net Checks All Dealers:".
001540     03  GT-Net-Total       Pic $$$,$$$,$$9.99.
001550 01  Grand-Total-Line-4.
001560     03  Filler             Pic X(24) Value Spaces.
001570     03  Filler             Pic X(26) Value "Dealers Paid:".
001580     03  GT-Dealer-Count    Pic ZZZ,ZZ9.
001590 01  Grand-Total-Line-5.
001600     03  Filler             Pic X(24) Value Spaces.
001610     03  Filler             Pic X(26) Value "Sales Listed:".
001620     03  GT-Sale-Count      Pic ZZZ,ZZ9.
001630 01  Grand-Total-Line-6.
001640     03  Filler             Pic X(24) Value Spaces.
001650     03  Filler             Pic X(26) Value "Sales Skipped:".
001660     03  GT-Skip-Count      Pic ZZZ,ZZ9.
001670 01  Grand-Total-Line-7.
001680     03  Filler             Pic X(24) Value Spaces.
001690     03  Filler             Pic X(26) Value "Mark Failures:".
001700     03  GT-Fail-Count      Pic ZZZ,ZZ9.
001701 01  Grand-Total-Line-8.
001702     03  Filler             Pic X(24) Value Spaces.
001703     03  Filler             Pic X(26) Value "Offset Failures:".
001704     03  GT-Offset-Fail-Count Pic ZZZ,ZZ9.
001705 01  Grand-Total-Line-9.
001706     03  Filler             Pic X(24) Value Spaces.
001707     03  Filler             Pic X(26)
001708         Value "Held For Lien Payoff:".
001709     03  GT-Held-Count      Pic ZZZ,ZZ9.
001710 01  First-Statement-Switch   Pic X Value "Y".
001720     88  First-Statement  Value "Y".
001730 01  First-Detail-Switch      Pic X Value "Y".
001780     88  Orphan-Warned    Value "Y".
001790 01  Dealer-Found-Switch      Pic X Value "N".
001800     88  Dealer-Found     Value "Y".
001801 01  Lien-Hold-Switch         Pic X Value "N".
001802     88  Lien-Payoff-Pending Value "Y".
001803 01  Sale-Found-Switch        Pic X Value "N".
001804     88  Sale-History-Found  Value "Y".
001805 01  Sale-Done-Switch         Pic X Value "N".
001806     88  Sale-History-Done   Value "Y".
001807 01  Band-Found-Switch        Pic X Value "N".
001808     88  Band-Found          Value "Y".
001810 01  Prior-Settle-Dealer      Pic X(8) Value Spaces.
001811 01  Dealer-Updated-Switch    Pic X Value "N".
001811     88  Dealer-Dates-Updated Value "Y".
001811 01  Ledger-Done-Switch       Pic X Value "N".
001811     88  Ledger-Dealer-Done   Value "Y".
001811 01  Ledger-Written-Switch    Pic X Value "N".
001812     88  Ledger-Item-Written  Value "Y".
001812 01  Due-Date-Area.
001812     03  Due-Date-Value       Pic 9(8).
001812     03  Due-Date-Redef       Redefines Due-Date-Value.
001813         05  Due-Month        Pic 99.
001813         05  Due-Day          Pic 99.
001813         05  Due-Year         Pic 9(4).
001813 01  Work-Date-Parts.
001814     03  Work-Year            Pic 9(4).
001814     03  Work-Month           Pic 99.
001814     03  Work-Day             Pic 99.
001814 01  Month-Days-Table.
001815     03  Filler  Pic X(24) Value "312831303130313130313031".
001815 01  Month-Days-Redef Redefines Month-Days-Table.
001815     03  Month-Days-Entry Pic 99 Occurs 12 Times.
001815 01  Month-Days-Work          Pic 99 Value Zeros.
001815 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
001816 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
001816 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
001816 01  Leap-Quotient            Pic 9(4) Value Zeros.
001816 01  Leap-Year-Switch         Pic X Value "N".
001817     88  Leap-Year            Value "Y".
001817* Charges paid down out of the current dealer's payout, held
001817* until the ledger walk is finished and then written as
001817* settlement offset items and listed on the statement.
001818 01  Offset-Table.
001818     03  Offset-Entry Occurs 50 Times.
001818         05  Offset-Type      Pic X.
001818         05  Offset-Period    Pic 9(6).
001819         05  Offset-Amount    Pic S9(7)v99 Comp-3.
001819 01  Max-Offsets              Pic 9(4) Comp Value 50.
001819 01  Offset-Count             Pic 9(4) Comp Value Zeros.
001819 01  Offset-Sub               Pic 9(4) Comp Value Zeros.
001820 01  Current-Date-Area.
001830     03  Current-Date-YYYYMMDD Pic 9(8).
001840     03  Current-Date-X        Redefines Current-Date-YYYYMMDD.
002080 01  Sold-Date-Key            Pic 9(8) Value Zeros.
002090 01  Make-Model-Work          Pic X(15) Value Spaces.
002100 01  Commission-Work          Pic S9(7)v99 Comp-3 Value Zeros.
002101 01  Posted-Commission-Work   Pic S9(7)v99 Comp-3 Value Zeros.
002102 01  Commission-Percent-Work  Pic 9(3)v99 Value Zeros.
002103 01  Band-Sub                 Pic 9(4) Comp Value Zeros.
002104 01  Band-Count               Pic 9(4) Comp Value 5.
002110 01  Net-Work                 Pic S9(7)v99 Comp-3 Value Zeros.
002120 01  Dealer-Sales-Total       Pic S9(7)v99 Comp-3 Value Zeros.
002130 01  Dealer-Commis-Total      Pic S9(7)v99 Comp-3 Value Zeros.
002140 01  Dealer-Net-Total         Pic S9(7)v99 Comp-3 Value Zeros.
002141 01  Dealer-Withheld-Total    Pic S9(7)v99 Comp-3 Value Zeros.
002142 01  Dealer-Check-Total       Pic S9(7)v99 Comp-3 Value Zeros.
002143 01  Dealer-Open-Total        Pic S9(7)v99 Comp-3 Value Zeros.
002144 01  Remaining-Work           Pic S9(7)v99 Comp-3 Value Zeros.
002145 01  Open-Work                Pic S9(7)v99 Comp-3 Value Zeros.
002146 01  Apply-Work               Pic S9(7)v99 Comp-3 Value Zeros.
002147 01  Grand-Gross-Total        Pic S9(9)v99 Comp-3 Value Zeros.
002148 01  Grand-Withheld-Total     Pic S9(9)v99 Comp-3 Value Zeros.
002150 01  Grand-Net-Total          Pic S9(9)v99 Comp-3 Value Zeros.
002160 01  Dealer-Paid-Count        Pic 9(5) Value Zeros.
002170 01  Sale-Count               Pic 9(7) Value Zeros.
002180 01  Skip-Count               Pic 9(7) Value Zeros.
002190 01  Dealer-Sale-Count        Pic 9(5) Value Zeros.
002200 01  Mark-Fail-Count          Pic 9(7) Value Zeros.
002201 01  Offset-Fail-Count        Pic 9(7) Value Zeros.
002202 01  Held-Count               Pic 9(7) Value Zeros.
002210 Procedure Division.
002220 Declaratives.
002230 Vehicle-File-Error Section.
002440        Stop Run
002450     End-If
002460     .
002461 Ledger-File-Error Section.
002461     Use After Standard Error Procedure On Ledger-File
002461     .
002461 Ledger-Error-Paragraph.
002461     Display "Error on Ledger File " Ledger-Status
002461     Perform Write-Ledger-Error-Log
002462     If Hard-Ledger-Error
002462        Display "Fatal error on Ledger File - job terminated"
002462        Perform Write-Run-Failure
002462        Stop Run
002462     End-If
002463     .
002463 Title-File-Error Section.
002463     Use After Standard Error Procedure On Title-File
002463     .
002463 Title-Error-Paragraph.
002464     Display "Error on Title File " Title-Status
002464     Perform Write-Title-Error-Log
002464     If Hard-Title-Error
002464        Display "Fatal error on Title File - job terminated"
002464        Perform Write-Run-Failure
002464        Stop Run
002465     End-If
002465     .
002465 Sale-History-File-Error Section.
002465     Use After Standard Error Procedure On Sale-History-File
002465     .
002466 Sale-History-Error-Paragraph.
002466     Display "Error on Salehist File " Salehist-Status
002466     Perform Write-Sale-Error-Log
002466     If Hard-Salehist-Error
002466        Display "Fatal error on Salehist File - job terminated"
002467        Perform Write-Run-Failure
002467        Stop Run
002467     End-If
002467     .
002467 Schedule-File-Error Section.
002467     Use After Standard Error Procedure On Schedule-File
002468     .
002468 Schedule-Error-Paragraph.
002468     Display "Error on Schedule File " Schedule-Status
002468     Perform Write-Schedule-Error-Log
002468     If Hard-Schedule-Error
002469        Display "Fatal error on Schedule File - job terminated"
002469        Perform Write-Run-Failure
002469        Stop Run
002469     End-If
002469     .
002470 End Declaratives.
002480 Chapt19q-Start.
002490     Display "Begin Process Chapt19q"
002500     Perform Write-Run-Start
002510     Perform Open-Files
002520      If Vehicle-Success And Dealer-Success And Register-Success
002521                         And Ledger-Success
002522                         And Title-Success
002523                         And Salehist-Success
002524                         And Schedule-Success
002530        Perform Get-Current-Date
002540        Perform Read-Parameter-Card
002550        Perform Start-Vehicle-By-Dealer
003270        End-If
003280     End-If
003290     If Dealer-Found
003300        Perform Check-Lien-Payoff
003301        If Lien-Payoff-Pending
003302           Perform Print-Held-Detail
003303        Else
003304           Perform Print-Sale-Detail
003305        End-If
003310     Else
003320        Add 1 To Skip-Count
003330        If Not Orphan-Warned
003570             Move "Y" To Dealer-Found-Switch
003580     End-Read
003590     .
003591* A lien on the title must be paid off out of the proceeds
003591* before the dealer sees any of them; no Title.Dat record, or
003591* a title that came in clear, does not hold the sale.
003591 Check-Lien-Payoff.
003591     Move "N" To Lien-Hold-Switch
003591     Move Vehicle-Vin To Title-Vin
003591     Read Title-File Key Title-Vin
003591          Invalid Key
003591             Continue
003591          Not Invalid Key
003591             If Title-Lienholder Not = Spaces
003591                And Not Title-Payoff-Confirmed
003592                Move "Y" To Lien-Hold-Switch
003592             End-If
003592     End-Read
003592     .
003592 Print-Held-Detail.
003592     If Not Header-Printed
003592        Perform Print-Statement-Header
003592     End-If
003592     Perform Format-Make-Model
003592     Move Vehicle-Vin        To QH-Vin
003592     Move Make-Model-Work    To QH-Make-Model
003592     Move Vehicle-Sold-Date  To QH-Sold-Date
003593     Move Sold-Price         To QH-Sold-Price
003593     Write Report-Record From Held-Detail-Line After 1
003593     Add 1 To Held-Count
003593     .
003593* Pay the commission posted with the sale; only a sale with no
003593* posted Salehist.Dat record is figured here, and then without
003593* a year-to-date reduction, there being no history to measure
003593* the year against.
003593 Set-Settle-Commission.
003593     Perform Find-Sale-History
003593     If Sale-History-Found
003593        Move Posted-Commission-Work To Commission-Work
003594     Else
003594        Move "N" To Band-Found-Switch
003594        If Dealer-Schedule-Code Not = Spaces
003594           Move Dealer-Schedule-Code To Schedule-Code
003594           Read Schedule-File Key Schedule-Code
003594                Invalid Key
003594                   Continue
003594                Not Invalid Key
003594                   Perform Compute-Schedule-Commission
003594           End-Read
003594        End-If
003594        If Not Band-Found
003595           Compute Commission-Work Rounded =
003595                   (Sold-Price * Consignment-Percent) / 100
003595        End-If
003595     End-If
003595     .
003595 Find-Sale-History.
003595     Move "N" To Sale-Found-Switch
003595     Move "N" To Sale-Done-Switch
003595     Move Vehicle-Vin To Sale-Vin
003595     Move Zeros To Sale-Post-Date
003595                   Sale-Post-Time
003595     Start Sale-History-File Key Not < Sale-Key
003596         Invalid Key Move "Y" To Sale-Done-Switch
003596     End-Start
003596     Perform Read-Next-Sale-History Until Sale-History-Done
003596     .
003596 Read-Next-Sale-History.
003596     Read Sale-History-File Next Record
003596          At End Move "Y" To Sale-Done-Switch
003596          Not At End
003596             If Sale-Vin Not = Vehicle-Vin
003596                Move "Y" To Sale-Done-Switch
003596             Else
003596                If Sale-Posted
003597                   Move "Y" To Sale-Found-Switch
003597                   Move Sale-Commission To Posted-Commission-Work
003597                End-If
003597             End-If
003597     End-Read
003597     .
003597* Same band rules as Chapt19g: the first band whose limit
003597* covers the price, a zero limit marking the top band, never
003597* less than the schedule minimum nor more than the price.
003597* Band-Found is left set only when a schedule rate was used.
003597 Compute-Schedule-Commission.
003597     Move Schedule-Band-Percent (Band-Count)
003598       To Commission-Percent-Work
003598     Move 1 To Band-Sub
003598     Perform Find-Commission-Band
003598         Until Band-Found Or Band-Sub > Band-Count
003598     Move "Y" To Band-Found-Switch
003598     Compute Commission-Work Rounded =
003598             (Sold-Price * Commission-Percent-Work) / 100
003598     If Commission-Work < Schedule-Minimum
003598        Move Schedule-Minimum To Commission-Work
003598     End-If
003598     If Commission-Work > Sold-Price
003598        Move Sold-Price To Commission-Work
003599     End-If
003599     .
003599 Find-Commission-Band.
003599     If Schedule-Band-Limit (Band-Sub) = Zeros
003599        Or Sold-Price Not > Schedule-Band-Limit (Band-Sub)
003599        Move Schedule-Band-Percent (Band-Sub)
003599          To Commission-Percent-Work
003599        Move "Y" To Band-Found-Switch
003599     End-If
003599     Add 1 To Band-Sub
003599     .
003600 Print-Sale-Detail.
003610     If Not Header-Printed
003620        Perform Print-Statement-Header
003630     End-If
003640     Perform Set-Settle-Commission
003660     Compute Net-Work = Sold-Price - Commission-Work
003670     Perform Format-Make-Model
003680     Move Vehicle-Vin        To QD-Vin
004220     Write Report-Record From Settle-Head-Line-1 After 2
004230     .
004240 Print-Dealer-Totals.
004250     If Header-Printed And Dealer-Sale-Count = Zeros
004251        Write Report-Record From No-Release-Line After 2
004252     End-If
004253     If Header-Printed And Dealer-Sale-Count > Zeros
004260        Add 1 To Dealer-Paid-Count
004270        Perform Apply-Rent-Offsets
004271        Compute Dealer-Check-Total =
004272                Dealer-Net-Total - Dealer-Withheld-Total
004273        Add Dealer-Net-Total      To Grand-Gross-Total
004274        Add Dealer-Withheld-Total To Grand-Withheld-Total
004275        Add Dealer-Check-Total    To Grand-Net-Total
004280        Move Dealer-Sales-Total   To QT-Sales-Total
004290        Move Consignment-Percent  To QT-Percent
004300        Move Dealer-Commis-Total  To QT-Commis-Total
004301        Move Dealer-Schedule-Code To QT-Schedule-Code
004302        Move Dealer-Commis-Total  To QT-Sched-Commis-Total
004310        Move Dealer-Net-Total     To QT-Net-Total
004311        Move Dealer-Withheld-Total To QT-Withheld-Total
004312        Move Dealer-Check-Total   To QT-Check-Total
004313        Move Dealer-Open-Total    To QT-Open-Total
004320        Write Report-Record From Settle-Total-Line-1 After 2
004330        If Dealer-Schedule-Code = Spaces
004331           Write Report-Record From Settle-Total-Line-2 After 1
004332        Else
004333           Write Report-Record From Settle-Schedule-Line After 1
004334        End-If
004340        Write Report-Record From Settle-Total-Line-3 After 1
004341        Move 1 To Offset-Sub
004342        Perform Print-Withheld-Line
004343            Until Offset-Sub > Offset-Count
004344        Write Report-Record From Settle-Total-Line-4 After 1
004345        Write Report-Record From Settle-Total-Line-5 After 1
004346        If Dealer-Open-Total > Zeros
004347           Write Report-Record From Settle-Total-Line-6 After 2
004348        End-If
004350        Perform Write-Register-Record
004360     End-If
004361     .
004361* Rent netting: the dealer's open charges are paid down out of
004361* the gross proceeds oldest first, the same order Chapt19h
004361* applies cash. Whatever the payout cannot cover stays open on
004361* the ledger and is shown as still owed.
004361 Apply-Rent-Offsets.
004361     Move Dealer-Net-Total To Remaining-Work
004361     Move Zeros To Dealer-Withheld-Total
004361                   Dealer-Open-Total
004361                   Offset-Count
004361     Move "N" To Dealer-Updated-Switch
004361     Move "N" To Ledger-Done-Switch
004361     Move Prior-Settle-Dealer To Ledger-Dealer-Number
004361     Move Zeros To Ledger-Item-Date
004361                   Ledger-Item-Seq
004361     Start Ledger-File Key Not < Ledger-Key
004361         Invalid Key Move "Y" To Ledger-Done-Switch
004361     End-Start
004361     Perform Offset-Next-Ledger-Item Until Ledger-Dealer-Done
004361     Move 1 To Offset-Sub
004362     Perform Write-Offset-Item Until Offset-Sub > Offset-Count
004362     If Dealer-Dates-Updated
004362        Perform Rewrite-Dealer-Dates
004362     End-If
004362     .
004362 Offset-Next-Ledger-Item.
004362     Read Ledger-File Next Record
004362          At End Move "Y" To Ledger-Done-Switch
004362          Not At End
004362             If Ledger-Dealer-Number Not = Prior-Settle-Dealer
004362                Move "Y" To Ledger-Done-Switch
004362             Else
004362                If Ledger-Charge-Item
004362                   Perform Offset-One-Charge
004362                End-If
004362             End-If
004362     End-Read
004362     .
004362 Offset-One-Charge.
004362     Compute Open-Work = Ledger-Amount - Ledger-Amount-Applied
004363     If Open-Work > Zeros
004363        And Remaining-Work > Zeros
004363        And Offset-Count < Max-Offsets
004363        If Remaining-Work < Open-Work
004363           Move Remaining-Work To Apply-Work
004363        Else
004363           Move Open-Work To Apply-Work
004363        End-If
004363        Add Apply-Work To Ledger-Amount-Applied
004363        Rewrite Dealer-Ledger-Record
004363             Invalid Key
004363                Display "Unable to offset charge "
004363                        Ledger-Dealer-Number " " Ledger-Item-Date
004363                Add 1 To Offset-Fail-Count
004363             Not Invalid Key
004363                Subtract Apply-Work From Remaining-Work
004363                                         Open-Work
004363                Add Apply-Work To Dealer-Withheld-Total
004363                Add 1 To Offset-Count
004363                Move Ledger-Item-Type
004364                  To Offset-Type (Offset-Count)
004364                Move Ledger-Period
004364                  To Offset-Period (Offset-Count)
004364                Move Apply-Work
004364                  To Offset-Amount (Offset-Count)
004364                If Ledger-Rent-Charge
004364                   And Ledger-Amount-Applied Not < Ledger-Amount
004364                   Move Settled-Date-MMDDYYYY
004364                     To Last-Rent-Paid-Date
004364                   Perform Advance-Next-Due-Date
004364                   Move "Y" To Dealer-Updated-Switch
004364                End-If
004364        End-Rewrite
004364     End-If
004364     If Open-Work > Zeros
004364        Add Open-Work To Dealer-Open-Total
004364     End-If
004364     .
004364 Write-Offset-Item.
004364     Move Spaces To Dealer-Ledger-Record
004365     Move Prior-Settle-Dealer   To Ledger-Dealer-Number
004365     Move Current-Date-YYYYMMDD To Ledger-Item-Date
004365     Move "O" To Ledger-Item-Type
004365     Move Offset-Period (Offset-Sub) To Ledger-Period
004365     Move Offset-Amount (Offset-Sub) To Ledger-Amount
004365                                        Ledger-Amount-Applied
004365     Perform Write-Ledger-Item
004365     Add 1 To Offset-Sub
004365     .
004365* Sequences 1-10 belong to the Chapt19f period charges, so
004365* offset items start at 11 and walk forward past any receipts
004365* or offsets already posted the same day.
004365 Write-Ledger-Item.
004365     Move "N" To Ledger-Written-Switch
004365     Move 11 To Ledger-Item-Seq
004365     Accept Ledger-Posted-Date From Date YYYYMMDD
004365     Perform Try-Write-Ledger-Item
004365         Until Ledger-Item-Written Or Ledger-Item-Seq > 999
004365     If Not Ledger-Item-Written
004366        Display "Unable to write offset item "
004366                Ledger-Dealer-Number
004366        Add 1 To Offset-Fail-Count
004366     End-If
004366     .
004366 Try-Write-Ledger-Item.
004366     Write Dealer-Ledger-Record
004366          Invalid Key
004366             Add 1 To Ledger-Item-Seq
004366          Not Invalid Key
004366             Move "Y" To Ledger-Written-Switch
004366     End-Write
004366     .
004366 Rewrite-Dealer-Dates.
004366     Rewrite Dealer-Record
004366          Invalid Key
004366             Display "Unable to update rent dates " Dealer-Number
004366             Add 1 To Offset-Fail-Count
004366          Not Invalid Key
004366             Move "R" To Journal-Action
004367             Move Dealer-Record To Journal-Image
004367             Perform Write-Dealer-Journal
004367     End-Rewrite
004367     .
004367 Advance-Next-Due-Date.
004367     Move Next-Rent-Due-Date To Due-Date-Value
004367     If Due-Month < 12
004367        Add 1 To Due-Month
004367     Else
004367        Move 1 To Due-Month
004367        Add 1 To Due-Year
004367     End-If
004367     Move Due-Year  To Work-Year
004367     Move Due-Month To Work-Month
004367     Perform Set-Month-Days
004367     If Due-Day > Month-Days-Work
004367        Move Month-Days-Work To Due-Day
004367     End-If
004367     Move Due-Date-Value To Next-Rent-Due-Date
004367     .
004368 Set-Month-Days.
004368     Move Month-Days-Entry (Work-Month) To Month-Days-Work
004368     If Work-Month = 2
004368        Perform Check-Leap-Year
004368        If Leap-Year
004368           Move 29 To Month-Days-Work
004368        End-If
004368     End-If
004368     .
004368 Check-Leap-Year.
004368     Move "N" To Leap-Year-Switch
004368     Divide Work-Year By 4 Giving Leap-Quotient
004368            Remainder Leap-Remainder-4
004368     Divide Work-Year By 100 Giving Leap-Quotient
004368            Remainder Leap-Remainder-100
004368     Divide Work-Year By 400 Giving Leap-Quotient
004368            Remainder Leap-Remainder-400
004368     If Leap-Remainder-400 = Zeros
004368        Move "Y" To Leap-Year-Switch
004368     Else
004369        If Leap-Remainder-4 = Zeros
004369           And Leap-Remainder-100 Not = Zeros
004369           Move "Y" To Leap-Year-Switch
004369        End-If
004369     End-If
004369     .
004369 Print-Withheld-Line.
004369     Evaluate Offset-Type (Offset-Sub)
004369        When "R"   Move "Rent"      To WD-Description
004369        When "L"   Move "Late fee"  To WD-Description
004369        When "K"   Move "Clawback"  To WD-Description
004369        When "B"   Move "Ret check" To WD-Description
004369        When "N"   Move "NSF fee"   To WD-Description
004369        When Other Move "Charge"   To WD-Description
004369     End-Evaluate
004369     Move Offset-Period (Offset-Sub) To WD-Period
004369     Move Offset-Amount (Offset-Sub) To WD-Amount
004369     Write Report-Record From Withheld-Detail-Line After 1
004369     Add 1 To Offset-Sub
004370     .
004380 Write-Register-Record.
004390     Move Spaces To Register-Record
004440     Move Dealer-Sale-Count    To Register-Sale-Count
004450     Move Dealer-Sales-Total   To Register-Sales-Total
004460     Move Dealer-Commis-Total  To Register-Commis-Total
004470     Move Dealer-Check-Total   To Register-Net-Amount
004471     Move Dealer-Net-Total     To Register-Gross-Amount
004472     Move Dealer-Withheld-Total To Register-Rent-Withheld
004473     Move Zeros To Register-Deposit-Refund
004474                   Register-Credit-Refund
004480     Write Register-Record
004490     .
004500 Print-Grand-Totals.
004501     Move Grand-Gross-Total To GT-Gross-Total
004502     Move Grand-Withheld-Total To GT-Withheld-Total
004510     Move Grand-Net-Total   To GT-Net-Total
004520     Move Dealer-Paid-Count To GT-Dealer-Count
004530     Move Sale-Count        To GT-Sale-Count
004540     Move Skip-Count        To GT-Skip-Count
004550     Move Mark-Fail-Count   To GT-Fail-Count
004551     Move Offset-Fail-Count To GT-Offset-Fail-Count
004552     Move Held-Count        To GT-Held-Count
004560     Write Report-Record From Grand-Total-Line-1 After 3
004570     Write Report-Record From Grand-Total-Line-2 After 1
004580     Write Report-Record From Grand-Total-Line-3 After 1
004590     Write Report-Record From Grand-Total-Line-4 After 1
004600     Write Report-Record From Grand-Total-Line-5 After 1
004601     Write Report-Record From Grand-Total-Line-6 After 1
004602     Write Report-Record From Grand-Total-Line-7 After 1
004603     Write Report-Record From Grand-Total-Line-8 After 1
004604     Write Report-Record From Grand-Total-Line-9 After 1
004610     .
004620 Open-Files.
004630     Open Output Report-File
004640          Extend Register-File
004660           I-O   Vehicle-File
004661                 Dealer-File
004662                 Ledger-File
004663           Input Title-File
004664                 Sale-History-File
004665                 Schedule-File
004670     .
004680 Close-Files.
004690     Close Report-File
004700           Register-File
004710           Vehicle-File
004720           Dealer-File
004721           Ledger-File
004722           Title-File
004723           Sale-History-File
004724           Schedule-File
004730     .
004740 Write-Vehicle-Error-Log.
004750     Move "CHAPT19Q"     To Error-Program
004930     Write Error-Log-Record
004940     Close Error-Log-File
004950     .
004951 Write-Ledger-Error-Log.
004951     Move "CHAPT19Q"    To Error-Program
004951     Move "LEDGER-FILE" To Error-File-Name
004951     Move Ledger-Dealer-Number To Error-Key-Value
004951     Move Ledger-Status To Error-File-Status
004952     Accept Error-Date From Date
004952     Accept Error-Time From Time
004952     Open Extend Error-Log-File
004952     Write Error-Log-Record
004952     Close Error-Log-File
004953     .
004953 Write-Title-Error-Log.
004953     Move "CHAPT19Q"    To Error-Program
004953     Move "TITLE-FILE"  To Error-File-Name
004953     Move Title-Vin     To Error-Key-Value
004954     Move Title-Status  To Error-File-Status
004954     Accept Error-Date From Date
004954     Accept Error-Time From Time
004954     Open Extend Error-Log-File
004954     Write Error-Log-Record
004955     Close Error-Log-File
004955     .
004955 Write-Sale-Error-Log.
004955     Move "CHAPT19Q"      To Error-Program
004955     Move "SALEHIST-FILE" To Error-File-Name
004956     Move Sale-Vin        To Error-Key-Value
004956     Move Salehist-Status To Error-File-Status
004956     Accept Error-Date From Date
004956     Accept Error-Time From Time
004956     Open Extend Error-Log-File
004957     Write Error-Log-Record
004957     Close Error-Log-File
004957     .
004957 Write-Schedule-Error-Log.
004957     Move "CHAPT19Q"      To Error-Program
004958     Move "SCHEDULE-FILE" To Error-File-Name
004958     Move Schedule-Code   To Error-Key-Value
004958     Move Schedule-Status To Error-File-Status
004958     Accept Error-Date From Date
004958     Accept Error-Time From Time
004959     Open Extend Error-Log-File
004959     Write Error-Log-Record
004959     Close Error-Log-File
004959     .
004960* After-image for the Chapt19u roll-forward recovery.
004970 Write-Vehicle-Journal.
004980     Move "CHAPT19Q" To Journal-Program
004990     Move "VEHICLE"  To Journal-File-Id
005000     Move Vehicle-Vin To Journal-Key-Value
005001     Accept Journal-Date From Date YYYYMMDD
005001     Accept Journal-Time From Time
005002     Open Extend Journal-File
005003     Write Journal-Record
005004     Close Journal-File
005005     .
005005* After-image for the Chapt19u roll-forward recovery.
005006 Write-Dealer-Journal.
005007     Move "CHAPT19Q" To Journal-Program
005008     Move "DEALER"   To Journal-File-Id
005009     Move Dealer-Number To Journal-Key-Value
005010     Accept Journal-Date From Date YYYYMMDD
005020     Accept Journal-Time From Time
005030     Open Extend Journal-File
