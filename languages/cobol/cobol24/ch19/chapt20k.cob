000010 Identification Division.
000020 Program-Id.  Chapt20k.
000030* Dealer Move-Out
000040* Closes out a dealer leaving the lot so the account is settled
000050* before the Dealer-Record is ever deleted. Each transaction
000060* (dealer number, termination date) withdraws every unit the
000070* dealer still has in stock, cancelling the buyer's deposit on a
000080* held unit and putting it on the Chapt20h refund list. Rent is
000090* then billed through the termination date: any period from
000100* Next-Rent-Due-Date up to that date not yet on Dealrlgr.Dat is
000110* billed, and every rent charge running past the termination
000120* date is prorated by calendar days, the unused days going back
000130* to the dealer as a rent credit item. Unsettled sales are
000140* settled the way Chapt19q settles them, at the commission
000150* posted on Salehist.Dat, except that a sale whose title lien
000160* payoff is not confirmed is listed as held and left for
000170* Chapt19q. Whatever the dealer still owes is then paid down
000180* oldest first from credit on account, from the sale proceeds
000190* (settlement offset items) and last from the security deposit
000200* (deposit applied items); what is left of each comes back to
000210* the dealer, a credit refunded being written as a credit refund
000220* item and the credit closed out as a credit applied item. The
000221* closing statement shows every step and ends with the
000230* refund due the dealer or the balance still owed, and one
000240* register record goes to Payreg.Dat for the refund check. The
000250* dealer is marked inactive with the deposit cleared rather than
000260* deleted; Chapt19e will not delete it until the account is
000270* zero. Dealer before/after images go to Chapt20k.Aud, and
000280* vehicle and dealer rewrites are journaled to Dayjrnl.Dat for
000290* the Chapt19u roll-forward recovery.
000300 Environment Division.
000310 Configuration Section.
000320 Source-Computer.  IBM-PC.
000330 Object-Computer.  IBM-PC.
000340 Input-Output  Section.
000350 File-Control.
000360     Select Report-File Assign To Printer.
000370     Select Transaction-File Assign To "Chapt20k.Trn"
000380         Organization Line Sequential
000390         File Status Trans-Status.
000400     Select Audit-File Assign To "Chapt20k.Aud"
000410         Organization Line Sequential
000420         File Status Audit-Status.
000430     Select Vehicle-File Assign To "Vehicle.Dat"
000440         Organization Indexed
000450         Access Dynamic
000460         Record Key Vehicle-Vin
000470         Alternate Record Key Vehicle-Dealer-Number
000480         File Status Vehicle-File-Status.
000490     Select Dealer-File Assign To "Dealer.Dat"
000500         Organization Indexed
000510         Access Dynamic
000520         Record Key Dealer-Number
000530         Alternate Record Key Dealer-Name
000540         File Status Dealer-Status.
000550     Select Optional Ledger-File Assign To "Dealrlgr.Dat"
000560         Organization Indexed
000570         Access Dynamic
000580         Record Key Ledger-Key
000590         File Status Ledger-Status.
000600     Select Optional Title-File Assign To "Title.Dat"
000610         Organization Indexed
000620         Access Dynamic
000630         Record Key Title-Vin
000640         File Status Title-Status.
000650     Select Optional Sale-History-File Assign To "Salehist.Dat"
000660         Organization Indexed
000670         Access Dynamic
000680         Record Key Sale-Key
000690         Alternate Record Key Sale-Dealer-Number With Duplicates
000700         File Status Salehist-Status.
000710     Select Optional Schedule-File Assign To "Commsch.Dat"
000720         Organization Indexed
000730         Access Dynamic
000740         Record Key Schedule-Code
000750         File Status Schedule-Status.
000760     Select Optional Deposit-File Assign To "Deposit.Dat"
000770         Organization Indexed
000780         Access Dynamic
000790         Record Key Deposit-Key
000800         File Status Deposit-File-Status.
000810     Select Optional Register-File Assign To "Payreg.Dat"
000820         Organization Line Sequential
000830         File Status Register-Status.
000840     Select Optional Journal-File Assign To "Dayjrnl.Dat"
000850         Organization Line Sequential
000860         File Status Journal-Status.
000870     Select Optional Error-Log-File Assign To "Syserr.Log"
000880         Organization Line Sequential
000890         File Status Error-Log-Status.
000900     Select Optional Run-Control-File Assign To "Runctl.Dat"
000910         Organization Line Sequential
000920         File Status Run-Control-Status.
000930 Data Division.
000940 File Section.
000950 Fd  Report-File.
000960 01  Report-Record Pic X(80).
000970 Fd  Transaction-File.
000980 01  Transaction-Record.
000990     03  Trans-Dealer-Number          Pic X(8).
001000     03  Trans-Termination-Date       Pic 9(8).
001010 Fd  Audit-File.
001020 01  Audit-Record.
001030     03  Audit-Date             Pic 9(6).
001040     03  Audit-Time             Pic 9(8).
001050     03  Audit-Action           Pic X.
001060     03  Audit-Dealer-Number    Pic X(8).
001070     03  Audit-Before-Image     Pic X(376).
001080     03  Audit-After-Image      Pic X(376).
001090 Fd  Vehicle-File.
001100     Copy Vehicrec.
001110 Fd  Dealer-File.
001120     Copy Dealerec.
001130 Fd  Ledger-File.
001140     Copy Dealrlgr.
001150 Fd  Title-File.
001160     Copy Titlerec.
001170 Fd  Sale-History-File.
001180     Copy Salehist.
001190 Fd  Schedule-File.
001200     Copy Commsch.
001210 Fd  Deposit-File.
001220     Copy Deposrec.
001230 Fd  Register-File.
001240 01  Register-Record.
001250     03  Register-Date            Pic 9(8).
001260     03  Register-Time            Pic 9(8).
001270     03  Register-Dealer-Number   Pic X(8).
001280     03  Register-Dealer-Name     Pic X(50).
001290     03  Register-Sale-Count      Pic 9(5).
001300     03  Register-Sales-Total     Pic S9(9)v99.
001310     03  Register-Commis-Total    Pic S9(9)v99.
001320     03  Register-Net-Amount      Pic S9(9)v99.
001330     03  Register-Gross-Amount    Pic S9(9)v99.
001340     03  Register-Rent-Withheld   Pic S9(9)v99.
001350     03  Register-Deposit-Refund  Pic S9(9)v99.
001360     03  Register-Credit-Refund   Pic S9(9)v99.
001370 Fd  Journal-File.
001380     Copy Jrnlrec.
001390 Fd  Error-Log-File.
001400     Copy Errorlog.
001410 Fd  Run-Control-File.
001420     Copy Runctlrc.
001430 Working-Storage Section.
001440 01  Trans-Status             Pic XX Value Zeros.
001450     88  Trans-Success    Value "00" Thru "09".
001460 01  Audit-Status             Pic XX Value Zeros.
001470 01  Vehicle-File-Status      Pic XX Value Zeros.
001480     88  Vehicle-Success  Value "00" Thru "09".
001490     88  Hard-Vehicle-Error Value "30" Thru "99".
001500 01  Dealer-Status            Pic XX Value Zeros.
001510     88  Dealer-Success   Value "00" Thru "09".
001520     88  Hard-Dealer-Error Value "30" Thru "99".
001530 01  Ledger-Status            Pic XX Value Zeros.
001540     88  Ledger-Success   Value "00" Thru "09".
001550     88  Hard-Ledger-Error Value "30" Thru "99".
001560 01  Title-Status             Pic XX Value Zeros.
001570     88  Title-Success    Value "00" Thru "09".
001580     88  Hard-Title-Error Value "30" Thru "99".
001590 01  Salehist-Status          Pic XX Value Zeros.
001600     88  Salehist-Success Value "00" Thru "09".
001610     88  Hard-Salehist-Error Value "30" Thru "99".
001620 01  Schedule-Status          Pic XX Value Zeros.
001630     88  Schedule-Success Value "00" Thru "09".
001640     88  Hard-Schedule-Error Value "30" Thru "99".
001650 01  Deposit-File-Status      Pic XX Value Zeros.
001660     88  Deposit-Success  Value "00" Thru "09".
001670     88  Hard-Deposit-Error Value "30" Thru "99".
001680 01  Register-Status          Pic XX Value Zeros.
001690     88  Register-Success Value "00" Thru "09".
001700 01  Journal-Status           Pic XX Value Zeros.
001710 01  Error-Log-Status         Pic XX Value Zeros.
001720 01  Run-Control-Status       Pic XX Value Zeros.
001730 01  Valid-Transaction-Switch Pic X Value "Y".
001740     88  Valid-Transaction   Value "Y".
001750 01  First-Page-Switch        Pic X Value "Y".
001760     88  First-Page          Value "Y".
001770 01  Vehicle-Done-Switch      Pic X Value "N".
001780     88  Vehicle-Scan-Done   Value "Y".
001790 01  Ledger-Done-Switch       Pic X Value "N".
001800     88  Ledger-Dealer-Done  Value "Y".
001810 01  Ledger-Written-Switch    Pic X Value "N".
001820     88  Ledger-Item-Written Value "Y".
001830 01  Lien-Hold-Switch         Pic X Value "N".
001840     88  Lien-Payoff-Pending Value "Y".
001850 01  Sale-Found-Switch        Pic X Value "N".
001860     88  Sale-History-Found  Value "Y".
001870 01  Sale-Done-Switch         Pic X Value "N".
001880     88  Sale-History-Done   Value "Y".
001890 01  Band-Found-Switch        Pic X Value "N".
001900     88  Band-Found          Value "Y".
001910 01  Deposit-Done-Switch      Pic X Value "N".
001920     88  Deposit-Scan-Done   Value "Y".
001930 01  Deposit-Found-Switch     Pic X Value "N".
001940     88  Deposit-Found       Value "Y".
001950 01  Date-Valid-Switch        Pic X Value "Y".
001960     88  Valid-Date          Value "Y".
001970 01  Leap-Year-Switch         Pic X Value "N".
001980     88  Leap-Year           Value "Y".
001990 01  Reject-Reason            Pic X(40) Value Spaces.
002000 01  Before-Image-Work        Pic X(376) Value Spaces.
002010 01  After-Image-Work         Pic X(376) Value Spaces.
002020 01  Heading-Line-1.
002030     03  Filler      Pic X(12) Value "Created by:".
002040     03  Filler      Pic X(8)  Value "CHAPT20K".
002050     03  Filler      Pic X(11) Value Spaces.
002060     03  Filler      Pic X(27) Value "Dealer Move-Out".
002070     03  Filler      Pic X(2)  Value Spaces.
002080     03  Filler      Pic X(5)  Value "Page".
002090     03  Page-No     Pic Z(4)9 Value Zeros.
002100 01  Heading-Line-2.
002110     03  Filler      Pic X(12) Value "Created on:".
002120     03  Date-MM     Pic 99.
002130     03  Filler      Pic X     Value "/".
002140     03  Date-DD     Pic 99.
002150     03  Filler      Pic X     Value "/".
002160     03  Date-YY     Pic 99.
002170 01  Heading-Line-3.
002180     03  Filler      Pic X(12) Value "At:".
002190     03  Time-HH     Pic 99.
002200     03  Filler      Pic X     Value ":".
002210     03  Time-MM     Pic 99.
002220     03  Filler      Pic X     Value ":".
002230     03  Time-SS     Pic 99.
002240 01  Activity-Line.
002250     03  AL-Dealer-Number   Pic X(10) Value Spaces.
002260     03  AL-Action          Pic X(10) Value Spaces.
002270     03  AL-Message         Pic X(40) Value Spaces.
002280 01  Statement-Name-Line.
002290     03  Filler               Pic X(15) Value Spaces.
002300     03  Statement-Name       Pic X(50) Value Spaces.
002310 01  Statement-Addr-Line-1.
002320     03  Filler               Pic X(15) Value Spaces.
002330     03  Statement-Address-1  Pic X(50) Value Spaces.
002340 01  Statement-Addr-Line-2.
002350     03  Filler               Pic X(15) Value Spaces.
002360     03  Statement-Address-2  Pic X(50) Value Spaces.
002370 01  Statement-City-Line.
002380     03  Filler               Pic X(15) Value Spaces.
002390     03  Statement-City       Pic X(40) Value Spaces.
002400     03  Filler               Pic X(2)  Value Spaces.
002410     03  Statement-State      Pic X(20) Value Spaces.
002420     03  Filler               Pic X(2)  Value Spaces.
002430     03  Statement-Postal     Pic X(15) Value Spaces.
002440 01  Statement-Dealer-Line.
002450     03  Filler               Pic X(15) Value Spaces.
002460     03  Filler               Pic X(15) Value "Dealer Number:".
002470     03  Statement-Dealer-No  Pic X(8)  Value Spaces.
002480 01  Statement-Term-Line.
002490     03  Filler               Pic X(15) Value Spaces.
002500     03  Filler               Pic X(33)
002510         Value "Closing Statement - Terminated".
002520     03  Statement-Term-Date  Pic 99/99/9999.
002530 01  Section-Title-Line.
002540     03  Section-Title        Pic X(40) Value Spaces.
002550 01  None-Line.
002560     03  Filler               Pic X(4)  Value Spaces.
002570     03  Filler               Pic X(4)  Value "None".
002580 01  Withdrawn-Head-Line.
002590     03  Filler   Pic X(18) Value "VIN".
002600     03  Filler   Pic X(15) Value "Make/Model".
002610     03  Filler   Pic X(11) Value "Consigned".
002620     03  Filler   Pic X(13) Value "Asking Price".
002630     03  Filler   Pic X(20) Value "Note".
002640 01  Withdrawn-Detail-Line.
002650     03  QW-Vin             Pic X(18) Value Spaces.
002660     03  QW-Make-Model      Pic X(15) Value Spaces.
002670     03  QW-Consigned-Date  Pic 99/99/9999.
002680     03  Filler             Pic X     Value Spaces.
002690     03  QW-Asking-Price    Pic Z,ZZZ,ZZ9.99.
002700     03  Filler             Pic X     Value Spaces.
002710     03  QW-Note            Pic X(22) Value Spaces.
002720 01  Rent-Detail-Line.
002730     03  Filler             Pic X(4)  Value Spaces.
002740     03  RD-Description     Pic X(24) Value Spaces.
002750     03  Filler             Pic X(7)  Value "Period".
002760     03  RD-Period          Pic 9999/99.
002770     03  Filler             Pic X(2)  Value Spaces.
002780     03  RD-Amount          Pic $$$,$$9.99.
002790 01  Settle-Head-Line-1.
002800     03  Filler   Pic X(18) Value "VIN".
002810     03  Filler   Pic X(15) Value "Make/Model".
002820     03  Filler   Pic X(11) Value "Sold Date".
002830     03  Filler   Pic X(13) Value "  Sold Price".
002840     03  Filler   Pic X(11) Value "Commission".
002850     03  Filler   Pic X(12) Value "         Net".
002860 01  Settle-Detail-Line.
002870     03  QD-Vin             Pic X(18) Value Spaces.
002880     03  QD-Make-Model      Pic X(15) Value Spaces.
002890     03  QD-Sold-Date       Pic 99/99/9999.
002900     03  Filler             Pic X     Value Spaces.
002910     03  QD-Sold-Price      Pic Z,ZZZ,ZZ9.99.
002920     03  Filler             Pic X     Value Spaces.
002930     03  QD-Commission      Pic ZZZ,ZZ9.99.
002940     03  Filler             Pic X     Value Spaces.
002950     03  QD-Net             Pic Z,ZZZ,ZZ9.99.
002960 01  Held-Detail-Line.
002970     03  QH-Vin             Pic X(18) Value Spaces.
002980     03  QH-Make-Model      Pic X(15) Value Spaces.
002990     03  QH-Sold-Date       Pic 99/99/9999.
003000     03  Filler             Pic X     Value Spaces.
003010     03  QH-Sold-Price      Pic Z,ZZZ,ZZ9.99.
003020     03  Filler             Pic X     Value Spaces.
003030     03  Filler             Pic X(22)
003040         Value "Held - lien not paid".
003050 01  Applied-Detail-Line.
003060     03  Filler             Pic X(17) Value Spaces.
003070     03  AD-Fund            Pic X(9)  Value Spaces.
003080     03  Filler             Pic X(4)  Value "to".
003090     03  AD-Description     Pic X(9)  Value Spaces.
003100     03  AD-Period          Pic 9999/99.
003110     03  Filler             Pic X     Value Spaces.
003120     03  AD-Amount          Pic $$$,$$9.99.
003130 01  Summary-Line.
003140     03  Filler             Pic X(15) Value Spaces.
003150     03  SL-Label           Pic X(26) Value Spaces.
003160     03  SL-Amount          Pic $$,$$$,$$9.99.
003170 01  Closing-Message-Line.
003180     03  Filler             Pic X(15) Value Spaces.
003190     03  CM-Message         Pic X(60) Value Spaces.
003200 01  Trailer-Line-1.
003210     03  Filler             Pic X(24) Value Spaces.
003220     03  Filler             Pic X(20) Value "Dealers Moved Out:".
003230     03  Trailer-Move-Count Pic ZZ9.
003240 01  Trailer-Line-2.
003250     03  Filler             Pic X(24) Value Spaces.
003260     03  Filler             Pic X(20) Value "Rejected:".
003270     03  Trailer-Rej-Count  Pic ZZ9.
003280 01  Trailer-Line-3.
003290     03  Filler             Pic X(24) Value Spaces.
003300     03  Filler             Pic X(20) Value "Units Withdrawn:".
003310     03  Trailer-Wdrw-Count Pic ZZ9.
003320 01  Trailer-Line-4.
003330     03  Filler             Pic X(24) Value Spaces.
003340     03  Filler             Pic X(20) Value "Sales Settled:".
003350     03  Trailer-Sale-Count Pic ZZ9.
003360 01  Trailer-Line-5.
003370     03  Filler             Pic X(24) Value Spaces.
003380     03  Filler             Pic X(20) Value "Sales Held:".
003390     03  Trailer-Held-Count Pic ZZ9.
003400 01  Trailer-Line-6.
003410     03  Filler             Pic X(24) Value Spaces.
003420     03  Filler             Pic X(20) Value "Refunds Due:".
003430     03  Trailer-Refund-Tot Pic Z,ZZZ,ZZ9.99-.
003440 01  Trailer-Line-7.
003450     03  Filler             Pic X(24) Value Spaces.
003460     03  Filler             Pic X(20) Value "Balances Owed:".
003470     03  Trailer-Owed-Tot   Pic Z,ZZZ,ZZ9.99-.
003480 01  Trailer-Line-8.
003490     03  Filler             Pic X(24) Value Spaces.
003500     03  Filler             Pic X(20) Value "Update Failures:".
003510     03  Trailer-Fail-Count Pic ZZ9.
003520 01  Line-Count           Pic 99          Value 99.
003530 01  Page-Count           Pic 9(4)        Value Zeros.
003540 01  Max-Lines            Pic 99          Value 60.
003550 01  Date-And-Time-Area.
003560     03  Work-Date            Pic 9(6).
003570     03  Work-Date-X          Redefines Work-Date.
003580         05  Date-YY          Pic 99.
003590         05  Date-MM          Pic 99.
003600         05  Date-DD          Pic 99.
003610     03  Work-Time            Pic 9(8).
003620     03  Work-Time-X          Redefines Work-Time.
003630         05  Time-HH          Pic 99.
003640         05  Time-MM          Pic 99.
003650         05  Time-SS          Pic 99.
003660         05  Filler           Pic XX.
003670 01  Term-Date-Area.
003680     03  Term-Date-Value      Pic 9(8).
003690     03  Term-Date-Redef      Redefines Term-Date-Value.
003700         05  Term-Month       Pic 99.
003710         05  Term-Day         Pic 99.
003720         05  Term-Year        Pic 9(4).
003730 01  Term-Key-Area.
003740     03  Term-Date-YYYYMMDD   Pic 9(8).
003750     03  Term-Key-X           Redefines Term-Date-YYYYMMDD.
003760         05  Term-Key-Year    Pic 9(4).
003770         05  Term-Key-Month   Pic 99.
003780         05  Term-Key-Day     Pic 99.
003790 01  Due-Date-Area.
003800     03  Due-Date-Value       Pic 9(8).
003810     03  Due-Date-Redef       Redefines Due-Date-Value.
003820         05  Due-Month        Pic 99.
003830         05  Due-Day          Pic 99.
003840         05  Due-Year         Pic 9(4).
003850* The rent period being billed or prorated, kept YYYYMMDD the
003860* way the ledger keys its items.
003870 01  Period-Date-Area.
003880     03  Period-Date-YYYYMMDD Pic 9(8).
003890     03  Period-Date-X        Redefines Period-Date-YYYYMMDD.
003900         05  Period-Date-Year  Pic 9(4).
003910         05  Period-Date-Month Pic 99.
003920         05  Period-Date-Day   Pic 99.
003930 01  Period-Work-Area.
003940     03  Period-Work          Pic 9(6).
003950     03  Period-Work-X        Redefines Period-Work.
003960         05  Period-Year      Pic 9(4).
003970         05  Period-Month     Pic 99.
003980 01  Current-Date-Area.
003990     03  Current-Date-YYYYMMDD Pic 9(8).
004000     03  Current-Date-X        Redefines Current-Date-YYYYMMDD.
004010         05  Current-Year     Pic 9(4).
004020         05  Current-Month    Pic 99.
004030         05  Current-Day      Pic 99.
004040 01  Settled-Date-Area.
004050     03  Settled-Date-MMDDYYYY Pic 9(8).
004060     03  Settled-Date-X        Redefines Settled-Date-MMDDYYYY.
004070         05  Settled-Month    Pic 99.
004080         05  Settled-Day      Pic 99.
004090         05  Settled-Year     Pic 9(4).
004100 01  Work-Date-Parts.
004110     03  Work-Year            Pic 9(4).
004120     03  Work-Month           Pic 99.
004130     03  Work-Day             Pic 99.
004140 01  Work-Days-Value          Pic S9(7) Comp.
004150 01  Term-Days-Value          Pic S9(7) Comp.
004160 01  Period-Start-Days        Pic S9(7) Comp.
004170 01  Charge-Start-Days        Pic S9(7) Comp.
004180 01  Period-Length-Days       Pic S9(7) Comp.
004190 01  Used-Days                Pic S9(7) Comp.
004200 01  Days-Before-Table.
004210     03  Filler  Pic X(36)
004220         Value "000031059090120151181212243273304334".
004230 01  Days-Before-Redef Redefines Days-Before-Table.
004240     03  Days-Before-Entry Pic 9(3) Occurs 12 Times.
004250 01  Prior-Year-Work          Pic S9(5) Comp Value Zeros.
004260 01  Leap-Quotient            Pic 9(4) Value Zeros.
004270 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
004280 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
004290 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
004300 01  Leap-Day-Count           Pic S9(7) Comp Value Zeros.
004310 01  Month-Days-Table.
004320     03  Filler  Pic X(24) Value "312831303130313130313031".
004330 01  Month-Days-Redef Redefines Month-Days-Table.
004340     03  Month-Days-Entry Pic 99 Occurs 12 Times.
004350 01  Month-Days-Work          Pic 99 Value Zeros.
004360* Rent billed and rent credited for the final periods, listed on
004370* the statement; the credits are written to the ledger once the
004380* walk over the dealer's charges is finished.
004390 01  Rent-Line-Table.
004400     03  Rent-Line-Entry Occurs 24 Times.
004410         05  Rent-Line-Type   Pic X.
004420         05  Rent-Line-Period Pic 9(6).
004430         05  Rent-Line-Amount Pic S9(7)v99 Comp-3.
004440 01  Max-Rent-Lines           Pic 9(4) Comp Value 24.
004450 01  Rent-Line-Count          Pic 9(4) Comp Value Zeros.
004460 01  Rent-Line-Sub            Pic 9(4) Comp Value Zeros.
004470* Charges paid down out of the sale proceeds or the security
004480* deposit, written as offset or deposit applied items after
004490* each walk and listed on the statement.
004500 01  Applied-Table.
004510     03  Applied-Entry Occurs 100 Times.
004520         05  Applied-Fund     Pic X.
004530         05  Applied-Type     Pic X.
004540         05  Applied-Period   Pic 9(6).
004550         05  Applied-Amount   Pic S9(7)v99 Comp-3.
004560 01  Max-Applied              Pic 9(4) Comp Value 100.
004570 01  Applied-Count            Pic 9(4) Comp Value Zeros.
004580 01  Applied-Sub              Pic 9(4) Comp Value Zeros.
004590 01  Walk-Start-Sub           Pic 9(4) Comp Value Zeros.
004600 01  Fund-Item-Type           Pic X Value Space.
004610 01  Band-Sub                 Pic 9(4) Comp Value Zeros.
004620 01  Band-Count               Pic 9(4) Comp Value 5.
004630 01  Make-Model-Work          Pic X(15) Value Spaces.
004640 01  Withdraw-Note-Work       Pic X(22) Value Spaces.
004650 01  Commission-Work          Pic S9(7)v99 Comp-3 Value Zeros.
004660 01  Posted-Commission-Work   Pic S9(7)v99 Comp-3 Value Zeros.
004670 01  Commission-Percent-Work  Pic 9(3)v99 Value Zeros.
004680 01  Net-Work                 Pic S9(7)v99 Comp-3 Value Zeros.
004690 01  Unused-Work              Pic S9(7)v99 Comp-3 Value Zeros.
004700 01  Open-Work                Pic S9(7)v99 Comp-3 Value Zeros.
004710 01  Apply-Work               Pic S9(7)v99 Comp-3 Value Zeros.
004720 01  Remaining-Work           Pic S9(7)v99 Comp-3 Value Zeros.
004730 01  Charges-Open-Work        Pic S9(7)v99 Comp-3 Value Zeros.
004740 01  Credits-Open-Work        Pic S9(7)v99 Comp-3 Value Zeros.
004750 01  Dealer-Sales-Total       Pic S9(7)v99 Comp-3 Value Zeros.
004760 01  Dealer-Commis-Total      Pic S9(7)v99 Comp-3 Value Zeros.
004770 01  Proceeds-Total           Pic S9(7)v99 Comp-3 Value Zeros.
004780 01  Withheld-Total           Pic S9(7)v99 Comp-3 Value Zeros.
004790 01  Proceeds-Paid            Pic S9(7)v99 Comp-3 Value Zeros.
004800 01  Rent-Billed-Total        Pic S9(7)v99 Comp-3 Value Zeros.
004810 01  Rent-Credited-Total      Pic S9(7)v99 Comp-3 Value Zeros.
004820 01  Rent-Credit-Left         Pic S9(7)v99 Comp-3 Value Zeros.
004830 01  Open-Charges-Before      Pic S9(7)v99 Comp-3 Value Zeros.
004840 01  Credit-Avail-Work        Pic S9(7)v99 Comp-3 Value Zeros.
004850 01  Credit-Used              Pic S9(7)v99 Comp-3 Value Zeros.
004860 01  Credit-Refund            Pic S9(7)v99 Comp-3 Value Zeros.
004861 01  Credit-Closed-Work       Pic S9(7)v99 Comp-3 Value Zeros.
004870 01  Deposit-Held-Work        Pic S9(7)v99 Comp-3 Value Zeros.
004880 01  Deposit-Applied-Total    Pic S9(7)v99 Comp-3 Value Zeros.
004890 01  Deposit-Refund           Pic S9(7)v99 Comp-3 Value Zeros.
004900 01  Balance-Due-Work         Pic S9(7)v99 Comp-3 Value Zeros.
004910 01  Refund-Total-Work        Pic S9(7)v99 Comp-3 Value Zeros.
004920 01  Grand-Refund-Total       Pic S9(9)v99 Comp-3 Value Zeros.
004930 01  Grand-Owed-Total         Pic S9(9)v99 Comp-3 Value Zeros.
004940 01  Dealer-Sale-Count        Pic 9(5) Value Zeros.
004950 01  Dealer-Held-Count        Pic 9(5) Value Zeros.
004960 01  Dealer-Withdraw-Count    Pic 9(5) Value Zeros.
004970 01  Moveout-Count            Pic 9(5) Value Zeros.
004980 01  Reject-Count             Pic 9(5) Value Zeros.
004990 01  Withdraw-Count           Pic 9(5) Value Zeros.
005000 01  Sale-Count               Pic 9(5) Value Zeros.
005010 01  Held-Count               Pic 9(5) Value Zeros.
005020 01  Fail-Count               Pic 9(5) Value Zeros.
005030 Procedure Division.
005040 Declaratives.
005050 Vehicle-File-Error Section.
005060     Use After Standard Error Procedure On Vehicle-File
005070     .
005080 Vehicle-Error-Paragraph.
005090     Display "Error on Vehicle File " Vehicle-File-Status
005100     Perform Write-Vehicle-Error-Log
005110     If Hard-Vehicle-Error
005120        Display "Fatal error on Vehicle File - job terminated"
005130        Perform Write-Run-Failure
005140        Stop Run
005150     End-If
005160     .
005170 Dealer-File-Error Section.
005180     Use After Standard Error Procedure On Dealer-File
005190     .
005200 Dealer-Error-Paragraph.
005210     Display "Error on Dealer File " Dealer-Status
005220     Perform Write-Dealer-Error-Log
005230     If Hard-Dealer-Error
005240        Display "Fatal error on Dealer File - job terminated"
005250        Perform Write-Run-Failure
005260        Stop Run
005270     End-If
005280     .
005290 Ledger-File-Error Section.
005300     Use After Standard Error Procedure On Ledger-File
005310     .
005320 Ledger-Error-Paragraph.
005330     Display "Error on Ledger File " Ledger-Status
005340     Perform Write-Ledger-Error-Log
005350     If Hard-Ledger-Error
005360        Display "Fatal error on Ledger File - job terminated"
005370        Perform Write-Run-Failure
005380        Stop Run
005390     End-If
005400     .
005410 Title-File-Error Section.
005420     Use After Standard Error Procedure On Title-File
005430     .
005440 Title-Error-Paragraph.
005450     Display "Error on Title File " Title-Status
005460     Perform Write-Title-Error-Log
005470     If Hard-Title-Error
005480        Display "Fatal error on Title File - job terminated"
005490        Perform Write-Run-Failure
005500        Stop Run
005510     End-If
005520     .
005530 Sale-History-File-Error Section.
005540     Use After Standard Error Procedure On Sale-History-File
005550     .
005560 Sale-History-Error-Paragraph.
005570     Display "Error on Salehist File " Salehist-Status
005580     Perform Write-Sale-Error-Log
005590     If Hard-Salehist-Error
005600        Display "Fatal error on Salehist File - job terminated"
005610        Perform Write-Run-Failure
005620        Stop Run
005630     End-If
005640     .
005650 Schedule-File-Error Section.
005660     Use After Standard Error Procedure On Schedule-File
005670     .
005680 Schedule-Error-Paragraph.
005690     Display "Error on Schedule File " Schedule-Status
005700     Perform Write-Schedule-Error-Log
005710     If Hard-Schedule-Error
005720        Display "Fatal error on Schedule File - job terminated"
005730        Perform Write-Run-Failure
005740        Stop Run
005750     End-If
005760     .
005770 Deposit-File-Error Section.
005780     Use After Standard Error Procedure On Deposit-File
005790     .
005800 Deposit-Error-Paragraph.
005810     Display "Error on Deposit File " Deposit-File-Status
005820     Perform Write-Deposit-Error-Log
005830     If Hard-Deposit-Error
005840        Display "Fatal error on Deposit File - job terminated"
005850        Perform Write-Run-Failure
005860        Stop Run
005870     End-If
005880     .
005890 End Declaratives.
005900 Chapt20k-Start.
005910     Display "Begin Process Chapt20k"
005920     Perform Write-Run-Start
005930     Perform Open-Files
005940      If Vehicle-Success And Dealer-Success And Ledger-Success
005950         And Title-Success And Salehist-Success
005960         And Schedule-Success And Deposit-Success
005970         And Register-Success
005980        Perform Get-Current-Date
005990        Perform Fill-Initial-Headings
006000        Perform Process-Transactions Until Not Trans-Success
006010        Perform Print-Report-Trailer
006020        Perform Close-Files
006030        Perform Write-Run-End
006040     End-If
006050     Goback.
006060 Get-Current-Date.
006070     Accept Current-Date-YYYYMMDD From Date YYYYMMDD
006080     Move Current-Month To Settled-Month
006090     Move Current-Day   To Settled-Day
006100     Move Current-Year  To Settled-Year
006110     .
006120 Process-Transactions.
006130     Read Transaction-File
006140          At End Move High-Values To Trans-Status
006150          Not At End Perform Process-One-Transaction
006160     End-Read
006170     .
006180 Process-One-Transaction.
006190     Move "Y" To Valid-Transaction-Switch
006200     Move Spaces To Reject-Reason
006210     If Trans-Dealer-Number = Spaces
006220        Move "N" To Valid-Transaction-Switch
006230        Move "Dealer Number is required" To Reject-Reason
006240        Perform Print-Reject-Line
006250     Else
006260        Perform Validate-Termination-Date
006270        If Valid-Date
006280           Perform Read-Moveout-Dealer
006290        Else
006300           Move "N" To Valid-Transaction-Switch
006310           If Reject-Reason = Spaces
006311              Move "Invalid termination date" To Reject-Reason
006312           End-If
006320           Perform Print-Reject-Line
006330        End-If
006340     End-If
006350     .
006360 Validate-Termination-Date.
006370     If Trans-Termination-Date Not Numeric
006380        Move "N" To Valid-Transaction-Switch
006390                    Date-Valid-Switch
006400        Move "Termination Date is not numeric" To Reject-Reason
006410     Else
006420        Move Trans-Termination-Date To Term-Date-Value
006430        Move Term-Year  To Work-Year
006440                           Term-Key-Year
006450        Move Term-Month To Work-Month
006460                           Term-Key-Month
006470        Move Term-Day   To Work-Day
006471                           Term-Key-Day
006472        Perform Edit-Date-Parts
006473        If Valid-Date
006474           Perform Compute-Days-Value
006475           Move Work-Days-Value To Term-Days-Value
006476        End-If
006480     End-If
006490     .
006500 Read-Moveout-Dealer.
006510     Move Trans-Dealer-Number To Dealer-Number
006520     Read Dealer-File Key Dealer-Number
006530          Invalid Key
006540             Move "N" To Valid-Transaction-Switch
006550             Move "Dealer Number not found" To Reject-Reason
006560             Perform Print-Reject-Line
006570          Not Invalid Key
006580             Perform Check-Moveout-Dealer
006590     End-Read
006600     .
006610* A dealer is moved out once; a termination date ahead of the
006620* day the dealer started is a keying error.
006630 Check-Moveout-Dealer.
006640     If Dealer-Inactive
006650        Move "N" To Valid-Transaction-Switch
006660        Move "Dealer already moved out" To Reject-Reason
006670     Else
006680        Move Start-Date To Due-Date-Value
006690        Move Due-Year  To Work-Year
006700        Move Due-Month To Work-Month
006710        Move Due-Day   To Work-Day
006720        Perform Edit-Date-Parts
006730        If Valid-Date
006740           Perform Compute-Days-Value
006750           If Term-Days-Value < Work-Days-Value
006760              Move "N" To Valid-Transaction-Switch
006770              Move "Termination date before dealer start" To
006780                   Reject-Reason
006790           End-If
006800        End-If
006810     End-If
006820     If Valid-Transaction
006830        Perform Move-Out-Dealer
006840     Else
006850        Perform Print-Reject-Line
006860     End-If
006870     .
006880 Move-Out-Dealer.
006890     Move Dealer-Record To Before-Image-Work
006900     Move Zeros To Dealer-Sales-Total
006910                   Dealer-Commis-Total
006920                   Proceeds-Total
006930                   Withheld-Total
006940                   Proceeds-Paid
006950                   Rent-Billed-Total
006960                   Rent-Credited-Total
006970                   Rent-Credit-Left
006980                   Credit-Used
006990                   Credit-Refund
007000                   Deposit-Applied-Total
007010                   Deposit-Refund
007020                   Dealer-Sale-Count
007030                   Dealer-Held-Count
007040                   Dealer-Withdraw-Count
007050                   Rent-Line-Count
007060                   Applied-Count
007070     If Dealer-Security-Deposit Numeric
007080        Move Dealer-Security-Deposit To Deposit-Held-Work
007090     Else
007100        Move Zeros To Deposit-Held-Work
007110     End-If
007120     Perform Print-Statement-Header
007130     Perform Withdraw-Stock
007140     Perform Bill-Final-Rent
007150     Perform Settle-Open-Sales
007160     Perform Apply-Final-Funds
007170     Perform Print-Closing-Summary
007180     Perform Close-Dealer-Account
007190     .
007200* Step one: nothing the dealer owns stays on the lot. A unit on
007210* hold has its buyer's deposit cancelled onto the refund list.
007220 Withdraw-Stock.
007230     Move "Units Withdrawn From The Lot" To Section-Title
007240     Write Report-Record From Section-Title-Line After 2
007250     Write Report-Record From Withdrawn-Head-Line After 1
007260     Perform Start-Dealer-Vehicles
007270     Perform Withdraw-Next-Vehicle Until Vehicle-Scan-Done
007280     If Dealer-Withdraw-Count = Zeros
007290        Write Report-Record From None-Line After 1
007300     End-If
007310     .
007320 Start-Dealer-Vehicles.
007330     Move "N" To Vehicle-Done-Switch
007340     Move Dealer-Number To Vehicle-Dealer-Number
007350     Start Vehicle-File Key = Vehicle-Dealer-Number
007360         Invalid Key Move "Y" To Vehicle-Done-Switch
007370     End-Start
007380     .
007390 Withdraw-Next-Vehicle.
007400     Read Vehicle-File Next Record
007410          At End Move "Y" To Vehicle-Done-Switch
007420          Not At End
007430             If Vehicle-Dealer-Number Not = Dealer-Number
007440                Move "Y" To Vehicle-Done-Switch
007450             Else
007460                If Vehicle-In-Stock
007470                   Perform Withdraw-One-Vehicle
007480                End-If
007490             End-If
007500     End-Read
007510     .
007520 Withdraw-One-Vehicle.
007530     Move Spaces To Withdraw-Note-Work
007540     If Vehicle-On-Hold
007550        Perform Cancel-Vehicle-Hold
007560     End-If
007570     Move "W" To Vehicle-Status
007580     Rewrite Vehicle-Record
007590          Invalid Key
007600             Display "Unable to withdraw " Vehicle-Vin
007610             Add 1 To Fail-Count
007620          Not Invalid Key
007630             Move "R" To Journal-Action
007640             Move Vehicle-Record To Journal-Image
007650             Perform Write-Vehicle-Journal
007660             Add 1 To Dealer-Withdraw-Count
007670                      Withdraw-Count
007680             Perform Format-Make-Model
007690             Move Vehicle-Vin        To QW-Vin
007700             Move Make-Model-Work    To QW-Make-Model
007710             Move Date-Consigned     To QW-Consigned-Date
007720             Move Asking-Price       To QW-Asking-Price
007730             Move Withdraw-Note-Work To QW-Note
007740             Write Report-Record From Withdrawn-Detail-Line
007750                   After 1
007760     End-Rewrite
007770     .
007780* A unit's deposits sit together under its VIN, oldest first;
007790* the active one is cancelled just as Chapt20g would cancel it.
007800 Cancel-Vehicle-Hold.
007810     Move "N" To Deposit-Found-Switch
007820     Move "N" To Deposit-Done-Switch
007830     Move Vehicle-Vin To Deposit-Vin
007840     Move Zeros       To Deposit-Post-Date
007850                         Deposit-Post-Time
007860     Start Deposit-File Key Not < Deposit-Key
007870         Invalid Key Move "Y" To Deposit-Done-Switch
007880     End-Start
007890     Perform Match-Active-Deposit
007900         Until Deposit-Found Or Deposit-Scan-Done
007910     If Deposit-Found
007920        Move "C" To Deposit-Status
007930        Move Settled-Date-MMDDYYYY To Deposit-Closed-Date
007940        Move "R" To Deposit-Refund-Flag
007950        Rewrite Deposit-Record
007960             Invalid Key
007970                Display "Unable to cancel deposit " Deposit-Vin
007980                Add 1 To Fail-Count
007990             Not Invalid Key
008000                Move "Hold cancelled-refund" To
008010                     Withdraw-Note-Work
008020        End-Rewrite
008030     End-If
008040     .
008050 Match-Active-Deposit.
008060     Read Deposit-File Next Record
008070          At End Move "Y" To Deposit-Done-Switch
008080          Not At End
008090             If Deposit-Vin Not = Vehicle-Vin
008100                Move "Y" To Deposit-Done-Switch
008110             Else
008120                If Deposit-Active
008130                   Move "Y" To Deposit-Found-Switch
008140                End-If
008150             End-If
008160     End-Read
008170     .
008180* Step two: rent runs through the termination date. Periods
008190* from Next-Rent-Due-Date on that the dealer occupied but were
008200* never billed are billed in full the way Chapt19f bills them,
008210* then every rent charge whose period runs past the termination
008220* date is prorated by calendar days and the unused part credited.
008230 Bill-Final-Rent.
008240     Move "Final Rent" To Section-Title
008250     Write Report-Record From Section-Title-Line After 2
008260     Perform Bill-Unbilled-Periods
008270     Perform Prorate-Rent-Charges
008280     Move 1 To Rent-Line-Sub
008290     Perform Write-Rent-Credit-Item
008300         Until Rent-Line-Sub > Rent-Line-Count
008310     If Rent-Line-Count = Zeros
008320        Write Report-Record From None-Line After 1
008330     End-If
008340     .
008350 Bill-Unbilled-Periods.
008360     Move Next-Rent-Due-Date To Due-Date-Value
008370     Move Due-Year  To Work-Year
008380     Move Due-Month To Work-Month
008390     Move Due-Day   To Work-Day
008400     Perform Edit-Date-Parts
008410     If Valid-Date And Rent-Amount > Zeros
008420        Move Due-Year  To Period-Date-Year
008430        Move Due-Month To Period-Date-Month
008440        Move Due-Day   To Period-Date-Day
008450        Perform Set-Period-Days
008460        Perform Bill-One-Period
008470            Until Period-Start-Days > Term-Days-Value
008480               Or Rent-Line-Count Not < Max-Rent-Lines
008490     End-If
008500     .
008510* Same key as the Chapt19f charge for the period, so a period
008520* already billed is simply found there and left alone.
008530 Bill-One-Period.
008540     Move Spaces To Dealer-Ledger-Record
008550     Move Dealer-Number To Ledger-Dealer-Number
008560     Move Period-Date-YYYYMMDD To Ledger-Item-Date
008570     Move 1 To Ledger-Item-Seq
008580     Move "R" To Ledger-Item-Type
008590     Move Period-Date-Year  To Period-Year
008600     Move Period-Date-Month To Period-Month
008610     Move Period-Work To Ledger-Period
008620     Move Rent-Amount To Ledger-Amount
008630     Move Zeros To Ledger-Amount-Applied
008640     Accept Ledger-Posted-Date From Date YYYYMMDD
008650     Write Dealer-Ledger-Record
008660          Invalid Key
008670             Continue
008680          Not Invalid Key
008690             Add 1 To Rent-Line-Count
008700             Move "R" To Rent-Line-Type (Rent-Line-Count)
008710             Move Period-Work
008720               To Rent-Line-Period (Rent-Line-Count)
008730             Move Rent-Amount
008740               To Rent-Line-Amount (Rent-Line-Count)
008750             Add Rent-Amount To Rent-Billed-Total
008760     End-Write
008770     Perform Advance-Period-Date
008780     Perform Set-Period-Days
008790     .
008800 Prorate-Rent-Charges.
008810     Perform Start-Dealer-Ledger
008820     Perform Prorate-Next-Ledger-Item Until Ledger-Dealer-Done
008830     .
008840 Prorate-Next-Ledger-Item.
008850     Read Ledger-File Next Record
008860          At End Move "Y" To Ledger-Done-Switch
008870          Not At End
008880             If Ledger-Dealer-Number Not = Dealer-Number
008890                Move "Y" To Ledger-Done-Switch
008900             Else
008910                If Ledger-Rent-Charge
008920                   Perform Prorate-One-Charge
008930                End-If
008940             End-If
008950     End-Read
008960     .
008970* A rent charge covers the month from its item date. The days
008980* from that date through the termination date are owed; the
008990* rest of the month is credited, first against whatever of the
009000* charge is still open and any remainder as credit to the dealer.
009010 Prorate-One-Charge.
009020     Move Ledger-Item-Date To Period-Date-YYYYMMDD
009030     Perform Set-Period-Days
009040     Move Period-Start-Days To Charge-Start-Days
009050     Perform Advance-Period-Date
009060     Perform Set-Period-Days
009070     Compute Period-Length-Days =
009080             Period-Start-Days - Charge-Start-Days
009090     Compute Used-Days = Term-Days-Value - Charge-Start-Days + 1
009100     If Used-Days < Period-Length-Days
009110        And Period-Length-Days > Zeros
009120        And Rent-Line-Count < Max-Rent-Lines
009130        If Used-Days < Zeros
009140           Move Zeros To Used-Days
009150        End-If
009160        Compute Unused-Work Rounded = Ledger-Amount
009170                * (Period-Length-Days - Used-Days)
009180                / Period-Length-Days
009190        Compute Open-Work = Ledger-Amount - Ledger-Amount-Applied
009200        If Open-Work < Zeros
009210           Move Zeros To Open-Work
009220        End-If
009230        If Open-Work < Unused-Work
009240           Move Open-Work To Apply-Work
009250        Else
009260           Move Unused-Work To Apply-Work
009270        End-If
009280        If Unused-Work > Zeros
009290           If Apply-Work > Zeros
009300              Add Apply-Work To Ledger-Amount-Applied
009310              Rewrite Dealer-Ledger-Record
009320                   Invalid Key
009330                      Display "Unable to credit rent "
009340                              Ledger-Dealer-Number " "
009350                              Ledger-Item-Date
009360                      Add 1 To Fail-Count
009370                   Not Invalid Key
009380                      Perform Record-Rent-Credit
009390              End-Rewrite
009400           Else
009410              Perform Record-Rent-Credit
009420           End-If
009430        End-If
009440     End-If
009450     .
009460 Record-Rent-Credit.
009470     Compute Rent-Credit-Left =
009480             Rent-Credit-Left + Unused-Work - Apply-Work
009490     Add Unused-Work To Rent-Credited-Total
009500     Add 1 To Rent-Line-Count
009510     Move "A" To Rent-Line-Type (Rent-Line-Count)
009520     Move Ledger-Period To Rent-Line-Period (Rent-Line-Count)
009530     Move Unused-Work To Rent-Line-Amount (Rent-Line-Count)
009540     .
009550* Billed periods are already on the ledger; each credit goes on
009560* as a fully applied rent credit item for its period. Every
009570* line is listed on the statement either way.
009580 Write-Rent-Credit-Item.
009590     If Rent-Line-Type (Rent-Line-Sub) = "A"
009600        Move Spaces To Dealer-Ledger-Record
009610        Move Dealer-Number To Ledger-Dealer-Number
009620        Move Current-Date-YYYYMMDD To Ledger-Item-Date
009630        Move "A" To Ledger-Item-Type
009640        Move Rent-Line-Period (Rent-Line-Sub) To Ledger-Period
009650        Move Rent-Line-Amount (Rent-Line-Sub)
009660          To Ledger-Amount
009670             Ledger-Amount-Applied
009680        Perform Write-Ledger-Item
009690        Move "Rent credit, unused days" To RD-Description
009700     Else
009710        Move "Rent billed to close" To RD-Description
009720     End-If
009730     Move Rent-Line-Period (Rent-Line-Sub) To RD-Period
009740     Move Rent-Line-Amount (Rent-Line-Sub) To RD-Amount
009750     Write Report-Record From Rent-Detail-Line After 1
009760     Add 1 To Rent-Line-Sub
009770     .
009780 Advance-Period-Date.
009790     If Period-Date-Month < 12
009800        Add 1 To Period-Date-Month
009810     Else
009820        Move 1 To Period-Date-Month
009830        Add 1 To Period-Date-Year
009840     End-If
009850     Move Period-Date-Year  To Work-Year
009860     Move Period-Date-Month To Work-Month
009870     Perform Set-Month-Days
009880     If Period-Date-Day > Month-Days-Work
009890        Move Month-Days-Work To Period-Date-Day
009900     End-If
009910     .
009920 Set-Period-Days.
009930     Move Period-Date-Year  To Work-Year
009940     Move Period-Date-Month To Work-Month
009950     Move Period-Date-Day   To Work-Day
009960     Perform Compute-Days-Value
009970     Move Work-Days-Value To Period-Start-Days
009980     .
009990* Step three: sales not yet settled are paid out now, at the
010000* commission posted with each sale, exactly as Chapt19q would.
010010 Settle-Open-Sales.
010020     Move "Sales Settled At Move-Out" To Section-Title
010030     Write Report-Record From Section-Title-Line After 2
010040     Write Report-Record From Settle-Head-Line-1 After 1
010050     Perform Start-Dealer-Vehicles
010060     Perform Settle-Next-Vehicle Until Vehicle-Scan-Done
010070     If Dealer-Sale-Count = Zeros And Dealer-Held-Count = Zeros
010080        Write Report-Record From None-Line After 1
010090     End-If
010100     .
010110 Settle-Next-Vehicle.
010120     Read Vehicle-File Next Record
010130          At End Move "Y" To Vehicle-Done-Switch
010140          Not At End
010150             If Vehicle-Dealer-Number Not = Dealer-Number
010160                Move "Y" To Vehicle-Done-Switch
010170             Else
010180                If Vehicle-Sold And Not Vehicle-Settled
010190                   Perform Check-Lien-Payoff
010200                   If Lien-Payoff-Pending
010210                      Perform Print-Held-Detail
010220                   Else
010230                      Perform Settle-One-Sale
010240                   End-If
010250                End-If
010260             End-If
010270     End-Read
010280     .
010290* A lien on the title must be paid off out of the proceeds
010300* before the dealer sees any of them, so such a sale is left for
010310* Chapt19q to pay once the payoff is confirmed.
010320 Check-Lien-Payoff.
010330     Move "N" To Lien-Hold-Switch
010340     Move Vehicle-Vin To Title-Vin
010350     Read Title-File Key Title-Vin
010360          Invalid Key
010370             Continue
010380          Not Invalid Key
010390             If Title-Lienholder Not = Spaces
010400                And Not Title-Payoff-Confirmed
010410                Move "Y" To Lien-Hold-Switch
010420             End-If
010430     End-Read
010440     .
010450 Print-Held-Detail.
010460     Perform Format-Make-Model
010470     Move Vehicle-Vin        To QH-Vin
010480     Move Make-Model-Work    To QH-Make-Model
010490     Move Vehicle-Sold-Date  To QH-Sold-Date
010500     Move Sold-Price         To QH-Sold-Price
010510     Write Report-Record From Held-Detail-Line After 1
010520     Add 1 To Dealer-Held-Count
010530              Held-Count
010540     .
010550 Settle-One-Sale.
010560     Perform Set-Settle-Commission
010570     Compute Net-Work = Sold-Price - Commission-Work
010580     Move "Y" To Vehicle-Settled-Flag
010590     Move Settled-Date-MMDDYYYY To Vehicle-Settled-Date
010600     Rewrite Vehicle-Record
010610          Invalid Key
010620             Display "Unable to mark settled " Vehicle-Vin
010630             Add 1 To Fail-Count
010640          Not Invalid Key
010650             Move "R" To Journal-Action
010660             Move Vehicle-Record To Journal-Image
010670             Perform Write-Vehicle-Journal
010680             Perform Print-Sale-Detail
010690     End-Rewrite
010700     .
010710 Print-Sale-Detail.
010720     Perform Format-Make-Model
010730     Move Vehicle-Vin        To QD-Vin
010740     Move Make-Model-Work    To QD-Make-Model
010750     Move Vehicle-Sold-Date  To QD-Sold-Date
010760     Move Sold-Price         To QD-Sold-Price
010770     Move Commission-Work    To QD-Commission
010780     Move Net-Work           To QD-Net
010790     Write Report-Record From Settle-Detail-Line After 1
010800     Add Sold-Price      To Dealer-Sales-Total
010810     Add Commission-Work To Dealer-Commis-Total
010820     Add Net-Work        To Proceeds-Total
010830     Add 1 To Dealer-Sale-Count
010840              Sale-Count
010850     .
010860* Pay the commission posted with the sale; only a sale with no
010870* posted Salehist.Dat record is figured here, from the dealer's
010880* schedule or flat percent as Chapt19q does.
010890 Set-Settle-Commission.
010900     Perform Find-Sale-History
010910     If Sale-History-Found
010920        Move Posted-Commission-Work To Commission-Work
010930     Else
010940        Move "N" To Band-Found-Switch
010950        If Dealer-Schedule-Code Not = Spaces
010960           Move Dealer-Schedule-Code To Schedule-Code
010970           Read Schedule-File Key Schedule-Code
010980                Invalid Key
010990                   Continue
011000                Not Invalid Key
011010                   Perform Compute-Schedule-Commission
011020           End-Read
011030        End-If
011040        If Not Band-Found
011050           Compute Commission-Work Rounded =
011060                   (Sold-Price * Consignment-Percent) / 100
011070        End-If
011080     End-If
011090     .
011100 Find-Sale-History.
011110     Move "N" To Sale-Found-Switch
011120     Move "N" To Sale-Done-Switch
011130     Move Vehicle-Vin To Sale-Vin
011140     Move Zeros To Sale-Post-Date
011150                   Sale-Post-Time
011160     Start Sale-History-File Key Not < Sale-Key
011170         Invalid Key Move "Y" To Sale-Done-Switch
011180     End-Start
011190     Perform Read-Next-Sale-History Until Sale-History-Done
011200     .
011210 Read-Next-Sale-History.
011220     Read Sale-History-File Next Record
011230          At End Move "Y" To Sale-Done-Switch
011240          Not At End
011250             If Sale-Vin Not = Vehicle-Vin
011260                Move "Y" To Sale-Done-Switch
011270             Else
011280                If Sale-Posted
011290                   Move "Y" To Sale-Found-Switch
011300                   Move Sale-Commission To Posted-Commission-Work
011310                End-If
011320             End-If
011330     End-Read
011340     .
011350* Same band rules as Chapt19g and Chapt19q: the first band whose
011360* limit covers the price, a zero limit marking the top band,
011370* never less than the schedule minimum nor more than the price.
011380 Compute-Schedule-Commission.
011390     Move Schedule-Band-Percent (Band-Count)
011400       To Commission-Percent-Work
011410     Move 1 To Band-Sub
011420     Perform Find-Commission-Band
011430         Until Band-Found Or Band-Sub > Band-Count
011440     Move "Y" To Band-Found-Switch
011450     Compute Commission-Work Rounded =
011460             (Sold-Price * Commission-Percent-Work) / 100
011470     If Commission-Work < Schedule-Minimum
011480        Move Schedule-Minimum To Commission-Work
011490     End-If
011500     If Commission-Work > Sold-Price
011510        Move Sold-Price To Commission-Work
011520     End-If
011530     .
011540 Find-Commission-Band.
011550     If Schedule-Band-Limit (Band-Sub) = Zeros
011560        Or Sold-Price Not > Schedule-Band-Limit (Band-Sub)
011570        Move Schedule-Band-Percent (Band-Sub)
011580          To Commission-Percent-Work
011590        Move "Y" To Band-Found-Switch
011600     End-If
011610     Add 1 To Band-Sub
011620     .
011630 Format-Make-Model.
011640     Move Spaces To Make-Model-Work
011650     String Vehicle-Make  Delimited By Space
011660            " "           Delimited By Size
011670            Vehicle-Model Delimited By Space
011680            Into Make-Model-Work
011690     End-String
011700     .
011710* Step four: what the dealer owes is paid down oldest first,
011720* from credit already on account, then from the sale proceeds,
011730* then from the security deposit. Whatever is left of each goes
011740* back to the dealer; whatever none of them covers stays open.
011750 Apply-Final-Funds.
011760     Perform Sum-Open-Items
011770     Move Charges-Open-Work To Open-Charges-Before
011780     Compute Credit-Avail-Work =
011790             Credits-Open-Work + Rent-Credit-Left
011800     Move Credit-Avail-Work To Remaining-Work
011810     Move Space To Fund-Item-Type
011820     Perform Apply-Funds-To-Charges
011830     Compute Credit-Used = Credit-Avail-Work - Remaining-Work
011840     Move Remaining-Work To Credit-Refund
011850     If Credits-Open-Work > Zeros
011860        Perform Close-Credit-Items
011870     End-If
011880     If Credit-Refund > Zeros
011890        Perform Write-Credit-Refund-Item
011900     End-If
011910     Move Proceeds-Total To Remaining-Work
011920     Move "O" To Fund-Item-Type
011930     Perform Apply-Funds-To-Charges
011940     Compute Withheld-Total = Proceeds-Total - Remaining-Work
011950     Move Remaining-Work To Proceeds-Paid
011960     Move Deposit-Held-Work To Remaining-Work
011970     Move "D" To Fund-Item-Type
011980     Perform Apply-Funds-To-Charges
011990     Compute Deposit-Applied-Total =
012000             Deposit-Held-Work - Remaining-Work
012010     Move Remaining-Work To Deposit-Refund
012020     Perform Sum-Open-Items
012030     Move Charges-Open-Work To Balance-Due-Work
012040     Compute Refund-Total-Work =
012050             Credit-Refund + Proceeds-Paid + Deposit-Refund
012060     .
012070 Sum-Open-Items.
012080     Move Zeros To Charges-Open-Work
012090                   Credits-Open-Work
012100     Perform Start-Dealer-Ledger
012110     Perform Sum-Next-Ledger-Item Until Ledger-Dealer-Done
012120     .
012130 Sum-Next-Ledger-Item.
012140     Read Ledger-File Next Record
012150          At End Move "Y" To Ledger-Done-Switch
012160          Not At End
012170             If Ledger-Dealer-Number Not = Dealer-Number
012180                Move "Y" To Ledger-Done-Switch
012190             Else
012200                Compute Open-Work =
012210                        Ledger-Amount - Ledger-Amount-Applied
012220                If Open-Work > Zeros
012230                   If Ledger-Charge-Item
012240                      Add Open-Work To Charges-Open-Work
012250                   End-If
012260                   If Ledger-Credit
012270                      Add Open-Work To Credits-Open-Work
012280                   End-If
012290                End-If
012300             End-If
012310     End-Read
012320     .
012330* One walk of the open charges with Remaining-Work to spend.
012340* Credit on account is applied the way Chapt19f applies it, its
012350* credit applied item being written when the credits are closed
012360* out below; proceeds and deposit leave an offset or deposit
012361* applied item per charge, written once the walk is done.
012370 Apply-Funds-To-Charges.
012380     If Remaining-Work > Zeros
012390        Compute Walk-Start-Sub = Applied-Count + 1
012400        Perform Start-Dealer-Ledger
012410        Perform Apply-Fund-Next-Item
012420            Until Ledger-Dealer-Done Or Remaining-Work Not > Zeros
012430        If Fund-Item-Type Not = Space
012440           Move Walk-Start-Sub To Applied-Sub
012450           Perform Write-Fund-Item
012460               Until Applied-Sub > Applied-Count
012470        End-If
012480     End-If
012490     .
012500 Apply-Fund-Next-Item.
012510     Read Ledger-File Next Record
012520          At End Move "Y" To Ledger-Done-Switch
012530          Not At End
012540             If Ledger-Dealer-Number Not = Dealer-Number
012550                Move "Y" To Ledger-Done-Switch
012560             Else
012570                If Ledger-Charge-Item
012580                   Perform Apply-Fund-To-Charge
012590                End-If
012600             End-If
012610     End-Read
012620     .
012630 Apply-Fund-To-Charge.
012640     Compute Open-Work = Ledger-Amount - Ledger-Amount-Applied
012650     If Open-Work > Zeros
012660        And (Fund-Item-Type = Space
012670             Or Applied-Count < Max-Applied)
012680        If Remaining-Work < Open-Work
012690           Move Remaining-Work To Apply-Work
012700        Else
012710           Move Open-Work To Apply-Work
012720        End-If
012730        Add Apply-Work To Ledger-Amount-Applied
012740        Rewrite Dealer-Ledger-Record
012750             Invalid Key
012760                Display "Unable to apply to charge "
012770                        Ledger-Dealer-Number " " Ledger-Item-Date
012780                Add 1 To Fail-Count
012790             Not Invalid Key
012800                Subtract Apply-Work From Remaining-Work
012810                If Fund-Item-Type Not = Space
012820                   Add 1 To Applied-Count
012830                   Move Fund-Item-Type
012840                     To Applied-Fund (Applied-Count)
012850                   Move Ledger-Item-Type
012860                     To Applied-Type (Applied-Count)
012870                   Move Ledger-Period
012880                     To Applied-Period (Applied-Count)
012890                   Move Apply-Work
012900                     To Applied-Amount (Applied-Count)
012910                End-If
012920        End-Rewrite
012930     End-If
012940     .
012950 Write-Fund-Item.
012960     Move Spaces To Dealer-Ledger-Record
012970     Move Dealer-Number To Ledger-Dealer-Number
012980     Move Current-Date-YYYYMMDD To Ledger-Item-Date
012990     Move Applied-Fund (Applied-Sub) To Ledger-Item-Type
013000     Move Applied-Period (Applied-Sub) To Ledger-Period
013010     Move Applied-Amount (Applied-Sub) To Ledger-Amount
013020                                          Ledger-Amount-Applied
013030     Perform Write-Ledger-Item
013040     Add 1 To Applied-Sub
013050     .
013060* Credit on account is either used above or refunded below, so
013070* every open credit item is closed out, and what they held goes
013071* on as one credit applied item: out of unapplied cash and back
013072* against the receivable, where the credit refund is paid from.
013080 Close-Credit-Items.
013081     Move Zeros To Credit-Closed-Work
013090     Perform Start-Dealer-Ledger
013100     Perform Close-Next-Credit Until Ledger-Dealer-Done
013101     If Credit-Closed-Work > Zeros
013102        Perform Write-Credit-Applied-Item
013103     End-If
013110     .
013120 Close-Next-Credit.
013130     Read Ledger-File Next Record
013140          At End Move "Y" To Ledger-Done-Switch
013150          Not At End
013160             If Ledger-Dealer-Number Not = Dealer-Number
013170                Move "Y" To Ledger-Done-Switch
013180             Else
013190                If Ledger-Credit
013200                   And Ledger-Amount-Applied < Ledger-Amount
013201                   Compute Open-Work =
013202                           Ledger-Amount - Ledger-Amount-Applied
013210                   Move Ledger-Amount To Ledger-Amount-Applied
013220                   Rewrite Dealer-Ledger-Record
013230                        Invalid Key
013240                           Display "Unable to close credit "
013250                                   Ledger-Dealer-Number " "
013260                                   Ledger-Item-Date
013270                           Add 1 To Fail-Count
013271                        Not Invalid Key
013272                           Add Open-Work To Credit-Closed-Work
013280                   End-Rewrite
013290                End-If
013300             End-If
013310     End-Read
013311     .
013311 Write-Credit-Applied-Item.
013312     Move Spaces To Dealer-Ledger-Record
013313     Move Dealer-Number To Ledger-Dealer-Number
013314     Move Current-Date-YYYYMMDD To Ledger-Item-Date
013314     Move "C" To Ledger-Item-Type
013315     Move Term-Key-Year  To Period-Year
013316     Move Term-Key-Month To Period-Month
013317     Move Period-Work To Ledger-Period
013317     Move Credit-Closed-Work To Ledger-Amount
013318                               Ledger-Amount-Applied
013319     Perform Write-Ledger-Item
013320     .
013330 Write-Credit-Refund-Item.
013340     Move Spaces To Dealer-Ledger-Record
013350     Move Dealer-Number To Ledger-Dealer-Number
013360     Move Current-Date-YYYYMMDD To Ledger-Item-Date
013370     Move "F" To Ledger-Item-Type
013380     Move Term-Key-Year  To Period-Year
013390     Move Term-Key-Month To Period-Month
013400     Move Period-Work To Ledger-Period
013410     Move Credit-Refund To Ledger-Amount
013420                          Ledger-Amount-Applied
013430     Perform Write-Ledger-Item
013440     .
013450 Start-Dealer-Ledger.
013460     Move "N" To Ledger-Done-Switch
013470     Move Dealer-Number To Ledger-Dealer-Number
013480     Move Zeros To Ledger-Item-Date
013490                   Ledger-Item-Seq
013500     Start Ledger-File Key Not < Ledger-Key
013510         Invalid Key Move "Y" To Ledger-Done-Switch
013520     End-Start
013530     .
013540* Sequences 1-10 belong to the Chapt19f period charges, so
013550* move-out items start at 11 and walk forward past any cash
013560* items already posted the same day.
013570 Write-Ledger-Item.
013580     Move "N" To Ledger-Written-Switch
013590     Move 11 To Ledger-Item-Seq
013600     Accept Ledger-Posted-Date From Date YYYYMMDD
013610     Perform Try-Write-Ledger-Item
013620         Until Ledger-Item-Written Or Ledger-Item-Seq > 999
013630     If Not Ledger-Item-Written
013640        Display "Unable to write ledger item "
013650                Ledger-Dealer-Number
013660        Add 1 To Fail-Count
013670     End-If
013680     .
013690 Try-Write-Ledger-Item.
013700     Write Dealer-Ledger-Record
013710          Invalid Key
013720             Add 1 To Ledger-Item-Seq
013730          Not Invalid Key
013740             Move "Y" To Ledger-Written-Switch
013750     End-Write
013760     .
013770* The dealer stays on file, inactive and with the deposit
013780* cleared, and the refund check goes to the payables register.
013790 Close-Dealer-Account.
013800     Move "Y" To Dealer-Inactive-Flag
013810     Move Zeros To Dealer-Security-Deposit
013820     Rewrite Dealer-Record
013830          Invalid Key
013840             Display "Unable to mark dealer inactive "
013850                     Dealer-Number
013860             Add 1 To Fail-Count
013870          Not Invalid Key
013880             Move Dealer-Record To After-Image-Work
013890             Move "M" To Audit-Action
013900             Perform Write-Audit-Record
013910             Move "R" To Journal-Action
013920             Move Dealer-Record To Journal-Image
013930             Perform Write-Dealer-Journal
013940     End-Rewrite
013950     If Refund-Total-Work > Zeros Or Dealer-Sale-Count > Zeros
013960        Perform Write-Register-Record
013970     End-If
013980     Add 1 To Moveout-Count
013990     Add Refund-Total-Work To Grand-Refund-Total
014000     Add Balance-Due-Work  To Grand-Owed-Total
014010     .
014020 Write-Register-Record.
014030     Move Spaces To Register-Record
014040     Accept Register-Date From Date YYYYMMDD
014050     Accept Register-Time From Time
014060     Move Dealer-Number        To Register-Dealer-Number
014070     Move Dealer-Name          To Register-Dealer-Name
014080     Move Dealer-Sale-Count    To Register-Sale-Count
014090     Move Dealer-Sales-Total   To Register-Sales-Total
014100     Move Dealer-Commis-Total  To Register-Commis-Total
014110     Move Refund-Total-Work    To Register-Net-Amount
014120     Move Proceeds-Total       To Register-Gross-Amount
014130     Move Withheld-Total       To Register-Rent-Withheld
014140     Move Deposit-Refund       To Register-Deposit-Refund
014150     Move Credit-Refund        To Register-Credit-Refund
014160     Write Register-Record
014170     .
014180 Print-Statement-Header.
014190     Move Dealer-Name      To Statement-Name
014200     Move Address-Line-1   To Statement-Address-1
014210     Move Address-Line-2   To Statement-Address-2
014220     Move City             To Statement-City
014230     Move State-Or-Country To Statement-State
014240     Move Postal-Code      To Statement-Postal
014250     Move Dealer-Number    To Statement-Dealer-No
014260     Move Term-Date-Value  To Statement-Term-Date
014270     If First-Page
014280        Move "N" To First-Page-Switch
014290        Write Report-Record From Statement-Name-Line After Zero
014300     Else
014310        Write Report-Record From Statement-Name-Line After Page
014320     End-If
014330     Write Report-Record From Statement-Addr-Line-1 After 1
014340     Write Report-Record From Statement-Addr-Line-2 After 1
014350     Write Report-Record From Statement-City-Line After 1
014360     Write Report-Record From Statement-Dealer-Line After 2
014370     Write Report-Record From Statement-Term-Line After 1
014380     .
014390 Print-Closing-Summary.
014400     Move "Final Accounting" To Section-Title
014410     Write Report-Record From Section-Title-Line After 2
014420     Move "Charges Open:" To SL-Label
014430     Move Open-Charges-Before To SL-Amount
014440     Write Report-Record From Summary-Line After 1
014450     Move "Credit On Account:" To SL-Label
014460     Move Credit-Avail-Work To SL-Amount
014470     Write Report-Record From Summary-Line After 1
014480     Move "Net Sale Proceeds:" To SL-Label
014490     Move Proceeds-Total To SL-Amount
014500     Write Report-Record From Summary-Line After 1
014510     Move "Security Deposit Held:" To SL-Label
014520     Move Deposit-Held-Work To SL-Amount
014530     Write Report-Record From Summary-Line After 1
014540     Move "Less Credit Applied:" To SL-Label
014550     Move Credit-Used To SL-Amount
014560     Write Report-Record From Summary-Line After 2
014570     Move 1 To Applied-Sub
014580     Perform Print-Applied-Line Until Applied-Sub > Applied-Count
014590     Move "Less Proceeds Applied:" To SL-Label
014600     Move Withheld-Total To SL-Amount
014610     Write Report-Record From Summary-Line After 1
014620     Move "Less Deposit Applied:" To SL-Label
014630     Move Deposit-Applied-Total To SL-Amount
014640     Write Report-Record From Summary-Line After 1
014650     Move "Credit Refunded:" To SL-Label
014660     Move Credit-Refund To SL-Amount
014670     Write Report-Record From Summary-Line After 2
014680     Move "Proceeds Paid:" To SL-Label
014690     Move Proceeds-Paid To SL-Amount
014700     Write Report-Record From Summary-Line After 1
014710     Move "Deposit Returned:" To SL-Label
014720     Move Deposit-Refund To SL-Amount
014730     Write Report-Record From Summary-Line After 1
014740     If Refund-Total-Work > Zeros
014750        Move "Refund Due Dealer:" To SL-Label
014760        Move Refund-Total-Work To SL-Amount
014770        Write Report-Record From Summary-Line After 2
014780     End-If
014790     If Balance-Due-Work > Zeros
014800        Move "Balance Owed By Dealer:" To SL-Label
014810        Move Balance-Due-Work To SL-Amount
014820        Write Report-Record From Summary-Line After 2
014830     End-If
014840     If Refund-Total-Work = Zeros And Balance-Due-Work = Zeros
014850        Move "Account settled - nothing owed either way"
014860          To CM-Message
014870        Write Report-Record From Closing-Message-Line After 2
014880     End-If
014890     If Dealer-Held-Count > Zeros
014900        Move "Held sales paid by Chapt19q once lien clears"
014910          To CM-Message
014920        Write Report-Record From Closing-Message-Line After 2
014930     End-If
014940     Move "Dealer marked inactive - not billed after this date"
014950       To CM-Message
014960     Write Report-Record From Closing-Message-Line After 2
014970     Move 99 To Line-Count
014980     .
014990 Print-Applied-Line.
015000     If Applied-Fund (Applied-Sub) = "O"
015010        Move "Proceeds" To AD-Fund
015020     Else
015030        Move "Deposit"  To AD-Fund
015040     End-If
015050     Evaluate Applied-Type (Applied-Sub)
015060        When "R"   Move "Rent"      To AD-Description
015070        When "L"   Move "Late fee"  To AD-Description
015080        When "K"   Move "Clawback"  To AD-Description
015090        When "B"   Move "Ret check" To AD-Description
015100        When "N"   Move "NSF fee"   To AD-Description
015110        When Other Move "Charge"    To AD-Description
015120     End-Evaluate
015130     Move Applied-Period (Applied-Sub) To AD-Period
015140     Move Applied-Amount (Applied-Sub) To AD-Amount
015150     Write Report-Record From Applied-Detail-Line After 1
015160     Add 1 To Applied-Sub
015170     .
015180* Edit Work-Date-Parts as a real calendar date: month 01-12 and
015190* day within that month's length, February per leap year.
015200 Edit-Date-Parts.
015210     Move "Y" To Date-Valid-Switch
015220     If Work-Month < 1 Or Work-Month > 12
015230        Move "N" To Date-Valid-Switch
015240     Else
015250        Perform Set-Month-Days
015260        If Work-Day < 1 Or Work-Day > Month-Days-Work
015270           Move "N" To Date-Valid-Switch
015280        End-If
015290     End-If
015300     .
015310 Set-Month-Days.
015320     Move Month-Days-Entry (Work-Month) To Month-Days-Work
015330     If Work-Month = 2
015340        Perform Check-Leap-Year
015350        If Leap-Year
015360           Move 29 To Month-Days-Work
015370        End-If
015380     End-If
015390     .
015400* Convert Work-Date-Parts to a serial day number using real
015410* month lengths and leap years so day differences are true
015420* calendar days.
015430 Compute-Days-Value.
015440     If Work-Month < 1 Or Work-Month > 12
015450        Move 1 To Work-Month
015460     End-If
015470     Compute Prior-Year-Work = Work-Year - 1
015480     Divide Prior-Year-Work By 4 Giving Leap-Day-Count
015490     Divide Prior-Year-Work By 100 Giving Leap-Quotient
015500     Subtract Leap-Quotient From Leap-Day-Count
015510     Divide Prior-Year-Work By 400 Giving Leap-Quotient
015520     Add Leap-Quotient To Leap-Day-Count
015530     Compute Work-Days-Value =
015540             (Prior-Year-Work * 365) + Leap-Day-Count
015550             + Days-Before-Entry (Work-Month) + Work-Day
015560     Perform Check-Leap-Year
015570     If Leap-Year And Work-Month > 2
015580        Add 1 To Work-Days-Value
015590     End-If
015600     .
015610 Check-Leap-Year.
015620     Move "N" To Leap-Year-Switch
015630     Divide Work-Year By 4 Giving Leap-Quotient
015640            Remainder Leap-Remainder-4
015650     Divide Work-Year By 100 Giving Leap-Quotient
015660            Remainder Leap-Remainder-100
015670     Divide Work-Year By 400 Giving Leap-Quotient
015680            Remainder Leap-Remainder-400
015690     If Leap-Remainder-400 = Zeros
015700        Move "Y" To Leap-Year-Switch
015710     Else
015720        If Leap-Remainder-4 = Zeros
015730           And Leap-Remainder-100 Not = Zeros
015740           Move "Y" To Leap-Year-Switch
015750        End-If
015760     End-If
015770     .
015780 Write-Audit-Record.
015790     Accept Audit-Date From Date
015800     Accept Audit-Time From Time
015810     Move Dealer-Number      To Audit-Dealer-Number
015820     Move Before-Image-Work  To Audit-Before-Image
015830     Move After-Image-Work   To Audit-After-Image
015840     Write Audit-Record
015850     .
015860 Print-Reject-Line.
015870     Add 1 To Reject-Count
015880     Move "Rejected" To AL-Action
015890     Move Reject-Reason To AL-Message
015900     Perform Print-Activity-Line
015910     .
015920 Print-Activity-Line.
015930     If Line-Count >= Max-Lines
015940        Perform Heading-Routine
015950     End-If
015960     Move Trans-Dealer-Number To AL-Dealer-Number
015970     Write Report-Record From Activity-Line After 1
015980     Add 1 To Line-Count
015990     .
016000 Print-Report-Trailer.
016010     If Line-Count >= Max-Lines
016020        Perform Heading-Routine
016030     End-If
016040     Move Moveout-Count  To Trailer-Move-Count
016050     Move Reject-Count   To Trailer-Rej-Count
016060     Move Withdraw-Count To Trailer-Wdrw-Count
016070     Move Sale-Count     To Trailer-Sale-Count
016080     Move Held-Count     To Trailer-Held-Count
016090     Move Grand-Refund-Total To Trailer-Refund-Tot
016100     Move Grand-Owed-Total   To Trailer-Owed-Tot
016110     Move Fail-Count     To Trailer-Fail-Count
016120     Write Report-Record From Trailer-Line-1 After 2
016130     Write Report-Record From Trailer-Line-2 After 1
016140     Write Report-Record From Trailer-Line-3 After 1
016150     Write Report-Record From Trailer-Line-4 After 1
016160     Write Report-Record From Trailer-Line-5 After 1
016170     Write Report-Record From Trailer-Line-6 After 1
016180     Write Report-Record From Trailer-Line-7 After 1
016190     Write Report-Record From Trailer-Line-8 After 1
016200     .
016210 Heading-Routine.
016220     Add 1 To Page-Count
016230     Move Page-Count To Page-No
016240     If First-Page
016250        Move "N" To First-Page-Switch
016260        Write Report-Record From Heading-Line-1 After Zero
016270     Else
016280        Write Report-Record From Heading-Line-1 After Page
016290     End-If
016300     Write Report-Record From Heading-Line-2 After 1
016310     Write Report-Record From Heading-Line-3 After 2
016320     Move 5 To Line-Count
016330     .
016340 Fill-Initial-Headings.
016350     Accept Work-Date From Date
016360     Accept Work-Time From Time
016370     Move Corresponding Work-Date-X To
016380                        Heading-Line-2
016390     Move Corresponding Work-Time-X To
016400                        Heading-Line-3
016410     .
016420 Open-Files.
016430     Open Output Report-File
016440                 Audit-File
016450          Extend Register-File
016460           Input Transaction-File
016470                 Title-File
016480                 Sale-History-File
016490                 Schedule-File
016500           I-O   Vehicle-File
016510                 Dealer-File
016520                 Ledger-File
016530                 Deposit-File
016540     .
016550 Close-Files.
016560     Close Report-File
016570           Audit-File
016580           Register-File
016590           Transaction-File
016600           Title-File
016610           Sale-History-File
016620           Schedule-File
016630           Vehicle-File
016640           Dealer-File
016650           Ledger-File
016660           Deposit-File
016670     .
016680 Write-Vehicle-Error-Log.
016690     Move "CHAPT20K"     To Error-Program
016700     Move "VEHICLE-FILE" To Error-File-Name
016710     Move Vehicle-Vin    To Error-Key-Value
016720     Move Vehicle-File-Status To Error-File-Status
016730     Accept Error-Date From Date
016740     Accept Error-Time From Time
016750     Open Extend Error-Log-File
016760     Write Error-Log-Record
016770     Close Error-Log-File
016780     .
016790 Write-Dealer-Error-Log.
016800     Move "CHAPT20K"    To Error-Program
016810     Move "DEALER-FILE" To Error-File-Name
016820     Move Dealer-Number To Error-Key-Value
016830     Move Dealer-Status To Error-File-Status
016840     Accept Error-Date From Date
016850     Accept Error-Time From Time
016860     Open Extend Error-Log-File
016870     Write Error-Log-Record
016880     Close Error-Log-File
016890     .
016900 Write-Ledger-Error-Log.
016910     Move "CHAPT20K"    To Error-Program
016920     Move "LEDGER-FILE" To Error-File-Name
016930     Move Ledger-Dealer-Number To Error-Key-Value
016940     Move Ledger-Status To Error-File-Status
016950     Accept Error-Date From Date
016960     Accept Error-Time From Time
016970     Open Extend Error-Log-File
016980     Write Error-Log-Record
016990     Close Error-Log-File
017000     .
017010 Write-Title-Error-Log.
017020     Move "CHAPT20K"    To Error-Program
017030     Move "TITLE-FILE"  To Error-File-Name
017040     Move Title-Vin     To Error-Key-Value
017050     Move Title-Status  To Error-File-Status
017060     Accept Error-Date From Date
017070     Accept Error-Time From Time
017080     Open Extend Error-Log-File
017090     Write Error-Log-Record
017100     Close Error-Log-File
017110     .
017120 Write-Sale-Error-Log.
017130     Move "CHAPT20K"      To Error-Program
017140     Move "SALEHIST-FILE" To Error-File-Name
017150     Move Sale-Vin        To Error-Key-Value
017160     Move Salehist-Status To Error-File-Status
017170     Accept Error-Date From Date
017180     Accept Error-Time From Time
017190     Open Extend Error-Log-File
017200     Write Error-Log-Record
017210     Close Error-Log-File
017220     .
017230 Write-Schedule-Error-Log.
017240     Move "CHAPT20K"      To Error-Program
017250     Move "SCHEDULE-FILE" To Error-File-Name
017260     Move Schedule-Code   To Error-Key-Value
017270     Move Schedule-Status To Error-File-Status
017280     Accept Error-Date From Date
017290     Accept Error-Time From Time
017300     Open Extend Error-Log-File
017310     Write Error-Log-Record
017320     Close Error-Log-File
017330     .
017340 Write-Deposit-Error-Log.
017350     Move "CHAPT20K"     To Error-Program
017360     Move "DEPOSIT-FILE" To Error-File-Name
017370     Move Deposit-Vin    To Error-Key-Value
017380     Move Deposit-File-Status To Error-File-Status
017390     Accept Error-Date From Date
017400     Accept Error-Time From Time
017410     Open Extend Error-Log-File
017420     Write Error-Log-Record
017430     Close Error-Log-File
017440     .
017450* After-image for the Chapt19u roll-forward recovery.
017460 Write-Vehicle-Journal.
017470     Move "CHAPT20K" To Journal-Program
017480     Move "VEHICLE"  To Journal-File-Id
017490     Move Vehicle-Vin To Journal-Key-Value
017500     Accept Journal-Date From Date YYYYMMDD
017510     Accept Journal-Time From Time
017520     Open Extend Journal-File
017530     Write Journal-Record
017540     Close Journal-File
017550     .
017560* After-image for the Chapt19u roll-forward recovery.
017570 Write-Dealer-Journal.
017580     Move "CHAPT20K" To Journal-Program
017590     Move "DEALER"   To Journal-File-Id
017600     Move Dealer-Number To Journal-Key-Value
017610     Accept Journal-Date From Date YYYYMMDD
017620     Accept Journal-Time From Time
017630     Open Extend Journal-File
017640     Write Journal-Record
017650     Close Journal-File
017660     .
017670 Write-Run-Start.
017680     Move Spaces To Run-Control-Record
017690     Move "CHAPT20K" To Run-Program
017700     Move "S"        To Run-Record-Type
017710     Move Zeros To Run-Records-Read
017720                   Run-Records-Written
017730     Perform Write-Run-Control
017740     .
017750 Write-Run-End.
017760     Move Spaces To Run-Control-Record
017770     Move "CHAPT20K" To Run-Program
017780     Move "E"        To Run-Record-Type
017790     Move "C"        To Run-Outcome
017800     Compute Run-Records-Read = Moveout-Count + Reject-Count
017810     Move Moveout-Count To Run-Records-Written
017820     Perform Write-Run-Control
017830     .
017840 Write-Run-Failure.
017850     Move Spaces To Run-Control-Record
017860     Move "CHAPT20K" To Run-Program
017870     Move "E"        To Run-Record-Type
017880     Move "F"        To Run-Outcome
017890     Move Zeros To Run-Records-Read
017900                   Run-Records-Written
017910     Perform Write-Run-Control
017920     .
017930 Write-Run-Control.
017940     Accept Run-Date From Date YYYYMMDD
017950     Accept Run-Time From Time
017960     Open Extend Run-Control-File
017970     Write Run-Control-Record
017980     Close Run-Control-File
017990     .
