000010 Identification Division.
000020 Program-Id.  Chapt20c.
000030* Daily General Ledger Interface
000040* End-of-day summary of the receivables, sales and payables
000050* activity into balanced journal entries for the accounting
000060* package, so the day's totals no longer have to be re-keyed from
000070* the Chapt19f, Chapt19g, Chapt19h and Chapt19q reports. The
000080* business date comes from Chapt20c.Parm (MMDDYYYY) and defaults
000090* to today. Dealrlgr.Dat items posted that day give rent billed,
000100* late fees, receipts, unapplied cash, returned checks and their
000110* fees, clawbacks and the rent withheld at settlement;
000120* Salehist.Dat gives the consignment sales and commission posted
000130* that day and the sales cancelled that day; the Payreg.Dat
000140* register gives the settlement checks. A Chapt20k dealer move-out
000150* adds the rent credited back for days after the termination date,
000160* the security deposit applied to charges and refunded, and credit
000170* on account refunded. Credit on account used up against charges
000180* comes off the ledger's credit applied items. Each activity is
000190* posted to the debit and credit accounts mapped to it on
000200* Glacct.Dat. The balancing report
000201* lists every activity with its accounts and the debit and credit
000202* totals, and proves the entry lines back to control totals of
000203* the ledger items, sale history and register records taken as
000204* the files are read; Glintf.Dat is written only when every
000205* activity with money on it is mapped, the debits and credits
000206* tie and every source proves, otherwise the run ends failed
000207* and the previous file is left alone.
000210 Environment Division.
000220 Configuration Section.
000230 Source-Computer.  IBM-PC.
000240 Object-Computer.  IBM-PC.
000250 Input-Output  Section.
000260 File-Control.
000270     Select Report-File Assign To Printer.
000280     Select Optional Parameter-File Assign To "Chapt20c.Parm"
000290         Organization Line Sequential
000300         File Status Parm-Status.
000310     Select Account-Map-File Assign To "Glacct.Dat"
000320         Organization Line Sequential
000330         File Status Map-Status.
000340     Select Optional Ledger-File Assign To "Dealrlgr.Dat"
000350         Organization Indexed
000360         Access Sequential
000370         Record Key Ledger-Key
000380         File Status Ledger-Status.
000390     Select Optional Sale-History-File Assign To "Salehist.Dat"
000400         Organization Indexed
000410         Access Sequential
000420         Record Key Sale-Key
000430         Alternate Record Key Sale-Dealer-Number With Duplicates
000440         File Status Salehist-Status.
000450     Select Optional Register-File Assign To "Payreg.Dat"
000460         Organization Line Sequential
000470         File Status Register-Status.
000480     Select Interface-File Assign To "Glintf.Dat"
000490         Organization Line Sequential
000500         File Status Interface-Status.
000510     Select Optional Error-Log-File Assign To "Syserr.Log"
000520         Organization Line Sequential
000530         File Status Error-Log-Status.
000540     Select Optional Run-Control-File Assign To "Runctl.Dat"
000550         Organization Line Sequential
000560         File Status Run-Control-Status.
000570 Data Division.
000580 File Section.
000590 Fd  Report-File.
000600 01  Report-Record Pic X(80).
000610 Fd  Parameter-File.
000620 01  Parameter-Record.
000630     03  Parm-Business-Date    Pic 9(8).
000640 Fd  Account-Map-File.
000650     Copy Glacct.
000660 Fd  Ledger-File.
000670     Copy Dealrlgr.
000680 Fd  Sale-History-File.
000690     Copy Salehist.
000700 Fd  Register-File.
000710 01  Register-Record.
000720     03  Register-Date            Pic 9(8).
000730     03  Register-Time            Pic 9(8).
000740     03  Register-Dealer-Number   Pic X(8).
000750     03  Register-Dealer-Name     Pic X(50).
000760     03  Register-Sale-Count      Pic 9(5).
000770     03  Register-Sales-Total     Pic S9(9)v99.
000780     03  Register-Commis-Total    Pic S9(9)v99.
000790     03  Register-Net-Amount      Pic S9(9)v99.
000800     03  Register-Gross-Amount    Pic S9(9)v99.
000810     03  Register-Rent-Withheld   Pic S9(9)v99.
000811     03  Register-Deposit-Refund  Pic S9(9)v99.
000812     03  Register-Credit-Refund   Pic S9(9)v99.
000820 Fd  Interface-File.
000830     Copy Glintf.
000840 Fd  Error-Log-File.
000850     Copy Errorlog.
000860 Fd  Run-Control-File.
000870     Copy Runctlrc.
000880 Working-Storage Section.
000890 01  Parm-Status              Pic XX Value Zeros.
000900     88  Parm-File-Opened    Value "00".
000910 01  Map-Status               Pic XX Value Zeros.
000920     88  Map-Success      Value "00" Thru "09".
000930 01  Ledger-Status            Pic XX Value Zeros.
000940     88  Ledger-Success   Value "00" Thru "09".
000950     88  Hard-Ledger-Error Value "30" Thru "99".
000960 01  Salehist-Status          Pic XX Value Zeros.
000970     88  Salehist-Success     Value "00" Thru "09".
000980     88  Hard-Salehist-Error  Value "30" Thru "99".
000990 01  Register-Status          Pic XX Value Zeros.
001000     88  Register-Success Value "00" Thru "09".
001010 01  Interface-Status         Pic XX Value Zeros.
001020 01  Error-Log-Status         Pic XX Value Zeros.
001030 01  Run-Control-Status       Pic XX Value Zeros.
001040* The activities the interface summarizes, in the order they
001050* print; the ledger item types, sale history and register are
001060* tallied against these positions in Tally-Activity.
001070 01  Activity-Code-Table.
001080     03  Filler Pic X(4) Value "RENT".
001090     03  Filler Pic X(4) Value "LATE".
001100     03  Filler Pic X(4) Value "RCPT".
001110     03  Filler Pic X(4) Value "UNAP".
001120     03  Filler Pic X(4) Value "RTRN".
001130     03  Filler Pic X(4) Value "NSFF".
001140     03  Filler Pic X(4) Value "SALE".
001150     03  Filler Pic X(4) Value "COMM".
001160     03  Filler Pic X(4) Value "CNCL".
001170     03  Filler Pic X(4) Value "CNCM".
001180     03  Filler Pic X(4) Value "CLAW".
001190     03  Filler Pic X(4) Value "WHLD".
001200     03  Filler Pic X(4) Value "STLM".
001201     03  Filler Pic X(4) Value "RADJ".
001202     03  Filler Pic X(4) Value "DEPA".
001203     03  Filler Pic X(4) Value "DEPR".
001204     03  Filler Pic X(4) Value "CRFD".
001205     03  Filler Pic X(4) Value "CAPL".
001210 01  Activity-Code-Redef Redefines Activity-Code-Table.
001220     03  Activity-Code-Entry Pic X(4) Occurs 18 Times.
001230 01  Activity-Name-Table.
001240     03  Filler Pic X(28) Value "Rent billed".
001250     03  Filler Pic X(28) Value "Late fees billed".
001260     03  Filler Pic X(28) Value "Receipts".
001270     03  Filler Pic X(28) Value "Unapplied cash".
001280     03  Filler Pic X(28) Value "Returned checks".
001290     03  Filler Pic X(28) Value "Returned check fees".
001300     03  Filler Pic X(28) Value "Consignment sales".
001310     03  Filler Pic X(28) Value "Commission earned".
001320     03  Filler Pic X(28) Value "Sales cancelled".
001330     03  Filler Pic X(28) Value "Commission reversed".
001340     03  Filler Pic X(28) Value "Settlement clawbacks".
001350     03  Filler Pic X(28) Value "Rent withheld at settlement".
001360     03  Filler Pic X(28) Value "Settlement payables".
001361     03  Filler Pic X(28) Value "Rent credited at move-out".
001362     03  Filler Pic X(28) Value "Security deposits applied".
001363     03  Filler Pic X(28) Value "Security deposits refunded".
001364     03  Filler Pic X(28) Value "Credits refunded at move-out".
001365     03  Filler Pic X(28) Value "Credit on account applied".
001370 01  Activity-Name-Redef Redefines Activity-Name-Table.
001380     03  Activity-Name-Entry Pic X(28) Occurs 18 Times.
001381* The file each activity is read from: 1 ledger items, 2 sale
001382* history, 3 payables register.
001383 01  Activity-Source-Table.
001384     03  Filler Pic X(18) Value "111111222211311311".
001385 01  Activity-Source-Redef Redefines Activity-Source-Table.
001386     03  Activity-Source-Entry Pic 9 Occurs 18 Times.
001390 01  Activity-Totals.
001400     03  Activity-Total-Entry Occurs 18 Times.
001410         05  Act-Count            Pic 9(5).
001420         05  Act-Amount           Pic S9(9)v99 Comp-3.
001430         05  Act-Debit-Account    Pic X(10).
001440         05  Act-Credit-Account   Pic X(10).
001450         05  Act-Map-Description  Pic X(30).
001460         05  Act-Mapped-Flag      Pic X.
001470             88  Act-Mapped       Value "Y".
001480 01  Activity-Count           Pic 9(4) Comp Value 18.
001490 01  Act-Sub                  Pic 9(4) Comp Value Zeros.
001500 01  Tally-Amount             Pic S9(9)v99 Comp-3 Value Zeros.
001510* The journal entry lines, built in full and balanced before
001520* any of them is written.
001530 01  Entry-Table.
001540     03  Entry-Line Occurs 36 Times.
001550         05  Entry-Account        Pic X(10).
001560         05  Entry-Side           Pic X.
001570         05  Entry-Amount         Pic S9(9)v99 Comp-3.
001580         05  Entry-Activity       Pic X(4).
001590         05  Entry-Description    Pic X(30).
001591         05  Entry-Source         Pic 9.
001592         05  Entry-Reversed-Flag  Pic X.
001593             88  Entry-Reversed   Value "Y".
001600 01  Entry-Count              Pic 9(4) Comp Value Zeros.
001610 01  Entry-Sub                Pic 9(4) Comp Value Zeros.
001611 01  Reversed-Entry-Switch    Pic X Value "N".
001611* Control totals of the day's amounts in each source file, taken
001612* as the records are read, and the same amounts as proved back
001612* from the debit lines of the entries.
001613 01  Source-Name-Table.
001613     03  Filler Pic X(20) Value "Ledger items".
001614     03  Filler Pic X(20) Value "Sale history".
001614     03  Filler Pic X(20) Value "Payables register".
001615 01  Source-Name-Redef Redefines Source-Name-Table.
001615     03  Source-Name-Entry Pic X(20) Occurs 3 Times.
001616 01  Source-Control-Totals.
001616     03  Source-Control-Entry Occurs 3 Times.
001617         05  Source-Control-Amount Pic S9(9)v99 Comp-3.
001617         05  Source-Entry-Amount   Pic S9(9)v99 Comp-3.
001618 01  Source-Count             Pic 9(4) Comp Value 3.
001618 01  Source-Sub               Pic 9(4) Comp Value Zeros.
001619 01  Source-Difference-Work   Pic S9(9)v99 Comp-3 Value Zeros.
001619 01  Source-Out-Count         Pic 9(3) Value Zeros.
001620 01  Heading-Line-1.
001630     03  Filler      Pic X(12) Value "Created by:".
001640     03  Filler      Pic X(8)  Value "CHAPT20C".
001650     03  Filler      Pic X(11) Value Spaces.
001660     03  Filler      Pic X(27) Value "General Ledger Interface".
001670     03  Filler      Pic X(2)  Value Spaces.
001680     03  Filler      Pic X(5)  Value "Page".
001690     03  Page-No     Pic Z(4)9 Value Zeros.
001700 01  Heading-Line-2.
001710     03  Filler      Pic X(12) Value "Created on:".
001720     03  Date-MM     Pic 99.
001730     03  Filler      Pic X     Value "/".
001740     03  Date-DD     Pic 99.
001750     03  Filler      Pic X     Value "/".
001760     03  Date-YY     Pic 99.
001770     03  Filler      Pic X(19) Value Spaces.
001780     03  Filler      Pic X(15) Value "Business Date:".
001790     03  Business-Date-Out Pic 99/99/9999.
001800 01  Heading-Line-3.
001810     03  Filler      Pic X(12) Value "At:".
001820     03  Time-HH     Pic 99.
001830     03  Filler      Pic X     Value ":".
001840     03  Time-MM     Pic 99.
001850     03  Filler      Pic X     Value ":".
001860     03  Time-SS     Pic 99.
001870 01  Heading-Line-4.
001880     03  Filler      Pic X(34) Value "Activity".
001890     03  Filler      Pic X(6)  Value "Items".
001900     03  Filler      Pic X(11) Value "Debit".
001910     03  Filler      Pic X(11) Value "Credit".
001920     03  Filler      Pic X(15) Value "    Amount".
001930 01  Heading-Line-5.
001940     03  Filler      Pic X(40) Value Spaces.
001950     03  Filler      Pic X(11) Value "Account".
001960     03  Filler      Pic X(11) Value "Account".
001970 01  Detail-Line.
001980     03  DL-Activity          Pic X(6)  Value Spaces.
001990     03  DL-Description       Pic X(28) Value Spaces.
002000     03  DL-Count             Pic ZZZZ9.
002010     03  Filler               Pic X     Value Spaces.
002020     03  DL-Debit-Account     Pic X(11) Value Spaces.
002030     03  DL-Credit-Account    Pic X(11) Value Spaces.
002040     03  DL-Amount            Pic Z,ZZZ,ZZZ,ZZ9.99-.
002050 01  Balance-Line-1.
002060     03  Filler             Pic X(24) Value Spaces.
002070     03  Filler             Pic X(22) Value "Total Debits:".
002080     03  BL-Debit-Total     Pic Z,ZZZ,ZZZ,ZZ9.99-.
002090 01  Balance-Line-2.
002100     03  Filler             Pic X(24) Value Spaces.
002110     03  Filler             Pic X(22) Value "Total Credits:".
002120     03  BL-Credit-Total    Pic Z,ZZZ,ZZZ,ZZ9.99-.
002130 01  Balance-Line-3.
002140     03  Filler             Pic X(24) Value Spaces.
002150     03  Filler             Pic X(22) Value "Difference:".
002160     03  BL-Difference      Pic Z,ZZZ,ZZZ,ZZ9.99-.
002170 01  Balance-Line-4.
002180     03  Filler             Pic X(24) Value Spaces.
002190     03  Filler Pic X(22) Value "Unmapped Activities:".
002200     03  BL-Unmapped-Count  Pic ZZ9.
002210 01  Balance-Line-5.
002220     03  Filler             Pic X(24) Value Spaces.
002230     03  Filler             Pic X(22) Value "Entry Lines:".
002240     03  BL-Entry-Count     Pic ZZ9.
002241 01  Control-Heading-Line.
002241     03  Filler             Pic X(4)  Value Spaces.
002242     03  Filler             Pic X(22) Value "Source Control".
002242     03  Filler             Pic X(17) Value "   Control Total".
002243     03  Filler             Pic X(17) Value "     Entry Total".
002244     03  Filler             Pic X(17) Value "      Difference".
002244 01  Control-Line.
002245     03  Filler             Pic X(4)  Value Spaces.
002246     03  CL-Source          Pic X(20) Value Spaces.
002246     03  CL-Control-Amount  Pic Z,ZZZ,ZZZ,ZZ9.99-.
002247     03  Filler             Pic X     Value Spaces.
002248     03  CL-Entry-Amount    Pic Z,ZZZ,ZZZ,ZZ9.99-.
002248     03  Filler             Pic X     Value Spaces.
002249     03  CL-Difference      Pic Z,ZZZ,ZZZ,ZZ9.99-.
002250 01  Result-Line.
002260     03  Filler             Pic X(24) Value Spaces.
002270     03  Result-Message     Pic X(50) Value Spaces.
002280 01  Line-Count           Pic 99          Value 99.
002290 01  Page-Count           Pic 9(4)        Value Zeros.
002300 01  Max-Lines            Pic 99          Value 60.
002310 01  Date-And-Time-Area.
002320     03  Work-Date            Pic 9(6).
002330     03  Work-Date-X          Redefines Work-Date.
002340         05  Date-YY          Pic 99.
002350         05  Date-MM          Pic 99.
002360         05  Date-DD          Pic 99.
002370     03  Work-Time            Pic 9(8).
002380     03  Work-Time-X          Redefines Work-Time.
002390         05  Time-HH          Pic 99.
002400         05  Time-MM          Pic 99.
002410         05  Time-SS          Pic 99.
002420         05  Filler           Pic XX.
002430 01  Business-Date-Area.
002440     03  Business-Date-MMDDYYYY Pic 9(8).
002450     03  Business-Date-Redef  Redefines Business-Date-MMDDYYYY.
002460         05  Business-Month   Pic 99.
002470         05  Business-Day     Pic 99.
002480         05  Business-Year    Pic 9(4).
002490 01  Business-Key-Area.
002500     03  Business-Date-YYYYMMDD Pic 9(8).
002510     03  Business-Key-X       Redefines Business-Date-YYYYMMDD.
002520         05  Business-Key-Year  Pic 9(4).
002530         05  Business-Key-Month Pic 99.
002540         05  Business-Key-Day   Pic 99.
002550 01  Work-Date-Parts.
002560     03  Work-Year            Pic 9(4).
002570     03  Work-Month           Pic 99.
002580     03  Work-Day             Pic 99.
002590 01  Month-Days-Table.
002600     03  Filler  Pic X(24) Value "312831303130313130313031".
002610 01  Month-Days-Redef Redefines Month-Days-Table.
002620     03  Month-Days-Entry Pic 99 Occurs 12 Times.
002630 01  Month-Days-Work          Pic 99 Value Zeros.
002640 01  Leap-Quotient            Pic 9(4) Value Zeros.
002650 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
002660 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
002670 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
002680 01  Leap-Year-Switch         Pic X Value "N".
002690     88  Leap-Year            Value "Y".
002700 01  Date-Valid-Switch        Pic X Value "Y".
002710     88  Valid-Date           Value "Y".
002720 01  Interface-Ok-Switch      Pic X Value "N".
002730     88  Interface-Ok         Value "Y".
002740 01  Total-Debit-Work         Pic S9(9)v99 Comp-3 Value Zeros.
002750 01  Total-Credit-Work        Pic S9(9)v99 Comp-3 Value Zeros.
002760 01  Difference-Work          Pic S9(9)v99 Comp-3 Value Zeros.
002770 01  Unmapped-Count           Pic 9(3) Value Zeros.
002780 01  Records-Read-Count       Pic 9(7) Value Zeros.
002790 Procedure Division.
002800 Declaratives.
002810 Ledger-File-Error Section.
002820     Use After Standard Error Procedure On Ledger-File
002830     .
002840 Ledger-Error-Paragraph.
002850     Display "Error on Ledger File " Ledger-Status
002860     Perform Write-Ledger-Error-Log
002870     If Hard-Ledger-Error
002880        Display "Fatal error on Ledger File - job terminated"
002890        Perform Write-Run-Failure
002900        Stop Run
002910     End-If
002920     .
002930 Sale-History-File-Error Section.
002940     Use After Standard Error Procedure On Sale-History-File
002950     .
002960 Sale-History-Error-Paragraph.
002970     Display "Error on Salehist File " Salehist-Status
002980     Perform Write-Sale-Error-Log
002990     If Hard-Salehist-Error
003000        Display "Fatal error on Salehist File - job terminated"
003010        Perform Write-Run-Failure
003020        Stop Run
003030     End-If
003040     .
003050 End Declaratives.
003060 Chapt20c-Start.
003070     Display "Begin Process Chapt20c"
003080     Perform Write-Run-Start
003090     Perform Open-Files
003100      If Map-Success And Ledger-Success And Salehist-Success
003110         And Register-Success
003120        Perform Set-Business-Date
003130        If Valid-Date
003140           Perform Fill-Initial-Headings
003150           Perform Load-Account-Map
003160           Perform Scan-Ledger-File
003170           Perform Scan-Sale-History
003180           Perform Scan-Register-File
003190           Perform Build-Interface-Entries
003200           Perform Print-Activity-Lines
003210           Perform Check-Balance
003220           If Interface-Ok
003230              Perform Write-Interface-File
003240           End-If
003250           Perform Print-Balance-Lines
003260           Perform Close-Files
003270           If Interface-Ok
003280              Perform Write-Run-End
003290           Else
003300              Display "Glintf.Dat not written - see report"
003310              Perform Write-Run-Failure
003320           End-If
003330        Else
003340           Display "Bad Chapt20c.Parm business date - no"
003350                   " interface written"
003360           Perform Close-Files
003370           Perform Write-Run-Failure
003380        End-If
003390     Else
003400        Display "Unable to open Glacct.Dat or an activity file"
003410        Perform Write-Run-Failure
003420     End-If
003430     Goback.
003440* A business date card re-runs the interface for an earlier
003450* day; without one the run is for today.
003460 Set-Business-Date.
003470     Move Spaces To Parameter-Record
003480     Open Input Parameter-File
003490     If Parm-File-Opened
003500        Read Parameter-File
003510             At End Move Spaces To Parameter-Record
003520        End-Read
003530        Close Parameter-File
003540     End-If
003550     If Parm-Business-Date Numeric And Parm-Business-Date > Zeros
003560        Move Parm-Business-Date To Business-Date-MMDDYYYY
003570     Else
003580        Accept Business-Date-YYYYMMDD From Date YYYYMMDD
003590        Move Business-Key-Year  To Business-Year
003600        Move Business-Key-Month To Business-Month
003610        Move Business-Key-Day   To Business-Day
003620     End-If
003630     Move Business-Year  To Work-Year
003640                            Business-Key-Year
003650     Move Business-Month To Work-Month
003660                            Business-Key-Month
003670     Move Business-Day   To Work-Day
003680                            Business-Key-Day
003690     Perform Edit-Date-Parts
003700     .
003710 Load-Account-Map.
003720     Initialize Activity-Totals
003721                Source-Control-Totals
003730     Perform Read-Account-Map Until Not Map-Success
003740     .
003750 Read-Account-Map.
003760     Read Account-Map-File
003770          At End Move High-Values To Map-Status
003780          Not At End
003790             Move 1 To Act-Sub
003800             Perform Match-Map-Activity
003810                 Until Act-Sub > Activity-Count
003820     End-Read
003830     .
003840* An activity is only mapped when both of its accounts are.
003850 Match-Map-Activity.
003860     If Map-Activity = Activity-Code-Entry (Act-Sub)
003870        And Map-Debit-Account Not = Spaces
003880        And Map-Credit-Account Not = Spaces
003890        Move Map-Debit-Account  To Act-Debit-Account (Act-Sub)
003900        Move Map-Credit-Account To Act-Credit-Account (Act-Sub)
003910        Move Map-Description    To Act-Map-Description (Act-Sub)
003920        Move "Y" To Act-Mapped-Flag (Act-Sub)
003930     End-If
003940     Add 1 To Act-Sub
003950     .
003960 Scan-Ledger-File.
003970     Perform Read-Ledger-File Until Not Ledger-Success
003980     .
003990 Read-Ledger-File.
004000     Read Ledger-File Next Record
004010          At End Move High-Values To Ledger-Status
004020          Not At End
004030             Add 1 To Records-Read-Count
004040             If Ledger-Posted-Date Numeric
004050                And Ledger-Posted-Date = Business-Date-YYYYMMDD
004051                Add Ledger-Amount To Source-Control-Amount (1)
004060                Perform Tally-Ledger-Item
004070             End-If
004080     End-Read
004090     .
004100 Tally-Ledger-Item.
004110     Move Zeros To Act-Sub
004120     Evaluate True
004130        When Ledger-Rent-Charge   Move 1  To Act-Sub
004140        When Ledger-Late-Fee      Move 2  To Act-Sub
004150        When Ledger-Receipt       Move 3  To Act-Sub
004160        When Ledger-Credit        Move 4  To Act-Sub
004170        When Ledger-Returned-Item Move 5  To Act-Sub
004180        When Ledger-Check-Fee     Move 6  To Act-Sub
004190        When Ledger-Clawback      Move 11 To Act-Sub
004200        When Ledger-Settle-Offset Move 12 To Act-Sub
004201        When Ledger-Rent-Credit   Move 14 To Act-Sub
004202        When Ledger-Deposit-Applied Move 15 To Act-Sub
004203        When Ledger-Credit-Refund Move 17 To Act-Sub
004204        When Ledger-Credit-Applied Move 18 To Act-Sub
004210        When Other                Continue
004220     End-Evaluate
004230     If Act-Sub > Zeros
004240        Move Ledger-Amount To Tally-Amount
004250        Perform Tally-Activity
004260     End-If
004270     .
004280 Scan-Sale-History.
004290     Perform Read-Sale-History Until Not Salehist-Success
004300     .
004310* A sale counts on the day it was posted and, if it has been
004320* cancelled since, again as a reversal on the day it was
004330* cancelled.
004340 Read-Sale-History.
004350     Read Sale-History-File Next Record
004360          At End Move High-Values To Salehist-Status
004370          Not At End
004380             Add 1 To Records-Read-Count
004390             If Sale-Post-Date = Business-Date-YYYYMMDD
004391                Add Sale-Price Sale-Commission
004392                  To Source-Control-Amount (2)
004400                Move 7 To Act-Sub
004410                Move Sale-Price To Tally-Amount
004420                Perform Tally-Activity
004430                Move 8 To Act-Sub
004440                Move Sale-Commission To Tally-Amount
004450                Perform Tally-Activity
004460             End-If
004470             If Sale-Cancelled
004480                And Sale-Cancel-Post-Date = Business-Date-YYYYMMDD
004481                Add Sale-Price Sale-Commission
004482                  To Source-Control-Amount (2)
004490                Move 9 To Act-Sub
004500                Move Sale-Price To Tally-Amount
004510                Perform Tally-Activity
004520                Move 10 To Act-Sub
004530                Move Sale-Commission To Tally-Amount
004540                Perform Tally-Activity
004550             End-If
004560     End-Read
004570     .
004580 Scan-Register-File.
004590     Perform Read-Register-File Until Not Register-Success
004600     .
004610 Read-Register-File.
004620     Read Register-File
004630          At End Move High-Values To Register-Status
004640          Not At End
004650             Add 1 To Records-Read-Count
004660             If Register-Date = Business-Date-YYYYMMDD
004670                Perform Tally-Register-Record
004680                Add Register-Net-Amount
004690                  To Source-Control-Amount (3)
004691                Subtract Register-Credit-Refund
004692                  From Source-Control-Amount (3)
004700             End-If
004710     End-Read
004711     .
004711* A move-out check from Chapt20k also returns the dealer's
004711* security deposit and any credit left on account; those parts
004712* are posted on their own, the credit through its ledger refund
004712* item, so only the settlement proceeds count as payables.
004712* Register records written before the refunds were carried
004713* have them blank.
004713 Tally-Register-Record.
004714     If Register-Deposit-Refund Not Numeric
004714        Move Zeros To Register-Deposit-Refund
004714     End-If
004715     If Register-Credit-Refund Not Numeric
004715        Move Zeros To Register-Credit-Refund
004716     End-If
004716     Move 13 To Act-Sub
004716     Compute Tally-Amount = Register-Net-Amount
004717             - Register-Deposit-Refund - Register-Credit-Refund
004717     Perform Tally-Activity
004718     If Register-Deposit-Refund Not = Zeros
004718        Move 16 To Act-Sub
004718        Move Register-Deposit-Refund To Tally-Amount
004719        Perform Tally-Activity
004719     End-If
004720     .
004730 Tally-Activity.
004740     Add 1 To Act-Count (Act-Sub)
004750     Add Tally-Amount To Act-Amount (Act-Sub)
004760     .
004770 Build-Interface-Entries.
004780     Move Zeros To Entry-Count
004790                   Unmapped-Count
004800                   Total-Debit-Work
004810                   Total-Credit-Work
004820     Move 1 To Act-Sub
004830     Perform Build-Activity-Entries Until Act-Sub > Activity-Count
004840     .
004850* A negative day's total for an activity posts the other way
004860* round, so every entry line carries a positive amount.
004870 Build-Activity-Entries.
004880     If Act-Amount (Act-Sub) Not = Zeros
004890        If Act-Mapped (Act-Sub)
004900           If Act-Amount (Act-Sub) > Zeros
004910              Move Act-Amount (Act-Sub) To Tally-Amount
004911              Move "N" To Reversed-Entry-Switch
004920              Move "D" To Entry-Side (Entry-Count + 1)
004930              Move Act-Debit-Account (Act-Sub)
004940                To Entry-Account (Entry-Count + 1)
004950              Perform Add-Entry-Line
004960              Move "C" To Entry-Side (Entry-Count + 1)
004970              Move Act-Credit-Account (Act-Sub)
004980                To Entry-Account (Entry-Count + 1)
004990              Perform Add-Entry-Line
005000           Else
005010              Compute Tally-Amount = Zeros - Act-Amount (Act-Sub)
005011              Move "Y" To Reversed-Entry-Switch
005020              Move "D" To Entry-Side (Entry-Count + 1)
005030              Move Act-Credit-Account (Act-Sub)
005040                To Entry-Account (Entry-Count + 1)
005050              Perform Add-Entry-Line
005060              Move "C" To Entry-Side (Entry-Count + 1)
005070              Move Act-Debit-Account (Act-Sub)
005080                To Entry-Account (Entry-Count + 1)
005090              Perform Add-Entry-Line
005100           End-If
005110        Else
005120           Add 1 To Unmapped-Count
005130        End-If
005140     End-If
005150     Add 1 To Act-Sub
005160     .
005170 Add-Entry-Line.
005180     Add 1 To Entry-Count
005190     Move Tally-Amount To Entry-Amount (Entry-Count)
005200     Move Activity-Code-Entry (Act-Sub)
005210       To Entry-Activity (Entry-Count)
005211     Move Activity-Source-Entry (Act-Sub)
005212       To Entry-Source (Entry-Count)
005213     Move Reversed-Entry-Switch
005214       To Entry-Reversed-Flag (Entry-Count)
005220     If Act-Map-Description (Act-Sub) = Spaces
005230        Move Activity-Name-Entry (Act-Sub)
005240          To Entry-Description (Entry-Count)
005250     Else
005260        Move Act-Map-Description (Act-Sub)
005270          To Entry-Description (Entry-Count)
005280     End-If
005290     .
005300* The debit and credit totals are taken from the entry lines
005310* themselves, not from the activity totals they were built from,
005311* and each debit line is proved back to the control total of the
005312* file its activity came from, so a day's item that was read but
005313* not carried into the entries puts the run out of balance.
005320 Check-Balance.
005330     Move 1 To Entry-Sub
005340     Perform Add-Entry-To-Totals Until Entry-Sub > Entry-Count
005350     Compute Difference-Work =
005360             Total-Debit-Work - Total-Credit-Work
005361     Move Zeros To Source-Out-Count
005362     Move 1 To Source-Sub
005363     Perform Check-Source-Control Until Source-Sub > Source-Count
005370     If Difference-Work = Zeros And Unmapped-Count = Zeros
005371        And Source-Out-Count = Zeros
005380        Move "Y" To Interface-Ok-Switch
005390     Else
005400        Move "N" To Interface-Ok-Switch
005410     End-If
005420     .
005430 Add-Entry-To-Totals.
005440     If Entry-Side (Entry-Sub) = "D"
005450        Add Entry-Amount (Entry-Sub) To Total-Debit-Work
005451        Move Entry-Source (Entry-Sub) To Source-Sub
005452        If Entry-Reversed (Entry-Sub)
005453           Subtract Entry-Amount (Entry-Sub)
005454               From Source-Entry-Amount (Source-Sub)
005455        Else
005456           Add Entry-Amount (Entry-Sub)
005457             To Source-Entry-Amount (Source-Sub)
005458        End-If
005460     Else
005470        Add Entry-Amount (Entry-Sub) To Total-Credit-Work
005480     End-If
005490     Add 1 To Entry-Sub
005491     .
005492 Check-Source-Control.
005493     Compute Source-Difference-Work =
005494             Source-Control-Amount (Source-Sub)
005495           - Source-Entry-Amount (Source-Sub)
005496     If Source-Difference-Work Not = Zeros
005497        Add 1 To Source-Out-Count
005498     End-If
005499     Add 1 To Source-Sub
005500     .
005510 Write-Interface-File.
005520     Open Output Interface-File
005530     Move 1 To Entry-Sub
005540     Perform Write-Interface-Line Until Entry-Sub > Entry-Count
005550     Close Interface-File
005560     .
005570 Write-Interface-Line.
005580     Move Spaces To Gl-Interface-Record
005590     Move Business-Date-YYYYMMDD      To Gl-Entry-Date
005600     Move "CHAPT20C"                  To Gl-Journal-Source
005610     Move Entry-Account (Entry-Sub)   To Gl-Account
005620     Move Entry-Side (Entry-Sub)      To Gl-Debit-Credit
005630     Move Entry-Amount (Entry-Sub)    To Gl-Amount
005640     Move Entry-Activity (Entry-Sub)  To Gl-Activity
005650     Move Entry-Description (Entry-Sub) To Gl-Description
005660     Write Gl-Interface-Record
005670     Add 1 To Entry-Sub
005680     .
005690 Print-Activity-Lines.
005700     Move 1 To Act-Sub
005710     Perform Print-One-Activity Until Act-Sub > Activity-Count
005720     .
005730 Print-One-Activity.
005740     If Line-Count >= Max-Lines
005750        Perform Heading-Routine
005760     End-If
005770     Move Spaces To Detail-Line
005780     Move Activity-Code-Entry (Act-Sub) To DL-Activity
005790     Move Activity-Name-Entry (Act-Sub) To DL-Description
005800     Move Act-Count (Act-Sub)           To DL-Count
005810     If Act-Mapped (Act-Sub)
005820        Move Act-Debit-Account (Act-Sub)  To DL-Debit-Account
005830        Move Act-Credit-Account (Act-Sub) To DL-Credit-Account
005840     Else
005850        Move "*UNMAPPED*" To DL-Debit-Account
005860                             DL-Credit-Account
005870     End-If
005880     Move Act-Amount (Act-Sub) To DL-Amount
005890     Write Report-Record From Detail-Line After 1
005900     Add 1 To Line-Count
005910     Add 1 To Act-Sub
005920     .
005930 Print-Balance-Lines.
005940     Move Total-Debit-Work  To BL-Debit-Total
005950     Move Total-Credit-Work To BL-Credit-Total
005960     Move Difference-Work   To BL-Difference
005970     Move Unmapped-Count    To BL-Unmapped-Count
005980     Move Entry-Count       To BL-Entry-Count
005990     Evaluate True
006000        When Interface-Ok
006010           Move "Glintf.Dat written" To Result-Message
006020        When Unmapped-Count > Zeros
006030           Move "Glintf.Dat NOT written - activity not mapped"
006040             To Result-Message
006050        When Other
006060           Move "Glintf.Dat NOT written - out of balance"
006070             To Result-Message
006080     End-Evaluate
006090     Write Report-Record From Balance-Line-1 After 2
006100     Write Report-Record From Balance-Line-2 After 1
006110     Write Report-Record From Balance-Line-3 After 1
006120     Write Report-Record From Balance-Line-4 After 1
006130     Write Report-Record From Balance-Line-5 After 1
006131     Write Report-Record From Control-Heading-Line After 2
006132     Move 1 To Source-Sub
006133     Perform Print-Source-Control Until Source-Sub > Source-Count
006140     Write Report-Record From Result-Line After 2
006141     .
006141 Print-Source-Control.
006142     Move Source-Name-Entry (Source-Sub) To CL-Source
006143     Move Source-Control-Amount (Source-Sub) To CL-Control-Amount
006144     Move Source-Entry-Amount (Source-Sub)   To CL-Entry-Amount
006145     Compute CL-Difference =
006146             Source-Control-Amount (Source-Sub)
006147           - Source-Entry-Amount (Source-Sub)
006148     Write Report-Record From Control-Line After 1
006149     Add 1 To Source-Sub
006150     .
006160* Edit Work-Date-Parts as a real calendar date: month 01-12 and
006170* day within that month's length, February per leap year.
006180 Edit-Date-Parts.
006190     Move "Y" To Date-Valid-Switch
006200     If Work-Month < 1 Or Work-Month > 12
006210        Move "N" To Date-Valid-Switch
006220     Else
006230        Move Month-Days-Entry (Work-Month) To Month-Days-Work
006240        If Work-Month = 2
006250           Perform Check-Leap-Year
006260           If Leap-Year
006270              Move 29 To Month-Days-Work
006280           End-If
006290        End-If
006300        If Work-Day < 1 Or Work-Day > Month-Days-Work
006310           Move "N" To Date-Valid-Switch
006320        End-If
006330     End-If
006340     .
006350 Check-Leap-Year.
006360     Move "N" To Leap-Year-Switch
006370     Divide Work-Year By 4 Giving Leap-Quotient
006380            Remainder Leap-Remainder-4
006390     Divide Work-Year By 100 Giving Leap-Quotient
006400            Remainder Leap-Remainder-100
006410     Divide Work-Year By 400 Giving Leap-Quotient
006420            Remainder Leap-Remainder-400
006430     If Leap-Remainder-400 = Zeros
006440        Move "Y" To Leap-Year-Switch
006450     Else
006460        If Leap-Remainder-4 = Zeros
006470           And Leap-Remainder-100 Not = Zeros
006480           Move "Y" To Leap-Year-Switch
006490        End-If
006500     End-If
006510     .
006520 Heading-Routine.
006530     Add 1 To Page-Count
006540     Move Page-Count To Page-No
006550     If Page-Count = 1
006560        Write Report-Record From Heading-Line-1 After Zero
006570     Else
006580        Write Report-Record From Heading-Line-1 After Page
006590     End-If
006600     Write Report-Record From Heading-Line-2 After 1
006610     Write Report-Record From Heading-Line-3 After 1
006620     Write Report-Record From Heading-Line-4 After 2
006630     Write Report-Record From Heading-Line-5 After 1
006640     Write Report-Record From Heading-Line-5 Before 2
006650     Move 7 To Line-Count
006660     .
006670 Fill-Initial-Headings.
006680     Accept Work-Date From Date
006690     Accept Work-Time From Time
006700     Move Corresponding Work-Date-X To
006710                        Heading-Line-2
006720     Move Corresponding Work-Time-X To
006730                        Heading-Line-3
006740     Move Business-Date-MMDDYYYY To Business-Date-Out
006750     .
006760 Open-Files.
006770     Open Output Report-File
006780           Input Account-Map-File
006790                 Ledger-File
006800                 Sale-History-File
006810                 Register-File
006820     .
006830 Close-Files.
006840     Close Report-File
006850           Account-Map-File
006860           Ledger-File
006870           Sale-History-File
006880           Register-File
006890     .
006900 Write-Ledger-Error-Log.
006910     Move "CHAPT20C"    To Error-Program
006920     Move "LEDGER-FILE" To Error-File-Name
006930     Move Ledger-Dealer-Number To Error-Key-Value
006940     Move Ledger-Status To Error-File-Status
006950     Accept Error-Date From Date
006960     Accept Error-Time From Time
006970     Open Extend Error-Log-File
006980     Write Error-Log-Record
006990     Close Error-Log-File
007000     .
007010 Write-Sale-Error-Log.
007020     Move "CHAPT20C"    To Error-Program
007030     Move "SALEHIST-FILE" To Error-File-Name
007040     Move Sale-Dealer-Number To Error-Key-Value
007050     Move Salehist-Status To Error-File-Status
007060     Accept Error-Date From Date
007070     Accept Error-Time From Time
007080     Open Extend Error-Log-File
007090     Write Error-Log-Record
007100     Close Error-Log-File
007110     .
007120 Write-Run-Start.
007130     Move Spaces To Run-Control-Record
007140     Move "CHAPT20C" To Run-Program
007150     Move "S"        To Run-Record-Type
007160     Move Zeros To Run-Records-Read
007170                   Run-Records-Written
007180     Perform Write-Run-Control
007190     .
007200 Write-Run-End.
007210     Move Spaces To Run-Control-Record
007220     Move "CHAPT20C" To Run-Program
007230     Move "E"        To Run-Record-Type
007240     Move "C"        To Run-Outcome
007250     Move Records-Read-Count To Run-Records-Read
007260     Move Entry-Count        To Run-Records-Written
007270     Perform Write-Run-Control
007280     .
007290 Write-Run-Failure.
007300     Move Spaces To Run-Control-Record
007310     Move "CHAPT20C" To Run-Program
007320     Move "E"        To Run-Record-Type
007330     Move "F"        To Run-Outcome
007340     Move Zeros To Run-Records-Read
007350                   Run-Records-Written
007360     Perform Write-Run-Control
007370     .
007380 Write-Run-Control.
007390     Accept Run-Date From Date YYYYMMDD
007400     Accept Run-Time From Time
007410     Open Extend Run-Control-File
007420     Write Run-Control-Record
007430     Close Run-Control-File
007440     .
