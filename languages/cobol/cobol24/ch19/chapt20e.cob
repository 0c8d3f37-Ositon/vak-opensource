000010 Identification Division.
000020 Program-Id.  Chapt20e.
000030* Missing Documents Exception Report
000040* Nightly list of every on-lot vehicle on Vehicle-File that
000050* has been on consignment more than the allowed number of days
000060* since Date-Consigned and still lacks any of its paperwork on
000070* Title.Dat: the title itself, the lien payoff confirmation
000080* on a title that came in with a lienholder, the keys, or the
000090* odometer statement. A unit with no Title.Dat record at all
000100* is listed as having no title record. The day limit comes
000110* from Chapt20e.Parm; with no parameter card 30 days is used.
000120* Units on hold for a buyer's deposit are still on the lot and
000121* are checked; sold and withdrawn vehicles are left off the
000122* report.
000130 Environment Division.
000140 Configuration Section.
000150 Source-Computer.  IBM-PC.
000160 Object-Computer.  IBM-PC.
000170 Input-Output  Section.
000180 File-Control.
000190     Select Report-File Assign To Printer.
000200     Select Optional Parameter-File Assign To "Chapt20e.Parm"
000210         Organization Line Sequential
000220         File Status Parm-Status.
000230     Select Vehicle-File Assign To "Vehicle.Dat"
000240         Organization Indexed
000250         Access Sequential
000260         Record Key Vehicle-Vin
000270         Alternate Record Key Vehicle-Dealer-Number
000280         File Status Vehicle-File-Status.
000290     Select Optional Title-File Assign To "Title.Dat"
000300         Organization Indexed
000310         Access Dynamic
000320         Record Key Title-Vin
000330         File Status Title-Status.
000340     Select Optional Error-Log-File Assign To "Syserr.Log"
000350         Organization Line Sequential
000360         File Status Error-Log-Status.
000370     Select Optional Run-Control-File Assign To "Runctl.Dat"
000380         Organization Line Sequential
000390         File Status Run-Control-Status.
000400 Data Division.
000410 File Section.
000420 Fd  Report-File.
000430 01  Report-Record Pic X(80).
000440 Fd  Parameter-File.
000450 01  Parameter-Record.
000460     03  Parm-Days-Limit       Pic 9(3).
000470 Fd  Vehicle-File.
000480     Copy Vehicrec.
000490 Fd  Title-File.
000500     Copy Titlerec.
000510 Fd  Error-Log-File.
000520     Copy Errorlog.
000530 Fd  Run-Control-File.
000540     Copy Runctlrc.
000550 Working-Storage Section.
000560 01  Parm-Status              Pic XX Value Zeros.
000570     88  Parm-File-Opened    Value "00".
000580 01  Vehicle-File-Status     Pic XX Value Zeros.
000590     88  Vehicle-Success  Value "00" Thru "09".
000600     88  Hard-Vehicle-Error Value "30" Thru "99".
000610 01  Title-Status            Pic XX Value Zeros.
000620     88  Title-Success    Value "00" Thru "09".
000630     88  Hard-Title-Error Value "30" Thru "99".
000640 01  Error-Log-Status        Pic XX Value Zeros.
000650 01  Run-Control-Status       Pic XX Value Zeros.
000660 01  Title-Found-Switch      Pic X Value "N".
000670     88  Title-Found     Value "Y".
000680 01  Heading-Line-1.
000690     03  Filler      Pic X(12) Value "Created by:".
000700     03  Filler      Pic X(8)  Value "CHAPT20E".
000710     03  Filler      Pic X(11) Value Spaces.
000720     03  Filler      Pic X(29) Value "Missing Documents Report".
000730     03  Filler      Pic X(4)  Value Spaces.
000740     03  Filler      Pic X(5)  Value "Page".
000750     03  Page-No     Pic Z(4)9 Value Zeros.
000760 01  Heading-Line-2.
000770     03  Filler      Pic X(12) Value "Created on:".
000780     03  Date-MM     Pic 99.
000790     03  Filler      Pic X     Value "/".
000800     03  Date-DD     Pic 99.
000810     03  Filler      Pic X     Value "/".
000820     03  Date-YY     Pic 99.
000830 01  Heading-Line-3.
000840     03  Filler      Pic X(12) Value "At:".
000850     03  Time-HH     Pic 99.
000860     03  Filler      Pic X     Value ":".
000870     03  Time-MM     Pic 99.
000880     03  Filler      Pic X     Value ":".
000890     03  Time-SS     Pic 99.
000900     03  Filler      Pic X(6)  Value Spaces.
000910     03  Filler      Pic X(24) Value "Units on lot more than".
000920     03  Head-Days-Limit Pic ZZ9.
000930     03  Filler      Pic X(5)  Value " days".
000940 01  Heading-Line-4.
000950     03  Filler      Pic X(18) Value "VIN".
000960     03  Filler      Pic X(9)  Value "Dealer".
000970     03  Filler      Pic X(12) Value Spaces.
000980     03  Filler      Pic X(6)  Value "Days".
000990     03  Filler      Pic X(35) Value "Missing".
001000 01  Heading-Line-5.
001010     03  Filler      Pic X(18) Value Spaces.
001020     03  Filler      Pic X(9)  Value "Number".
001030     03  Filler      Pic X(12) Value "Make".
001040     03  Filler      Pic X(6)  Value "On Lot".
001050 01  Detail-Line.
001060     03  Detail-Vin          Pic X(18)       Value Spaces.
001070     03  Detail-Dealer       Pic X(9)        Value Spaces.
001080     03  Detail-Make         Pic X(12)       Value Spaces.
001090     03  Detail-Days-On-Lot  Pic ZZZ9.
001100     03  Filler              Pic X(2)        Value Spaces.
001110     03  Detail-Missing      Pic X(35)       Value Spaces.
001120 01  Trailer-Line-1.
001130     03  Filler                Pic X(24) Value Spaces.
001140     03  Filler               Pic X(22)
001150         Value "On-Lot Units Checked:".
001160     03  Trailer-Review-Count  Pic ZZZ,ZZ9.
001170 01  Trailer-Line-2.
001180     03  Filler                Pic X(24) Value Spaces.
001190     03  Filler               Pic X(22) Value "Exceptions Found:".
001200     03  Trailer-Except-Count  Pic ZZZ,ZZ9.
001210 01  Line-Count           Pic 99          Value 99.
001220 01  Page-Count           Pic 9(4)        Value Zeros.
001230 01  Max-Lines            Pic 99          Value 60.
001240 01  Date-And-Time-Area.
001250     03  Work-Date            Pic 9(6).
001260     03  Work-Date-X          Redefines Work-Date.
001270         05  Date-YY          Pic 99.
001280         05  Date-MM          Pic 99.
001290         05  Date-DD          Pic 99.
001300     03  Work-Time            Pic 9(8).
001310     03  Work-Time-X          Redefines Work-Time.
001320         05  Time-HH          Pic 99.
001330         05  Time-MM          Pic 99.
001340         05  Time-SS          Pic 99.
001350         05  Filler           Pic XX.
001360 01  Current-Date-Area.
001370     03  Current-Date-YYYYMMDD Pic 9(8).
001380     03  Current-Date-X        Redefines Current-Date-YYYYMMDD.
001390         05  Current-Year         Pic 9(4).
001400         05  Current-Month        Pic 99.
001410         05  Current-Day          Pic 99.
001420 01  Consigned-Date-Area.
001430     03  Consigned-Date-MMDDYYYY Pic 9(8).
001440     03  Consigned-Date-X      Redefines Consigned-Date-MMDDYYYY.
001450         05  Consigned-Month      Pic 99.
001460         05  Consigned-Day        Pic 99.
001470         05  Consigned-Year       Pic 9(4).
001480 01  Work-Date-Parts.
001490     03  Work-Year            Pic 9(4).
001500     03  Work-Month           Pic 99.
001510     03  Work-Day             Pic 99.
001520 01  Work-Days-Value          Pic S9(7) Comp.
001530 01  Current-Days-Value       Pic S9(7) Comp.
001540 01  Consigned-Days-Value     Pic S9(7) Comp.
001550 01  Days-On-Lot-Work         Pic S9(7) Comp.
001560 01  Days-Limit               Pic 9(3) Value 30.
001570 01  Days-Before-Table.
001580     03  Filler  Pic X(36)
001590         Value "000031059090120151181212243273304334".
001600 01  Days-Before-Redef Redefines Days-Before-Table.
001610     03  Days-Before-Entry Pic 9(3) Occurs 12 Times.
001620 01  Prior-Year-Work          Pic S9(5) Comp Value Zeros.
001630 01  Leap-Quotient            Pic 9(4) Value Zeros.
001640 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
001650 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
001660 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
001670 01  Leap-Day-Count           Pic S9(7) Comp Value Zeros.
001680 01  Leap-Year-Switch         Pic X Value "N".
001690     88  Leap-Year            Value "Y".
001700 01  Missing-Work             Pic X(35) Value Spaces.
001710 01  Missing-Pointer          Pic 9(4) Comp Value 1.
001720 01  Review-Count-Work        Pic 9(7)          Value Zeros.
001730 01  Except-Count-Work        Pic 9(7)          Value Zeros.
001740 Procedure Division.
001750 Declaratives.
001760 Vehicle-File-Error Section.
001770     Use After Standard Error Procedure On Vehicle-File
001780     .
001790 Vehicle-Error-Paragraph.
001800     Display "Error on Vehicle File " Vehicle-File-Status
001810     Perform Write-Vehicle-Error-Log
001820     If Hard-Vehicle-Error
001830        Display "Fatal error on Vehicle File - job terminated"
001840        Perform Write-Run-Failure
001850        Stop Run
001860     End-If
001870     .
001880 Title-File-Error Section.
001890     Use After Standard Error Procedure On Title-File
001900     .
001910 Title-Error-Paragraph.
001920     Display "Error on Title File " Title-Status
001930     Perform Write-Title-Error-Log
001940     If Hard-Title-Error
001950        Display "Fatal error on Title File - job terminated"
001960        Perform Write-Run-Failure
001970        Stop Run
001980     End-If
001990     .
002000 End Declaratives.
002010 Chapt20e-Start.
002020     Display "Begin Process Chapt20e"
002030     Perform Write-Run-Start
002040     Perform Open-Files
002050      If Vehicle-Success And Title-Success
002060        Perform Read-Parameter-Card
002070        Perform Fill-Initial-Headings
002080        Perform Get-Current-Date
002090        Perform Process-File Until Not Vehicle-Success
002100        Perform Print-Report-Trailer
002110        Perform Close-Files
002120        Perform Write-Run-End
002130     End-If
002140     Goback.
002150 Read-Parameter-Card.
002160     Move Spaces To Parameter-Record
002170     Open Input Parameter-File
002180     If Parm-File-Opened
002190        Read Parameter-File
002200             At End Move Spaces To Parameter-Record
002210        End-Read
002220        Close Parameter-File
002230     End-If
002240     If Parm-Days-Limit Numeric And Parm-Days-Limit > Zeros
002250        Move Parm-Days-Limit To Days-Limit
002260     End-If
002270     .
002280 Get-Current-Date.
002290     Accept Current-Date-YYYYMMDD From Date YYYYMMDD
002300     .
002310 Process-File.
002320     Read Vehicle-File
002330          At End Continue
002340          Not At End
002350             If Vehicle-In-Stock
002360                Perform Check-Vehicle-Documents
002370             End-If
002380     End-Read
002390     .
002400 Check-Vehicle-Documents.
002410     Add 1 To Review-Count-Work
002420     Perform Compute-Days-On-Lot
002430     If Days-On-Lot-Work > Days-Limit
002440        Perform Build-Missing-List
002450        If Missing-Work Not = Spaces
002460           Perform Print-Exception-Line
002470        End-If
002480     End-If
002490     .
002500 Compute-Days-On-Lot.
002510     Move Current-Year  To Work-Year
002520     Move Current-Month To Work-Month
002530     Move Current-Day   To Work-Day
002540     Perform Compute-Days-Value
002550     Move Work-Days-Value To Current-Days-Value
002560     Move Date-Consigned To Consigned-Date-MMDDYYYY
002570     Move Consigned-Year  To Work-Year
002580     Move Consigned-Month To Work-Month
002590     Move Consigned-Day   To Work-Day
002600     Perform Compute-Days-Value
002610     Move Work-Days-Value To Consigned-Days-Value
002620     Compute Days-On-Lot-Work =
002630             Current-Days-Value - Consigned-Days-Value
002640     If Days-On-Lot-Work < 0
002650        Move 0 To Days-On-Lot-Work
002660     End-If
002670     .
002680* List each document still outstanding; a lien payoff is only
002690* owed when the title came in with a lienholder on it.
002700 Build-Missing-List.
002710     Move Spaces To Missing-Work
002720     Move 1 To Missing-Pointer
002730     Move "N" To Title-Found-Switch
002740     Move Vehicle-Vin To Title-Vin
002750     Read Title-File Key Title-Vin
002760          Invalid Key
002770             Continue
002780          Not Invalid Key
002790             Move "Y" To Title-Found-Switch
002800     End-Read
002810     If Not Title-Found
002820        Move "No title record" To Missing-Work
002830     Else
002840        If Title-Received-Date = Zeros
002850           String "Title " Delimited By Size
002860                  Into Missing-Work
002870                  With Pointer Missing-Pointer
002880           End-String
002890        End-If
002900        If Title-Lienholder Not = Spaces
002910           And Not Title-Payoff-Confirmed
002920           String "Lien-payoff " Delimited By Size
002930                  Into Missing-Work
002940                  With Pointer Missing-Pointer
002950           End-String
002960        End-If
002970        If Not Title-Keys-On-Hand
002980           String "Keys " Delimited By Size
002990                  Into Missing-Work
003000                  With Pointer Missing-Pointer
003010           End-String
003020        End-If
003030        If Not Title-Odometer-On-Hand
003040           String "Odometer " Delimited By Size
003050                  Into Missing-Work
003060                  With Pointer Missing-Pointer
003070           End-String
003080        End-If
003090     End-If
003100     .
003110* Convert Work-Date-Parts to a serial day number using real
003120* month lengths and leap years so day differences are true
003130* calendar days.
003140 Compute-Days-Value.
003150     If Work-Month < 1 Or Work-Month > 12
003160        Move 1 To Work-Month
003170     End-If
003180     Compute Prior-Year-Work = Work-Year - 1
003190     Divide Prior-Year-Work By 4 Giving Leap-Day-Count
003200     Divide Prior-Year-Work By 100 Giving Leap-Quotient
003210     Subtract Leap-Quotient From Leap-Day-Count
003220     Divide Prior-Year-Work By 400 Giving Leap-Quotient
003230     Add Leap-Quotient To Leap-Day-Count
003240     Compute Work-Days-Value =
003250             (Prior-Year-Work * 365) + Leap-Day-Count
003260             + Days-Before-Entry (Work-Month) + Work-Day
003270     Perform Check-Leap-Year
003280     If Leap-Year And Work-Month > 2
003290        Add 1 To Work-Days-Value
003300     End-If
003310     .
003320 Check-Leap-Year.
003330     Move "N" To Leap-Year-Switch
003340     Divide Work-Year By 4 Giving Leap-Quotient
003350            Remainder Leap-Remainder-4
003360     Divide Work-Year By 100 Giving Leap-Quotient
003370            Remainder Leap-Remainder-100
003380     Divide Work-Year By 400 Giving Leap-Quotient
003390            Remainder Leap-Remainder-400
003400     If Leap-Remainder-400 = Zeros
003410        Move "Y" To Leap-Year-Switch
003420     Else
003430        If Leap-Remainder-4 = Zeros
003440           And Leap-Remainder-100 Not = Zeros
003450           Move "Y" To Leap-Year-Switch
003460        End-If
003470     End-If
003480     .
003490 Print-Exception-Line.
003500     If Line-Count >= Max-Lines
003510        Perform Heading-Routine
003520     End-If
003530     Add 1 To Except-Count-Work
003540     Move Spaces                To Detail-Line
003550     Move Vehicle-Vin           To Detail-Vin
003560     Move Vehicle-Dealer-Number To Detail-Dealer
003570     Move Vehicle-Make          To Detail-Make
003580     Move Days-On-Lot-Work      To Detail-Days-On-Lot
003590     Move Missing-Work          To Detail-Missing
003600     Write Report-Record From Detail-Line After 1
003610     Add 1 To Line-Count
003620     .
003630 Print-Report-Trailer.
003640     If Line-Count >= Max-Lines
003650        Perform Heading-Routine
003660     End-If
003670     Move Review-Count-Work To Trailer-Review-Count
003680     Move Except-Count-Work To Trailer-Except-Count
003690     Write Report-Record From Trailer-Line-1 After 2
003700     Write Report-Record From Trailer-Line-2 After 1
003710     .
003720 Heading-Routine.
003730     Add 1 To Page-Count
003740     Move Page-Count To Page-No
003750     If Page-Count = 1
003760        Write Report-Record From Heading-Line-1 After Zero
003770     Else
003780        Write Report-Record From Heading-Line-1 After Page
003790     End-If
003800     Write Report-Record From Heading-Line-2 After 1
003810     Write Report-Record From Heading-Line-3 After 1
003820     Write Report-Record From Heading-Line-4 After 2
003830     Write Report-Record From Heading-Line-5 After 1
003840     Write Report-Record From Heading-Line-5 Before 2
003850     Move 7 To Line-Count
003860     .
003870 Fill-Initial-Headings.
003880     Accept Work-Date From Date
003890     Accept Work-Time From Time
003900     Move Corresponding Work-Date-X To
003910                        Heading-Line-2
003920     Move Corresponding Work-Time-X To
003930                        Heading-Line-3
003940     Move Days-Limit To Head-Days-Limit
003950     .
003960 Open-Files.
003970     Open Output Report-File
003980           Input Vehicle-File
003990                 Title-File
004000     .
004010 Close-Files.
004020     Close Report-File
004030           Vehicle-File
004040           Title-File
004050     .
004060 Write-Vehicle-Error-Log.
004070     Move "CHAPT20E"     To Error-Program
004080     Move "VEHICLE-FILE" To Error-File-Name
004090     Move Vehicle-Vin    To Error-Key-Value
004100     Move Vehicle-File-Status To Error-File-Status
004110     Accept Error-Date From Date
004120     Accept Error-Time From Time
004130     Open Extend Error-Log-File
004140     Write Error-Log-Record
004150     Close Error-Log-File
004160     .
004170 Write-Title-Error-Log.
004180     Move "CHAPT20E"    To Error-Program
004190     Move "TITLE-FILE"  To Error-File-Name
004200     Move Title-Vin     To Error-Key-Value
004210     Move Title-Status  To Error-File-Status
004220     Accept Error-Date From Date
004230     Accept Error-Time From Time
004240     Open Extend Error-Log-File
004250     Write Error-Log-Record
004260     Close Error-Log-File
004270     .
004280 Write-Run-Start.
004290     Move Spaces To Run-Control-Record
004300     Move "CHAPT20E" To Run-Program
004310     Move "S"        To Run-Record-Type
004320     Move Zeros To Run-Records-Read
004330                   Run-Records-Written
004340     Perform Write-Run-Control
004350     .
004360 Write-Run-End.
004370     Move Spaces To Run-Control-Record
004380     Move "CHAPT20E" To Run-Program
004390     Move "E"        To Run-Record-Type
004400     Move "C"        To Run-Outcome
004410     Move Review-Count-Work To Run-Records-Read
004420     Move Except-Count-Work To Run-Records-Written
004430     Perform Write-Run-Control
004440     .
004450 Write-Run-Failure.
004460     Move Spaces To Run-Control-Record
004470     Move "CHAPT20E" To Run-Program
004480     Move "E"        To Run-Record-Type
004490     Move "F"        To Run-Outcome
004500     Move Zeros To Run-Records-Read
004510                   Run-Records-Written
004520     Perform Write-Run-Control
004530     .
004540 Write-Run-Control.
004550     Accept Run-Date From Date YYYYMMDD
004560     Accept Run-Time From Time
004570     Open Extend Run-Control-File
004580     Write Run-Control-Record
004590     Close Run-Control-File
004600     .
