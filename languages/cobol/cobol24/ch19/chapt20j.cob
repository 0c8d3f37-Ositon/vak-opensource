000010 Identification Division.
000020 Program-Id.  Chapt20j.
000030* Suspense Aging Report
000040* Nightly listing of every item still open on Suspense.Dat -
000050* suspended by Chapt19e, Chapt19g, Chapt19h, Chapt19r or
000060* Chapt19y and not yet cleared by a successful re-entry or
000070* voided through Chapt20i. Items print by owning program, each
000080* with the date it first failed, the days it has been in
000090* suspense, the number of runs it has failed in, whether it is
000100* waiting for correction or released for the next run, the
000110* latest reason and the key and start of the original record
000120* that Chapt20i needs to correct or void it. Each program gets
000130* an item count, and the trailer ages the whole file so an old
000140* sale or receipt cannot sit in suspense unnoticed.
000150 Environment Division.
000160 Configuration Section.
000170 Source-Computer.  IBM-PC.
000180 Object-Computer.  IBM-PC.
000190 Input-Output  Section.
000200 File-Control.
000210     Select Report-File Assign To Printer.
000220     Select Optional Suspense-File Assign To "Suspense.Dat"
000230         Organization Indexed
000240         Access Dynamic
000250         Record Key Suspense-Key
000260         File Status Suspense-File-Status.
000270     Select Optional Error-Log-File Assign To "Syserr.Log"
000280         Organization Line Sequential
000290         File Status Error-Log-Status.
000300     Select Optional Run-Control-File Assign To "Runctl.Dat"
000310         Organization Line Sequential
000320         File Status Run-Control-Status.
000330 Data Division.
000340 File Section.
000350 Fd  Report-File.
000360 01  Report-Record Pic X(80).
000370 Fd  Suspense-File.
000380     Copy Susprec.
000390 Fd  Error-Log-File.
000400     Copy Errorlog.
000410 Fd  Run-Control-File.
000420     Copy Runctlrc.
000430 Working-Storage Section.
000440 01  Suspense-File-Status     Pic XX Value Zeros.
000450     88  Suspense-Success Value "00" Thru "09".
000460     88  Hard-Suspense-Error Value "30" Thru "99".
000470 01  Error-Log-Status         Pic XX Value Zeros.
000480 01  Run-Control-Status       Pic XX Value Zeros.
000490 01  Suspense-Eof-Switch      Pic X Value "N".
000500     88  Suspense-Eof         Value "Y".
000510 01  Heading-Line-1.
000520     03  Filler      Pic X(12) Value "Created by:".
000530     03  Filler      Pic X(8)  Value "CHAPT20J".
000540     03  Filler      Pic X(11) Value Spaces.
000550     03  Filler      Pic X(29) Value "Suspense Aging Report".
000560     03  Filler      Pic X(4)  Value Spaces.
000570     03  Filler      Pic X(5)  Value "Page".
000580     03  Page-No     Pic Z(4)9 Value Zeros.
000590 01  Heading-Line-2.
000600     03  Filler      Pic X(12) Value "Created on:".
000610     03  Date-MM     Pic 99.
000620     03  Filler      Pic X     Value "/".
000630     03  Date-DD     Pic 99.
000640     03  Filler      Pic X     Value "/".
000650     03  Date-YY     Pic 99.
000660 01  Heading-Line-3.
000670     03  Filler      Pic X(12) Value "At:".
000680     03  Time-HH     Pic 99.
000690     03  Filler      Pic X     Value ":".
000700     03  Time-MM     Pic 99.
000710     03  Filler      Pic X     Value ":".
000720     03  Time-SS     Pic 99.
000730 01  Heading-Line-4.
000740     03  Filler      Pic X(9)  Value "Program".
000750     03  Filler      Pic X(11) Value "First Fail".
000760     03  Filler      Pic X(6)  Value " Days".
000770     03  Filler      Pic X(6)  Value "Fails".
000780     03  Filler      Pic X(10) Value "Status".
000790     03  Filler      Pic X(38) Value "Reason".
000800 01  Heading-Line-5.
000810     03  Filler      Pic X(9)  Value Spaces.
000820     03  Filler      Pic X(24) Value "Key (date time seq)".
000830     03  Filler      Pic X(47) Value "Original record".
000840 01  Detail-Line-1.
000850     03  Detail-Program      Pic X(9)        Value Spaces.
000860     03  Detail-First-Failed Pic 99/99/9999.
000870     03  Filler              Pic X           Value Spaces.
000880     03  Detail-Days         Pic ZZZZ9.
000890     03  Filler              Pic X(2)        Value Spaces.
000900     03  Detail-Fails        Pic ZZ9.
000910     03  Filler              Pic X(2)        Value Spaces.
000920     03  Detail-Status       Pic X(10)       Value Spaces.
000930     03  Detail-Reason       Pic X(38)       Value Spaces.
000940 01  Detail-Line-2.
000950     03  Filler              Pic X(9)        Value Spaces.
000960     03  Detail-Key-Date     Pic 9(8).
000970     03  Filler              Pic X           Value Spaces.
000980     03  Detail-Key-Time     Pic 9(8).
000990     03  Filler              Pic X           Value Spaces.
001000     03  Detail-Key-Seq      Pic 9(4).
001010     03  Filler              Pic X(2)        Value Spaces.
001020     03  Detail-Image        Pic X(47)       Value Spaces.
001030 01  Program-Total-Line.
001040     03  Filler              Pic X(9)        Value Spaces.
001050     03  Total-Program       Pic X(9)        Value Spaces.
001060     03  Filler              Pic X(19)
001070         Value "Items In Suspense:".
001080     03  Total-Program-Count Pic ZZZ,ZZ9.
001090 01  None-Line.
001100     03  Filler              Pic X(9)        Value Spaces.
001110     03  Filler              Pic X(20)       Value "None".
001120 01  Trailer-Line-1.
001130     03  Filler                Pic X(24) Value Spaces.
001140     03  Filler                Pic X(22)
001150         Value "Items In Suspense:".
001160     03  Trailer-Open-Count    Pic ZZZ,ZZ9.
001170 01  Trailer-Line-2.
001180     03  Filler                Pic X(24) Value Spaces.
001190     03  Filler                Pic X(22)
001200         Value "Released For Re-entry:".
001210     03  Trailer-Released-Count Pic ZZZ,ZZ9.
001220 01  Trailer-Line-3.
001230     03  Filler                Pic X(24) Value Spaces.
001240     03  Filler                Pic X(22) Value "Under 3 Days:".
001250     03  Trailer-Age-1-Count   Pic ZZZ,ZZ9.
001260 01  Trailer-Line-4.
001270     03  Filler                Pic X(24) Value Spaces.
001280     03  Filler                Pic X(22) Value "3 To 7 Days:".
001290     03  Trailer-Age-2-Count   Pic ZZZ,ZZ9.
001300 01  Trailer-Line-5.
001310     03  Filler                Pic X(24) Value Spaces.
001320     03  Filler                Pic X(22) Value "8 To 30 Days:".
001330     03  Trailer-Age-3-Count   Pic ZZZ,ZZ9.
001340 01  Trailer-Line-6.
001350     03  Filler                Pic X(24) Value Spaces.
001360     03  Filler                Pic X(22) Value "Over 30 Days:".
001370     03  Trailer-Age-4-Count   Pic ZZZ,ZZ9.
001380 01  Line-Count           Pic 99          Value 99.
001390 01  Page-Count           Pic 9(4)        Value Zeros.
001400 01  Max-Lines            Pic 99          Value 60.
001410 01  Date-And-Time-Area.
001420     03  Work-Date            Pic 9(6).
001430     03  Work-Date-X          Redefines Work-Date.
001440         05  Date-YY          Pic 99.
001450         05  Date-MM          Pic 99.
001460         05  Date-DD          Pic 99.
001470     03  Work-Time            Pic 9(8).
001480     03  Work-Time-X          Redefines Work-Time.
001490         05  Time-HH          Pic 99.
001500         05  Time-MM          Pic 99.
001510         05  Time-SS          Pic 99.
001520         05  Filler           Pic XX.
001530 01  Current-Date-Area.
001540     03  Current-Date-YYYYMMDD Pic 9(8).
001550     03  Current-Date-X        Redefines Current-Date-YYYYMMDD.
001560         05  Current-Year         Pic 9(4).
001570         05  Current-Month        Pic 99.
001580         05  Current-Day          Pic 99.
001590 01  Failed-Date-Area.
001600     03  Failed-Date-YYYYMMDD Pic 9(8).
001610     03  Failed-Date-X        Redefines Failed-Date-YYYYMMDD.
001620         05  Failed-Year      Pic 9(4).
001630         05  Failed-Month     Pic 99.
001640         05  Failed-Day       Pic 99.
001650 01  Print-Date-Area.
001660     03  Print-Date-MMDDYYYY  Pic 9(8).
001670     03  Print-Date-X         Redefines Print-Date-MMDDYYYY.
001680         05  Print-Month      Pic 99.
001690         05  Print-Day        Pic 99.
001700         05  Print-Year       Pic 9(4).
001710 01  Work-Date-Parts.
001720     03  Work-Year            Pic 9(4).
001730     03  Work-Month           Pic 99.
001740     03  Work-Day             Pic 99.
001750 01  Work-Days-Value          Pic S9(7) Comp.
001760 01  Current-Days-Value       Pic S9(7) Comp.
001770 01  Days-Open-Work           Pic S9(7) Comp.
001780 01  Days-Before-Table.
001790     03  Filler  Pic X(36)
001800         Value "000031059090120151181212243273304334".
001810 01  Days-Before-Redef Redefines Days-Before-Table.
001820     03  Days-Before-Entry Pic 9(3) Occurs 12 Times.
001830 01  Prior-Year-Work          Pic S9(5) Comp Value Zeros.
001840 01  Leap-Quotient            Pic 9(4) Value Zeros.
001850 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
001860 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
001870 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
001880 01  Leap-Day-Count           Pic S9(7) Comp Value Zeros.
001890 01  Leap-Year-Switch         Pic X Value "N".
001900     88  Leap-Year            Value "Y".
001910 01  Previous-Program         Pic X(8)          Value Spaces.
001920 01  Program-Count            Pic 9(7)          Value Zeros.
001930 01  Suspense-Read-Count      Pic 9(7)          Value Zeros.
001940 01  Open-Count               Pic 9(7)          Value Zeros.
001950 01  Released-Count           Pic 9(7)          Value Zeros.
001960 01  Age-1-Count              Pic 9(7)          Value Zeros.
001970 01  Age-2-Count              Pic 9(7)          Value Zeros.
001980 01  Age-3-Count              Pic 9(7)          Value Zeros.
001990 01  Age-4-Count              Pic 9(7)          Value Zeros.
002000 Procedure Division.
002010 Declaratives.
002020 Suspense-File-Error Section.
002030     Use After Standard Error Procedure On Suspense-File
002040     .
002050 Suspense-Error-Paragraph.
002060     Display "Error on Suspense File " Suspense-File-Status
002070     Perform Write-Suspense-Error-Log
002080     If Hard-Suspense-Error
002090        Display "Fatal error on Suspense File - job terminated"
002100        Perform Write-Run-Failure
002110        Stop Run
002120     End-If
002130     .
002140 End Declaratives.
002150 Chapt20j-Start.
002160     Display "Begin Process Chapt20j"
002170     Perform Write-Run-Start
002180     Perform Open-Files
002190      If Suspense-Success
002200        Perform Fill-Initial-Headings
002210        Perform Get-Current-Date
002220        Perform Heading-Routine
002230        Perform Start-Suspense-Pass
002240        Perform List-Next-Item Until Suspense-Eof
002250        Perform Print-Program-Total
002260        If Open-Count = Zeros
002270           Write Report-Record From None-Line After 1
002280           Add 1 To Line-Count
002290        End-If
002300        Perform Print-Report-Trailer
002310        Perform Close-Files
002320        Perform Write-Run-End
002330     End-If
002340     Goback.
002350 Get-Current-Date.
002360     Accept Current-Date-YYYYMMDD From Date YYYYMMDD
002370     Move Current-Year  To Work-Year
002380     Move Current-Month To Work-Month
002390     Move Current-Day   To Work-Day
002400     Perform Compute-Days-Value
002410     Move Work-Days-Value To Current-Days-Value
002420     .
002430 Start-Suspense-Pass.
002440     Move "N" To Suspense-Eof-Switch
002450     Move Low-Values To Suspense-Key
002460     Start Suspense-File Key Not < Suspense-Key
002470         Invalid Key Move "Y" To Suspense-Eof-Switch
002480     End-Start
002490     .
002500 List-Next-Item.
002510     Read Suspense-File Next Record
002520          At End Move "Y" To Suspense-Eof-Switch
002530          Not At End
002540             Add 1 To Suspense-Read-Count
002550             If Suspense-Open
002560                Perform List-One-Item
002570             End-If
002580     End-Read
002590     .
002600 List-One-Item.
002610     If Suspense-Program Not = Previous-Program
002620        Perform Print-Program-Total
002630        Move Suspense-Program To Previous-Program
002640     End-If
002650     Add 1 To Program-Count
002660              Open-Count
002670     Perform Compute-Days-Open
002680     Evaluate True
002690        When Days-Open-Work < 3
002700           Add 1 To Age-1-Count
002710        When Days-Open-Work < 8
002720           Add 1 To Age-2-Count
002730        When Days-Open-Work < 31
002740           Add 1 To Age-3-Count
002750        When Other
002760           Add 1 To Age-4-Count
002770     End-Evaluate
002780     If Suspense-Released
002790        Add 1 To Released-Count
002800        Move "Released" To Detail-Status
002810     Else
002820        Move "Suspended" To Detail-Status
002830     End-If
002840     Perform Print-Item-Lines
002850     .
002860* Calendar days from the first failure to today.
002870 Compute-Days-Open.
002880     Move Suspense-First-Failed To Failed-Date-YYYYMMDD
002890     Move Failed-Year  To Work-Year
002900     Move Failed-Month To Work-Month
002910     Move Failed-Day   To Work-Day
002920     Perform Compute-Days-Value
002930     Compute Days-Open-Work =
002940             Current-Days-Value - Work-Days-Value
002950     If Days-Open-Work < 0
002960        Move Zeros To Days-Open-Work
002970     End-If
002980     .
002990* Convert Work-Date-Parts to a serial day number using real
003000* month lengths and leap years so day differences are true
003010* calendar days.
003020 Compute-Days-Value.
003030     If Work-Month < 1 Or Work-Month > 12
003040        Move 1 To Work-Month
003050     End-If
003060     Compute Prior-Year-Work = Work-Year - 1
003070     Divide Prior-Year-Work By 4 Giving Leap-Day-Count
003080     Divide Prior-Year-Work By 100 Giving Leap-Quotient
003090     Subtract Leap-Quotient From Leap-Day-Count
003100     Divide Prior-Year-Work By 400 Giving Leap-Quotient
003110     Add Leap-Quotient To Leap-Day-Count
003120     Compute Work-Days-Value =
003130             (Prior-Year-Work * 365) + Leap-Day-Count
003140             + Days-Before-Entry (Work-Month) + Work-Day
003150     Perform Check-Leap-Year
003160     If Leap-Year And Work-Month > 2
003170        Add 1 To Work-Days-Value
003180     End-If
003190     .
003200 Check-Leap-Year.
003210     Move "N" To Leap-Year-Switch
003220     Divide Work-Year By 4 Giving Leap-Quotient
003230            Remainder Leap-Remainder-4
003240     Divide Work-Year By 100 Giving Leap-Quotient
003250            Remainder Leap-Remainder-100
003260     Divide Work-Year By 400 Giving Leap-Quotient
003270            Remainder Leap-Remainder-400
003280     If Leap-Remainder-400 = Zeros
003290        Move "Y" To Leap-Year-Switch
003300     Else
003310        If Leap-Remainder-4 = Zeros
003320           And Leap-Remainder-100 Not = Zeros
003330           Move "Y" To Leap-Year-Switch
003340        End-If
003350     End-If
003360     .
003370 Print-Item-Lines.
003380     If Line-Count + 2 > Max-Lines
003390        Perform Heading-Routine
003400     End-If
003410     Move Failed-Year  To Print-Year
003420     Move Failed-Month To Print-Month
003430     Move Failed-Day   To Print-Day
003440     Move Suspense-Program    To Detail-Program
003450     Move Print-Date-MMDDYYYY To Detail-First-Failed
003460     Move Days-Open-Work      To Detail-Days
003470     Move Suspense-Fail-Count To Detail-Fails
003480     Move Suspense-Reason     To Detail-Reason
003490     Move Suspense-Post-Date  To Detail-Key-Date
003500     Move Suspense-Post-Time  To Detail-Key-Time
003510     Move Suspense-Sequence   To Detail-Key-Seq
003520     Move Suspense-Image      To Detail-Image
003530     Write Report-Record From Detail-Line-1 After 1
003540     Write Report-Record From Detail-Line-2 After 1
003550     Add 2 To Line-Count
003560     .
003570 Print-Program-Total.
003580     If Previous-Program Not = Spaces
003590        If Line-Count + 2 > Max-Lines
003600           Perform Heading-Routine
003610        End-If
003620        Move Previous-Program To Total-Program
003630        Move Program-Count    To Total-Program-Count
003640        Write Report-Record From Program-Total-Line After 2
003650        Add 2 To Line-Count
003660        Move Zeros To Program-Count
003670     End-If
003680     .
003690 Print-Report-Trailer.
003700     If Line-Count + 7 >= Max-Lines
003710        Perform Heading-Routine
003720     End-If
003730     Move Open-Count     To Trailer-Open-Count
003740     Move Released-Count To Trailer-Released-Count
003750     Move Age-1-Count    To Trailer-Age-1-Count
003760     Move Age-2-Count    To Trailer-Age-2-Count
003770     Move Age-3-Count    To Trailer-Age-3-Count
003780     Move Age-4-Count    To Trailer-Age-4-Count
003790     Write Report-Record From Trailer-Line-1 After 2
003800     Write Report-Record From Trailer-Line-2 After 1
003810     Write Report-Record From Trailer-Line-3 After 1
003820     Write Report-Record From Trailer-Line-4 After 1
003830     Write Report-Record From Trailer-Line-5 After 1
003840     Write Report-Record From Trailer-Line-6 After 1
003850     .
003860 Heading-Routine.
003870     Add 1 To Page-Count
003880     Move Page-Count To Page-No
003890     If Page-Count = 1
003900        Write Report-Record From Heading-Line-1 After Zero
003910     Else
003920        Write Report-Record From Heading-Line-1 After Page
003930     End-If
003940     Write Report-Record From Heading-Line-2 After 1
003950     Write Report-Record From Heading-Line-3 After 1
003960     Write Report-Record From Heading-Line-4 After 2
003970     Write Report-Record From Heading-Line-5 After 1
003980     Move 6 To Line-Count
003990     .
004000 Fill-Initial-Headings.
004010     Accept Work-Date From Date
004020     Accept Work-Time From Time
004030     Move Corresponding Work-Date-X To
004040                        Heading-Line-2
004050     Move Corresponding Work-Time-X To
004060                        Heading-Line-3
004070     .
004080 Open-Files.
004090     Open Output Report-File
004100           Input Suspense-File
004110     .
004120 Close-Files.
004130     Close Report-File
004140           Suspense-File
004150     .
004160 Write-Suspense-Error-Log.
004170     Move "CHAPT20J"      To Error-Program
004180     Move "SUSPENSE-FILE" To Error-File-Name
004190     Move Suspense-Program To Error-Key-Value
004200     Move Suspense-File-Status To Error-File-Status
004210     Accept Error-Date From Date
004220     Accept Error-Time From Time
004230     Open Extend Error-Log-File
004240     Write Error-Log-Record
004250     Close Error-Log-File
004260     .
004270 Write-Run-Start.
004280     Move Spaces To Run-Control-Record
004290     Move "CHAPT20J" To Run-Program
004300     Move "S"        To Run-Record-Type
004310     Move Zeros To Run-Records-Read
004320                   Run-Records-Written
004330     Perform Write-Run-Control
004340     .
004350 Write-Run-End.
004360     Move Spaces To Run-Control-Record
004370     Move "CHAPT20J" To Run-Program
004380     Move "E"        To Run-Record-Type
004390     Move "C"        To Run-Outcome
004400     Move Suspense-Read-Count To Run-Records-Read
004410     Move Zeros               To Run-Records-Written
004420     Perform Write-Run-Control
004430     .
004440 Write-Run-Failure.
004450     Move Spaces To Run-Control-Record
004460     Move "CHAPT20J" To Run-Program
004470     Move "E"        To Run-Record-Type
004480     Move "F"        To Run-Outcome
004490     Move Zeros To Run-Records-Read
004500                   Run-Records-Written
004510     Perform Write-Run-Control
004520     .
004530 Write-Run-Control.
004540     Accept Run-Date From Date YYYYMMDD
004550     Accept Run-Time From Time
004560     Open Extend Run-Control-File
004570     Write Run-Control-Record
004580     Close Run-Control-File
004590     .
