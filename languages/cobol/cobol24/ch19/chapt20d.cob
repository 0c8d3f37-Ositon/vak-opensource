000010 Identification Division.
000020 Program-Id.  Chapt20d.
000030* Title and Document Maintenance
000040* Applies title and document transactions to Title.Dat, the
000050* paperwork file Chapt19g checks before a sale posts and
000060* Chapt19q checks before a sale is paid out. An add opens the
000070* record for a unit already on Vehicle-File; a change updates
000080* only what the transaction carries - a received date, the
000090* title state and number, the lienholder (NONE clears it once
000100* the lien is released), and Y or N for lien payoff
000110* confirmed, keys on hand and odometer statement on hand.
000120* Every applied transaction leaves a before/after audit trail
000130* on Chapt20d.Aud the way Chapt19r does.
000140 Environment Division.
000150 Configuration Section.
000160 Source-Computer.  IBM-PC.
000170 Object-Computer.  IBM-PC.
000180 Input-Output  Section.
000190 File-Control.
000200     Select Report-File Assign To Printer.
000210     Select Transaction-File Assign To "Chapt20d.Trn"
000220         Organization Line Sequential
000230         File Status Trans-Status.
000240     Select Audit-File Assign To "Chapt20d.Aud"
000250         Organization Line Sequential
000260         File Status Audit-Status.
000270     Select Optional Title-File Assign To "Title.Dat"
000280         Organization Indexed
000290         Access Dynamic
000300         Record Key Title-Vin
000310         File Status Title-Status.
000320     Select Vehicle-File Assign To "Vehicle.Dat"
000330         Organization Indexed
000340         Access Dynamic
000350         Record Key Vehicle-Vin
000360         Alternate Record Key Vehicle-Dealer-Number
000370         File Status Vehicle-File-Status.
000380     Select Optional Error-Log-File Assign To "Syserr.Log"
000390         Organization Line Sequential
000400         File Status Error-Log-Status.
000410     Select Optional Run-Control-File Assign To "Runctl.Dat"
000420         Organization Line Sequential
000430         File Status Run-Control-Status.
000440 Data Division.
000450 File Section.
000460 Fd  Report-File.
000470 01  Report-Record Pic X(80).
000480 Fd  Transaction-File.
000490 01  Transaction-Record.
000500     03  Trans-Code                   Pic X.
000510         88  Trans-Add                Value "A".
000520         88  Trans-Change             Value "C".
000530     03  Trans-Vin                    Pic X(17).
000540     03  Trans-Received-Date          Pic 9(8).
000550     03  Trans-Title-State            Pic X(2).
000560     03  Trans-Title-Number           Pic X(20).
000570     03  Trans-Lienholder             Pic X(30).
000580     03  Trans-Payoff-Flag            Pic X.
000590     03  Trans-Keys-Flag              Pic X.
000600     03  Trans-Odometer-Flag          Pic X.
000610 Fd  Audit-File.
000620 01  Audit-Record.
000630     03  Audit-Date             Pic 9(6).
000640     03  Audit-Time             Pic 9(8).
000650     03  Audit-Action           Pic X.
000660     03  Audit-Vin              Pic X(17).
000670     03  Audit-Before-Image     Pic X(120).
000680     03  Audit-After-Image      Pic X(120).
000690 Fd  Title-File.
000700     Copy Titlerec.
000710 Fd  Vehicle-File.
000720     Copy Vehicrec.
000730 Fd  Error-Log-File.
000740     Copy Errorlog.
000750 Fd  Run-Control-File.
000760     Copy Runctlrc.
000770 Working-Storage Section.
000780 01  Trans-Status             Pic XX Value Zeros.
000790     88  Trans-Success    Value "00" Thru "09".
000800 01  Audit-Status             Pic XX Value Zeros.
000810 01  Title-Status             Pic XX Value Zeros.
000820     88  Title-Success    Value "00" Thru "09".
000830     88  Hard-Title-Error Value "30" Thru "99".
000840 01  Vehicle-File-Status      Pic XX Value Zeros.
000850     88  Vehicle-Success  Value "00" Thru "09".
000860     88  Hard-Vehicle-Error Value "30" Thru "99".
000870 01  Error-Log-Status         Pic XX Value Zeros.
000880 01  Run-Control-Status       Pic XX Value Zeros.
000890 01  Valid-Transaction-Switch Pic X Value "Y".
000900     88  Valid-Transaction   Value "Y".
000910 01  Reject-Reason            Pic X(40) Value Spaces.
000920 01  Before-Image-Work        Pic X(120) Value Spaces.
000930 01  After-Image-Work         Pic X(120) Value Spaces.
000940 01  Heading-Line-1.
000950     03  Filler      Pic X(12) Value "Created by:".
000960     03  Filler      Pic X(8)  Value "CHAPT20D".
000970     03  Filler      Pic X(11) Value Spaces.
000980     03  Filler      Pic X(27) Value "Title Maintenance Report".
000990     03  Filler      Pic X(2)  Value Spaces.
001000     03  Filler      Pic X(5)  Value "Page".
001010     03  Page-No     Pic Z(4)9 Value Zeros.
001020 01  Heading-Line-2.
001030     03  Filler      Pic X(12) Value "Created on:".
001040     03  Date-MM     Pic 99.
001050     03  Filler      Pic X     Value "/".
001060     03  Date-DD     Pic 99.
001070     03  Filler      Pic X     Value "/".
001080     03  Date-YY     Pic 99.
001090 01  Heading-Line-3.
001100     03  Filler      Pic X(12) Value "At:".
001110     03  Time-HH     Pic 99.
001120     03  Filler      Pic X     Value ":".
001130     03  Time-MM     Pic 99.
001140     03  Filler      Pic X     Value ":".
001150     03  Time-SS     Pic 99.
001160 01  Activity-Line.
001170     03  AL-Vin             Pic X(18) Value Spaces.
001180     03  AL-Action          Pic X(10) Value Spaces.
001190     03  AL-Message         Pic X(40) Value Spaces.
001200 01  Trailer-Line-1.
001210     03  Filler             Pic X(24) Value Spaces.
001220     03  Filler             Pic X(20) Value "Adds Applied:".
001230     03  Trailer-Add-Count  Pic ZZ9.
001240 01  Trailer-Line-2.
001250     03  Filler             Pic X(24) Value Spaces.
001260     03  Filler             Pic X(20) Value "Changes Applied:".
001270     03  Trailer-Chg-Count  Pic ZZ9.
001280 01  Trailer-Line-3.
001290     03  Filler             Pic X(24) Value Spaces.
001300     03  Filler             Pic X(20) Value "Rejected:".
001310     03  Trailer-Rej-Count  Pic ZZ9.
001320 01  Line-Count           Pic 99          Value 99.
001330 01  Page-Count           Pic 9(4)        Value Zeros.
001340 01  Max-Lines            Pic 99          Value 60.
001350 01  Date-And-Time-Area.
001360     03  Work-Date            Pic 9(6).
001370     03  Work-Date-X          Redefines Work-Date.
001380         05  Date-YY          Pic 99.
001390         05  Date-MM          Pic 99.
001400         05  Date-DD          Pic 99.
001410     03  Work-Time            Pic 9(8).
001420     03  Work-Time-X          Redefines Work-Time.
001430         05  Time-HH          Pic 99.
001440         05  Time-MM          Pic 99.
001450         05  Time-SS          Pic 99.
001460         05  Filler           Pic XX.
001470 01  Received-Date-Area.
001480     03  Received-Date-Value  Pic 9(8).
001490     03  Received-Date-Redef  Redefines Received-Date-Value.
001500         05  Received-Month   Pic 99.
001510         05  Received-Day     Pic 99.
001520         05  Received-Year    Pic 9(4).
001530 01  Work-Date-Parts.
001540     03  Work-Year            Pic 9(4).
001550     03  Work-Month           Pic 99.
001560     03  Work-Day             Pic 99.
001570 01  Month-Days-Table.
001580     03  Filler  Pic X(24) Value "312831303130313130313031".
001590 01  Month-Days-Redef Redefines Month-Days-Table.
001600     03  Month-Days-Entry Pic 99 Occurs 12 Times.
001610 01  Month-Days-Work          Pic 99 Value Zeros.
001620 01  Leap-Quotient            Pic 9(4) Value Zeros.
001630 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
001640 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
001650 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
001660 01  Leap-Year-Switch         Pic X Value "N".
001670     88  Leap-Year            Value "Y".
001680 01  Date-Valid-Switch        Pic X Value "Y".
001690     88  Valid-Date           Value "Y".
001700 01  Add-Count                Pic 9(5) Value Zeros.
001710 01  Change-Count             Pic 9(5) Value Zeros.
001720 01  Reject-Count             Pic 9(5) Value Zeros.
001730 Procedure Division.
001740 Declaratives.
001750 Title-File-Error Section.
001760     Use After Standard Error Procedure On Title-File
001770     .
001780 Title-Error-Paragraph.
001790     Display "Error on Title File " Title-Status
001800     Perform Write-Title-Error-Log
001810     If Hard-Title-Error
001820        Display "Fatal error on Title File - job terminated"
001830        Perform Write-Run-Failure
001840        Stop Run
001850     End-If
001860     .
001870 Vehicle-File-Error Section.
001880     Use After Standard Error Procedure On Vehicle-File
001890     .
001900 Vehicle-Error-Paragraph.
001910     Display "Error on Vehicle File " Vehicle-File-Status
001920     Perform Write-Vehicle-Error-Log
001930     If Hard-Vehicle-Error
001940        Display "Fatal error on Vehicle File - job terminated"
001950        Perform Write-Run-Failure
001960        Stop Run
001970     End-If
001980     .
001990 End Declaratives.
002000 Chapt20d-Start.
002010     Display "Begin Process Chapt20d"
002020     Perform Write-Run-Start
002030     Perform Open-Files
002040      If Title-Success And Vehicle-Success
002050        Perform Fill-Initial-Headings
002060        Perform Process-Transactions Until Not Trans-Success
002070        Perform Print-Report-Trailer
002080        Perform Close-Files
002090        Perform Write-Run-End
002100     End-If
002110     Goback.
002120 Process-Transactions.
002130     Read Transaction-File
002140          At End Move High-Values To Trans-Status
002150          Not At End Perform Process-One-Transaction
002160     End-Read
002170     .
002180 Process-One-Transaction.
002190     Perform Validate-Transaction
002200     If Valid-Transaction
002210        Evaluate True
002220           When Trans-Add      Perform Apply-Add
002230           When Trans-Change   Perform Apply-Change
002240           When Other
002250              Move "N" To Valid-Transaction-Switch
002260              Move "Unknown Transaction Code" To Reject-Reason
002270              Perform Print-Reject-Line
002280        End-Evaluate
002290     Else
002300        Perform Print-Reject-Line
002310     End-If
002320     .
002330 Validate-Transaction.
002340     Move "Y" To Valid-Transaction-Switch
002350     Move Spaces To Reject-Reason
002360     If Trans-Vin = Spaces
002370        Move "N" To Valid-Transaction-Switch
002380        Move "VIN is required" To Reject-Reason
002390     End-If
002400     If Valid-Transaction
002410        If Trans-Received-Date Not Numeric
002420           Move "N" To Valid-Transaction-Switch
002430           Move "Invalid title received date" To Reject-Reason
002440        Else
002450           If Trans-Received-Date > Zeros
002460              Perform Validate-Received-Date
002470              If Not Valid-Date
002480                 Move "N" To Valid-Transaction-Switch
002490                 Move "Invalid title received date" To
002500                      Reject-Reason
002510              End-If
002520           End-If
002530        End-If
002540     End-If
002550     If Valid-Transaction
002560        If (Trans-Payoff-Flag Not = "Y" And Not = "N"
002570                                        And Not = Space)
002580           Or (Trans-Keys-Flag Not = "Y" And Not = "N"
002590                                        And Not = Space)
002600           Or (Trans-Odometer-Flag Not = "Y" And Not = "N"
002610                                        And Not = Space)
002620           Move "N" To Valid-Transaction-Switch
002630           Move "Document flags must be Y, N or blank" To
002640                Reject-Reason
002650        End-If
002660     End-If
002670     If Valid-Transaction And Trans-Change
002680        If Trans-Received-Date = Zeros
002690           And Trans-Title-State = Spaces
002700           And Trans-Title-Number = Spaces
002710           And Trans-Lienholder = Spaces
002720           And Trans-Payoff-Flag = Space
002730           And Trans-Keys-Flag = Space
002740           And Trans-Odometer-Flag = Space
002750           Move "N" To Valid-Transaction-Switch
002760           Move "Nothing to change on transaction" To
002770                Reject-Reason
002780        End-If
002790     End-If
002800     .
002810 Validate-Received-Date.
002820     Move Trans-Received-Date To Received-Date-Value
002830     Move Received-Year  To Work-Year
002840     Move Received-Month To Work-Month
002850     Move Received-Day   To Work-Day
002860     Perform Edit-Date-Parts
002870     .
002880* Edit Work-Date-Parts as a real calendar date: month 01-12 and
002890* day within that month's length, February per leap year.
002900 Edit-Date-Parts.
002910     Move "Y" To Date-Valid-Switch
002920     If Work-Month < 1 Or Work-Month > 12
002930        Move "N" To Date-Valid-Switch
002940     Else
002950        Move Month-Days-Entry (Work-Month) To Month-Days-Work
002960        If Work-Month = 2
002970           Perform Check-Leap-Year
002980           If Leap-Year
002990              Move 29 To Month-Days-Work
003000           End-If
003010        End-If
003020        If Work-Day < 1 Or Work-Day > Month-Days-Work
003030           Move "N" To Date-Valid-Switch
003040        End-If
003050     End-If
003060     .
003070 Check-Leap-Year.
003080     Move "N" To Leap-Year-Switch
003090     Divide Work-Year By 4 Giving Leap-Quotient
003100            Remainder Leap-Remainder-4
003110     Divide Work-Year By 100 Giving Leap-Quotient
003120            Remainder Leap-Remainder-100
003130     Divide Work-Year By 400 Giving Leap-Quotient
003140            Remainder Leap-Remainder-400
003150     If Leap-Remainder-400 = Zeros
003160        Move "Y" To Leap-Year-Switch
003170     Else
003180        If Leap-Remainder-4 = Zeros
003190           And Leap-Remainder-100 Not = Zeros
003200           Move "Y" To Leap-Year-Switch
003210        End-If
003220     End-If
003230     .
003240* Paperwork is only tracked for a unit Chapt19r has taken in.
003250 Apply-Add.
003260     Move Trans-Vin To Vehicle-Vin
003270     Read Vehicle-File Key Vehicle-Vin
003280          Invalid Key
003290             Move "N" To Valid-Transaction-Switch
003300             Move "VIN not on Vehicle File" To Reject-Reason
003310             Perform Print-Reject-Line
003320          Not Invalid Key
003330             Perform Write-Title-Record
003340     End-Read
003350     .
003360 Write-Title-Record.
003370     Move Spaces    To Before-Image-Work
003380     Move Spaces    To Title-Record
003390     Move Trans-Vin To Title-Vin
003400     Move Zeros     To Title-Received-Date
003410     Move "N"       To Title-Payoff-Flag
003420                       Title-Keys-Flag
003430                       Title-Odometer-Flag
003440     Perform Move-Trans-To-Title
003450     Write Title-Record
003460          Invalid Key
003470             Move "N" To Valid-Transaction-Switch
003480             Move "VIN already on Title File" To Reject-Reason
003490             Perform Print-Reject-Line
003500          Not Invalid Key
003510             Move Title-Record To After-Image-Work
003520             Move "A" To Audit-Action
003530             Perform Write-Audit-Record
003540             Add 1 To Add-Count
003550             Move "Added" To AL-Action
003560             Perform Set-Document-Message
003570             Perform Print-Activity-Line
003580     End-Write
003590     .
003600 Apply-Change.
003610     Move Trans-Vin To Title-Vin
003620     Read Title-File Key Title-Vin
003630          Invalid Key
003640             Move "N" To Valid-Transaction-Switch
003650             Move "VIN not on Title File" To Reject-Reason
003660             Perform Print-Reject-Line
003670          Not Invalid Key
003680             Move Title-Record To Before-Image-Work
003690             Perform Move-Trans-To-Title
003700             Rewrite Title-Record
003710                  Invalid Key
003720                     Move "N" To Valid-Transaction-Switch
003730                     Move "Rewrite failed" To Reject-Reason
003740                     Perform Print-Reject-Line
003750                  Not Invalid Key
003760                     Move Title-Record To After-Image-Work
003770                     Move "C" To Audit-Action
003780                     Perform Write-Audit-Record
003790                     Add 1 To Change-Count
003800                     Move "Changed" To AL-Action
003810                     Perform Set-Document-Message
003820                     Perform Print-Activity-Line
003830             End-Rewrite
003840     End-Read
003850     .
003860* Transactions set only what they carry: a zero date, blank
003870* text or blank flag leaves that field as it stands.
003880 Move-Trans-To-Title.
003890     If Trans-Received-Date > Zeros
003900        Move Trans-Received-Date To Title-Received-Date
003910     End-If
003920     If Trans-Title-State Not = Spaces
003930        Move Trans-Title-State To Title-State
003940     End-If
003950     If Trans-Title-Number Not = Spaces
003960        Move Trans-Title-Number To Title-Number
003970     End-If
003980     If Trans-Lienholder = "NONE"
003990        Move Spaces To Title-Lienholder
004000     Else
004010        If Trans-Lienholder Not = Spaces
004020           Move Trans-Lienholder To Title-Lienholder
004030        End-If
004040     End-If
004050     If Trans-Payoff-Flag Not = Space
004060        Move Trans-Payoff-Flag To Title-Payoff-Flag
004070     End-If
004080     If Trans-Keys-Flag Not = Space
004090        Move Trans-Keys-Flag To Title-Keys-Flag
004100     End-If
004110     If Trans-Odometer-Flag Not = Space
004120        Move Trans-Odometer-Flag To Title-Odometer-Flag
004130     End-If
004140     Accept Title-Changed-Date From Date YYYYMMDD
004150     .
004160* The activity line says what still keeps the unit from being
004170* sold or paid out.
004180 Set-Document-Message.
004190     Evaluate True
004200        When Title-Received-Date = Zeros
004210           Move "Title not yet received" To AL-Message
004220        When Title-Lienholder Not = Spaces
004230             And Not Title-Payoff-Confirmed
004240           Move "Lien payoff not confirmed" To AL-Message
004250        When Not Title-Keys-On-Hand
004260           Move "Keys not on hand" To AL-Message
004270        When Not Title-Odometer-On-Hand
004280           Move "Odometer statement not on hand" To AL-Message
004290        When Other
004300           Move "Documents complete" To AL-Message
004310     End-Evaluate
004320     .
004330 Write-Audit-Record.
004340     Accept Audit-Date From Date
004350     Accept Audit-Time From Time
004360     Move Trans-Vin          To Audit-Vin
004370     Move Before-Image-Work  To Audit-Before-Image
004380     Move After-Image-Work   To Audit-After-Image
004390     Write Audit-Record
004400     .
004410 Print-Reject-Line.
004420     Add 1 To Reject-Count
004430     Move "Rejected" To AL-Action
004440     Move Reject-Reason To AL-Message
004450     Perform Print-Activity-Line
004460     .
004470 Print-Activity-Line.
004480     If Line-Count >= Max-Lines
004490        Perform Heading-Routine
004500     End-If
004510     Move Spaces    To AL-Vin
004520     Move Trans-Vin To AL-Vin
004530     Write Report-Record From Activity-Line After 1
004540     Add 1 To Line-Count
004550     .
004560 Print-Report-Trailer.
004570     Move Add-Count      To Trailer-Add-Count
004580     Move Change-Count   To Trailer-Chg-Count
004590     Move Reject-Count   To Trailer-Rej-Count
004600     Write Report-Record From Trailer-Line-1 After 2
004610     Write Report-Record From Trailer-Line-2 After 1
004620     Write Report-Record From Trailer-Line-3 After 1
004630     .
004640 Heading-Routine.
004650     Add 1 To Page-Count
004660     Move Page-Count To Page-No
004670     If Page-Count = 1
004680        Write Report-Record From Heading-Line-1 After Zero
004690     Else
004700        Write Report-Record From Heading-Line-1 After Page
004710     End-If
004720     Write Report-Record From Heading-Line-2 After 1
004730     Write Report-Record From Heading-Line-3 After 2
004740     Move 5 To Line-Count
004750     .
004760 Fill-Initial-Headings.
004770     Accept Work-Date From Date
004780     Accept Work-Time From Time
004790     Move Corresponding Work-Date-X To
004800                        Heading-Line-2
004810     Move Corresponding Work-Time-X To
004820                        Heading-Line-3
004830     .
004840 Open-Files.
004850     Open Output Report-File
004860                 Audit-File
004870           Input Transaction-File
004880                 Vehicle-File
004890           I-O   Title-File
004900     .
004910 Close-Files.
004920     Close Report-File
004930           Audit-File
004940           Transaction-File
004950           Vehicle-File
004960           Title-File
004970     .
004980 Write-Title-Error-Log.
004990     Move "CHAPT20D"    To Error-Program
005000     Move "TITLE-FILE"  To Error-File-Name
005010     Move Title-Vin     To Error-Key-Value
005020     Move Title-Status  To Error-File-Status
005030     Accept Error-Date From Date
005040     Accept Error-Time From Time
005050     Open Extend Error-Log-File
005060     Write Error-Log-Record
005070     Close Error-Log-File
005080     .
005090 Write-Vehicle-Error-Log.
005100     Move "CHAPT20D"     To Error-Program
005110     Move "VEHICLE-FILE" To Error-File-Name
005120     Move Vehicle-Vin    To Error-Key-Value
005130     Move Vehicle-File-Status To Error-File-Status
005140     Accept Error-Date From Date
005150     Accept Error-Time From Time
005160     Open Extend Error-Log-File
005170     Write Error-Log-Record
005180     Close Error-Log-File
005190     .
005200 Write-Run-Start.
005210     Move Spaces To Run-Control-Record
005220     Move "CHAPT20D" To Run-Program
005230     Move "S"        To Run-Record-Type
005240     Move Zeros To Run-Records-Read
005250                   Run-Records-Written
005260     Perform Write-Run-Control
005270     .
005280 Write-Run-End.
005290     Move Spaces To Run-Control-Record
005300     Move "CHAPT20D" To Run-Program
005310     Move "E"        To Run-Record-Type
005320     Move "C"        To Run-Outcome
005330     Compute Run-Records-Read =
005340             Add-Count + Change-Count + Reject-Count
005350     Compute Run-Records-Written = Add-Count + Change-Count
005360     Perform Write-Run-Control
005370     .
005380 Write-Run-Failure.
005390     Move Spaces To Run-Control-Record
005400     Move "CHAPT20D" To Run-Program
005410     Move "E"        To Run-Record-Type
005420     Move "F"        To Run-Outcome
005430     Move Zeros To Run-Records-Read
005440                   Run-Records-Written
005450     Perform Write-Run-Control
005460     .
005470 Write-Run-Control.
005480     Accept Run-Date From Date YYYYMMDD
005490     Accept Run-Time From Time
005500     Open Extend Run-Control-File
005510     Write Run-Control-Record
005520     Close Run-Control-File
005530     .
