000010 Identification Division.
000020 Program-Id.  Chapt20h.
000030* Vehicle Hold Expiry and Deposit Refund Report
000040* Nightly pass over Deposit.Dat in three parts. First every
000050* active hold whose expiry date has passed is expired: the
000060* deposit goes on the refund list and a unit still on hold is
000070* returned to the lot, so it is offered again by that night's
000080* Chapt19z match. Next the active holds that expire within the
000090* warning window are listed, so the salesperson can close the
000100* deal or call the buyer before the unit goes back on sale.
000110* Last comes the refund list - every cancelled or expired
000120* deposit not yet recorded as paid back through Chapt20g - with
000130* its total. The window comes from Chapt20h.Parm; with no
000140* parameter card 3 days is used. A hold is good through its
000150* expiry date. Vehicle rewrites are journaled to Dayjrnl.Dat
000160* for the Chapt19u recovery.
000170 Environment Division.
000180 Configuration Section.
000190 Source-Computer.  IBM-PC.
000200 Object-Computer.  IBM-PC.
000210 Input-Output  Section.
000220 File-Control.
000230     Select Report-File Assign To Printer.
000240     Select Optional Parameter-File Assign To "Chapt20h.Parm"
000250         Organization Line Sequential
000260         File Status Parm-Status.
000270     Select Optional Deposit-File Assign To "Deposit.Dat"
000280         Organization Indexed
000290         Access Dynamic
000300         Record Key Deposit-Key
000310         File Status Deposit-File-Status.
000320     Select Vehicle-File Assign To "Vehicle.Dat"
000330         Organization Indexed
000340         Access Dynamic
000350         Record Key Vehicle-Vin
000360         Alternate Record Key Vehicle-Dealer-Number
000370         File Status Vehicle-File-Status.
000380     Select Optional Journal-File Assign To "Dayjrnl.Dat"
000390         Organization Line Sequential
000400         File Status Journal-Status.
000410     Select Optional Error-Log-File Assign To "Syserr.Log"
000420         Organization Line Sequential
000430         File Status Error-Log-Status.
000440     Select Optional Run-Control-File Assign To "Runctl.Dat"
000450         Organization Line Sequential
000460         File Status Run-Control-Status.
000470 Data Division.
000480 File Section.
000490 Fd  Report-File.
000500 01  Report-Record Pic X(80).
000510 Fd  Parameter-File.
000520 01  Parameter-Record.
000530     03  Parm-Warning-Days     Pic 9(3).
000540 Fd  Deposit-File.
000550     Copy Deposrec.
000560 Fd  Vehicle-File.
000570     Copy Vehicrec.
000580 Fd  Journal-File.
000590     Copy Jrnlrec.
000600 Fd  Error-Log-File.
000610     Copy Errorlog.
000620 Fd  Run-Control-File.
000630     Copy Runctlrc.
000640 Working-Storage Section.
000650 01  Parm-Status              Pic XX Value Zeros.
000660     88  Parm-File-Opened    Value "00".
000670 01  Deposit-File-Status      Pic XX Value Zeros.
000680     88  Deposit-Success  Value "00" Thru "09".
000690     88  Hard-Deposit-Error Value "30" Thru "99".
000700 01  Vehicle-File-Status      Pic XX Value Zeros.
000710     88  Vehicle-Success  Value "00" Thru "09".
000720     88  Hard-Vehicle-Error Value "30" Thru "99".
000730 01  Journal-Status           Pic XX Value Zeros.
000740 01  Error-Log-Status         Pic XX Value Zeros.
000750 01  Run-Control-Status       Pic XX Value Zeros.
000760 01  Deposit-Eof-Switch       Pic X Value "N".
000770     88  Deposit-Eof          Value "Y".
000780 01  Heading-Line-1.
000790     03  Filler      Pic X(12) Value "Created by:".
000800     03  Filler      Pic X(8)  Value "CHAPT20H".
000810     03  Filler      Pic X(11) Value Spaces.
000820     03  Filler      Pic X(29) Value "Vehicle Hold Expiry Report".
000830     03  Filler      Pic X(4)  Value Spaces.
000840     03  Filler      Pic X(5)  Value "Page".
000850     03  Page-No     Pic Z(4)9 Value Zeros.
000860 01  Heading-Line-2.
000870     03  Filler      Pic X(12) Value "Created on:".
000880     03  Date-MM     Pic 99.
000890     03  Filler      Pic X     Value "/".
000900     03  Date-DD     Pic 99.
000910     03  Filler      Pic X     Value "/".
000920     03  Date-YY     Pic 99.
000930 01  Heading-Line-3.
000940     03  Filler      Pic X(12) Value "At:".
000950     03  Time-HH     Pic 99.
000960     03  Filler      Pic X     Value ":".
000970     03  Time-MM     Pic 99.
000980     03  Filler      Pic X     Value ":".
000990     03  Time-SS     Pic 99.
001000 01  Section-Line.
001010     03  Section-Title       Pic X(40) Value Spaces.
001020 01  Heading-Line-4.
001030     03  Filler      Pic X(18) Value "VIN".
001040     03  Filler      Pic X(22) Value "Buyer".
001050     03  Filler      Pic X(9)  Value "Prospect".
001060     03  Filler      Pic X(11) Value "   Deposit".
001070     03  Head-Date-Title Pic X(11) Value Spaces.
001080     03  Head-Note-Title Pic X(9)  Value Spaces.
001090 01  Detail-Line.
001100     03  Detail-Vin          Pic X(18)       Value Spaces.
001110     03  Detail-Buyer        Pic X(22)       Value Spaces.
001120     03  Detail-Prospect     Pic X(9)        Value Spaces.
001130     03  Detail-Amount       Pic ZZZ,ZZ9.99.
001140     03  Filler              Pic X           Value Spaces.
001150     03  Detail-Date         Pic 99/99/9999.
001160     03  Filler              Pic X           Value Spaces.
001170     03  Detail-Note         Pic X(9)        Value Spaces.
001180 01  None-Line.
001190     03  Filler              Pic X(18)       Value Spaces.
001200     03  Filler              Pic X(20)       Value "None".
001210 01  Trailer-Line-1.
001220     03  Filler                Pic X(24) Value Spaces.
001230     03  Filler                Pic X(22) Value "Holds Expired:".
001240     03  Trailer-Expired-Count Pic ZZZ,ZZ9.
001250 01  Trailer-Line-2.
001260     03  Filler                Pic X(24) Value Spaces.
001270     03  Filler                Pic X(22)
001280         Value "Holds Expiring Soon:".
001290     03  Trailer-Warning-Count Pic ZZZ,ZZ9.
001300 01  Trailer-Line-3.
001310     03  Filler                Pic X(24) Value Spaces.
001320     03  Filler                Pic X(22) Value "Refunds Due:".
001330     03  Trailer-Refund-Count  Pic ZZZ,ZZ9.
001340 01  Trailer-Line-4.
001350     03  Filler                Pic X(24) Value Spaces.
001360     03  Filler                Pic X(22) Value "Refund Total:".
001370     03  Trailer-Refund-Total  Pic Z,ZZZ,ZZ9.99.
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
001590 01  Today-Date-Area.
001600     03  Today-Date-MMDDYYYY  Pic 9(8).
001610     03  Today-Date-X         Redefines Today-Date-MMDDYYYY.
001620         05  Today-Month      Pic 99.
001630         05  Today-Day        Pic 99.
001640         05  Today-Year       Pic 9(4).
001650 01  Expiry-Date-Area.
001660     03  Expiry-Date-MMDDYYYY Pic 9(8).
001670     03  Expiry-Date-X        Redefines Expiry-Date-MMDDYYYY.
001680         05  Expiry-Month     Pic 99.
001690         05  Expiry-Day       Pic 99.
001700         05  Expiry-Year      Pic 9(4).
001710 01  Work-Date-Parts.
001720     03  Work-Year            Pic 9(4).
001730     03  Work-Month           Pic 99.
001740     03  Work-Day             Pic 99.
001750 01  Work-Days-Value          Pic S9(7) Comp.
001760 01  Current-Days-Value       Pic S9(7) Comp.
001770 01  Expiry-Days-Value        Pic S9(7) Comp.
001780 01  Days-Left-Work           Pic S9(7) Comp.
001790 01  Days-Left-Edit           Pic ZZ9.
001800 01  Warning-Days             Pic 9(3) Value 3.
001810 01  Days-Before-Table.
001820     03  Filler  Pic X(36)
001830         Value "000031059090120151181212243273304334".
001840 01  Days-Before-Redef Redefines Days-Before-Table.
001850     03  Days-Before-Entry Pic 9(3) Occurs 12 Times.
001860 01  Prior-Year-Work          Pic S9(5) Comp Value Zeros.
001870 01  Leap-Quotient            Pic 9(4) Value Zeros.
001880 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
001890 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
001900 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
001910 01  Leap-Day-Count           Pic S9(7) Comp Value Zeros.
001920 01  Leap-Year-Switch         Pic X Value "N".
001930     88  Leap-Year            Value "Y".
001940 01  Detail-Name-Work         Pic X(22) Value Spaces.
001950 01  Section-Count            Pic 9(7)          Value Zeros.
001960 01  Deposit-Read-Count       Pic 9(7)          Value Zeros.
001970 01  Expired-Count            Pic 9(7)          Value Zeros.
001980 01  Warning-Count            Pic 9(7)          Value Zeros.
001990 01  Refund-Count             Pic 9(7)          Value Zeros.
002000 01  Refund-Total-Work        Pic S9(9)v99 Comp-3 Value Zeros.
002010 Procedure Division.
002020 Declaratives.
002030 Deposit-File-Error Section.
002040     Use After Standard Error Procedure On Deposit-File
002050     .
002060 Deposit-Error-Paragraph.
002070     Display "Error on Deposit File " Deposit-File-Status
002080     Perform Write-Deposit-Error-Log
002090     If Hard-Deposit-Error
002100        Display "Fatal error on Deposit File - job terminated"
002110        Perform Write-Run-Failure
002120        Stop Run
002130     End-If
002140     .
002150 Vehicle-File-Error Section.
002160     Use After Standard Error Procedure On Vehicle-File
002170     .
002180 Vehicle-Error-Paragraph.
002190     Display "Error on Vehicle File " Vehicle-File-Status
002200     Perform Write-Vehicle-Error-Log
002210     If Hard-Vehicle-Error
002220        Display "Fatal error on Vehicle File - job terminated"
002230        Perform Write-Run-Failure
002240        Stop Run
002250     End-If
002260     .
002270 End Declaratives.
002280 Chapt20h-Start.
002290     Display "Begin Process Chapt20h"
002300     Perform Write-Run-Start
002310     Perform Open-Files
002320      If Deposit-Success And Vehicle-Success
002330        Perform Read-Parameter-Card
002340        Perform Fill-Initial-Headings
002350        Perform Get-Current-Date
002360        Perform Heading-Routine
002370        Perform Expire-Past-Holds
002380        Perform List-Expiring-Holds
002390        Perform List-Refunds-Due
002400        Perform Print-Report-Trailer
002410        Perform Close-Files
002420        Perform Write-Run-End
002430     End-If
002440     Goback.
002450 Read-Parameter-Card.
002460     Move Spaces To Parameter-Record
002470     Open Input Parameter-File
002480     If Parm-File-Opened
002490        Read Parameter-File
002500             At End Move Spaces To Parameter-Record
002510        End-Read
002520        Close Parameter-File
002530     End-If
002540     If Parm-Warning-Days Numeric And Parm-Warning-Days > Zeros
002550        Move Parm-Warning-Days To Warning-Days
002560     End-If
002570     .
002580 Get-Current-Date.
002590     Accept Current-Date-YYYYMMDD From Date YYYYMMDD
002600     Move Current-Year  To Today-Year
002610                           Work-Year
002620     Move Current-Month To Today-Month
002630                           Work-Month
002640     Move Current-Day   To Today-Day
002650                           Work-Day
002660     Perform Compute-Days-Value
002670     Move Work-Days-Value To Current-Days-Value
002680     .
002690 Start-Deposit-Pass.
002700     Move Zeros To Section-Count
002710     Move "N" To Deposit-Eof-Switch
002720     Move Low-Values To Deposit-Key
002730     Start Deposit-File Key Not < Deposit-Key
002740         Invalid Key Move "Y" To Deposit-Eof-Switch
002750     End-Start
002760     .
002770 Expire-Past-Holds.
002780     Move "Holds Expired Tonight" To Section-Title
002790     Move "Expired" To Head-Date-Title
002800     Move Spaces    To Head-Note-Title
002810     Perform Print-Section-Heading
002820     Perform Start-Deposit-Pass
002830     Perform Expire-Next-Hold Until Deposit-Eof
002840     Perform Print-None-If-Empty
002850     .
002860 Expire-Next-Hold.
002870     Read Deposit-File Next Record
002880          At End Move "Y" To Deposit-Eof-Switch
002890          Not At End
002900             Add 1 To Deposit-Read-Count
002910             If Deposit-Active
002920                Perform Compute-Days-Left
002930                If Days-Left-Work < 0
002940                   Perform Expire-One-Hold
002950                End-If
002960             End-If
002970     End-Read
002980     .
002990 Expire-One-Hold.
003000     Move "E"                 To Deposit-Status
003010     Move Today-Date-MMDDYYYY To Deposit-Closed-Date
003020     Move "R"                 To Deposit-Refund-Flag
003030     Rewrite Deposit-Record
003040          Invalid Key
003050             Display "Unable to expire hold on " Deposit-Vin
003060          Not Invalid Key
003070             Add 1 To Expired-Count
003080             Perform Release-Vehicle
003090             Move Deposit-Expiry-Date To Detail-Date
003100             Move "Released"          To Detail-Note
003110             Perform Print-Deposit-Line
003120     End-Rewrite
003130     .
003140* A unit already sold or withdrawn is left as it stands; only
003150* a unit still held is returned to the lot.
003160 Release-Vehicle.
003170     Move Deposit-Vin To Vehicle-Vin
003180     Read Vehicle-File Key Vehicle-Vin
003190          Invalid Key
003200             Continue
003210          Not Invalid Key
003220             If Vehicle-On-Hold
003230                Move "O" To Vehicle-Status
003240                Rewrite Vehicle-Record
003250                     Invalid Key
003260                        Display "Unable to release hold on "
003270                                Vehicle-Vin
003280                     Not Invalid Key
003290                        Move "R" To Journal-Action
003300                        Move Vehicle-Record To Journal-Image
003310                        Perform Write-Vehicle-Journal
003320                End-Rewrite
003330             End-If
003340     End-Read
003350     .
003360 List-Expiring-Holds.
003370     Move Spaces To Section-Title
003380     Move Warning-Days To Days-Left-Edit
003390     String "Holds Expiring Within"  Delimited By Size
003400            Days-Left-Edit           Delimited By Size
003410            " Days"                  Delimited By Size
003420            Into Section-Title
003430     End-String
003440     Move "Expires"   To Head-Date-Title
003450     Move "Days Left" To Head-Note-Title
003460     Perform Print-Section-Heading
003470     Perform Start-Deposit-Pass
003480     Perform Check-Next-Expiring Until Deposit-Eof
003490     Perform Print-None-If-Empty
003500     .
003510 Check-Next-Expiring.
003520     Read Deposit-File Next Record
003530          At End Move "Y" To Deposit-Eof-Switch
003540          Not At End
003550             If Deposit-Active
003560                Perform Compute-Days-Left
003570                If Days-Left-Work Not < 0
003580                   And Days-Left-Work Not > Warning-Days
003590                   Add 1 To Warning-Count
003600                   Move Deposit-Expiry-Date To Detail-Date
003610                   Move Days-Left-Work      To Days-Left-Edit
003620                   Move Spaces              To Detail-Note
003630                   Move Days-Left-Edit      To Detail-Note
003640                   Perform Print-Deposit-Line
003650                End-If
003660             End-If
003670     End-Read
003680     .
003690 List-Refunds-Due.
003700     Move "Deposit Refund List" To Section-Title
003710     Move "Closed"    To Head-Date-Title
003720     Move "Reason"    To Head-Note-Title
003730     Perform Print-Section-Heading
003740     Perform Start-Deposit-Pass
003750     Perform Check-Next-Refund Until Deposit-Eof
003760     Perform Print-None-If-Empty
003770     .
003780 Check-Next-Refund.
003790     Read Deposit-File Next Record
003800          At End Move "Y" To Deposit-Eof-Switch
003810          Not At End
003820             If Deposit-Refund-Due
003830                Add 1 To Refund-Count
003840                Add Deposit-Amount To Refund-Total-Work
003850                Move Deposit-Closed-Date To Detail-Date
003860                If Deposit-Expired
003870                   Move "Expired"   To Detail-Note
003880                Else
003890                   Move "Cancelled" To Detail-Note
003900                End-If
003910                Perform Print-Deposit-Line
003920             End-If
003930     End-Read
003940     .
003950* Days from today to the expiry date; negative once the hold
003960* has run out.
003970 Compute-Days-Left.
003980     Move Deposit-Expiry-Date To Expiry-Date-MMDDYYYY
003990     Move Expiry-Year  To Work-Year
004000     Move Expiry-Month To Work-Month
004010     Move Expiry-Day   To Work-Day
004020     Perform Compute-Days-Value
004030     Move Work-Days-Value To Expiry-Days-Value
004040     Compute Days-Left-Work =
004050             Expiry-Days-Value - Current-Days-Value
004060     .
004070* Convert Work-Date-Parts to a serial day number using real
004080* month lengths and leap years so day differences are true
004090* calendar days.
004100 Compute-Days-Value.
004110     If Work-Month < 1 Or Work-Month > 12
004120        Move 1 To Work-Month
004130     End-If
004140     Compute Prior-Year-Work = Work-Year - 1
004150     Divide Prior-Year-Work By 4 Giving Leap-Day-Count
004160     Divide Prior-Year-Work By 100 Giving Leap-Quotient
004170     Subtract Leap-Quotient From Leap-Day-Count
004180     Divide Prior-Year-Work By 400 Giving Leap-Quotient
004190     Add Leap-Quotient To Leap-Day-Count
004200     Compute Work-Days-Value =
004210             (Prior-Year-Work * 365) + Leap-Day-Count
004220             + Days-Before-Entry (Work-Month) + Work-Day
004230     Perform Check-Leap-Year
004240     If Leap-Year And Work-Month > 2
004250        Add 1 To Work-Days-Value
004260     End-If
004270     .
004280 Check-Leap-Year.
004290     Move "N" To Leap-Year-Switch
004300     Divide Work-Year By 4 Giving Leap-Quotient
004310            Remainder Leap-Remainder-4
004320     Divide Work-Year By 100 Giving Leap-Quotient
004330            Remainder Leap-Remainder-100
004340     Divide Work-Year By 400 Giving Leap-Quotient
004350            Remainder Leap-Remainder-400
004360     If Leap-Remainder-400 = Zeros
004370        Move "Y" To Leap-Year-Switch
004380     Else
004390        If Leap-Remainder-4 = Zeros
004400           And Leap-Remainder-100 Not = Zeros
004410           Move "Y" To Leap-Year-Switch
004420        End-If
004430     End-If
004440     .
004450 Print-Section-Heading.
004460     If Line-Count + 4 >= Max-Lines
004470        Perform Heading-Routine
004480     End-If
004490     Write Report-Record From Section-Line After 2
004500     Write Report-Record From Heading-Line-4 After 2
004510     Add 4 To Line-Count
004520     .
004530 Print-None-If-Empty.
004540     If Section-Count = Zeros
004550        Write Report-Record From None-Line After 1
004560        Add 1 To Line-Count
004570     End-If
004580     .
004590 Print-Deposit-Line.
004600     If Line-Count >= Max-Lines
004610        Perform Heading-Routine
004620        Write Report-Record From Section-Line After 2
004630        Write Report-Record From Heading-Line-4 After 2
004640        Add 4 To Line-Count
004650     End-If
004660     Add 1 To Section-Count
004670     Perform Format-Buyer-Name
004680     Move Deposit-Vin             To Detail-Vin
004690     Move Detail-Name-Work        To Detail-Buyer
004700     Move Deposit-Prospect-Number To Detail-Prospect
004710     Move Deposit-Amount          To Detail-Amount
004720     Write Report-Record From Detail-Line After 1
004730     Add 1 To Line-Count
004740     .
004750 Format-Buyer-Name.
004760     Move Spaces To Detail-Name-Work
004770     String Deposit-First-Name Delimited By Space
004780            " "                Delimited By Size
004790            Deposit-Last-Name  Delimited By Space
004800            Into Detail-Name-Work
004810     End-String
004820     .
004830 Print-Report-Trailer.
004840     If Line-Count + 5 >= Max-Lines
004850        Perform Heading-Routine
004860     End-If
004870     Move Expired-Count     To Trailer-Expired-Count
004880     Move Warning-Count     To Trailer-Warning-Count
004890     Move Refund-Count      To Trailer-Refund-Count
004900     Move Refund-Total-Work To Trailer-Refund-Total
004910     Write Report-Record From Trailer-Line-1 After 2
004920     Write Report-Record From Trailer-Line-2 After 1
004930     Write Report-Record From Trailer-Line-3 After 1
004940     Write Report-Record From Trailer-Line-4 After 1
004950     .
004960 Heading-Routine.
004970     Add 1 To Page-Count
004980     Move Page-Count To Page-No
004990     If Page-Count = 1
005000        Write Report-Record From Heading-Line-1 After Zero
005010     Else
005020        Write Report-Record From Heading-Line-1 After Page
005030     End-If
005040     Write Report-Record From Heading-Line-2 After 1
005050     Write Report-Record From Heading-Line-3 After 1
005060     Move 3 To Line-Count
005070     .
005080 Fill-Initial-Headings.
005090     Accept Work-Date From Date
005100     Accept Work-Time From Time
005110     Move Corresponding Work-Date-X To
005120                        Heading-Line-2
005130     Move Corresponding Work-Time-X To
005140                        Heading-Line-3
005150     .
005160 Open-Files.
005170     Open Output Report-File
005180           I-O   Deposit-File
005190                 Vehicle-File
005200     .
005210 Close-Files.
005220     Close Report-File
005230           Deposit-File
005240           Vehicle-File
005250     .
005260 Write-Deposit-Error-Log.
005270     Move "CHAPT20H"     To Error-Program
005280     Move "DEPOSIT-FILE" To Error-File-Name
005290     Move Deposit-Vin    To Error-Key-Value
005300     Move Deposit-File-Status To Error-File-Status
005310     Accept Error-Date From Date
005320     Accept Error-Time From Time
005330     Open Extend Error-Log-File
005340     Write Error-Log-Record
005350     Close Error-Log-File
005360     .
005370 Write-Vehicle-Error-Log.
005380     Move "CHAPT20H"     To Error-Program
005390     Move "VEHICLE-FILE" To Error-File-Name
005400     Move Vehicle-Vin    To Error-Key-Value
005410     Move Vehicle-File-Status To Error-File-Status
005420     Accept Error-Date From Date
005430     Accept Error-Time From Time
005440     Open Extend Error-Log-File
005450     Write Error-Log-Record
005460     Close Error-Log-File
005470     .
005480* After-image for the Chapt19u roll-forward recovery.
005490 Write-Vehicle-Journal.
005500     Move "CHAPT20H" To Journal-Program
005510     Move "VEHICLE"  To Journal-File-Id
005520     Move Vehicle-Vin To Journal-Key-Value
005530     Accept Journal-Date From Date YYYYMMDD
005540     Accept Journal-Time From Time
005550     Open Extend Journal-File
005560     Write Journal-Record
005570     Close Journal-File
005580     .
005590 Write-Run-Start.
005600     Move Spaces To Run-Control-Record
005610     Move "CHAPT20H" To Run-Program
005620     Move "S"        To Run-Record-Type
005630     Move Zeros To Run-Records-Read
005640                   Run-Records-Written
005650     Perform Write-Run-Control
005660     .
005670 Write-Run-End.
005680     Move Spaces To Run-Control-Record
005690     Move "CHAPT20H" To Run-Program
005700     Move "E"        To Run-Record-Type
005710     Move "C"        To Run-Outcome
005720     Move Deposit-Read-Count To Run-Records-Read
005730     Move Expired-Count      To Run-Records-Written
005740     Perform Write-Run-Control
005750     .
005760 Write-Run-Failure.
005770     Move Spaces To Run-Control-Record
005780     Move "CHAPT20H" To Run-Program
005790     Move "E"        To Run-Record-Type
005800     Move "F"        To Run-Outcome
005810     Move Zeros To Run-Records-Read
005820                   Run-Records-Written
005830     Perform Write-Run-Control
005840     .
005850 Write-Run-Control.
005860     Accept Run-Date From Date YYYYMMDD
005870     Accept Run-Time From Time
005880     Open Extend Run-Control-File
005890     Write Run-Control-Record
005900     Close Run-Control-File
005910     .
