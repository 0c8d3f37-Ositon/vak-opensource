000010 Identification Division.
000020 Program-Id.  Chapt20g.
000030* Vehicle Hold and Deposit Maintenance
000040* Applies buyer deposit transactions to Deposit.Dat and
000050* Vehicle-File. A hold takes a deposit from an open
000060* Prospect.Dat buyer on an on-lot unit and flips the unit to
000070* on hold, so the Chapt19z match stops offering it, Chapt19t
000080* leaves its price alone and Chapt19g will only sell it to
000090* that prospect. The buyer name defaults from the prospect
000100* when the transaction leaves it blank. A cancel returns the
000110* unit to the lot and puts the deposit on the refund list; a
000120* refund-paid transaction takes it off again. Holds that run
000130* past their expiry date are released by Chapt20h. Every
000140* applied transaction leaves a before/after audit trail on
000150* Chapt20g.Aud the way Chapt19r does, and vehicle rewrites are
000160* journaled to Dayjrnl.Dat for the Chapt19u recovery.
000170 Environment Division.
000180 Configuration Section.
000190 Source-Computer.  IBM-PC.
000200 Object-Computer.  IBM-PC.
000210 Input-Output  Section.
000220 File-Control.
000230     Select Report-File Assign To Printer.
000240     Select Transaction-File Assign To "Chapt20g.Trn"
000250         Organization Line Sequential
000260         File Status Trans-Status.
000270     Select Audit-File Assign To "Chapt20g.Aud"
000280         Organization Line Sequential
000290         File Status Audit-Status.
000300     Select Optional Deposit-File Assign To "Deposit.Dat"
000310         Organization Indexed
000320         Access Dynamic
000330         Record Key Deposit-Key
000340         File Status Deposit-File-Status.
000350     Select Vehicle-File Assign To "Vehicle.Dat"
000360         Organization Indexed
000370         Access Dynamic
000380         Record Key Vehicle-Vin
000390         Alternate Record Key Vehicle-Dealer-Number
000400         File Status Vehicle-File-Status.
000410     Select Optional Prospect-File Assign To "Prospect.Dat"
000420         Organization Indexed
000430         Access Dynamic
000440         Record Key Prospect-Number
000450         File Status Prospect-Status-Code.
000460     Select Optional Journal-File Assign To "Dayjrnl.Dat"
000470         Organization Line Sequential
000480         File Status Journal-Status.
000490     Select Optional Error-Log-File Assign To "Syserr.Log"
000500         Organization Line Sequential
000510         File Status Error-Log-Status.
000520     Select Optional Run-Control-File Assign To "Runctl.Dat"
000530         Organization Line Sequential
000540         File Status Run-Control-Status.
000550 Data Division.
000560 File Section.
000570 Fd  Report-File.
000580 01  Report-Record Pic X(80).
000590 Fd  Transaction-File.
000600 01  Transaction-Record.
000610     03  Trans-Code                   Pic X.
000620         88  Trans-Hold               Value "H".
000630         88  Trans-Cancel             Value "C".
000640         88  Trans-Refund-Paid        Value "P".
000650     03  Trans-Vin                    Pic X(17).
000660     03  Trans-Date                   Pic 9(8).
000670     03  Trans-Prospect-Number        Pic X(8).
000680     03  Trans-Last-Name              Pic X(25).
000690     03  Trans-First-Name             Pic X(15).
000700     03  Trans-Deposit-Amount         Pic 9(7)v99.
000710     03  Trans-Expiry-Date            Pic 9(8).
000720 Fd  Audit-File.
000730 01  Audit-Record.
000740     03  Audit-Date             Pic 9(6).
000750     03  Audit-Time             Pic 9(8).
000760     03  Audit-Action           Pic X.
000770     03  Audit-Vin              Pic X(17).
000780     03  Audit-Before-Image     Pic X(150).
000790     03  Audit-After-Image      Pic X(150).
000800 Fd  Deposit-File.
000810     Copy Deposrec.
000820 Fd  Vehicle-File.
000830     Copy Vehicrec.
000840 Fd  Prospect-File.
000850     Copy Prosprec.
000860 Fd  Journal-File.
000870     Copy Jrnlrec.
000880 Fd  Error-Log-File.
000890     Copy Errorlog.
000900 Fd  Run-Control-File.
000910     Copy Runctlrc.
000920 Working-Storage Section.
000930 01  Trans-Status             Pic XX Value Zeros.
000940     88  Trans-Success    Value "00" Thru "09".
000950 01  Audit-Status             Pic XX Value Zeros.
000960 01  Deposit-File-Status      Pic XX Value Zeros.
000970     88  Deposit-Success  Value "00" Thru "09".
000980     88  Hard-Deposit-Error Value "30" Thru "99".
000990 01  Vehicle-File-Status      Pic XX Value Zeros.
001000     88  Vehicle-Success  Value "00" Thru "09".
001010     88  Hard-Vehicle-Error Value "30" Thru "99".
001020 01  Prospect-Status-Code     Pic XX Value Zeros.
001030     88  Prospect-Success Value "00" Thru "09".
001040     88  Hard-Prospect-Error Value "30" Thru "99".
001050 01  Journal-Status           Pic XX Value Zeros.
001060 01  Error-Log-Status         Pic XX Value Zeros.
001070 01  Run-Control-Status       Pic XX Value Zeros.
001080 01  Valid-Transaction-Switch Pic X Value "Y".
001090     88  Valid-Transaction   Value "Y".
001100 01  Deposit-Done-Switch      Pic X Value "N".
001110     88  Deposit-Scan-Done   Value "Y".
001120 01  Deposit-Found-Switch     Pic X Value "N".
001130     88  Deposit-Found       Value "Y".
001140 01  Reject-Reason            Pic X(30) Value Spaces.
001150 01  Before-Image-Work        Pic X(150) Value Spaces.
001160 01  After-Image-Work         Pic X(150) Value Spaces.
001170 01  Heading-Line-1.
001180     03  Filler      Pic X(12) Value "Created by:".
001190     03  Filler      Pic X(8)  Value "CHAPT20G".
001200     03  Filler      Pic X(11) Value Spaces.
001210     03  Filler      Pic X(27) Value "Vehicle Hold Maintenance".
001220     03  Filler      Pic X(2)  Value Spaces.
001230     03  Filler      Pic X(5)  Value "Page".
001240     03  Page-No     Pic Z(4)9 Value Zeros.
001250 01  Heading-Line-2.
001260     03  Filler      Pic X(12) Value "Created on:".
001270     03  Date-MM     Pic 99.
001280     03  Filler      Pic X     Value "/".
001290     03  Date-DD     Pic 99.
001300     03  Filler      Pic X     Value "/".
001310     03  Date-YY     Pic 99.
001320 01  Heading-Line-3.
001330     03  Filler      Pic X(12) Value "At:".
001340     03  Time-HH     Pic 99.
001350     03  Filler      Pic X     Value ":".
001360     03  Time-MM     Pic 99.
001370     03  Filler      Pic X     Value ":".
001380     03  Time-SS     Pic 99.
001390 01  Activity-Line.
001400     03  AL-Vin             Pic X(18) Value Spaces.
001410     03  AL-Action          Pic X(10) Value Spaces.
001420     03  AL-Amount          Pic $$,$$$,$$9.99.
001430     03  Filler             Pic X     Value Spaces.
001440     03  AL-Message         Pic X(30) Value Spaces.
001450 01  Trailer-Line-1.
001460     03  Filler             Pic X(24) Value Spaces.
001470     03  Filler             Pic X(20) Value "Holds Taken:".
001480     03  Trailer-Hold-Count Pic ZZ9.
001490 01  Trailer-Line-2.
001500     03  Filler             Pic X(24) Value Spaces.
001510     03  Filler             Pic X(20) Value "Holds Cancelled:".
001520     03  Trailer-Cncl-Count Pic ZZ9.
001530 01  Trailer-Line-3.
001540     03  Filler             Pic X(24) Value Spaces.
001550     03  Filler             Pic X(20) Value "Refunds Paid:".
001560     03  Trailer-Rfnd-Count Pic ZZ9.
001570 01  Trailer-Line-4.
001580     03  Filler             Pic X(24) Value Spaces.
001590     03  Filler             Pic X(20) Value "Rejected:".
001600     03  Trailer-Rej-Count  Pic ZZ9.
001610 01  Line-Count           Pic 99          Value 99.
001620 01  Page-Count           Pic 9(4)        Value Zeros.
001630 01  Max-Lines            Pic 99          Value 60.
001640 01  Date-And-Time-Area.
001650     03  Work-Date            Pic 9(6).
001660     03  Work-Date-X          Redefines Work-Date.
001670         05  Date-YY          Pic 99.
001680         05  Date-MM          Pic 99.
001690         05  Date-DD          Pic 99.
001700     03  Work-Time            Pic 9(8).
001710     03  Work-Time-X          Redefines Work-Time.
001720         05  Time-HH          Pic 99.
001730         05  Time-MM          Pic 99.
001740         05  Time-SS          Pic 99.
001750         05  Filler           Pic XX.
001760 01  Trans-Date-Area.
001770     03  Trans-Date-Value     Pic 9(8).
001780     03  Trans-Date-Redef     Redefines Trans-Date-Value.
001790         05  Trans-Month      Pic 99.
001800         05  Trans-Day        Pic 99.
001810         05  Trans-Year       Pic 9(4).
001820 01  Expiry-Date-Area.
001830     03  Expiry-Date-Value    Pic 9(8).
001840     03  Expiry-Date-Redef    Redefines Expiry-Date-Value.
001850         05  Expiry-Month     Pic 99.
001860         05  Expiry-Day       Pic 99.
001870         05  Expiry-Year      Pic 9(4).
001880 01  Trans-Key-Area.
001890     03  Trans-Date-YYYYMMDD  Pic 9(8).
001900     03  Trans-Key-X          Redefines Trans-Date-YYYYMMDD.
001910         05  Trans-Key-Year   Pic 9(4).
001920         05  Trans-Key-Month  Pic 99.
001930         05  Trans-Key-Day    Pic 99.
001940 01  Expiry-Key-Area.
001950     03  Expiry-Date-YYYYMMDD Pic 9(8).
001960     03  Expiry-Key-X         Redefines Expiry-Date-YYYYMMDD.
001970         05  Expiry-Key-Year  Pic 9(4).
001980         05  Expiry-Key-Month Pic 99.
001990         05  Expiry-Key-Day   Pic 99.
002000 01  Work-Date-Parts.
002010     03  Work-Year            Pic 9(4).
002020     03  Work-Month           Pic 99.
002030     03  Work-Day             Pic 99.
002040 01  Month-Days-Table.
002050     03  Filler  Pic X(24) Value "312831303130313130313031".
002060 01  Month-Days-Redef Redefines Month-Days-Table.
002070     03  Month-Days-Entry Pic 99 Occurs 12 Times.
002080 01  Month-Days-Work          Pic 99 Value Zeros.
002090 01  Leap-Quotient            Pic 9(4) Value Zeros.
002100 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
002110 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
002120 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
002130 01  Leap-Year-Switch         Pic X Value "N".
002140     88  Leap-Year            Value "Y".
002150 01  Date-Valid-Switch        Pic X Value "Y".
002160     88  Valid-Date           Value "Y".
002170 01  Hold-Count               Pic 9(5) Value Zeros.
002180 01  Cancel-Count             Pic 9(5) Value Zeros.
002190 01  Refund-Count             Pic 9(5) Value Zeros.
002200 01  Reject-Count             Pic 9(5) Value Zeros.
002210 Procedure Division.
002220 Declaratives.
002230 Deposit-File-Error Section.
002240     Use After Standard Error Procedure On Deposit-File
002250     .
002260 Deposit-Error-Paragraph.
002270     Display "Error on Deposit File " Deposit-File-Status
002280     Perform Write-Deposit-Error-Log
002290     If Hard-Deposit-Error
002300        Display "Fatal error on Deposit File - job terminated"
002310        Perform Write-Run-Failure
002320        Stop Run
002330     End-If
002340     .
002350 Vehicle-File-Error Section.
002360     Use After Standard Error Procedure On Vehicle-File
002370     .
002380 Vehicle-Error-Paragraph.
002390     Display "Error on Vehicle File " Vehicle-File-Status
002400     Perform Write-Vehicle-Error-Log
002410     If Hard-Vehicle-Error
002420        Display "Fatal error on Vehicle File - job terminated"
002430        Perform Write-Run-Failure
002440        Stop Run
002450     End-If
002460     .
002470 Prospect-File-Error Section.
002480     Use After Standard Error Procedure On Prospect-File
002490     .
002500 Prospect-Error-Paragraph.
002510     Display "Error on Prospect File " Prospect-Status-Code
002520     Perform Write-Prospect-Error-Log
002530     If Hard-Prospect-Error
002540        Display "Fatal error on Prospect File - job terminated"
002550        Perform Write-Run-Failure
002560        Stop Run
002570     End-If
002580     .
002590 End Declaratives.
002600 Chapt20g-Start.
002610     Display "Begin Process Chapt20g"
002620     Perform Write-Run-Start
002630     Perform Open-Files
002640      If Deposit-Success And Vehicle-Success And Prospect-Success
002650        Perform Fill-Initial-Headings
002660        Perform Process-Transactions Until Not Trans-Success
002670        Perform Print-Report-Trailer
002680        Perform Close-Files
002690        Perform Write-Run-End
002700     End-If
002710     Goback.
002720 Process-Transactions.
002730     Read Transaction-File
002740          At End Move High-Values To Trans-Status
002750          Not At End Perform Process-One-Transaction
002760     End-Read
002770     .
002780 Process-One-Transaction.
002790     Perform Validate-Transaction
002800     If Valid-Transaction
002810        Evaluate True
002820           When Trans-Hold         Perform Apply-Hold
002830           When Trans-Cancel       Perform Apply-Cancel
002840           When Trans-Refund-Paid  Perform Apply-Refund-Paid
002850           When Other
002860              Move "N" To Valid-Transaction-Switch
002870              Move "Unknown Transaction Code" To Reject-Reason
002880              Perform Print-Reject-Line
002890        End-Evaluate
002900     Else
002910        Perform Print-Reject-Line
002920     End-If
002930     .
002940* Every transaction carries the day it happened: the day the
002950* deposit was taken, the hold cancelled or the refund paid.
002960 Validate-Transaction.
002970     Move "Y" To Valid-Transaction-Switch
002980     Move Spaces To Reject-Reason
002990     If Trans-Vin = Spaces
003000        Move "N" To Valid-Transaction-Switch
003010        Move "VIN is required" To Reject-Reason
003020     End-If
003030     If Valid-Transaction
003040        Perform Validate-Trans-Date
003050        If Not Valid-Date
003060           Move "N" To Valid-Transaction-Switch
003070           Move "Invalid transaction date" To Reject-Reason
003080        End-If
003090     End-If
003100     If Valid-Transaction And Trans-Hold
003110        Perform Validate-Hold-Fields
003120     End-If
003130     .
003140 Validate-Hold-Fields.
003150     If Trans-Prospect-Number = Spaces
003160        Move "N" To Valid-Transaction-Switch
003170        Move "Prospect Number is required" To Reject-Reason
003180     End-If
003190     If Valid-Transaction
003200        If Trans-Deposit-Amount Not Numeric
003210           Or Trans-Deposit-Amount = Zeros
003220           Move "N" To Valid-Transaction-Switch
003230           Move "Invalid deposit amount" To Reject-Reason
003240        End-If
003250     End-If
003260     If Valid-Transaction
003270        Perform Validate-Expiry-Date
003280        If Not Valid-Date
003290           Move "N" To Valid-Transaction-Switch
003300           Move "Invalid expiry date" To Reject-Reason
003310        Else
003320           If Expiry-Date-YYYYMMDD < Trans-Date-YYYYMMDD
003330              Move "N" To Valid-Transaction-Switch
003340              Move "Expiry date before hold date" To
003350                   Reject-Reason
003360           End-If
003370        End-If
003380     End-If
003390     .
003400 Validate-Trans-Date.
003410     Move "N" To Date-Valid-Switch
003420     If Trans-Date Numeric
003430        Move Trans-Date To Trans-Date-Value
003440        Move Trans-Year  To Work-Year
003450                            Trans-Key-Year
003460        Move Trans-Month To Work-Month
003470                            Trans-Key-Month
003480        Move Trans-Day   To Work-Day
003490                            Trans-Key-Day
003500        Perform Edit-Date-Parts
003510     End-If
003520     .
003530 Validate-Expiry-Date.
003540     Move "N" To Date-Valid-Switch
003550     If Trans-Expiry-Date Numeric
003560        Move Trans-Expiry-Date To Expiry-Date-Value
003570        Move Expiry-Year  To Work-Year
003580                             Expiry-Key-Year
003590        Move Expiry-Month To Work-Month
003600                             Expiry-Key-Month
003610        Move Expiry-Day   To Work-Day
003620                             Expiry-Key-Day
003630        Perform Edit-Date-Parts
003640     End-If
003650     .
003660* Edit Work-Date-Parts as a real calendar date: month 01-12 and
003670* day within that month's length, February per leap year.
003680 Edit-Date-Parts.
003690     Move "Y" To Date-Valid-Switch
003700     If Work-Month < 1 Or Work-Month > 12
003710        Move "N" To Date-Valid-Switch
003720     Else
003730        Move Month-Days-Entry (Work-Month) To Month-Days-Work
003740        If Work-Month = 2
003750           Perform Check-Leap-Year
003760           If Leap-Year
003770              Move 29 To Month-Days-Work
003780           End-If
003790        End-If
003800        If Work-Day < 1 Or Work-Day > Month-Days-Work
003810           Move "N" To Date-Valid-Switch
003820        End-If
003830     End-If
003840     .
003850 Check-Leap-Year.
003860     Move "N" To Leap-Year-Switch
003870     Divide Work-Year By 4 Giving Leap-Quotient
003880            Remainder Leap-Remainder-4
003890     Divide Work-Year By 100 Giving Leap-Quotient
003900            Remainder Leap-Remainder-100
003910     Divide Work-Year By 400 Giving Leap-Quotient
003920            Remainder Leap-Remainder-400
003930     If Leap-Remainder-400 = Zeros
003940        Move "Y" To Leap-Year-Switch
003950     Else
003960        If Leap-Remainder-4 = Zeros
003970           And Leap-Remainder-100 Not = Zeros
003980           Move "Y" To Leap-Year-Switch
003990        End-If
004000     End-If
004010     .
004020* Only a unit actually for sale can be held, and only for a
004030* buyer whose prospect request is still open.
004040 Apply-Hold.
004050     Move Trans-Vin To Vehicle-Vin
004060     Read Vehicle-File Key Vehicle-Vin
004070          Invalid Key
004080             Move "N" To Valid-Transaction-Switch
004090             Move "VIN not on Vehicle File" To Reject-Reason
004100          Not Invalid Key
004110             If Vehicle-On-Hold
004120                Move "N" To Valid-Transaction-Switch
004130                Move "Vehicle already on hold" To Reject-Reason
004140             Else
004150                If Not Vehicle-On-Lot
004160                   Move "N" To Valid-Transaction-Switch
004170                   Move "Vehicle is not on the lot" To
004180                        Reject-Reason
004190                End-If
004200             End-If
004210     End-Read
004220     If Valid-Transaction
004230        Perform Check-Hold-Prospect
004240     End-If
004250     If Valid-Transaction
004260        Perform Write-Deposit-Record
004270     Else
004280        Perform Print-Reject-Line
004290     End-If
004300     .
004310 Check-Hold-Prospect.
004320     Move Trans-Prospect-Number To Prospect-Number
004330     Read Prospect-File Key Prospect-Number
004340          Invalid Key
004350             Move "N" To Valid-Transaction-Switch
004360             Move "Prospect not on file" To Reject-Reason
004370          Not Invalid Key
004380             If Not Prospect-Open
004390                Move "N" To Valid-Transaction-Switch
004400                Move "Prospect is not open" To Reject-Reason
004410             End-If
004420     End-Read
004430     .
004440 Write-Deposit-Record.
004450     Move Spaces To Before-Image-Work
004460     Move Spaces To Deposit-Record
004470     Move Trans-Vin To Deposit-Vin
004480     Accept Deposit-Post-Date From Date YYYYMMDD
004490     Accept Deposit-Post-Time From Time
004500     Move Trans-Prospect-Number To Deposit-Prospect-Number
004510     If Trans-Last-Name = Spaces
004520        Move Prospect-Last-Name  To Deposit-Last-Name
004530        Move Prospect-First-Name To Deposit-First-Name
004540     Else
004550        Move Trans-Last-Name     To Deposit-Last-Name
004560        Move Trans-First-Name    To Deposit-First-Name
004570     End-If
004580     Move Trans-Deposit-Amount To Deposit-Amount
004590     Move Trans-Date           To Deposit-Hold-Date
004600     Move Trans-Expiry-Date    To Deposit-Expiry-Date
004610     Move "H"                  To Deposit-Status
004620     Move Zeros                To Deposit-Closed-Date
004630                                  Deposit-Refund-Date
004640     Move Space                To Deposit-Refund-Flag
004650     Write Deposit-Record
004660          Invalid Key
004670             Move "N" To Valid-Transaction-Switch
004680             Move "Deposit already on file" To Reject-Reason
004690             Perform Print-Reject-Line
004700          Not Invalid Key
004710             Perform Hold-Vehicle
004720     End-Write
004730     .
004740 Hold-Vehicle.
004750     Move "H" To Vehicle-Status
004760     Rewrite Vehicle-Record
004770          Invalid Key
004780             Perform Remove-Deposit-Record
004790             Move "N" To Valid-Transaction-Switch
004800             Move "Vehicle rewrite failed" To Reject-Reason
004810             Perform Print-Reject-Line
004820          Not Invalid Key
004830             Move "R" To Journal-Action
004840             Move Vehicle-Record To Journal-Image
004850             Perform Write-Vehicle-Journal
004860             Move Deposit-Record To After-Image-Work
004870             Move "H" To Audit-Action
004880             Perform Write-Audit-Record
004890             Add 1 To Hold-Count
004900             Move "Held" To AL-Action
004910             Move Deposit-Amount To AL-Amount
004920             Move Spaces To AL-Message
004930             String "Prospect " Delimited By Size
004940                    Deposit-Prospect-Number Delimited By Size
004950                    Into AL-Message
004960             End-String
004970             Perform Print-Activity-Line
004980     End-Rewrite
004990     .
005000* The unit could not be put on hold, so the deposit record just
005010* written must not be left behind to hold nothing.
005020 Remove-Deposit-Record.
005030     Delete Deposit-File Record
005040          Invalid Key
005050             Display "Unable to remove deposit " Deposit-Vin
005060     End-Delete
005070     .
005080 Apply-Cancel.
005090     Perform Find-Active-Deposit
005100     If Deposit-Found
005110        Move Deposit-Record To Before-Image-Work
005120        Move "C"        To Deposit-Status
005130        Move Trans-Date To Deposit-Closed-Date
005140        Move "R"        To Deposit-Refund-Flag
005150        Rewrite Deposit-Record
005160             Invalid Key
005170                Move "N" To Valid-Transaction-Switch
005180                Move "Deposit rewrite failed" To Reject-Reason
005190                Perform Print-Reject-Line
005200             Not Invalid Key
005210                Perform Release-Vehicle
005220                Move Deposit-Record To After-Image-Work
005230                Move "C" To Audit-Action
005240                Perform Write-Audit-Record
005250                Add 1 To Cancel-Count
005260                Move "Cancelled" To AL-Action
005270                Move Deposit-Amount To AL-Amount
005280                Move "Deposit on refund list" To AL-Message
005290                Perform Print-Activity-Line
005300        End-Rewrite
005310     Else
005320        Move "N" To Valid-Transaction-Switch
005330        Move "No active hold for VIN" To Reject-Reason
005340        Perform Print-Reject-Line
005350     End-If
005360     .
005370* A unit sold, withdrawn or already back on the lot is left as
005380* it stands; only a held unit is returned to the lot.
005390 Release-Vehicle.
005400     Move Trans-Vin To Vehicle-Vin
005410     Read Vehicle-File Key Vehicle-Vin
005420          Invalid Key
005430             Continue
005440          Not Invalid Key
005450             If Vehicle-On-Hold
005460                Move "O" To Vehicle-Status
005470                Rewrite Vehicle-Record
005480                     Invalid Key
005490                        Display "Unable to release hold on "
005500                                Vehicle-Vin
005510                     Not Invalid Key
005520                        Move "R" To Journal-Action
005530                        Move Vehicle-Record To Journal-Image
005540                        Perform Write-Vehicle-Journal
005550                End-Rewrite
005560             End-If
005570     End-Read
005580     .
005590 Apply-Refund-Paid.
005600     Perform Find-Refund-Due
005610     If Deposit-Found
005620        Move Deposit-Record To Before-Image-Work
005630        Move "P"        To Deposit-Refund-Flag
005640        Move Trans-Date To Deposit-Refund-Date
005650        Rewrite Deposit-Record
005660             Invalid Key
005670                Move "N" To Valid-Transaction-Switch
005680                Move "Deposit rewrite failed" To Reject-Reason
005690                Perform Print-Reject-Line
005700             Not Invalid Key
005710                Move Deposit-Record To After-Image-Work
005720                Move "P" To Audit-Action
005730                Perform Write-Audit-Record
005740                Add 1 To Refund-Count
005750                Move "Refunded" To AL-Action
005760                Move Deposit-Amount To AL-Amount
005770                Move "Refund paid to buyer" To AL-Message
005780                Perform Print-Activity-Line
005790        End-Rewrite
005800     Else
005810        Move "N" To Valid-Transaction-Switch
005820        Move "No refund due for VIN" To Reject-Reason
005830        Perform Print-Reject-Line
005840     End-If
005850     .
005860* A unit's deposits sit together under its VIN, oldest first.
005870 Find-Active-Deposit.
005880     Perform Start-Vin-Deposits
005890     Perform Match-Active-Deposit
005900         Until Deposit-Found Or Deposit-Scan-Done
005910     .
005920 Match-Active-Deposit.
005930     Perform Read-Next-Vin-Deposit
005940     If Not Deposit-Scan-Done And Deposit-Active
005950        Move "Y" To Deposit-Found-Switch
005960     End-If
005970     .
005980 Find-Refund-Due.
005990     Perform Start-Vin-Deposits
006000     Perform Match-Refund-Due
006010         Until Deposit-Found Or Deposit-Scan-Done
006020     .
006030 Match-Refund-Due.
006040     Perform Read-Next-Vin-Deposit
006050     If Not Deposit-Scan-Done And Deposit-Refund-Due
006060        Move "Y" To Deposit-Found-Switch
006070     End-If
006080     .
006090 Start-Vin-Deposits.
006100     Move "N" To Deposit-Found-Switch
006110     Move "N" To Deposit-Done-Switch
006120     Move Trans-Vin To Deposit-Vin
006130     Move Zeros     To Deposit-Post-Date
006140                       Deposit-Post-Time
006150     Start Deposit-File Key Not < Deposit-Key
006160         Invalid Key Move "Y" To Deposit-Done-Switch
006170     End-Start
006180     .
006190 Read-Next-Vin-Deposit.
006200     Read Deposit-File Next Record
006210          At End Move "Y" To Deposit-Done-Switch
006220          Not At End
006230             If Deposit-Vin Not = Trans-Vin
006240                Move "Y" To Deposit-Done-Switch
006250             End-If
006260     End-Read
006270     .
006280 Write-Audit-Record.
006290     Accept Audit-Date From Date
006300     Accept Audit-Time From Time
006310     Move Trans-Vin          To Audit-Vin
006320     Move Before-Image-Work  To Audit-Before-Image
006330     Move After-Image-Work   To Audit-After-Image
006340     Write Audit-Record
006350     .
006360 Print-Reject-Line.
006370     Add 1 To Reject-Count
006380     Move "Rejected" To AL-Action
006390     Move Zeros To AL-Amount
006400     Move Reject-Reason To AL-Message
006410     Perform Print-Activity-Line
006420     .
006430 Print-Activity-Line.
006440     If Line-Count >= Max-Lines
006450        Perform Heading-Routine
006460     End-If
006470     Move Spaces    To AL-Vin
006480     Move Trans-Vin To AL-Vin
006490     Write Report-Record From Activity-Line After 1
006500     Add 1 To Line-Count
006510     .
006520 Print-Report-Trailer.
006530     Move Hold-Count     To Trailer-Hold-Count
006540     Move Cancel-Count   To Trailer-Cncl-Count
006550     Move Refund-Count   To Trailer-Rfnd-Count
006560     Move Reject-Count   To Trailer-Rej-Count
006570     Write Report-Record From Trailer-Line-1 After 2
006580     Write Report-Record From Trailer-Line-2 After 1
006590     Write Report-Record From Trailer-Line-3 After 1
006600     Write Report-Record From Trailer-Line-4 After 1
006610     .
006620 Heading-Routine.
006630     Add 1 To Page-Count
006640     Move Page-Count To Page-No
006650     If Page-Count = 1
006660        Write Report-Record From Heading-Line-1 After Zero
006670     Else
006680        Write Report-Record From Heading-Line-1 After Page
006690     End-If
006700     Write Report-Record From Heading-Line-2 After 1
006710     Write Report-Record From Heading-Line-3 After 2
006720     Move 5 To Line-Count
006730     .
006740 Fill-Initial-Headings.
006750     Accept Work-Date From Date
006760     Accept Work-Time From Time
006770     Move Corresponding Work-Date-X To
006780                        Heading-Line-2
006790     Move Corresponding Work-Time-X To
006800                        Heading-Line-3
006810     .
006820 Open-Files.
006830     Open Output Report-File
006840                 Audit-File
006850           Input Transaction-File
006860                 Prospect-File
006870           I-O   Deposit-File
006880                 Vehicle-File
006890     .
006900 Close-Files.
006910     Close Report-File
006920           Audit-File
006930           Transaction-File
006940           Prospect-File
006950           Deposit-File
006960           Vehicle-File
006970     .
006980 Write-Deposit-Error-Log.
006990     Move "CHAPT20G"     To Error-Program
007000     Move "DEPOSIT-FILE" To Error-File-Name
007010     Move Deposit-Vin    To Error-Key-Value
007020     Move Deposit-File-Status To Error-File-Status
007030     Accept Error-Date From Date
007040     Accept Error-Time From Time
007050     Open Extend Error-Log-File
007060     Write Error-Log-Record
007070     Close Error-Log-File
007080     .
007090 Write-Vehicle-Error-Log.
007100     Move "CHAPT20G"     To Error-Program
007110     Move "VEHICLE-FILE" To Error-File-Name
007120     Move Vehicle-Vin    To Error-Key-Value
007130     Move Vehicle-File-Status To Error-File-Status
007140     Accept Error-Date From Date
007150     Accept Error-Time From Time
007160     Open Extend Error-Log-File
007170     Write Error-Log-Record
007180     Close Error-Log-File
007190     .
007200 Write-Prospect-Error-Log.
007210     Move "CHAPT20G"      To Error-Program
007220     Move "PROSPECT-FILE" To Error-File-Name
007230     Move Prospect-Number To Error-Key-Value
007240     Move Prospect-Status-Code To Error-File-Status
007250     Accept Error-Date From Date
007260     Accept Error-Time From Time
007270     Open Extend Error-Log-File
007280     Write Error-Log-Record
007290     Close Error-Log-File
007300     .
007310* After-image for the Chapt19u roll-forward recovery.
007320 Write-Vehicle-Journal.
007330     Move "CHAPT20G" To Journal-Program
007340     Move "VEHICLE"  To Journal-File-Id
007350     Move Vehicle-Vin To Journal-Key-Value
007360     Accept Journal-Date From Date YYYYMMDD
007370     Accept Journal-Time From Time
007380     Open Extend Journal-File
007390     Write Journal-Record
007400     Close Journal-File
007410     .
007420 Write-Run-Start.
007430     Move Spaces To Run-Control-Record
007440     Move "CHAPT20G" To Run-Program
007450     Move "S"        To Run-Record-Type
007460     Move Zeros To Run-Records-Read
007470                   Run-Records-Written
007480     Perform Write-Run-Control
007490     .
007500 Write-Run-End.
007510     Move Spaces To Run-Control-Record
007520     Move "CHAPT20G" To Run-Program
007530     Move "E"        To Run-Record-Type
007540     Move "C"        To Run-Outcome
007550     Compute Run-Records-Read =
007560             Hold-Count + Cancel-Count + Refund-Count
007570       + Reject-Count
007580     Compute Run-Records-Written =
007590             Hold-Count + Cancel-Count + Refund-Count
007600     Perform Write-Run-Control
007610     .
007620 Write-Run-Failure.
007630     Move Spaces To Run-Control-Record
007640     Move "CHAPT20G" To Run-Program
007650     Move "E"        To Run-Record-Type
007660     Move "F"        To Run-Outcome
007670     Move Zeros To Run-Records-Read
007680                   Run-Records-Written
007690     Perform Write-Run-Control
007700     .
007710 Write-Run-Control.
007720     Accept Run-Date From Date YYYYMMDD
007730     Accept Run-Time From Time
007740     Open Extend Run-Control-File
007750     Write Run-Control-Record
007760     Close Run-Control-File
007770     .
