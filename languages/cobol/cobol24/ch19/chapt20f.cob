000010 Identification Division.
000020 Program-Id.  Chapt20f.
000030* Commission Schedule Maintenance
000040* Applies add/change/delete transactions to Commsch.Dat, the
000050* price-band commission schedules dealers are assigned to by
000060* Dealer-Schedule-Code. Every amount must be numeric, every
000070* rate 100 percent or less, and the band limits must rise until
000080* the first zero limit, which marks the top band. A change
000090* replaces the whole schedule as Chapt19e replaces a dealer. A
000100* schedule still assigned to a dealer on Dealer-File cannot be
000110* deleted. Every applied transaction leaves a before/after
000120* audit trail on Chapt20f.Aud.
000130 Environment Division.
000140 Configuration Section.
000150 Source-Computer.  IBM-PC.
000160 Object-Computer.  IBM-PC.
000170 Input-Output  Section.
000180 File-Control.
000190     Select Report-File Assign To Printer.
000200     Select Transaction-File Assign To "Chapt20f.Trn"
000210         Organization Line Sequential
000220         File Status Trans-Status.
000230     Select Audit-File Assign To "Chapt20f.Aud"
000240         Organization Line Sequential
000250         File Status Audit-Status.
000260     Select Optional Schedule-File Assign To "Commsch.Dat"
000270         Organization Indexed
000280         Access Dynamic
000290         Record Key Schedule-Code
000300         File Status Schedule-Status.
000310     Select Dealer-File Assign To "Dealer.Dat"
000320         Organization Indexed
000330         Access Dynamic
000340         Record Key Dealer-Number
000350         Alternate Record Key Dealer-Name
000360         File Status Dealer-Status.
000370     Select Optional Error-Log-File Assign To "Syserr.Log"
000380         Organization Line Sequential
000390         File Status Error-Log-Status.
000400     Select Optional Run-Control-File Assign To "Runctl.Dat"
000410         Organization Line Sequential
000420         File Status Run-Control-Status.
000430 Data Division.
000440 File Section.
000450 Fd  Report-File.
000460 01  Report-Record Pic X(80).
000470 Fd  Transaction-File.
000480 01  Transaction-Record.
000490     03  Trans-Code                   Pic X.
000500         88  Trans-Add                Value "A".
000510         88  Trans-Change             Value "C".
000520         88  Trans-Delete             Value "D".
000530     03  Trans-Schedule-Code          Pic X(4).
000540     03  Trans-Description            Pic X(30).
000550     03  Trans-Minimum                Pic 9(5)v99.
000560     03  Trans-Ytd-Threshold          Pic 9(7)v99.
000570     03  Trans-Reduced-Percent        Pic 9(3)v99.
000580     03  Trans-Band                   Occurs 5 Times.
000590         05  Trans-Band-Limit         Pic 9(7)v99.
000600         05  Trans-Band-Percent       Pic 9(3)v99.
000610 Fd  Audit-File.
000620 01  Audit-Record.
000630     03  Audit-Date             Pic 9(6).
000640     03  Audit-Time             Pic 9(8).
000650     03  Audit-Action           Pic X.
000660     03  Audit-Schedule-Code    Pic X(4).
000670     03  Audit-Before-Image     Pic X(160).
000680     03  Audit-After-Image      Pic X(160).
000690 Fd  Schedule-File.
000700     Copy Commsch.
000710 Fd  Dealer-File.
000720     Copy Dealerec.
000730 Fd  Error-Log-File.
000740     Copy Errorlog.
000750 Fd  Run-Control-File.
000760     Copy Runctlrc.
000770 Working-Storage Section.
000780 01  Trans-Status             Pic XX Value Zeros.
000790     88  Trans-Success    Value "00" Thru "09".
000800 01  Audit-Status             Pic XX Value Zeros.
000810 01  Schedule-Status          Pic XX Value Zeros.
000820     88  Schedule-Success Value "00" Thru "09".
000830     88  Hard-Schedule-Error Value "30" Thru "99".
000840 01  Dealer-Status            Pic XX Value Zeros.
000850     88  Dealer-Success   Value "00" Thru "09".
000860     88  Hard-Dealer-Error Value "30" Thru "99".
000870 01  Error-Log-Status         Pic XX Value Zeros.
000880 01  Run-Control-Status       Pic XX Value Zeros.
000890 01  Valid-Transaction-Switch Pic X Value "Y".
000900     88  Valid-Transaction   Value "Y".
000910 01  Top-Band-Switch          Pic X Value "N".
000920     88  Top-Band-Reached    Value "Y".
000930 01  Schedule-In-Use-Switch   Pic X Value "N".
000940     88  Schedule-In-Use     Value "Y".
000950 01  Dealer-Done-Switch       Pic X Value "N".
000960     88  Dealer-Scan-Done    Value "Y".
000970 01  Reject-Reason            Pic X(40) Value Spaces.
000980 01  Before-Image-Work        Pic X(160) Value Spaces.
000990 01  After-Image-Work         Pic X(160) Value Spaces.
001000 01  Heading-Line-1.
001010     03  Filler      Pic X(12) Value "Created by:".
001020     03  Filler      Pic X(8)  Value "CHAPT20F".
001030     03  Filler      Pic X(11) Value Spaces.
001040     03  Filler      Pic X(27) Value "Schedule Maintenance".
001050     03  Filler      Pic X(2)  Value Spaces.
001060     03  Filler      Pic X(5)  Value "Page".
001070     03  Page-No     Pic Z(4)9 Value Zeros.
001080 01  Heading-Line-2.
001090     03  Filler      Pic X(12) Value "Created on:".
001100     03  Date-MM     Pic 99.
001110     03  Filler      Pic X     Value "/".
001120     03  Date-DD     Pic 99.
001130     03  Filler      Pic X     Value "/".
001140     03  Date-YY     Pic 99.
001150 01  Heading-Line-3.
001160     03  Filler      Pic X(12) Value "At:".
001170     03  Time-HH     Pic 99.
001180     03  Filler      Pic X     Value ":".
001190     03  Time-MM     Pic 99.
001200     03  Filler      Pic X     Value ":".
001210     03  Time-SS     Pic 99.
001220 01  Activity-Line.
001230     03  AL-Schedule-Code   Pic X(10) Value Spaces.
001240     03  AL-Action          Pic X(10) Value Spaces.
001250     03  AL-Message         Pic X(40) Value Spaces.
001260 01  Trailer-Line-1.
001270     03  Filler             Pic X(24) Value Spaces.
001280     03  Filler             Pic X(20) Value "Adds Applied:".
001290     03  Trailer-Add-Count  Pic ZZ9.
001300 01  Trailer-Line-2.
001310     03  Filler             Pic X(24) Value Spaces.
001320     03  Filler             Pic X(20) Value "Changes Applied:".
001330     03  Trailer-Chg-Count  Pic ZZ9.
001340 01  Trailer-Line-3.
001350     03  Filler             Pic X(24) Value Spaces.
001360     03  Filler             Pic X(20) Value "Deletes Applied:".
001370     03  Trailer-Del-Count  Pic ZZ9.
001380 01  Trailer-Line-4.
001390     03  Filler             Pic X(24) Value Spaces.
001400     03  Filler             Pic X(20) Value "Rejected:".
001410     03  Trailer-Rej-Count  Pic ZZ9.
001420 01  Line-Count           Pic 99          Value 99.
001430 01  Page-Count           Pic 9(4)        Value Zeros.
001440 01  Max-Lines            Pic 99          Value 60.
001450 01  Date-And-Time-Area.
001460     03  Work-Date            Pic 9(6).
001470     03  Work-Date-X          Redefines Work-Date.
001480         05  Date-YY          Pic 99.
001490         05  Date-MM          Pic 99.
001500         05  Date-DD          Pic 99.
001510     03  Work-Time            Pic 9(8).
001520     03  Work-Time-X          Redefines Work-Time.
001530         05  Time-HH          Pic 99.
001540         05  Time-MM          Pic 99.
001550         05  Time-SS          Pic 99.
001560         05  Filler           Pic XX.
001570 01  Band-Sub                 Pic 9(4) Comp Value Zeros.
001580 01  Prior-Band-Sub           Pic 9(4) Comp Value Zeros.
001581 01  Band-Number-Work         Pic 9 Value Zeros.
001590 01  Band-Count               Pic 9(4) Comp Value 5.
001600 01  Add-Count                Pic 9(5) Value Zeros.
001610 01  Change-Count             Pic 9(5) Value Zeros.
001620 01  Delete-Count             Pic 9(5) Value Zeros.
001630 01  Reject-Count             Pic 9(5) Value Zeros.
001640 Procedure Division.
001650 Declaratives.
001660 Schedule-File-Error Section.
001670     Use After Standard Error Procedure On Schedule-File
001680     .
001690 Schedule-Error-Paragraph.
001700     Display "Error on Schedule File " Schedule-Status
001710     Perform Write-Schedule-Error-Log
001720     If Hard-Schedule-Error
001730        Display "Fatal error on Schedule File - job terminated"
001740        Perform Write-Run-Failure
001750        Stop Run
001760     End-If
001770     .
001780 Dealer-File-Error Section.
001790     Use After Standard Error Procedure On Dealer-File
001800     .
001810 Dealer-Error-Paragraph.
001820     Display "Error on Dealer File " Dealer-Status
001830     Perform Write-Dealer-Error-Log
001840     If Hard-Dealer-Error
001850        Display "Fatal error on Dealer File - job terminated"
001860        Perform Write-Run-Failure
001870        Stop Run
001880     End-If
001890     .
001900 End Declaratives.
001910 Chapt20f-Start.
001920     Display "Begin Process Chapt20f"
001930     Perform Write-Run-Start
001940     Perform Open-Files
001950      If Schedule-Success And Dealer-Success
001960        Perform Fill-Initial-Headings
001970        Perform Process-Transactions Until Not Trans-Success
001980        Perform Print-Report-Trailer
001990        Perform Close-Files
002000        Perform Write-Run-End
002010     End-If
002020     Goback.
002030 Process-Transactions.
002040     Read Transaction-File
002050          At End Move High-Values To Trans-Status
002060          Not At End Perform Process-One-Transaction
002070     End-Read
002080     .
002090 Process-One-Transaction.
002100     Perform Validate-Transaction
002110     If Valid-Transaction
002120        Evaluate True
002130           When Trans-Add    Perform Apply-Add
002140           When Trans-Change Perform Apply-Change
002150           When Trans-Delete Perform Apply-Delete
002160           When Other
002170              Move "N" To Valid-Transaction-Switch
002180              Move "Unknown Transaction Code" To Reject-Reason
002190              Perform Print-Reject-Line
002200        End-Evaluate
002210     Else
002220        Perform Print-Reject-Line
002230     End-If
002240     .
002250 Validate-Transaction.
002260     Move "Y" To Valid-Transaction-Switch
002270     Move Spaces To Reject-Reason
002280     If Trans-Schedule-Code = Spaces
002290        Move "N" To Valid-Transaction-Switch
002300        Move "Schedule Code is required" To Reject-Reason
002310     End-If
002320     If Valid-Transaction And (Trans-Add Or Trans-Change)
002321        If Trans-Minimum Not Numeric
002321           Move "N" To Valid-Transaction-Switch
002322           Move "Minimum is not numeric" To Reject-Reason
002322        End-If
002323        If Valid-Transaction And Trans-Ytd-Threshold Not Numeric
002324           Move "N" To Valid-Transaction-Switch
002324           Move "YTD Threshold is not numeric" To Reject-Reason
002325        End-If
002326        If Valid-Transaction And Trans-Reduced-Percent Not Numeric
002326           Move "N" To Valid-Transaction-Switch
002327           Move "Reduced Percent is not numeric" To Reject-Reason
002328        End-If
002328     End-If
002329     If Valid-Transaction And (Trans-Add Or Trans-Change)
002330        If Trans-Reduced-Percent > 100
002340           Move "N" To Valid-Transaction-Switch
002350           Move "Reduced Percent exceeds 100" To Reject-Reason
002360        End-If
002370     End-If
002380     If Valid-Transaction And (Trans-Add Or Trans-Change)
002390        Move "N" To Top-Band-Switch
002400        Move 1 To Band-Sub
002410        Perform Validate-Band
002420            Until Band-Sub > Band-Count Or Not Valid-Transaction
002430     End-If
002440     .
002450* Each rate must be a real percentage, and below the top band
002460* each limit must be higher than the one before it.
002470 Validate-Band.
002480     Move Band-Sub To Band-Number-Work
002481     If Trans-Band-Limit (Band-Sub) Not Numeric
002481        Move "N" To Valid-Transaction-Switch
002482        String "Band " Band-Number-Work " Limit is not numeric"
002482               Delimited By Size Into Reject-Reason
002483        End-String
002484     End-If
002484     If Valid-Transaction
002485        And Trans-Band-Percent (Band-Sub) Not Numeric
002486        Move "N" To Valid-Transaction-Switch
002486        String "Band " Band-Number-Work " Percent is not numeric"
002487               Delimited By Size Into Reject-Reason
002488        End-String
002488     End-If
002489     If Valid-Transaction And Trans-Band-Percent (Band-Sub) > 100
002490        Move "N" To Valid-Transaction-Switch
002500        Move "Band Percent exceeds 100" To Reject-Reason
002510     End-If
002520     If Valid-Transaction And Not Top-Band-Reached
002530        If Trans-Band-Limit (Band-Sub) = Zeros
002540           Move "Y" To Top-Band-Switch
002550        Else
002560           If Band-Sub > 1
002570              Compute Prior-Band-Sub = Band-Sub - 1
002580              If Trans-Band-Limit (Band-Sub) Not >
002590                 Trans-Band-Limit (Prior-Band-Sub)
002600                 Move "N" To Valid-Transaction-Switch
002610                 Move "Band limits must rise" To Reject-Reason
002620              End-If
002630           End-If
002640        End-If
002650     End-If
002660     Add 1 To Band-Sub
002670     .
002680 Apply-Add.
002690     Move Spaces               To Before-Image-Work
002700                                  Commission-Schedule-Record
002710     Move Trans-Schedule-Code  To Schedule-Code
002720     Perform Move-Trans-To-Schedule
002730     Write Commission-Schedule-Record
002740          Invalid Key
002750             Move "N" To Valid-Transaction-Switch
002760             Move "Schedule Code already exists" To Reject-Reason
002770             Perform Print-Reject-Line
002780          Not Invalid Key
002790             Move Commission-Schedule-Record To After-Image-Work
002800             Move "A" To Audit-Action
002810             Perform Write-Audit-Record
002820             Add 1 To Add-Count
002830             Move "Added" To AL-Action
002840             Move Spaces To AL-Message
002850             Perform Print-Activity-Line
002860     End-Write
002870     .
002880 Apply-Change.
002890     Move Trans-Schedule-Code To Schedule-Code
002900     Read Schedule-File Key Schedule-Code
002910          Invalid Key
002920             Move "N" To Valid-Transaction-Switch
002930             Move "Schedule Code not found" To Reject-Reason
002940             Perform Print-Reject-Line
002950          Not Invalid Key
002960             Move Commission-Schedule-Record To Before-Image-Work
002970             Perform Move-Trans-To-Schedule
002980             Rewrite Commission-Schedule-Record
002990                  Invalid Key
003000                     Move "N" To Valid-Transaction-Switch
003010                     Move "Rewrite failed" To Reject-Reason
003020                     Perform Print-Reject-Line
003030                  Not Invalid Key
003040                     Move Commission-Schedule-Record To
003050                          After-Image-Work
003060                     Move "C" To Audit-Action
003070                     Perform Write-Audit-Record
003080                     Add 1 To Change-Count
003090                     Move "Changed" To AL-Action
003100                     Move Spaces To AL-Message
003110                     Perform Print-Activity-Line
003120             End-Rewrite
003130     End-Read
003140     .
003150 Apply-Delete.
003160     Perform Check-Schedule-In-Use
003170     If Schedule-In-Use
003180        Move "N" To Valid-Transaction-Switch
003190        Move Spaces To Reject-Reason
003200        String "Schedule assigned to dealer " Delimited By Size
003210               Dealer-Number                  Delimited By Size
003220               Into Reject-Reason
003230        End-String
003240        Perform Print-Reject-Line
003250     Else
003260        Perform Delete-Schedule
003270     End-If
003280     .
003290 Delete-Schedule.
003300     Move Trans-Schedule-Code To Schedule-Code
003310     Read Schedule-File Key Schedule-Code
003320          Invalid Key
003330             Move "N" To Valid-Transaction-Switch
003340             Move "Schedule Code not found" To Reject-Reason
003350             Perform Print-Reject-Line
003360          Not Invalid Key
003370             Move Commission-Schedule-Record To Before-Image-Work
003380             Delete Schedule-File Record
003390                  Invalid Key
003400                     Move "N" To Valid-Transaction-Switch
003410                     Move "Delete failed" To Reject-Reason
003420                     Perform Print-Reject-Line
003430                  Not Invalid Key
003440                     Move Spaces To After-Image-Work
003450                     Move "D" To Audit-Action
003460                     Perform Write-Audit-Record
003470                     Add 1 To Delete-Count
003480                     Move "Deleted" To AL-Action
003490                     Move Spaces To AL-Message
003500                     Perform Print-Activity-Line
003510             End-Delete
003520     End-Read
003530     .
003540* A dealer left pointing at a missing schedule could not have
003550* a sale posted, so the whole Dealer-File is checked first.
003560 Check-Schedule-In-Use.
003570     Move "N" To Schedule-In-Use-Switch
003580     Move "N" To Dealer-Done-Switch
003590     Move Low-Values To Dealer-Number
003600     Start Dealer-File Key Not < Dealer-Number
003610         Invalid Key Move "Y" To Dealer-Done-Switch
003620     End-Start
003630     Perform Read-Next-Dealer
003640         Until Dealer-Scan-Done Or Schedule-In-Use
003650     .
003660 Read-Next-Dealer.
003670     Read Dealer-File Next Record
003680          At End Move "Y" To Dealer-Done-Switch
003690          Not At End
003700             If Dealer-Schedule-Code = Trans-Schedule-Code
003710                Move "Y" To Schedule-In-Use-Switch
003720             End-If
003730     End-Read
003740     .
003750 Move-Trans-To-Schedule.
003760     Move Trans-Description     To Schedule-Description
003770     Move Trans-Minimum         To Schedule-Minimum
003780     Move Trans-Ytd-Threshold   To Schedule-Ytd-Threshold
003790     Move Trans-Reduced-Percent To Schedule-Reduced-Percent
003800     Move 1 To Band-Sub
003810     Perform Move-Trans-Band Until Band-Sub > Band-Count
003820     Accept Schedule-Changed-Date From Date YYYYMMDD
003830     .
003840 Move-Trans-Band.
003850     Move Trans-Band-Limit (Band-Sub)
003860       To Schedule-Band-Limit (Band-Sub)
003870     Move Trans-Band-Percent (Band-Sub)
003880       To Schedule-Band-Percent (Band-Sub)
003890     Add 1 To Band-Sub
003900     .
003910 Write-Audit-Record.
003920     Accept Audit-Date From Date
003930     Accept Audit-Time From Time
003940     Move Trans-Schedule-Code  To Audit-Schedule-Code
003950     Move Before-Image-Work    To Audit-Before-Image
003960     Move After-Image-Work     To Audit-After-Image
003970     Write Audit-Record
003980     .
003990 Print-Reject-Line.
004000     Add 1 To Reject-Count
004010     Move "Rejected" To AL-Action
004020     Move Reject-Reason To AL-Message
004030     Perform Print-Activity-Line
004040     .
004050 Print-Activity-Line.
004060     If Line-Count >= Max-Lines
004070        Perform Heading-Routine
004080     End-If
004090     Move Trans-Schedule-Code To AL-Schedule-Code
004100     Write Report-Record From Activity-Line After 1
004110     Add 1 To Line-Count
004120     .
004130 Print-Report-Trailer.
004140     Move Add-Count      To Trailer-Add-Count
004150     Move Change-Count   To Trailer-Chg-Count
004160     Move Delete-Count   To Trailer-Del-Count
004170     Move Reject-Count   To Trailer-Rej-Count
004180     Write Report-Record From Trailer-Line-1 After 2
004190     Write Report-Record From Trailer-Line-2 After 1
004200     Write Report-Record From Trailer-Line-3 After 1
004210     Write Report-Record From Trailer-Line-4 After 1
004220     .
004230 Heading-Routine.
004240     Add 1 To Page-Count
004250     Move Page-Count To Page-No
004260     If Page-Count = 1
004270        Write Report-Record From Heading-Line-1 After Zero
004280     Else
004290        Write Report-Record From Heading-Line-1 After Page
004300     End-If
004310     Write Report-Record From Heading-Line-2 After 1
004320     Write Report-Record From Heading-Line-3 After 2
004330     Move 5 To Line-Count
004340     .
004350 Fill-Initial-Headings.
004360     Accept Work-Date From Date
004370     Accept Work-Time From Time
004380     Move Corresponding Work-Date-X To
004390                        Heading-Line-2
004400     Move Corresponding Work-Time-X To
004410                        Heading-Line-3
004420     .
004430 Open-Files.
004440     Open Output Report-File
004450                 Audit-File
004460           Input Transaction-File
004470                 Dealer-File
004480           I-O   Schedule-File
004490     .
004500 Close-Files.
004510     Close Report-File
004520           Audit-File
004530           Transaction-File
004540           Dealer-File
004550           Schedule-File
004560     .
004570 Write-Schedule-Error-Log.
004580     Move "CHAPT20F"      To Error-Program
004590     Move "SCHEDULE-FILE" To Error-File-Name
004600     Move Schedule-Code   To Error-Key-Value
004610     Move Schedule-Status To Error-File-Status
004620     Accept Error-Date From Date
004630     Accept Error-Time From Time
004640     Open Extend Error-Log-File
004650     Write Error-Log-Record
004660     Close Error-Log-File
004670     .
004680 Write-Dealer-Error-Log.
004690     Move "CHAPT20F"    To Error-Program
004700     Move "DEALER-FILE" To Error-File-Name
004710     Move Dealer-Number To Error-Key-Value
004720     Move Dealer-Status To Error-File-Status
004730     Accept Error-Date From Date
004740     Accept Error-Time From Time
004750     Open Extend Error-Log-File
004760     Write Error-Log-Record
004770     Close Error-Log-File
004780     .
004790 Write-Run-Start.
004800     Move Spaces To Run-Control-Record
004810     Move "CHAPT20F" To Run-Program
004820     Move "S"        To Run-Record-Type
004830     Move Zeros To Run-Records-Read
004840                   Run-Records-Written
004850     Perform Write-Run-Control
004860     .
004870 Write-Run-End.
004880     Move Spaces To Run-Control-Record
004890     Move "CHAPT20F" To Run-Program
004900     Move "E"        To Run-Record-Type
004910     Move "C"        To Run-Outcome
004920     Compute Run-Records-Read = Add-Count + Change-Count
004930             + Delete-Count + Reject-Count
004940     Compute Run-Records-Written = Add-Count + Change-Count
004950             + Delete-Count
004960     Perform Write-Run-Control
004970     .
004980 Write-Run-Failure.
004990     Move Spaces To Run-Control-Record
005000     Move "CHAPT20F" To Run-Program
005010     Move "E"        To Run-Record-Type
005020     Move "F"        To Run-Outcome
005030     Move Zeros To Run-Records-Read
005040                   Run-Records-Written
005050     Perform Write-Run-Control
005060     .
005070 Write-Run-Control.
005080     Accept Run-Date From Date YYYYMMDD
005090     Accept Run-Time From Time
005100     Open Extend Run-Control-File
005110     Write Run-Control-Record
005120     Close Run-Control-File
005130     .
