000010 Identification Division.
000020 Program-Id.  Chapt20i.
000030* Suspense Correction and Release
000040* Applies correction transactions to Suspense.Dat, the file of
000050* transactions refused by Chapt19e, Chapt19g, Chapt19h, Chapt19r
000060* and Chapt19y. Each transaction names a suspended item by its
000070* full key as printed on the Chapt20j aging report. A release
000080* puts the item back into the owning program's next run; when
000090* the transaction carries a corrected record it replaces the one
000100* that failed, and when it carries none the item is re-entered as
000110* it stands (for a refusal cleared by fixing a master file). A
000120* release may be repeated to correct an item again before it is
000130* re-entered. A void closes an item that is never to be
000140* re-entered, such as a duplicate or one keyed again by hand.
000150* Cleared and voided items are refused. Every applied
000160* transaction leaves a before/after audit trail on Chapt20i.Aud
000170* the way Chapt19r does.
000180 Environment Division.
000190 Configuration Section.
000200 Source-Computer.  IBM-PC.
000210 Object-Computer.  IBM-PC.
000220 Input-Output  Section.
000230 File-Control.
000240     Select Report-File Assign To Printer.
000250     Select Transaction-File Assign To "Chapt20i.Trn"
000260         Organization Line Sequential
000270         File Status Trans-Status.
000280     Select Audit-File Assign To "Chapt20i.Aud"
000290         Organization Line Sequential
000300         File Status Audit-Status.
000310     Select Optional Suspense-File Assign To "Suspense.Dat"
000320         Organization Indexed
000330         Access Dynamic
000340         Record Key Suspense-Key
000350         File Status Suspense-File-Status.
000360     Select Optional Error-Log-File Assign To "Syserr.Log"
000370         Organization Line Sequential
000380         File Status Error-Log-Status.
000390     Select Optional Run-Control-File Assign To "Runctl.Dat"
000400         Organization Line Sequential
000410         File Status Run-Control-Status.
000420 Data Division.
000430 File Section.
000440 Fd  Report-File.
000450 01  Report-Record Pic X(80).
000460 Fd  Transaction-File.
000470 01  Transaction-Record.
000480     03  Trans-Code                   Pic X.
000490         88  Trans-Release            Value "R".
000500         88  Trans-Void               Value "V".
000510     03  Trans-Suspense-Key.
000520         05  Trans-Program            Pic X(8).
000530         05  Trans-Post-Date          Pic 9(8).
000540         05  Trans-Post-Time          Pic 9(8).
000550         05  Trans-Sequence           Pic 9(4).
000560     03  Trans-Corrected-Image        Pic X(400).
000570 Fd  Audit-File.
000580 01  Audit-Record.
000590     03  Audit-Date             Pic 9(6).
000600     03  Audit-Time             Pic 9(8).
000610     03  Audit-Action           Pic X.
000620     03  Audit-Suspense-Key     Pic X(28).
000630     03  Audit-Before-Image     Pic X(520).
000640     03  Audit-After-Image      Pic X(520).
000650 Fd  Suspense-File.
000660     Copy Susprec.
000670 Fd  Error-Log-File.
000680     Copy Errorlog.
000690 Fd  Run-Control-File.
000700     Copy Runctlrc.
000710 Working-Storage Section.
000720 01  Trans-Status             Pic XX Value Zeros.
000730     88  Trans-Success    Value "00" Thru "09".
000740 01  Audit-Status             Pic XX Value Zeros.
000750 01  Suspense-File-Status     Pic XX Value Zeros.
000760     88  Suspense-Success Value "00" Thru "09".
000770     88  Hard-Suspense-Error Value "30" Thru "99".
000780 01  Error-Log-Status         Pic XX Value Zeros.
000790 01  Run-Control-Status       Pic XX Value Zeros.
000800 01  Valid-Transaction-Switch Pic X Value "Y".
000810     88  Valid-Transaction   Value "Y".
000820 01  Reject-Reason            Pic X(38) Value Spaces.
000830 01  Before-Image-Work        Pic X(520) Value Spaces.
000840 01  After-Image-Work         Pic X(520) Value Spaces.
000850 01  Heading-Line-1.
000860     03  Filler      Pic X(12) Value "Created by:".
000870     03  Filler      Pic X(8)  Value "CHAPT20I".
000880     03  Filler      Pic X(11) Value Spaces.
000890     03  Filler      Pic X(27) Value "Suspense Correction Report".
000900     03  Filler      Pic X(2)  Value Spaces.
000910     03  Filler      Pic X(5)  Value "Page".
000920     03  Page-No     Pic Z(4)9 Value Zeros.
000930 01  Heading-Line-2.
000940     03  Filler      Pic X(12) Value "Created on:".
000950     03  Date-MM     Pic 99.
000960     03  Filler      Pic X     Value "/".
000970     03  Date-DD     Pic 99.
000980     03  Filler      Pic X     Value "/".
000990     03  Date-YY     Pic 99.
001000 01  Heading-Line-3.
001010     03  Filler      Pic X(12) Value "At:".
001020     03  Time-HH     Pic 99.
001030     03  Filler      Pic X     Value ":".
001040     03  Time-MM     Pic 99.
001050     03  Filler      Pic X     Value ":".
001060     03  Time-SS     Pic 99.
001070 01  Activity-Line.
001080     03  AL-Program         Pic X(9)  Value Spaces.
001090     03  AL-Post-Date       Pic X(9)  Value Spaces.
001100     03  AL-Post-Time       Pic X(9)  Value Spaces.
001110     03  AL-Sequence        Pic X(5)  Value Spaces.
001120     03  AL-Action          Pic X(10) Value Spaces.
001130     03  AL-Message         Pic X(38) Value Spaces.
001140 01  Trailer-Line-1.
001150     03  Filler             Pic X(24) Value Spaces.
001160     03  Filler             Pic X(20) Value "Items Released:".
001170     03  Trailer-Rel-Count  Pic ZZ9.
001180 01  Trailer-Line-2.
001190     03  Filler             Pic X(24) Value Spaces.
001200     03  Filler             Pic X(20) Value "Items Voided:".
001210     03  Trailer-Void-Count Pic ZZ9.
001220 01  Trailer-Line-3.
001230     03  Filler             Pic X(24) Value Spaces.
001240     03  Filler             Pic X(20) Value "Rejected:".
001250     03  Trailer-Rej-Count  Pic ZZ9.
001260 01  Line-Count           Pic 99          Value 99.
001270 01  Page-Count           Pic 9(4)        Value Zeros.
001280 01  Max-Lines            Pic 99          Value 60.
001290 01  Date-And-Time-Area.
001300     03  Work-Date            Pic 9(6).
001310     03  Work-Date-X          Redefines Work-Date.
001320         05  Date-YY          Pic 99.
001330         05  Date-MM          Pic 99.
001340         05  Date-DD          Pic 99.
001350     03  Work-Time            Pic 9(8).
001360     03  Work-Time-X          Redefines Work-Time.
001370         05  Time-HH          Pic 99.
001380         05  Time-MM          Pic 99.
001390         05  Time-SS          Pic 99.
001400         05  Filler           Pic XX.
001410 01  Release-Count            Pic 9(5) Value Zeros.
001420 01  Void-Count               Pic 9(5) Value Zeros.
001430 01  Reject-Count             Pic 9(5) Value Zeros.
001440 Procedure Division.
001450 Declaratives.
001460 Suspense-File-Error Section.
001470     Use After Standard Error Procedure On Suspense-File
001480     .
001490 Suspense-Error-Paragraph.
001500     Display "Error on Suspense File " Suspense-File-Status
001510     Perform Write-Suspense-Error-Log
001520     If Hard-Suspense-Error
001530        Display "Fatal error on Suspense File - job terminated"
001540        Perform Write-Run-Failure
001550        Stop Run
001560     End-If
001570     .
001580 End Declaratives.
001590 Chapt20i-Start.
001600     Display "Begin Process Chapt20i"
001610     Perform Write-Run-Start
001620     Perform Open-Files
001630      If Suspense-Success
001640        Perform Fill-Initial-Headings
001650        Perform Process-Transactions Until Not Trans-Success
001660        Perform Print-Report-Trailer
001670        Perform Close-Files
001680        Perform Write-Run-End
001690     End-If
001700     Goback.
001710 Process-Transactions.
001720     Read Transaction-File
001730          At End Move High-Values To Trans-Status
001740          Not At End Perform Process-One-Transaction
001750     End-Read
001760     .
001770 Process-One-Transaction.
001780     Perform Validate-Transaction
001790     If Valid-Transaction
001800        Evaluate True
001810           When Trans-Release  Perform Apply-Release
001820           When Trans-Void     Perform Apply-Void
001830           When Other
001840              Move "N" To Valid-Transaction-Switch
001850              Move "Unknown Transaction Code" To Reject-Reason
001860              Perform Print-Reject-Line
001870        End-Evaluate
001880     Else
001890        Perform Print-Reject-Line
001900     End-If
001910     .
001920 Validate-Transaction.
001930     Move "Y" To Valid-Transaction-Switch
001940     Move Spaces To Reject-Reason
001950     If Trans-Program = Spaces
001960        Move "N" To Valid-Transaction-Switch
001970        Move "Program name is required" To Reject-Reason
001980     End-If
001990     If Valid-Transaction
002000        If Trans-Post-Date Not Numeric
002010           Or Trans-Post-Time Not Numeric
002020           Or Trans-Sequence Not Numeric
002030           Move "N" To Valid-Transaction-Switch
002040           Move "Suspense key must be numeric" To Reject-Reason
002050        End-If
002060     End-If
002070     .
002080* Read the item named on the transaction; only an item still
002090* suspended or released and not yet re-entered may be touched.
002100 Read-Suspense-Item.
002110     Move Trans-Suspense-Key To Suspense-Key
002120     Read Suspense-File Key Suspense-Key
002130          Invalid Key
002140             Move "N" To Valid-Transaction-Switch
002150             Move "Item not on Suspense File" To Reject-Reason
002160          Not Invalid Key
002170             If Not Suspense-Open
002180                Move "N" To Valid-Transaction-Switch
002190                Move "Item already cleared or voided" To
002200                     Reject-Reason
002210             End-If
002220     End-Read
002230     .
002240 Apply-Release.
002250     Perform Read-Suspense-Item
002260     If Valid-Transaction
002270        Move Suspense-Record To Before-Image-Work
002280        If Trans-Corrected-Image Not = Spaces
002290           Move Trans-Corrected-Image To Suspense-Image
002300           Move "Corrected record released" To AL-Message
002310        Else
002320           Move "Released as it stands" To AL-Message
002330        End-If
002340        Move "R" To Suspense-Status
002350        Accept Suspense-Released-Date From Date YYYYMMDD
002360        Move "R" To Audit-Action
002370        Perform Rewrite-Suspense-Item
002380        If Valid-Transaction
002390           Add 1 To Release-Count
002400           Move "Released" To AL-Action
002410           Perform Print-Activity-Line
002420        End-If
002430     Else
002440        Perform Print-Reject-Line
002450     End-If
002460     .
002470 Apply-Void.
002480     Perform Read-Suspense-Item
002490     If Valid-Transaction
002500        Move Suspense-Record To Before-Image-Work
002510        Move "V" To Suspense-Status
002520        Accept Suspense-Closed-Date From Date YYYYMMDD
002530        Move "V" To Audit-Action
002540        Perform Rewrite-Suspense-Item
002550        If Valid-Transaction
002560           Add 1 To Void-Count
002570           Move "Voided" To AL-Action
002580           Move Suspense-Reason To AL-Message
002590           Perform Print-Activity-Line
002600        End-If
002610     Else
002620        Perform Print-Reject-Line
002630     End-If
002640     .
002650 Rewrite-Suspense-Item.
002660     Rewrite Suspense-Record
002670          Invalid Key
002680             Move "N" To Valid-Transaction-Switch
002690             Move "Rewrite failed" To Reject-Reason
002700             Perform Print-Reject-Line
002710          Not Invalid Key
002720             Move Suspense-Record To After-Image-Work
002730             Perform Write-Audit-Record
002740     End-Rewrite
002750     .
002760 Write-Audit-Record.
002770     Accept Audit-Date From Date
002780     Accept Audit-Time From Time
002790     Move Trans-Suspense-Key To Audit-Suspense-Key
002800     Move Before-Image-Work  To Audit-Before-Image
002810     Move After-Image-Work   To Audit-After-Image
002820     Write Audit-Record
002830     .
002840 Print-Reject-Line.
002850     Add 1 To Reject-Count
002860     Move "Rejected" To AL-Action
002870     Move Reject-Reason To AL-Message
002880     Perform Print-Activity-Line
002890     .
002900 Print-Activity-Line.
002910     If Line-Count >= Max-Lines
002920        Perform Heading-Routine
002930     End-If
002940     Move Trans-Program   To AL-Program
002950     Move Trans-Post-Date To AL-Post-Date
002960     Move Trans-Post-Time To AL-Post-Time
002970     Move Trans-Sequence  To AL-Sequence
002980     Write Report-Record From Activity-Line After 1
002990     Add 1 To Line-Count
003000     .
003010 Print-Report-Trailer.
003020     Move Release-Count  To Trailer-Rel-Count
003030     Move Void-Count     To Trailer-Void-Count
003040     Move Reject-Count   To Trailer-Rej-Count
003050     Write Report-Record From Trailer-Line-1 After 2
003060     Write Report-Record From Trailer-Line-2 After 1
003070     Write Report-Record From Trailer-Line-3 After 1
003080     .
003090 Heading-Routine.
003100     Add 1 To Page-Count
003110     Move Page-Count To Page-No
003120     If Page-Count = 1
003130        Write Report-Record From Heading-Line-1 After Zero
003140     Else
003150        Write Report-Record From Heading-Line-1 After Page
003160     End-If
003170     Write Report-Record From Heading-Line-2 After 1
003180     Write Report-Record From Heading-Line-3 After 2
003190     Move 5 To Line-Count
003200     .
003210 Fill-Initial-Headings.
003220     Accept Work-Date From Date
003230     Accept Work-Time From Time
003240     Move Corresponding Work-Date-X To
003250                        Heading-Line-2
003260     Move Corresponding Work-Time-X To
003270                        Heading-Line-3
003280     .
003290 Open-Files.
003300     Open Output Report-File
003310                 Audit-File
003320           Input Transaction-File
003330           I-O   Suspense-File
003340     .
003350 Close-Files.
003360     Close Report-File
003370           Audit-File
003380           Transaction-File
003390           Suspense-File
003400     .
003410 Write-Suspense-Error-Log.
003420     Move "CHAPT20I"      To Error-Program
003430     Move "SUSPENSE-FILE" To Error-File-Name
003440     Move Suspense-Program To Error-Key-Value
003450     Move Suspense-File-Status To Error-File-Status
003460     Accept Error-Date From Date
003470     Accept Error-Time From Time
003480     Open Extend Error-Log-File
003490     Write Error-Log-Record
003500     Close Error-Log-File
003510     .
003520 Write-Run-Start.
003530     Move Spaces To Run-Control-Record
003540     Move "CHAPT20I" To Run-Program
003550     Move "S"        To Run-Record-Type
003560     Move Zeros To Run-Records-Read
003570                   Run-Records-Written
003580     Perform Write-Run-Control
003590     .
003600 Write-Run-End.
003610     Move Spaces To Run-Control-Record
003620     Move "CHAPT20I" To Run-Program
003630     Move "E"        To Run-Record-Type
003640     Move "C"        To Run-Outcome
003650     Compute Run-Records-Read =
003660             Release-Count + Void-Count + Reject-Count
003670     Compute Run-Records-Written = Release-Count + Void-Count
003680     Perform Write-Run-Control
003690     .
003700 Write-Run-Failure.
003710     Move Spaces To Run-Control-Record
003720     Move "CHAPT20I" To Run-Program
003730     Move "E"        To Run-Record-Type
003740     Move "F"        To Run-Outcome
003750     Move Zeros To Run-Records-Read
003760                   Run-Records-Written
003770     Perform Write-Run-Control
003780     .
003790 Write-Run-Control.
003800     Accept Run-Date From Date YYYYMMDD
003810     Accept Run-Time From Time
003820     Open Extend Run-Control-File
003830     Write Run-Control-Record
003840     Close Run-Control-File
003850     .
