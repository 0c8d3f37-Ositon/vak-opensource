000020 Program-Id.  Chapt19e.
000030* Dealer-File Maintenance
000040* Applies add/change/delete transactions to Dealer-File,
000050* validating Consignment-Percent and the rent-date sequence before
000060* anything is written, and leaves a before/after audit trail of
000070* every change that actually goes to disk. Applied changes are
000080* also journaled to Dayjrnl.Dat for the Chapt19u roll-forward
000090* recovery. A dealer paid on a price-band commission schedule
000091* carries its Dealer-Schedule-Code, which must already be on
000091* Commsch.Dat (Chapt20f); a blank code keeps the dealer on the
000092* flat Consignment-Percent. A refused transaction is written to
000093* Suspense.Dat with its reason instead of being left on the
000094* printout, and items corrected and released there by Chapt20i are
000094* re-entered after the day's file. Each dealer carries the
000095* security deposit held against its account. A delete is refused
000096* while the dealer still has a deposit held, a unit in stock or
000097* sold and not yet settled, or an open charge or credit on
000097* Dealrlgr.Dat; a dealer leaving the lot is moved out and marked
000098* inactive by Chapt20k, and only then deleted once the account is
000099* zero.
000100 Environment Division.
000110 Configuration Section.
000120 Source-Computer.  IBM-PC.
000350     Select Optional Run-Control-File Assign To "Runctl.Dat"
000360         Organization Line Sequential
000370         File Status Run-Control-Status.
000371     Select Optional Schedule-File Assign To "Commsch.Dat"
000371         Organization Indexed
000371         Access Dynamic
000372         Record Key Schedule-Code
000372         File Status Schedule-Status.
000373     Select Optional Suspense-File Assign To "Suspense.Dat"
000373         Organization Indexed
000374         Access Dynamic
000374         Record Key Suspense-Key
000374         File Status Suspense-File-Status.
000375     Select Optional Vehicle-File Assign To "Vehicle.Dat"
000375         Organization Indexed
000376         Access Dynamic
000376         Record Key Vehicle-Vin
000377         Alternate Record Key Vehicle-Dealer-Number
000377         File Status Vehicle-File-Status.
000377     Select Optional Ledger-File Assign To "Dealrlgr.Dat"
000378         Organization Indexed
000378         Access Dynamic
000379         Record Key Ledger-Key
000379         File Status Ledger-Status.
000380 Data Division.
000390 File Section.
000400 Fd  Report-File.
000660     03  Trans-Last-Sold-Date         Pic 9(8).
000670     03  Trans-Sold-To-Date           Pic S9(7)v99.
000680     03  Trans-Commission-To-Date     Pic S9(7)v99.
000681     03  Trans-Schedule-Code          Pic X(4).
000682     03  Trans-Security-Deposit       Pic 9(5)v99.
000690 Fd  Audit-File.
000700 01  Audit-Record.
000710     03  Audit-Date             Pic 9(6).
000820     Copy Errorlog.
000830 Fd  Run-Control-File.
000840     Copy Runctlrc.
000841 Fd  Schedule-File.
000842     Copy Commsch.
000843 Fd  Suspense-File.
000844     Copy Susprec.
000845 Fd  Vehicle-File.
000846     Copy Vehicrec.
000847 Fd  Ledger-File.
000848     Copy Dealrlgr.
000850 Working-Storage Section.
000860 01  Trans-Status             Pic XX Value Zeros.
000870     88  Trans-Success    Value "00" Thru "09".
000920 01  Journal-Status           Pic XX Value Zeros.
000930 01  Error-Log-Status         Pic XX Value Zeros.
000940 01  Run-Control-Status       Pic XX Value Zeros.
000941 01  Suspense-File-Status     Pic XX Value Zeros.
000941     88  Suspense-Success Value "00" Thru "09".
000941     88  Hard-Suspense-Error Value "30" Thru "99".
000942 01  Suspended-Switch         Pic X Value "N".
000942     88  Item-Suspended      Value "Y".
000942 01  Reentry-Switch           Pic X Value "N".
000943     88  Reentry-In-Progress Value "Y".
000943 01  Suspense-Done-Switch     Pic X Value "N".
000944     88  Suspense-Done       Value "Y".
000944 01  Suspense-Written-Switch  Pic X Value "N".
000944     88  Suspense-Item-Written Value "Y".
000945 01  Suspense-Sequence-Work   Pic 9(4) Value Zeros.
000945 01  Vehicle-File-Status      Pic XX Value Zeros.
000945     88  Vehicle-Success  Value "00" Thru "09".
000946     88  Hard-Vehicle-Error Value "30" Thru "99".
000946 01  Ledger-Status            Pic XX Value Zeros.
000947     88  Ledger-Success   Value "00" Thru "09".
000947     88  Hard-Ledger-Error Value "30" Thru "99".
000947 01  Account-Done-Switch      Pic X Value "N".
000948     88  Account-Scan-Done   Value "Y".
000948 01  Open-Work                Pic S9(7)v99 Comp-3 Value Zeros.
000948 01  Schedule-Status          Pic XX Value Zeros.
000949     88  Schedule-Success Value "00" Thru "09".
000949     88  Hard-Schedule-Error Value "30" Thru "99".
000950 01  Valid-Transaction-Switch Pic X Value "Y".
000960     88  Valid-Transaction   Value "Y".
000970 01  Reject-Reason            Pic X(40) Value Spaces.
001390     03  Filler             Pic X(24) Value Spaces.
001400     03  Filler             Pic X(20) Value "Rejected:".
001410     03  Trailer-Rej-Count  Pic ZZ9.
001411 01  Trailer-Line-5.
001412     03  Filler             Pic X(24) Value Spaces.
001413     03  Filler             Pic X(20) Value "Re-entered:".
001414     03  Trailer-Ren-Count  Pic ZZ9.
001420 01  Line-Count           Pic 99          Value 99.
001430 01  Page-Count           Pic 9(4)        Value Zeros.
001440 01  Max-Lines            Pic 99          Value 60.
001970 01  Change-Count             Pic 9(5) Value Zeros.
001980 01  Delete-Count             Pic 9(5) Value Zeros.
001990 01  Reject-Count             Pic 9(5) Value Zeros.
001991 01  Reentry-Count            Pic 9(5) Value Zeros.
002000 Procedure Division.
002010 Declaratives.
002020 Dealer-File-Error Section.
002110        Stop Run
002120     End-If
002130     .
002131 Schedule-File-Error Section.
002131     Use After Standard Error Procedure On Schedule-File
002131     .
002131 Schedule-Error-Paragraph.
002131     Display "Error on Schedule File " Schedule-Status
002131     Perform Write-Schedule-Error-Log
002132     If Hard-Schedule-Error
002132        Display "Fatal error on Schedule File - job terminated"
002132        Perform Write-Run-Failure
002132        Stop Run
002132     End-If
002133     .
002133 Suspense-File-Error Section.
002133     Use After Standard Error Procedure On Suspense-File
002133     .
002133 Suspense-Error-Paragraph.
002134     Display "Error on Suspense File " Suspense-File-Status
002134     Perform Write-Suspense-Error-Log
002134     If Hard-Suspense-Error
002134        Display "Fatal error on Suspense File - job terminated"
002134        Perform Write-Run-Failure
002134        Stop Run
002135     End-If
002135     .
002135 Vehicle-File-Error Section.
002135     Use After Standard Error Procedure On Vehicle-File
002135     .
002136 Vehicle-Error-Paragraph.
002136     Display "Error on Vehicle File " Vehicle-File-Status
002136     Perform Write-Vehicle-Error-Log
002136     If Hard-Vehicle-Error
002136        Display "Fatal error on Vehicle File - job terminated"
002137        Perform Write-Run-Failure
002137        Stop Run
002137     End-If
002137     .
002137 Ledger-File-Error Section.
002137     Use After Standard Error Procedure On Ledger-File
002138     .
002138 Ledger-Error-Paragraph.
002138     Display "Error on Ledger File " Ledger-Status
002138     Perform Write-Ledger-Error-Log
002138     If Hard-Ledger-Error
002139        Display "Fatal error on Ledger File - job terminated"
002139        Perform Write-Run-Failure
002139        Stop Run
002139     End-If
002139     .
002140 End Declaratives.
002150 Chapt19e-Start.
002160     Display "Begin Process Chapt19e"
002170     Perform Write-Run-Start
002180     Perform Open-Files
002190      If Dealer-Success And Schedule-Success And Suspense-Success
002191         And Vehicle-Success And Ledger-Success
002200        Perform Fill-Initial-Headings
002210        Perform Process-Transactions Until Not Trans-Success
002211        Perform Reenter-Released-Items
002220        Perform Print-Report-Trailer
002230        Perform Close-Files
002240        Perform Write-Run-End
002310     End-Read
002320     .
002330 Process-One-Transaction.
002331     Move "N" To Suspended-Switch
002340     Perform Validate-Transaction
002350     If Valid-Transaction
002360        Evaluate True
002610     End-If
002620     If Valid-Transaction And (Trans-Add Or Trans-Change)
002630        Perform Validate-Dates
002631     End-If
002631     If Valid-Transaction And (Trans-Add Or Trans-Change)
002632        And Trans-Schedule-Code Not = Spaces
002632        Move Trans-Schedule-Code To Schedule-Code
002633        Read Schedule-File Key Schedule-Code
002633             Invalid Key
002634                Move "N" To Valid-Transaction-Switch
002634                Move "Commission Schedule not on file" To
002635                     Reject-Reason
002636        End-Read
002636     End-If
002637     If Valid-Transaction And (Trans-Add Or Trans-Change)
002637        And Trans-Security-Deposit Not Numeric
002638        And Trans-Security-Deposit Not = Spaces
002638        Move "N" To Valid-Transaction-Switch
002639        Move "Security Deposit is not numeric" To Reject-Reason
002640     End-If
002650     .
002660 Validate-Dates.
003530     .
003540 Apply-Add.
003550     Move Spaces               To Before-Image-Work
003551                                  Dealer-Record
003560     Move Trans-Dealer-Number  To Dealer-Number
003570     Perform Move-Trans-To-Dealer-Record
003580     Write Dealer-Record
003820             Perform Print-Reject-Line
003830          Not Invalid Key
003840             Move Dealer-Record To Before-Image-Work
003850             Perform Check-Inactive-Change
004030     End-Read
004031     .
004031* A dealer already moved out by Chapt20k keeps its details up to
004031* date for the final statement, but its deposit was settled at
004031* move-out and cannot be put back on it here.
004032 Check-Inactive-Change.
004032     If Dealer-Inactive
004032        And Trans-Security-Deposit Numeric
004032        And Trans-Security-Deposit > Zeros
004033        Move "N" To Valid-Transaction-Switch
004033        Move "Dealer is inactive - no deposit allowed" To
004033             Reject-Reason
004033        Perform Print-Reject-Line
004034     Else
004034        Perform Rewrite-Changed-Dealer
004034     End-If
004034     .
004035 Rewrite-Changed-Dealer.
004035     Perform Move-Trans-To-Dealer-Record
004035     Rewrite Dealer-Record
004035          Invalid Key
004036             Move "N" To Valid-Transaction-Switch
004036             Move "Rewrite failed" To Reject-Reason
004036             Perform Print-Reject-Line
004036          Not Invalid Key
004037             Move Dealer-Record To After-Image-Work
004037             Move "C" To Audit-Action
004037             Perform Write-Audit-Record
004037             Move "R" To Journal-Action
004038             Move Dealer-Record To Journal-Image
004038             Perform Write-Dealer-Journal
004038             Add 1 To Change-Count
004038             Move "Changed" To AL-Action
004039             Move Spaces To AL-Message
004039             Perform Print-Activity-Line
004039     End-Rewrite
004040     .
004050 Apply-Delete.
004060     Move Trans-Dealer-Number To Dealer-Number
004110             Perform Print-Reject-Line
004120          Not Invalid Key
004130             Move Dealer-Record To Before-Image-Work
004140             Perform Check-Dealer-Account
004150             If Valid-Transaction
004160                Perform Delete-Dealer
004170             Else
004180                Perform Print-Reject-Line
004190             End-If
004200     End-Read
004210     .
004220 Delete-Dealer.
004230     Delete Dealer-File Record
004240          Invalid Key
004250             Move "N" To Valid-Transaction-Switch
004260             Move "Delete failed" To Reject-Reason
004270             Perform Print-Reject-Line
004280          Not Invalid Key
004290             Move Spaces To After-Image-Work
004300             Move "D" To Audit-Action
004301             Perform Write-Audit-Record
004301             Move "D" To Journal-Action
004301             Move Before-Image-Work To Journal-Image
004301             Perform Write-Dealer-Journal
004301             Add 1 To Delete-Count
004301             Move "Deleted" To AL-Action
004301             Move Spaces To AL-Message
004301             Perform Print-Activity-Line
004301     End-Delete
004302     .
004302* A dealer leaving the lot goes through Chapt20k, which marks it
004302* inactive; the record may only be deleted once nothing is left
004302* on the account: no deposit held, no unit in stock or sold and
004302* not yet settled, and no open charge or credit on the ledger.
004302 Check-Dealer-Account.
004302     If Dealer-Security-Deposit Numeric
004302        And Dealer-Security-Deposit > Zeros
004303        Move "N" To Valid-Transaction-Switch
004303        Move "Security deposit still held" To Reject-Reason
004303     End-If
004303     If Valid-Transaction
004303        Move "N" To Account-Done-Switch
004303        Move Dealer-Number To Vehicle-Dealer-Number
004303        Start Vehicle-File Key = Vehicle-Dealer-Number
004303            Invalid Key Move "Y" To Account-Done-Switch
004304        End-Start
004304        Perform Check-Next-Vehicle
004304            Until Account-Scan-Done Or Not Valid-Transaction
004304     End-If
004304     If Valid-Transaction
004304        Move "N" To Account-Done-Switch
004304        Move Dealer-Number To Ledger-Dealer-Number
004304        Move Zeros To Ledger-Item-Date
004305                      Ledger-Item-Seq
004305        Start Ledger-File Key Not < Ledger-Key
004305            Invalid Key Move "Y" To Account-Done-Switch
004305        End-Start
004305        Perform Check-Next-Ledger-Item
004305            Until Account-Scan-Done Or Not Valid-Transaction
004305     End-If
004305     .
004306 Check-Next-Vehicle.
004306     Read Vehicle-File Next Record
004306          At End Move "Y" To Account-Done-Switch
004306          Not At End
004306             If Vehicle-Dealer-Number Not = Dealer-Number
004306                Move "Y" To Account-Done-Switch
004306             Else
004306                If Vehicle-In-Stock
004307                   Or (Vehicle-Sold And Not Vehicle-Settled)
004307                   Move "N" To Valid-Transaction-Switch
004307                   Move "Dealer still has unsettled vehicles" To
004307                        Reject-Reason
004307                End-If
004307             End-If
004307     End-Read
004307     .
004308 Check-Next-Ledger-Item.
004308     Read Ledger-File Next Record
004308          At End Move "Y" To Account-Done-Switch
004308          Not At End
004308             If Ledger-Dealer-Number Not = Dealer-Number
004308                Move "Y" To Account-Done-Switch
004308             Else
004308                Compute Open-Work =
004309                        Ledger-Amount - Ledger-Amount-Applied
004309                If (Ledger-Charge-Item Or Ledger-Credit)
004309                   And Open-Work Not = Zeros
004309                   Move "N" To Valid-Transaction-Switch
004309                   Move "Dealer ledger balance is not zero" To
004309                        Reject-Reason
004309                End-If
004309             End-If
004310     End-Read
004320     .
004330 Move-Trans-To-Dealer-Record.
004540     Move Trans-Last-Sold-Date      To Last-Sold-Date
004550     Move Trans-Sold-To-Date        To Sold-To-Date
004560     Move Trans-Commission-To-Date  To Commission-To-Date
004561     Move Trans-Schedule-Code       To Dealer-Schedule-Code
004562     If Trans-Security-Deposit Numeric
004563        Move Trans-Security-Deposit To Dealer-Security-Deposit
004564     Else
004565        Move Zeros To Dealer-Security-Deposit
004566     End-If
004570     .
004580 Write-Audit-Record.
004590     Accept Audit-Date From Date
004630     Move After-Image-Work          To Audit-After-Image
004640     Write Audit-Record
004650     .
004651* Items released by Chapt20i go back through the same edits as
004651* tonight's transactions once the file is done. An item that
004651* passes is cleared; one that fails again goes back into suspense
004651* with its failure count raised and its first-failed date kept.
004651 Reenter-Released-Items.
004651     Move "Y" To Reentry-Switch
004651     Move "N" To Suspense-Done-Switch
004651     Move "CHAPT19E" To Suspense-Program
004651     Move Zeros To Suspense-Post-Date
004651                   Suspense-Post-Time
004651                   Suspense-Sequence
004652     Start Suspense-File Key Not < Suspense-Key
004652         Invalid Key Move "Y" To Suspense-Done-Switch
004652     End-Start
004652     Perform Reenter-Next-Item Until Suspense-Done
004652     Move "N" To Reentry-Switch
004652     .
004652 Reenter-Next-Item.
004652     Read Suspense-File Next Record
004652          At End Move "Y" To Suspense-Done-Switch
004652          Not At End
004653             If Suspense-Program Not = "CHAPT19E"
004653                Move "Y" To Suspense-Done-Switch
004653             Else
004653                If Suspense-Released
004653                   Perform Reenter-One-Item
004653                End-If
004653             End-If
004653     End-Read
004653     .
004653 Reenter-One-Item.
004653     Add 1 To Reentry-Count
004654     Move Suspense-Image To Transaction-Record
004654     Perform Process-One-Transaction
004654     If Not Item-Suspended
004654        Move "C" To Suspense-Status
004654        Accept Suspense-Closed-Date From Date YYYYMMDD
004654        Perform Rewrite-Suspense-Item
004654     End-If
004654     .
004654* Every refused transaction is kept on Suspense.Dat until it is
004654* corrected and re-entered or voided, so nothing is lost between
004655* the printout and the next night's input.
004655 Suspend-Transaction.
004655     If Not Item-Suspended
004655        Move "Y" To Suspended-Switch
004655        If Reentry-In-Progress
004655           Perform Resuspend-Item
004655        Else
004655           Perform Write-Suspense-Item
004655        End-If
004655     End-If
004655     .
004656 Write-Suspense-Item.
004656     Move Spaces To Suspense-Record
004656     Move "CHAPT19E" To Suspense-Program
004656     Accept Suspense-Post-Date From Date YYYYMMDD
004656     Accept Suspense-Post-Time From Time
004656     Move "S" To Suspense-Status
004656     Move Reject-Reason To Suspense-Reason
004656     Move Suspense-Post-Date To Suspense-First-Failed
004656                               Suspense-Last-Failed
004656     Move 1 To Suspense-Fail-Count
004657     Move Zeros To Suspense-Released-Date
004657                   Suspense-Closed-Date
004657     Move Transaction-Record To Suspense-Image
004657     Move "N" To Suspense-Written-Switch
004657     Perform Try-Write-Suspense-Item
004657         Until Suspense-Item-Written
004657            Or Suspense-Sequence-Work > 9998
004657     If Not Suspense-Item-Written
004657        Perform Write-Suspense-Error-Log
004657     End-If
004657     .
004658 Try-Write-Suspense-Item.
004658     Add 1 To Suspense-Sequence-Work
004658     Move Suspense-Sequence-Work To Suspense-Sequence
004658     Write Suspense-Record
004658          Invalid Key Continue
004658          Not Invalid Key Move "Y" To Suspense-Written-Switch
004658     End-Write
004658     .
004658 Resuspend-Item.
004658     Move "S" To Suspense-Status
004659     Move Reject-Reason To Suspense-Reason
004659     Accept Suspense-Last-Failed From Date YYYYMMDD
004659     Add 1 To Suspense-Fail-Count
004659     Perform Rewrite-Suspense-Item
004659     .
004659 Rewrite-Suspense-Item.
004659     Rewrite Suspense-Record
004659          Invalid Key Perform Write-Suspense-Error-Log
004659     End-Rewrite
004659     .
004660 Print-Reject-Line.
004670     Add 1 To Reject-Count
004680     Move "Rejected" To AL-Action
004690     Move Reject-Reason To AL-Message
004700     Perform Print-Activity-Line
004701     Perform Suspend-Transaction
004710     .
004720 Print-Activity-Line.
004730     If Line-Count >= Max-Lines
004830     Move Change-Count To Trailer-Chg-Count
004840     Move Delete-Count To Trailer-Del-Count
004850     Move Reject-Count To Trailer-Rej-Count
004851     Move Reentry-Count To Trailer-Ren-Count
004860     Write Report-Record From Trailer-Line-1 After 2
004870     Write Report-Record From Trailer-Line-2 After 1
004880     Write Report-Record From Trailer-Line-3 After 1
004890     Write Report-Record From Trailer-Line-4 After 1
004891     Write Report-Record From Trailer-Line-5 After 1
004900     .
004910 Heading-Routine.
004920     Add 1 To Page-Count
005120     Open Output Report-File
005130                 Audit-File
005140           Input Transaction-File
005141                 Schedule-File
005142                 Vehicle-File
005143                 Ledger-File
005150           I-O   Dealer-File
005151                 Suspense-File
005160     .
005170 Close-Files.
005180     Close Report-File
005190           Audit-File
005200           Transaction-File
005210           Dealer-File
005211           Schedule-File
005212           Suspense-File
005213           Vehicle-File
005214           Ledger-File
005220     .
005230 Write-Dealer-Error-Log.
005240     Move "CHAPT19E"    To Error-Program
005250     Move "DEALER-FILE" To Error-File-Name
005260     Move Dealer-Number To Error-Key-Value
005270     Move Dealer-Status To Error-File-Status
005271     Accept Error-Date From Date
005271     Accept Error-Time From Time
005271     Open Extend Error-Log-File
005271     Write Error-Log-Record
005272     Close Error-Log-File
005272     .
005272 Write-Schedule-Error-Log.
005272     Move "CHAPT19E"      To Error-Program
005273     Move "SCHEDULE-FILE" To Error-File-Name
005273     Move Schedule-Code   To Error-Key-Value
005273     Move Schedule-Status To Error-File-Status
005274     Accept Error-Date From Date
005274     Accept Error-Time From Time
005274     Open Extend Error-Log-File
005274     Write Error-Log-Record
005275     Close Error-Log-File
005275     .
005275 Write-Vehicle-Error-Log.
005275     Move "CHAPT19E"     To Error-Program
005276     Move "VEHICLE-FILE" To Error-File-Name
005276     Move Vehicle-Vin    To Error-Key-Value
005276     Move Vehicle-File-Status To Error-File-Status
005277     Accept Error-Date From Date
005277     Accept Error-Time From Time
005277     Open Extend Error-Log-File
005277     Write Error-Log-Record
005278     Close Error-Log-File
005278     .
005278 Write-Ledger-Error-Log.
005278     Move "CHAPT19E"    To Error-Program
005279     Move "LEDGER-FILE" To Error-File-Name
005279     Move Ledger-Dealer-Number To Error-Key-Value
005279     Move Ledger-Status To Error-File-Status
005280     Accept Error-Date From Date
005290     Accept Error-Time From Time
005300     Open Extend Error-Log-File
005410     Open Extend Journal-File
005420     Write Journal-Record
005430     Close Journal-File
005431     .
005431 Write-Suspense-Error-Log.
005432     Move "CHAPT19E"      To Error-Program
005433     Move "SUSPENSE-FILE" To Error-File-Name
005434     Move Suspense-Program To Error-Key-Value
005435     Move Suspense-File-Status To Error-File-Status
005435     Accept Error-Date From Date
005436     Accept Error-Time From Time
005437     Open Extend Error-Log-File
005438     Write Error-Log-Record
005439     Close Error-Log-File
005440     .
005450 Write-Run-Start.
005460     Move Spaces To Run-Control-Record
