000020 Program-Id.  Chapt19r.
000030* Vehicle-File Maintenance
000040* Applies consignment intake, correction and withdrawal
000050* transactions to Vehicle-File. An add is written only after the
000060* VIN check digit proves out and the consigning dealer is found on
000070* Dealer-File and still active (not moved out by Chapt20k); a
000080* withdrawal flags the unit "W" so it drops off the Chapt19d
000090* inventory listing and the Chapt19l aging without losing the
000100* record. Every applied transaction leaves a before/after audit
000110* trail the way Chapt19e does, and is journaled to Dayjrnl.Dat for
000111* the Chapt19u recovery. A unit on hold for a buyer's deposit
000112* cannot be withdrawn until Chapt20g cancels the hold. A refused
000113* transaction is written to Suspense.Dat with its reason instead
000114* of being left on the printout, and items corrected and released
000115* there by Chapt20i are re-entered after the day's file. The
000116* asking price taken at intake, or a corrected one, is also kept
000117* as the unit's original asking price.
000120 Environment Division.
000130 Configuration Section.
000140 Source-Computer.  IBM-PC.
000430     Select Optional Run-Control-File Assign To "Runctl.Dat"
000440         Organization Line Sequential
000450         File Status Run-Control-Status.
000451     Select Optional Suspense-File Assign To "Suspense.Dat"
000452         Organization Indexed
000453         Access Dynamic
000454         Record Key Suspense-Key
000455         File Status Suspense-File-Status.
000460 Data Division.
000470 File Section.
000480 Fd  Report-File.
000780     Copy Errorlog.
000790 Fd  Run-Control-File.
000800     Copy Runctlrc.
000801 Fd  Suspense-File.
000802     Copy Susprec.
000810 Working-Storage Section.
000820 01  Trans-Status             Pic XX Value Zeros.
000830     88  Trans-Success    Value "00" Thru "09".
000910 01  Journal-Status           Pic XX Value Zeros.
000920 01  Error-Log-Status         Pic XX Value Zeros.
000930 01  Run-Control-Status       Pic XX Value Zeros.
000931 01  Suspense-File-Status     Pic XX Value Zeros.
000931     88  Suspense-Success Value "00" Thru "09".
000932     88  Hard-Suspense-Error Value "30" Thru "99".
000933 01  Suspended-Switch         Pic X Value "N".
000934     88  Item-Suspended      Value "Y".
000934 01  Reentry-Switch           Pic X Value "N".
000935     88  Reentry-In-Progress Value "Y".
000936 01  Suspense-Done-Switch     Pic X Value "N".
000937     88  Suspense-Done       Value "Y".
000937 01  Suspense-Written-Switch  Pic X Value "N".
000938     88  Suspense-Item-Written Value "Y".
000939 01  Suspense-Sequence-Work   Pic 9(4) Value Zeros.
000940 01  Valid-Transaction-Switch Pic X Value "Y".
000950     88  Valid-Transaction   Value "Y".
000960 01  Dealer-Found-Switch      Pic X Value "N".
001400     03  Filler             Pic X(24) Value Spaces.
001410     03  Filler             Pic X(20) Value "Rejected:".
001420     03  Trailer-Rej-Count  Pic ZZ9.
001421 01  Trailer-Line-5.
001422     03  Filler             Pic X(24) Value Spaces.
001423     03  Filler             Pic X(20) Value "Re-entered:".
001424     03  Trailer-Ren-Count  Pic ZZ9.
001430 01  Line-Count           Pic 99          Value 99.
001440 01  Page-Count           Pic 9(4)        Value Zeros.
001450 01  Max-Lines            Pic 99          Value 60.
002200 01  Change-Count             Pic 9(5) Value Zeros.
002210 01  Withdraw-Count           Pic 9(5) Value Zeros.
002220 01  Reject-Count             Pic 9(5) Value Zeros.
002221 01  Reentry-Count            Pic 9(5) Value Zeros.
002230 Procedure Division.
002240 Declaratives.
002250 Vehicle-File-Error Section.
002460        Stop Run
002470     End-If
002480     .
002481 Suspense-File-Error Section.
002481     Use After Standard Error Procedure On Suspense-File
002482     .
002483 Suspense-Error-Paragraph.
002484     Display "Error on Suspense File " Suspense-File-Status
002484     Perform Write-Suspense-Error-Log
002485     If Hard-Suspense-Error
002486        Display "Fatal error on Suspense File - job terminated"
002487        Perform Write-Run-Failure
002487        Stop Run
002488     End-If
002489     .
002490 End Declaratives.
002500 Chapt19r-Start.
002510     Display "Begin Process Chapt19r"
002520     Perform Write-Run-Start
002530     Perform Open-Files
002540      If Vehicle-Success And Dealer-Success And Suspense-Success
002550        Perform Fill-Initial-Headings
002560        Perform Process-Transactions Until Not Trans-Success
002561        Perform Reenter-Released-Items
002570        Perform Print-Report-Trailer
002580        Perform Close-Files
002590        Perform Write-Run-End
002660     End-Read
002670     .
002680 Process-One-Transaction.
002681     Move "N" To Suspended-Switch
002690     Perform Validate-Transaction
002700     If Valid-Transaction
002710        Evaluate True
003230           If Not Dealer-Found
003240              Move "N" To Valid-Transaction-Switch
003250              Move "Dealer not on Dealer File" To Reject-Reason
003251           Else
003252              If Dealer-Inactive
003253                 Move "N" To Valid-Transaction-Switch
003254                 Move "Dealer is inactive" To Reject-Reason
003255              End-If
003260           End-If
003270        End-If
003280     End-If
004900             Move "VIN not on Vehicle File" To Reject-Reason
004910             Perform Print-Reject-Line
004920          Not Invalid Key
004930             Evaluate True
004940                When Vehicle-On-Hold
004950                   Move "N" To Valid-Transaction-Switch
004960                   Move "Vehicle is on hold for a buyer" To
004970                        Reject-Reason
004980                   Perform Print-Reject-Line
004990                When Not Vehicle-On-Lot
005000                   Move "N" To Valid-Transaction-Switch
005001                   Move "Vehicle is not on the lot" To
005002                        Reject-Reason
005003                   Perform Print-Reject-Line
005004                When Other
005005                   Perform Rewrite-Withdrawal
005006             End-Evaluate
005010     End-Read
005020     .
005030 Rewrite-Withdrawal.
005280     Move Trans-Year            To Vehicle-Year
005290     Move Trans-Date-Consigned  To Date-Consigned
005300     Move Trans-Asking-Price    To Asking-Price
005301     Compute Original-Asking-Price Rounded = Trans-Asking-Price
005302         On Size Error Move Zeros To Original-Asking-Price
005303     End-Compute
005310     Move Zeros                 To Sold-Price
005320                                   Vehicle-Sold-Date
005330                                   Vehicle-Settled-Date
005390 Move-Corrections-To-Vehicle.
005400     If Trans-Asking-Price > Zeros
005410        Move Trans-Asking-Price To Asking-Price
005411        Compute Original-Asking-Price Rounded =
005412                Trans-Asking-Price
005413            On Size Error Move Zeros To Original-Asking-Price
005414        End-Compute
005420     End-If
005430     If Trans-Make Not = Spaces
005440        Move Trans-Make To Vehicle-Make
005550     Move After-Image-Work   To Audit-After-Image
005560     Write Audit-Record
005570     .
005571* Items released by Chapt20i go back through the same edits as
005571* tonight's transactions once the file is done. An item that
005571* passes is cleared; one that fails again goes back into suspense
005571* with its failure count raised and its first-failed date kept.
005571 Reenter-Released-Items.
005571     Move "Y" To Reentry-Switch
005571     Move "N" To Suspense-Done-Switch
005571     Move "CHAPT19R" To Suspense-Program
005571     Move Zeros To Suspense-Post-Date
005571                   Suspense-Post-Time
005571                   Suspense-Sequence
005572     Start Suspense-File Key Not < Suspense-Key
005572         Invalid Key Move "Y" To Suspense-Done-Switch
005572     End-Start
005572     Perform Reenter-Next-Item Until Suspense-Done
005572     Move "N" To Reentry-Switch
005572     .
005572 Reenter-Next-Item.
005572     Read Suspense-File Next Record
005572          At End Move "Y" To Suspense-Done-Switch
005572          Not At End
005573             If Suspense-Program Not = "CHAPT19R"
005573                Move "Y" To Suspense-Done-Switch
005573             Else
005573                If Suspense-Released
005573                   Perform Reenter-One-Item
005573                End-If
005573             End-If
005573     End-Read
005573     .
005573 Reenter-One-Item.
005573     Add 1 To Reentry-Count
005574     Move Suspense-Image To Transaction-Record
005574     Perform Process-One-Transaction
005574     If Not Item-Suspended
005574        Move "C" To Suspense-Status
005574        Accept Suspense-Closed-Date From Date YYYYMMDD
005574        Perform Rewrite-Suspense-Item
005574     End-If
005574     .
005574* Every refused transaction is kept on Suspense.Dat until it is
005574* corrected and re-entered or voided, so nothing is lost between
005575* the printout and the next night's input.
005575 Suspend-Transaction.
005575     If Not Item-Suspended
005575        Move "Y" To Suspended-Switch
005575        If Reentry-In-Progress
005575           Perform Resuspend-Item
005575        Else
005575           Perform Write-Suspense-Item
005575        End-If
005575     End-If
005575     .
005576 Write-Suspense-Item.
005576     Move Spaces To Suspense-Record
005576     Move "CHAPT19R" To Suspense-Program
005576     Accept Suspense-Post-Date From Date YYYYMMDD
005576     Accept Suspense-Post-Time From Time
005576     Move "S" To Suspense-Status
005576     Move Reject-Reason To Suspense-Reason
005576     Move Suspense-Post-Date To Suspense-First-Failed
005576                               Suspense-Last-Failed
005576     Move 1 To Suspense-Fail-Count
005577     Move Zeros To Suspense-Released-Date
005577                   Suspense-Closed-Date
005577     Move Transaction-Record To Suspense-Image
005577     Move "N" To Suspense-Written-Switch
005577     Perform Try-Write-Suspense-Item
005577         Until Suspense-Item-Written
005577            Or Suspense-Sequence-Work > 9998
005577     If Not Suspense-Item-Written
005577        Perform Write-Suspense-Error-Log
005577     End-If
005577     .
005578 Try-Write-Suspense-Item.
005578     Add 1 To Suspense-Sequence-Work
005578     Move Suspense-Sequence-Work To Suspense-Sequence
005578     Write Suspense-Record
005578          Invalid Key Continue
005578          Not Invalid Key Move "Y" To Suspense-Written-Switch
005578     End-Write
005578     .
005578 Resuspend-Item.
005578     Move "S" To Suspense-Status
005579     Move Reject-Reason To Suspense-Reason
005579     Accept Suspense-Last-Failed From Date YYYYMMDD
005579     Add 1 To Suspense-Fail-Count
005579     Perform Rewrite-Suspense-Item
005579     .
005579 Rewrite-Suspense-Item.
005579     Rewrite Suspense-Record
005579          Invalid Key Perform Write-Suspense-Error-Log
005579     End-Rewrite
005579     .
005580 Print-Reject-Line.
005590     Add 1 To Reject-Count
005600     Move "Rejected" To AL-Action
005610     Move Reject-Reason To AL-Message
005620     Perform Print-Activity-Line
005621     Perform Suspend-Transaction
005630     .
005640 Print-Activity-Line.
005650     If Line-Count >= Max-Lines
005750     Move Change-Count   To Trailer-Chg-Count
005760     Move Withdraw-Count To Trailer-Wdr-Count
005770     Move Reject-Count   To Trailer-Rej-Count
005771     Move Reentry-Count To Trailer-Ren-Count
005780     Write Report-Record From Trailer-Line-1 After 2
005790     Write Report-Record From Trailer-Line-2 After 1
005800     Write Report-Record From Trailer-Line-3 After 1
005810     Write Report-Record From Trailer-Line-4 After 1
005811     Write Report-Record From Trailer-Line-5 After 1
005820     .
005830 Heading-Routine.
005840     Add 1 To Page-Count
006060           Input Transaction-File
006070                 Dealer-File
006080           I-O   Vehicle-File
006081                 Suspense-File
006090     .
006100 Close-Files.
006110     Close Report-File
006130           Transaction-File
006140           Dealer-File
006150           Vehicle-File
006151           Suspense-File
006160     .
006170 Write-Vehicle-Error-Log.
006180     Move "CHAPT19R"     To Error-Program
006460     Open Extend Journal-File
006470     Write Journal-Record
006480     Close Journal-File
006481     .
006481 Write-Suspense-Error-Log.
006482     Move "CHAPT19R"      To Error-Program
006483     Move "SUSPENSE-FILE" To Error-File-Name
006484     Move Suspense-Program To Error-Key-Value
006485     Move Suspense-File-Status To Error-File-Status
006485     Accept Error-Date From Date
006486     Accept Error-Time From Time
006487     Open Extend Error-Log-File
006488     Write Error-Log-Record
006489     Close Error-Log-File
006490     .
006500 Write-Run-Start.
006510     Move Spaces To Run-Control-Record
