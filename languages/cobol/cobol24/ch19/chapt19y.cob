000020 Program-Id.  Chapt19y.
000030* Prospect-File Maintenance
000040* Applies add/change/delete transactions to Prospect-File in the
000050* Chapt19e style, so buyer requests stop living on sticky notes:
000060* prospect number, name and phone, plus the wanted make, model,
000070* year range and price ceiling the Chapt19z nightly match runs
000080* against. A backwards year range is rejected before anything is
000090* written, a blank status on an add or change is filed as open,
000100* and every applied transaction leaves a before/after audit trail
000110* the way Chapt19e does. A refused transaction is written to
000111* Suspense.Dat with its reason instead of being left on the
000112* printout, and items corrected and released there by Chapt20i are
000113* re-entered after the day's file.
000120 Environment Division.
000130 Configuration Section.
000140 Source-Computer.  IBM-PC.
000330     Select Optional Run-Control-File Assign To "Runctl.Dat"
000340         Organization Line Sequential
000350         File Status Run-Control-Status.
000351     Select Optional Suspense-File Assign To "Suspense.Dat"
000352         Organization Indexed
000353         Access Dynamic
000354         Record Key Suspense-Key
000355         File Status Suspense-File-Status.
000360 Data Division.
000370 File Section.
000380 Fd  Report-File.
000670     Copy Errorlog.
000680 Fd  Run-Control-File.
000690     Copy Runctlrc.
000691 Fd  Suspense-File.
000692     Copy Susprec.
000700 Working-Storage Section.
000710 01  Trans-Status             Pic XX Value Zeros.
000720     88  Trans-Success    Value "00" Thru "09".
000760     88  Hard-Prospect-Error Value "30" Thru "99".
000770 01  Error-Log-Status         Pic XX Value Zeros.
000780 01  Run-Control-Status       Pic XX Value Zeros.
000781 01  Suspense-File-Status     Pic XX Value Zeros.
000781     88  Suspense-Success Value "00" Thru "09".
000782     88  Hard-Suspense-Error Value "30" Thru "99".
000783 01  Suspended-Switch         Pic X Value "N".
000784     88  Item-Suspended      Value "Y".
000784 01  Reentry-Switch           Pic X Value "N".
000785     88  Reentry-In-Progress Value "Y".
000786 01  Suspense-Done-Switch     Pic X Value "N".
000787     88  Suspense-Done       Value "Y".
000787 01  Suspense-Written-Switch  Pic X Value "N".
000788     88  Suspense-Item-Written Value "Y".
000789 01  Suspense-Sequence-Work   Pic 9(4) Value Zeros.
000790 01  Valid-Transaction-Switch Pic X Value "Y".
000800     88  Valid-Transaction   Value "Y".
000810 01  Reject-Reason            Pic X(40) Value Spaces.
001230     03  Filler             Pic X(24) Value Spaces.
001240     03  Filler             Pic X(20) Value "Rejected:".
001250     03  Trailer-Rej-Count  Pic ZZ9.
001251 01  Trailer-Line-5.
001252     03  Filler             Pic X(24) Value Spaces.
001253     03  Filler             Pic X(20) Value "Re-entered:".
001254     03  Trailer-Ren-Count  Pic ZZ9.
001260 01  Line-Count           Pic 99          Value 99.
001270 01  Page-Count           Pic 9(4)        Value Zeros.
001280 01  Max-Lines            Pic 99          Value 60.
001420 01  Change-Count             Pic 9(5) Value Zeros.
001430 01  Delete-Count             Pic 9(5) Value Zeros.
001440 01  Reject-Count             Pic 9(5) Value Zeros.
001441 01  Reentry-Count            Pic 9(5) Value Zeros.
001450 Procedure Division.
001460 Declaratives.
001470 Prospect-File-Error Section.
001560        Stop Run
001570     End-If
001580     .
001581 Suspense-File-Error Section.
001581     Use After Standard Error Procedure On Suspense-File
001582     .
001583 Suspense-Error-Paragraph.
001584     Display "Error on Suspense File " Suspense-File-Status
001584     Perform Write-Suspense-Error-Log
001585     If Hard-Suspense-Error
001586        Display "Fatal error on Suspense File - job terminated"
001587        Perform Write-Run-Failure
001587        Stop Run
001588     End-If
001589     .
001590 End Declaratives.
001600 Chapt19y-Start.
001610     Display "Begin Process Chapt19y"
001620     Perform Write-Run-Start
001630     Perform Open-Files
001640      If Prospect-Success And Suspense-Success
001650        Perform Fill-Initial-Headings
001660        Perform Process-Transactions Until Not Trans-Success
001661        Perform Reenter-Released-Items
001670        Perform Print-Report-Trailer
001680        Perform Close-Files
001690        Perform Write-Run-End
001760     End-Read
001770     .
001780 Process-One-Transaction.
001781     Move "N" To Suspended-Switch
001790     Perform Validate-Transaction
001800     If Valid-Transaction
001810        Evaluate True
003190     Move After-Image-Work      To Audit-After-Image
003200     Write Audit-Record
003210     .
003211* Items released by Chapt20i go back through the same edits as
003211* tonight's transactions once the file is done. An item that
003211* passes is cleared; one that fails again goes back into suspense
003211* with its failure count raised and its first-failed date kept.
003211 Reenter-Released-Items.
003211     Move "Y" To Reentry-Switch
003211     Move "N" To Suspense-Done-Switch
003211     Move "CHAPT19Y" To Suspense-Program
003211     Move Zeros To Suspense-Post-Date
003211                   Suspense-Post-Time
003211                   Suspense-Sequence
003212     Start Suspense-File Key Not < Suspense-Key
003212         Invalid Key Move "Y" To Suspense-Done-Switch
003212     End-Start
003212     Perform Reenter-Next-Item Until Suspense-Done
003212     Move "N" To Reentry-Switch
003212     .
003212 Reenter-Next-Item.
003212     Read Suspense-File Next Record
003212          At End Move "Y" To Suspense-Done-Switch
003212          Not At End
003213             If Suspense-Program Not = "CHAPT19Y"
003213                Move "Y" To Suspense-Done-Switch
003213             Else
003213                If Suspense-Released
003213                   Perform Reenter-One-Item
003213                End-If
003213             End-If
003213     End-Read
003213     .
003213 Reenter-One-Item.
003213     Add 1 To Reentry-Count
003214     Move Suspense-Image To Transaction-Record
003214     Perform Process-One-Transaction
003214     If Not Item-Suspended
003214        Move "C" To Suspense-Status
003214        Accept Suspense-Closed-Date From Date YYYYMMDD
003214        Perform Rewrite-Suspense-Item
003214     End-If
003214     .
003214* Every refused transaction is kept on Suspense.Dat until it is
003214* corrected and re-entered or voided, so nothing is lost between
003215* the printout and the next night's input.
003215 Suspend-Transaction.
003215     If Not Item-Suspended
003215        Move "Y" To Suspended-Switch
003215        If Reentry-In-Progress
003215           Perform Resuspend-Item
003215        Else
003215           Perform Write-Suspense-Item
003215        End-If
003215     End-If
003215     .
003216 Write-Suspense-Item.
003216     Move Spaces To Suspense-Record
003216     Move "CHAPT19Y" To Suspense-Program
003216     Accept Suspense-Post-Date From Date YYYYMMDD
003216     Accept Suspense-Post-Time From Time
003216     Move "S" To Suspense-Status
003216     Move Reject-Reason To Suspense-Reason
003216     Move Suspense-Post-Date To Suspense-First-Failed
003216                               Suspense-Last-Failed
003216     Move 1 To Suspense-Fail-Count
003217     Move Zeros To Suspense-Released-Date
003217                   Suspense-Closed-Date
003217     Move Transaction-Record To Suspense-Image
003217     Move "N" To Suspense-Written-Switch
003217     Perform Try-Write-Suspense-Item
003217         Until Suspense-Item-Written
003217            Or Suspense-Sequence-Work > 9998
003217     If Not Suspense-Item-Written
003217        Perform Write-Suspense-Error-Log
003217     End-If
003217     .
003218 Try-Write-Suspense-Item.
003218     Add 1 To Suspense-Sequence-Work
003218     Move Suspense-Sequence-Work To Suspense-Sequence
003218     Write Suspense-Record
003218          Invalid Key Continue
003218          Not Invalid Key Move "Y" To Suspense-Written-Switch
003218     End-Write
003218     .
003218 Resuspend-Item.
003218     Move "S" To Suspense-Status
003219     Move Reject-Reason To Suspense-Reason
003219     Accept Suspense-Last-Failed From Date YYYYMMDD
003219     Add 1 To Suspense-Fail-Count
003219     Perform Rewrite-Suspense-Item
003219     .
003219 Rewrite-Suspense-Item.
003219     Rewrite Suspense-Record
003219          Invalid Key Perform Write-Suspense-Error-Log
003219     End-Rewrite
003219     .
003220 Print-Reject-Line.
003230     Add 1 To Reject-Count
003240     Move "Rejected" To AL-Action
003250     Move Reject-Reason To AL-Message
003260     Perform Print-Activity-Line
003261     Perform Suspend-Transaction
003270     .
003280 Print-Activity-Line.
003290     If Line-Count >= Max-Lines
003390     Move Change-Count To Trailer-Chg-Count
003400     Move Delete-Count To Trailer-Del-Count
003410     Move Reject-Count To Trailer-Rej-Count
003411     Move Reentry-Count To Trailer-Ren-Count
003420     Write Report-Record From Trailer-Line-1 After 2
003430     Write Report-Record From Trailer-Line-2 After 1
003440     Write Report-Record From Trailer-Line-3 After 1
003450     Write Report-Record From Trailer-Line-4 After 1
003451     Write Report-Record From Trailer-Line-5 After 1
003460     .
003470 Heading-Routine.
003480     Add 1 To Page-Count
003690                 Audit-File
003700           Input Transaction-File
003710           I-O   Prospect-File
003711                 Suspense-File
003720     .
003730 Close-Files.
003740     Close Report-File
003750           Audit-File
003760           Transaction-File
003770           Prospect-File
003771           Suspense-File
003780     .
003790 Write-Prospect-Error-Log.
003800     Move "CHAPT19Y"      To Error-Program
003810     Move "PROSPECT-FILE" To Error-File-Name
003820     Move Prospect-Number To Error-Key-Value
003830     Move Prospect-Status-Code To Error-File-Status
003831     Accept Error-Date From Date
003831     Accept Error-Time From Time
003832     Open Extend Error-Log-File
003833     Write Error-Log-Record
003834     Close Error-Log-File
003835     .
003835 Write-Suspense-Error-Log.
003836     Move "CHAPT19Y"      To Error-Program
003837     Move "SUSPENSE-FILE" To Error-File-Name
003838     Move Suspense-Program To Error-Key-Value
003839     Move Suspense-File-Status To Error-File-Status
003840     Accept Error-Date From Date
003850     Accept Error-Time From Time
003860     Open Extend Error-Log-File
