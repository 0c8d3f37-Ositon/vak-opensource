000030* Rent Payment Posting
000040* Posts rent receipt transactions (dealer number, amount paid,
000050* payment date) against the Dealrlgr.Dat receivables ledger and
000060* prints a cash receipts journal for the day. Whatever came in is
000070* applied: the receipt is recorded on the ledger, worked against
000080* the dealer's open charge items oldest first, and any excess is
000090* held on account as a credit item instead of bouncing to
000100* bookkeeping. When a rent charge pays off in full the
000110* Dealer-Record's Last-Rent-Paid-Date and Next-Rent-Due-Date
000120* advance as they always have. Only an unknown dealer, a bad
000130* payment date or a failed write still journals as an exception.
000140* Dealer-Record rewrites are journaled to Dayjrnl.Dat for the
000150* Chapt19u recovery. A receipt from a dealer put on cash only by
000151* Chapt20b is posted but noted on the journal so the tender can be
000152* checked. A receipt refused before any of its cash reached the
000153* ledger is written to Suspense.Dat with its reason, and receipts
000154* corrected and released there by Chapt20i are re-entered after
000155* the day's file.
000160 Environment Division.
000170 Configuration Section.
000180 Source-Computer.  IBM-PC.
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
000620     Copy Errorlog.
000630 Fd  Run-Control-File.
000640     Copy Runctlrc.
000641 Fd  Suspense-File.
000642     Copy Susprec.
000650 Working-Storage Section.
000660 01  Receipt-Status           Pic XX Value Zeros.
000670     88  Receipt-Success  Value "00" Thru "09".
000740 01  Journal-Status           Pic XX Value Zeros.
000750 01  Error-Log-Status         Pic XX Value Zeros.
000760 01  Run-Control-Status       Pic XX Value Zeros.
000761 01  Suspense-File-Status     Pic XX Value Zeros.
000761     88  Suspense-Success Value "00" Thru "09".
000762     88  Hard-Suspense-Error Value "30" Thru "99".
000762 01  Suspended-Switch         Pic X Value "N".
000763     88  Item-Suspended      Value "Y".
000764 01  Cash-Recorded-Switch     Pic X Value "N".
000764     88  Cash-Recorded       Value "Y".
000765 01  Reentry-Switch           Pic X Value "N".
000766     88  Reentry-In-Progress Value "Y".
000766 01  Suspense-Done-Switch     Pic X Value "N".
000767     88  Suspense-Done       Value "Y".
000768 01  Suspense-Written-Switch  Pic X Value "N".
000768     88  Suspense-Item-Written Value "Y".
000769 01  Suspense-Sequence-Work   Pic 9(4) Value Zeros.
000770 01  Exception-Reason         Pic X(20) Value Spaces.
000780 01  Heading-Line-1.
000790     03  Filler      Pic X(12) Value "Created by:".
001460     03  Filler             Pic X(24) Value Spaces.
001470     03  Filler             Pic X(20) Value "Total On Account:".
001480     03  Trailer-Acct-Total Pic $$,$$$,$$9.99.
001481 01  Trailer-Line-8.
001482     03  Filler             Pic X(24) Value Spaces.
001483     03  Filler             Pic X(20) Value "Re-entered:".
001484     03  Trailer-Ren-Count  Pic ZZ9.
001490 01  Line-Count           Pic 99          Value 99.
001500 01  Page-Count           Pic 9(4)        Value Zeros.
001510 01  Max-Lines            Pic 99          Value 60.
002080 01  List-Count               Pic 9(5) Value Zeros.
002090 01  Applied-Count            Pic 9(5) Value Zeros.
002100 01  Exception-Count          Pic 9(5) Value Zeros.
002101 01  Reentry-Count            Pic 9(5) Value Zeros.
002110 01  Received-Total-Work      Pic S9(7)v99 Comp-3 Value Zeros.
002120 01  Applied-Total-Work       Pic S9(7)v99 Comp-3 Value Zeros.
002130 01  Exception-Total-Work     Pic S9(7)v99 Comp-3 Value Zeros.
002420        Stop Run
002430     End-If
002440     .
002441 Suspense-File-Error Section.
002441     Use After Standard Error Procedure On Suspense-File
002442     .
002443 Suspense-Error-Paragraph.
002444     Display "Error on Suspense File " Suspense-File-Status
002444     Perform Write-Suspense-Error-Log
002445     If Hard-Suspense-Error
002446        Display "Fatal error on Suspense File - job terminated"
002447        Perform Write-Run-Failure
002447        Stop Run
002448     End-If
002449     .
002450 End Declaratives.
002460 Chapt19h-Start.
002470     Display "Begin Process Chapt19h"
002480     Perform Write-Run-Start
002490     Perform Open-Files
002500      If Dealer-Success And Ledger-Success And Suspense-Success
002510        Perform Fill-Initial-Headings
002520        Perform Process-Receipts Until Not Receipt-Success
002521        Perform Reenter-Released-Items
002530        Perform Print-Report-Trailer
002540        Perform Close-Files
002550        Perform Write-Run-End
002620     End-Read
002630     .
002640 Process-One-Receipt.
002641     Move "N" To Suspended-Switch
002642     Move "N" To Cash-Recorded-Switch
002650     Add 1 To List-Count
002660     Add Receipt-Amount To Received-Total-Work
002670     If Receipt-Dealer-Number = Spaces
003210        If Credit-This-Receipt > Zeros
003220           Move "Excess on account" To JL-Message
003230        Else
003240           If Dealer-Cash-Only
003241              Move "Cash-only dealer" To JL-Message
003242           Else
003243              Move Spaces To JL-Message
003244           End-If
003250        End-If
003260        Perform Print-Journal-Line
003270     End-If
003980     Move Receipt-Amount To Ledger-Amount
003990                            Ledger-Amount-Applied
004000     Perform Write-Ledger-Item
004001     If Ledger-Item-Written
004002        Move "Y" To Cash-Recorded-Switch
004003     End-If
004010     .
004020 Write-Credit-Item.
004030     Move Spaces To Dealer-Ledger-Record
004150 Write-Ledger-Item.
004160     Move "N" To Ledger-Written-Switch
004170     Move 11 To Ledger-Item-Seq
004171     Accept Ledger-Posted-Date From Date YYYYMMDD
004180     Perform Try-Write-Ledger-Item
004190         Until Ledger-Item-Written Or Ledger-Item-Seq > 999
004200     If Not Ledger-Item-Written
004930        End-If
004940     End-If
004950     .
004951* Items released by Chapt20i go back through the same edits as
004951* tonight's transactions once the file is done. An item that
004951* passes is cleared; one that fails again goes back into suspense
004951* with its failure count raised and its first-failed date kept.
004951 Reenter-Released-Items.
004951     Move "Y" To Reentry-Switch
004951     Move "N" To Suspense-Done-Switch
004951     Move "CHAPT19H" To Suspense-Program
004951     Move Zeros To Suspense-Post-Date
004951                   Suspense-Post-Time
004951                   Suspense-Sequence
004952     Start Suspense-File Key Not < Suspense-Key
004952         Invalid Key Move "Y" To Suspense-Done-Switch
004952     End-Start
004952     Perform Reenter-Next-Item Until Suspense-Done
004952     Move "N" To Reentry-Switch
004952     .
004952 Reenter-Next-Item.
004952     Read Suspense-File Next Record
004952          At End Move "Y" To Suspense-Done-Switch
004952          Not At End
004952             If Suspense-Program Not = "CHAPT19H"
004953                Move "Y" To Suspense-Done-Switch
004953             Else
004953                If Suspense-Released
004953                   Perform Reenter-One-Item
004953                End-If
004953             End-If
004953     End-Read
004953     .
004953 Reenter-One-Item.
004953     Add 1 To Reentry-Count
004954     Move Suspense-Image To Receipt-Record
004954     Perform Process-One-Receipt
004954     If Not Item-Suspended
004954        Move "C" To Suspense-Status
004954        Accept Suspense-Closed-Date From Date YYYYMMDD
004954        Perform Rewrite-Suspense-Item
004954     End-If
004954     .
004954* Every receipt refused before its cash reached the ledger is
004954* kept on Suspense.Dat until it is corrected and re-entered or
004954* voided. One that failed after the cash was recorded stays a
004955* journal exception only, since re-entering it would post the
004955* cash a second time.
004955 Suspend-Receipt.
004955     If Not Item-Suspended
004955        Move "Y" To Suspended-Switch
004955        If Reentry-In-Progress
004955           Perform Resuspend-Item
004955        Else
004955           Perform Write-Suspense-Item
004955        End-If
004955     End-If
004956     .
004956 Write-Suspense-Item.
004956     Move Spaces To Suspense-Record
004956     Move "CHAPT19H" To Suspense-Program
004956     Accept Suspense-Post-Date From Date YYYYMMDD
004956     Accept Suspense-Post-Time From Time
004956     Move "S" To Suspense-Status
004956     Move Exception-Reason To Suspense-Reason
004956     Move Suspense-Post-Date To Suspense-First-Failed
004956                               Suspense-Last-Failed
004957     Move 1 To Suspense-Fail-Count
004957     Move Zeros To Suspense-Released-Date
004957                   Suspense-Closed-Date
004957     Move Receipt-Record To Suspense-Image
004957     Move "N" To Suspense-Written-Switch
004957     Perform Try-Write-Suspense-Item
004957         Until Suspense-Item-Written
004957            Or Suspense-Sequence-Work > 9998
004957     If Not Suspense-Item-Written
004957        Perform Write-Suspense-Error-Log
004957     End-If
004958     .
004958 Try-Write-Suspense-Item.
004958     Add 1 To Suspense-Sequence-Work
004958     Move Suspense-Sequence-Work To Suspense-Sequence
004958     Write Suspense-Record
004958          Invalid Key Continue
004958          Not Invalid Key Move "Y" To Suspense-Written-Switch
004958     End-Write
004958     .
004958 Resuspend-Item.
004958     Move "S" To Suspense-Status
004959     Move Exception-Reason To Suspense-Reason
004959     Accept Suspense-Last-Failed From Date YYYYMMDD
004959     Add 1 To Suspense-Fail-Count
004959     Perform Rewrite-Suspense-Item
004959     .
004959 Rewrite-Suspense-Item.
004959     Rewrite Suspense-Record
004959          Invalid Key Perform Write-Suspense-Error-Log
004959     End-Rewrite
004959     .
004960 Print-Exception-Line.
004970     Add 1 To Exception-Count
004980     Add Receipt-Amount To Exception-Total-Work
004990     Move "Exception" To JL-Action
005000     Move Exception-Reason To JL-Message
005010     Perform Print-Journal-Line
005011     If Not Cash-Recorded
005012        Perform Suspend-Receipt
005013     End-If
005020     .
005030 Print-Journal-Line.
005040     If Line-Count >= Max-Lines
005270     Move Exception-Count       To Trailer-Excp-Count
005280     Move Exception-Total-Work  To Trailer-Excp-Total
005290     Move On-Account-Total-Work To Trailer-Acct-Total
005291     Move Reentry-Count To Trailer-Ren-Count
005300     Write Report-Record From Trailer-Line-1 After 2
005310     Write Report-Record From Trailer-Line-2 After 1
005320     Write Report-Record From Trailer-Line-3 After 1
005340     Write Report-Record From Trailer-Line-5 After 1
005350     Write Report-Record From Trailer-Line-6 After 1
005360     Write Report-Record From Trailer-Line-7 After 1
005361     Write Report-Record From Trailer-Line-8 After 1
005370     .
005380 Heading-Routine.
005390     Add 1 To Page-Count
005620     Open Output Report-File
005630           Input Receipt-File
005640           I-O   Dealer-File
005641                 Suspense-File
005650                 Ledger-File
005660     .
005670 Close-Files.
005690           Receipt-File
005700           Dealer-File
005710           Ledger-File
005711           Suspense-File
005720     .
005730 Write-Dealer-Error-Log.
005740     Move "CHAPT19H"    To Error-Program
006030     Write Journal-Record
006040     Close Journal-File
006050     .
006051 Write-Suspense-Error-Log.
006051     Move "CHAPT19H"      To Error-Program
006052     Move "SUSPENSE-FILE" To Error-File-Name
006053     Move Suspense-Program To Error-Key-Value
006054     Move Suspense-File-Status To Error-File-Status
006055     Accept Error-Date From Date
006055     Accept Error-Time From Time
006056     Open Extend Error-Log-File
006057     Write Error-Log-Record
006058     Close Error-Log-File
006059     .
006060 Write-Run-Start.
006070     Move Spaces To Run-Control-Record
006080     Move "CHAPT19H" To Run-Program
