000040* Posts sale transactions (VIN, sold price, sold date) against
000050* Vehicle-File and Dealer-File in one pass: the vehicle is flipped
000060* from on-lot to sold and the owning dealer's sale totals and
000070* commission are rolled forward, so the two files can no longer
000080* drift apart after a sale. Commission comes from the dealer's
000081* price-band schedule on Commsch.Dat when the dealer has a
000082* Dealer-Schedule-Code - the band rate, never less than the
000083* schedule minimum, and the reduced rate once the dealer's posted
000084* sales for the calendar year on Salehist.Dat reach the schedule
000085* threshold - and from the flat Consignment-Percent otherwise; a
000086* dealer whose schedule is missing has the sale refused. Both
000090* rewrites are journaled to Dayjrnl.Dat for the Chapt19u
000100* roll-forward recovery. Each posted sale is also recorded on
000101* Salehist.Dat with the price and the commission taken, for the
000101* Chapt20a cancellation and the Chapt20c ledger interface. A sale
000102* is refused unless Title.Dat (kept by Chapt20d) shows the title
000103* received for the unit; a title still carrying a lien may be
000103* sold, since Chapt19q holds that payout until the lien payoff is
000104* confirmed. A unit on hold (Deposit.Dat, kept by Chapt20g) sells
000105* only to the prospect whose deposit holds it, named by prospect
000105* number on the sale transaction; the deposit is then marked
000106* applied and printed against the sale, and the buyer owes the
000107* difference. A refused sale is written to Suspense.Dat with its
000107* reason instead of being left on the printout, and items
000108* corrected and released there by Chapt20i are re-entered after
000109* the day's file.
000110 Environment Division.
000120 Configuration Section.
000130 Source-Computer.  IBM-PC.
000300         Record Key Dealer-Number
000310         Alternate Record Key Dealer-Name
000320         File Status Dealer-Status.
000321     Select Optional Sale-History-File Assign To "Salehist.Dat"
000321         Organization Indexed
000321         Access Dynamic
000322         Record Key Sale-Key
000322         Alternate Record Key Sale-Dealer-Number With Duplicates
000323         File Status Salehist-Status.
000323     Select Optional Title-File Assign To "Title.Dat"
000324         Organization Indexed
000324         Access Dynamic
000324         Record Key Title-Vin
000325         File Status Title-Status.
000325     Select Optional Schedule-File Assign To "Commsch.Dat"
000326         Organization Indexed
000326         Access Dynamic
000327         Record Key Schedule-Code
000327         File Status Schedule-Status.
000327     Select Optional Deposit-File Assign To "Deposit.Dat"
000328         Organization Indexed
000328         Access Dynamic
000329         Record Key Deposit-Key
000329         File Status Deposit-File-Status.
000330     Select Optional Journal-File Assign To "Dayjrnl.Dat"
000340         Organization Line Sequential
000350         File Status Journal-Status.
000390     Select Optional Run-Control-File Assign To "Runctl.Dat"
000400         Organization Line Sequential
000410         File Status Run-Control-Status.
000411     Select Optional Suspense-File Assign To "Suspense.Dat"
000412         Organization Indexed
000413         Access Dynamic
000414         Record Key Suspense-Key
000415         File Status Suspense-File-Status.
000420 Data Division.
000430 File Section.
000440 Fd  Report-File.
000480     03  Trans-Vin                    Pic X(17).
000490     03  Trans-Sold-Price             Pic 9(7)v99.
000500     03  Trans-Sold-Date              Pic 9(8).
000501     03  Trans-Prospect-Number        Pic X(8).
000510 Fd  Vehicle-File.
000520     Copy Vehicrec.
000530 Fd  Dealer-File.
000540     Copy Dealerec.
000541 Fd  Sale-History-File.
000542     Copy Salehist.
000543 Fd  Title-File.
000544     Copy Titlerec.
000545 Fd  Schedule-File.
000546     Copy Commsch.
000547 Fd  Deposit-File.
000548     Copy Deposrec.
000550 Fd  Journal-File.
000560     Copy Jrnlrec.
000570 Fd  Error-Log-File.
000580     Copy Errorlog.
000590 Fd  Run-Control-File.
000600     Copy Runctlrc.
000601 Fd  Suspense-File.
000602     Copy Susprec.
000610 Working-Storage Section.
000620 01  Trans-Status             Pic XX Value Zeros.
000630     88  Trans-Success    Value "00" Thru "09".
000670 01  Dealer-Status            Pic XX Value Zeros.
000680     88  Dealer-Success   Value "00" Thru "09".
000690     88  Hard-Dealer-Error Value "30" Thru "99".
000691 01  Salehist-Status          Pic XX Value Zeros.
000691     88  Salehist-Success     Value "00" Thru "09".
000692     88  Hard-Salehist-Error  Value "30" Thru "99".
000693 01  Title-Status             Pic XX Value Zeros.
000694     88  Title-Success        Value "00" Thru "09".
000694     88  Hard-Title-Error     Value "30" Thru "99".
000695 01  Schedule-Status          Pic XX Value Zeros.
000696     88  Schedule-Success     Value "00" Thru "09".
000697     88  Hard-Schedule-Error  Value "30" Thru "99".
000697 01  Deposit-File-Status      Pic XX Value Zeros.
000698     88  Deposit-Success      Value "00" Thru "09".
000699     88  Hard-Deposit-Error   Value "30" Thru "99".
000700 01  Journal-Status           Pic XX Value Zeros.
000710 01  Error-Log-Status         Pic XX Value Zeros.
000720 01  Run-Control-Status       Pic XX Value Zeros.
000721 01  Suspense-File-Status     Pic XX Value Zeros.
000721     88  Suspense-Success Value "00" Thru "09".
000722     88  Hard-Suspense-Error Value "30" Thru "99".
000723 01  Suspended-Switch         Pic X Value "N".
000724     88  Item-Suspended      Value "Y".
000724 01  Reentry-Switch           Pic X Value "N".
000725     88  Reentry-In-Progress Value "Y".
000726 01  Suspense-Done-Switch     Pic X Value "N".
000727     88  Suspense-Done       Value "Y".
000727 01  Suspense-Written-Switch  Pic X Value "N".
000728     88  Suspense-Item-Written Value "Y".
000729 01  Suspense-Sequence-Work   Pic 9(4) Value Zeros.
000730 01  Valid-Transaction-Switch Pic X Value "Y".
000740     88  Valid-Transaction   Value "Y".
000741 01  Title-On-Hand-Switch     Pic X Value "N".
000741     88  Title-On-Hand       Value "Y".
000742 01  Commission-Found-Switch  Pic X Value "N".
000742     88  Commission-Found    Value "Y".
000743 01  Band-Found-Switch        Pic X Value "N".
000744     88  Band-Found          Value "Y".
000744 01  Sale-Done-Switch         Pic X Value "N".
000745     88  Sale-History-Done   Value "Y".
000746 01  Hold-Clear-Switch        Pic X Value "Y".
000746     88  Hold-Clear          Value "Y".
000747 01  Deposit-Found-Switch     Pic X Value "N".
000748     88  Deposit-Found       Value "Y".
000748 01  Deposit-Done-Switch      Pic X Value "N".
000749     88  Deposit-Scan-Done   Value "Y".
000750 01  Reject-Reason            Pic X(29) Value Spaces.
000760 01  Sold-Date-Area.
000770     03  Sold-Date-Value      Pic 9(8).
000790         05  Sold-Month       Pic 99.
000800         05  Sold-Day         Pic 99.
000810         05  Sold-Year        Pic 9(4).
000811 01  History-Date-Area.
000812     03  History-Date-Value   Pic 9(8).
000813     03  History-Date-Redef   Redefines History-Date-Value.
000814         05  History-Month    Pic 99.
000815         05  History-Day      Pic 99.
000816         05  History-Year     Pic 9(4).
000820 01  Work-Date-Parts.
000830     03  Work-Year            Pic 9(4).
000840     03  Work-Month           Pic 99.
001410     03  Filler             Pic X(24) Value Spaces.
001420     03  Filler             Pic X(20) Value "Total Commission:".
001430     03  Trailer-Commis-Tot Pic Z,ZZZ,ZZ9.99-.
001431 01  Trailer-Line-5.
001432     03  Filler             Pic X(24) Value Spaces.
001433     03  Filler             Pic X(20) Value "Deposits Applied:".
001434     03  Trailer-Deposit-Tot Pic Z,ZZZ,ZZ9.99-.
001435 01  Trailer-Line-6.
001436     03  Filler             Pic X(24) Value Spaces.
001437     03  Filler             Pic X(20) Value "Re-entered:".
001438     03  Trailer-Ren-Count  Pic ZZ9.
001440 01  Line-Count           Pic 99          Value 99.
001450 01  Page-Count           Pic 9(4)        Value Zeros.
001460 01  Max-Lines            Pic 99          Value 60.
001570         05  Time-SS          Pic 99.
001580         05  Filler           Pic XX.
001590 01  Commission-Work          Pic S9(7)v99 Comp-3 Value Zeros.
001591 01  Commission-Percent-Work  Pic 9(3)v99 Value Zeros.
001592 01  Ytd-Sales-Work           Pic S9(9)v99 Comp-3 Value Zeros.
001593 01  Band-Sub                 Pic 9(4) Comp Value Zeros.
001594 01  Band-Count               Pic 9(4) Comp Value 5.
001600 01  Post-Count               Pic 9(5) Value Zeros.
001610 01  Reject-Count             Pic 9(5) Value Zeros.
001611 01  Reentry-Count            Pic 9(5) Value Zeros.
001620 01  Total-Sold-Work          Pic S9(9)v99 Comp-3 Value Zeros.
001630 01  Total-Commission-Work    Pic S9(9)v99 Comp-3 Value Zeros.
001631 01  Total-Deposit-Work       Pic S9(9)v99 Comp-3 Value Zeros.
001640 Procedure Division.
001650 Declaratives.
001660 Vehicle-File-Error Section.
001870        Stop Run
001880     End-If
001890     .
001891 Sale-History-File-Error Section.
001891     Use After Standard Error Procedure On Sale-History-File
001891     .
001891 Sale-History-Error-Paragraph.
001891     Display "Error on Salehist File " Salehist-Status
001891     Perform Write-Sale-Error-Log
001891     If Hard-Salehist-Error
001892        Display "Fatal error on Salehist File - job terminated"
001892        Perform Write-Run-Failure
001892        Stop Run
001892     End-If
001892     .
001892 Title-File-Error Section.
001892     Use After Standard Error Procedure On Title-File
001893     .
001893 Title-Error-Paragraph.
001893     Display "Error on Title File " Title-Status
001893     Perform Write-Title-Error-Log
001893     If Hard-Title-Error
001893        Display "Fatal error on Title File - job terminated"
001894        Perform Write-Run-Failure
001894        Stop Run
001894     End-If
001894     .
001894 Schedule-File-Error Section.
001894     Use After Standard Error Procedure On Schedule-File
001894     .
001895 Schedule-Error-Paragraph.
001895     Display "Error on Schedule File " Schedule-Status
001895     Perform Write-Schedule-Error-Log
001895     If Hard-Schedule-Error
001895        Display "Fatal error on Schedule File - job terminated"
001895        Perform Write-Run-Failure
001895        Stop Run
001896     End-If
001896     .
001896 Deposit-File-Error Section.
001896     Use After Standard Error Procedure On Deposit-File
001896     .
001896 Deposit-Error-Paragraph.
001897     Display "Error on Deposit File " Deposit-File-Status
001897     Perform Write-Deposit-Error-Log
001897     If Hard-Deposit-Error
001897        Display "Fatal error on Deposit File - job terminated"
001897        Perform Write-Run-Failure
001897        Stop Run
001897     End-If
001898     .
001898 Suspense-File-Error Section.
001898     Use After Standard Error Procedure On Suspense-File
001898     .
001898 Suspense-Error-Paragraph.
001898     Display "Error on Suspense File " Suspense-File-Status
001898     Perform Write-Suspense-Error-Log
001899     If Hard-Suspense-Error
001899        Display "Fatal error on Suspense File - job terminated"
001899        Perform Write-Run-Failure
001899        Stop Run
001899     End-If
001899     .
001900 End Declaratives.
001910 Chapt19g-Start.
001920     Display "Begin Process Chapt19g"
001930     Perform Write-Run-Start
001940     Perform Open-Files
001950      If Vehicle-Success And Dealer-Success And Salehist-Success
001951        And Title-Success And Schedule-Success And Deposit-Success
001952        And Suspense-Success
001960        Perform Fill-Initial-Headings
001970        Perform Process-Transactions Until Not Trans-Success
001971        Perform Reenter-Released-Items
001980        Perform Print-Report-Trailer
001990        Perform Close-Files
002000        Perform Write-Run-End
002070     End-Read
002080     .
002090 Process-One-Transaction.
002091     Move "N" To Suspended-Switch
002100     Move "Y" To Valid-Transaction-Switch
002110     Move Spaces To Reject-Reason
002120     If Trans-Vin = Spaces
002410        Move "Vehicle already sold" To Reject-Reason
002420        Perform Print-Reject-Line
002430     Else
002440        If Not Vehicle-In-Stock
002450           Move "N" To Valid-Transaction-Switch
002460           Move "Vehicle is not on the lot" To Reject-Reason
002470           Perform Print-Reject-Line
002480        Else
002490           Perform Check-Vehicle-Hold
002500           If Hold-Clear
002510              Perform Check-Sale-Documents
002520           Else
002530              Move "N" To Valid-Transaction-Switch
002540              Perform Print-Reject-Line
002550           End-If
002590        End-If
002600     End-If
002601     .
002601 Check-Sale-Documents.
002601     Perform Check-Title-On-Hand
002601     If Title-On-Hand
002601        Move Vehicle-Dealer-Number To Dealer-Number
002601        Read Dealer-File Key Dealer-Number
002601             Invalid Key
002601                Move "N" To Valid-Transaction-Switch
002601                Move "Dealer Number not found" To Reject-Reason
002601                Perform Print-Reject-Line
002601             Not Invalid Key
002601                Perform Set-Sale-Commission
002601                If Commission-Found
002601                   Perform Apply-Sale-To-Vehicle
002601                Else
002601                   Move "N" To Valid-Transaction-Switch
002601                   Move "Commission schedule not found"
002601                     To Reject-Reason
002601                   Perform Print-Reject-Line
002602                End-If
002602        End-Read
002602     Else
002602        Move "N" To Valid-Transaction-Switch
002602        Move "Title not on hand" To Reject-Reason
002602        Perform Print-Reject-Line
002602     End-If
002602     .
002602* A held unit sells only to the prospect whose active deposit
002602* holds it, and never for less than the deposit already taken.
002602 Check-Vehicle-Hold.
002602     Move "Y" To Hold-Clear-Switch
002602     Move "N" To Deposit-Found-Switch
002602     If Vehicle-On-Hold
002602        Perform Find-Active-Deposit
002602        Evaluate True
002602           When Not Deposit-Found
002602              Move "N" To Hold-Clear-Switch
002603              Move "Hold has no active deposit" To Reject-Reason
002603           When Trans-Prospect-Number
002603                Not = Deposit-Prospect-Number
002603              Move "N" To Hold-Clear-Switch
002603              Move "On hold for another buyer" To Reject-Reason
002603           When Deposit-Amount > Trans-Sold-Price
002603              Move "N" To Hold-Clear-Switch
002603              Move "Deposit exceeds sold price" To Reject-Reason
002603        End-Evaluate
002603     End-If
002603     .
002603* A unit's deposits sit together under its VIN, oldest first.
002603 Find-Active-Deposit.
002603     Move "N" To Deposit-Done-Switch
002603     Move Trans-Vin To Deposit-Vin
002603     Move Zeros     To Deposit-Post-Date
002603                       Deposit-Post-Time
002603     Start Deposit-File Key Not < Deposit-Key
002603         Invalid Key Move "Y" To Deposit-Done-Switch
002604     End-Start
002604     Perform Match-Active-Deposit
002604         Until Deposit-Found Or Deposit-Scan-Done
002604     .
002604 Match-Active-Deposit.
002604     Read Deposit-File Next Record
002604          At End Move "Y" To Deposit-Done-Switch
002604          Not At End
002604             If Deposit-Vin Not = Trans-Vin
002604                Move "Y" To Deposit-Done-Switch
002604             Else
002604                If Deposit-Active
002604                   Move "Y" To Deposit-Found-Switch
002604                End-If
002604             End-If
002604     End-Read
002604     .
002604* The title is on hand once Chapt20d has recorded a received
002605* date for it; no Title.Dat record at all means no title.
002605 Check-Title-On-Hand.
002605     Move "N" To Title-On-Hand-Switch
002605     Move Trans-Vin To Title-Vin
002605     Read Title-File Key Title-Vin
002605          Invalid Key
002605             Continue
002605          Not Invalid Key
002605             If Title-Received-Date > Zeros
002605                Move "Y" To Title-On-Hand-Switch
002605             End-If
002605     End-Read
002605     .
002605* Commission is settled before anything is rewritten, so a
002605* dealer pointing at a missing schedule leaves both files as
002605* they were.
002605 Set-Sale-Commission.
002605     Move "Y" To Commission-Found-Switch
002605     If Dealer-Schedule-Code = Spaces
002606        Move Consignment-Percent To Commission-Percent-Work
002606        Compute Commission-Work Rounded =
002606                (Trans-Sold-Price * Consignment-Percent) / 100
002606     Else
002606        Move Dealer-Schedule-Code To Schedule-Code
002606        Read Schedule-File Key Schedule-Code
002606             Invalid Key
002606                Move "N" To Commission-Found-Switch
002606             Not Invalid Key
002606                Perform Compute-Ytd-Sales
002606                Perform Compute-Schedule-Commission
002606        End-Read
002606     End-If
002606     .
002606* Year-to-date sales are the dealer's posted, uncancelled
002606* sales on Salehist.Dat sold in the same calendar year as
002606* this one.
002606 Compute-Ytd-Sales.
002607     Move Zeros To Ytd-Sales-Work
002607     Move "N" To Sale-Done-Switch
002607     Move Dealer-Number To Sale-Dealer-Number
002607     Start Sale-History-File Key Not < Sale-Dealer-Number
002607         Invalid Key Move "Y" To Sale-Done-Switch
002607     End-Start
002607     Perform Add-Ytd-Sale Until Sale-History-Done
002607     .
002607 Add-Ytd-Sale.
002607     Read Sale-History-File Next Record
002607          At End Move "Y" To Sale-Done-Switch
002607          Not At End
002607             If Sale-Dealer-Number Not = Dealer-Number
002607                Move "Y" To Sale-Done-Switch
002607             Else
002607                Move Sale-Sold-Date To History-Date-Value
002607                If Sale-Posted And History-Year = Sold-Year
002607                   Add Sale-Price To Ytd-Sales-Work
002607                End-If
002608             End-If
002608     End-Read
002608     .
002608* The first band whose limit covers the price sets the rate,
002608* a zero limit marking the open-ended top band; past the
002608* year-to-date threshold the reduced rate applies instead.
002608* No sale carries less than the schedule minimum, nor more
002608* commission than its own price.
002608 Compute-Schedule-Commission.
002608     Move "N" To Band-Found-Switch
002608     Move Schedule-Band-Percent (Band-Count)
002608       To Commission-Percent-Work
002608     Move 1 To Band-Sub
002608     Perform Find-Commission-Band
002608         Until Band-Found Or Band-Sub > Band-Count
002608     If Schedule-Ytd-Threshold > Zeros
002608        And Ytd-Sales-Work Not < Schedule-Ytd-Threshold
002608        Move Schedule-Reduced-Percent To Commission-Percent-Work
002609     End-If
002609     Compute Commission-Work Rounded =
002609             (Trans-Sold-Price * Commission-Percent-Work) / 100
002609     If Commission-Work < Schedule-Minimum
002609        Move Schedule-Minimum To Commission-Work
002609     End-If
002609     If Commission-Work > Trans-Sold-Price
002609        Move Trans-Sold-Price To Commission-Work
002609     End-If
002609     .
002609 Find-Commission-Band.
002609     If Schedule-Band-Limit (Band-Sub) = Zeros
002609        Or Trans-Sold-Price Not > Schedule-Band-Limit (Band-Sub)
002609        Move Schedule-Band-Percent (Band-Sub)
002609          To Commission-Percent-Work
002609        Move "Y" To Band-Found-Switch
002609     End-If
002609     Add 1 To Band-Sub
002610     .
002620 Apply-Sale-To-Vehicle.
002630     Move Trans-Sold-Price To Sold-Price
002760     End-Rewrite
002770     .
002780 Apply-Sale-To-Dealer.
002810     Move Trans-Sold-Price To Last-Sold-Amount
002820     Move Trans-Sold-Date  To Last-Sold-Date
002830     Add Trans-Sold-Price  To Sold-To-Date
002940             Move "Posted" To AL-Action
002950             Move Dealer-Number To AL-Dealer-Number
002960             Move Spaces To AL-Message
002961             Perform Write-Sale-History
002970             Perform Print-Activity-Line
002971             If Deposit-Found
002972                Perform Apply-Deposit-To-Sale
002973             End-If
002980             Move "R" To Journal-Action
002990             Move Dealer-Record To Journal-Image
003000             Perform Write-Dealer-Journal
003010     End-Rewrite
003011     .
003011 Write-Sale-History.
003011     Move Spaces To Sale-History-Record
003011     Move Trans-Vin To Sale-Vin
003011     Accept Sale-Post-Date From Date YYYYMMDD
003012     Accept Sale-Post-Time From Time
003012     Move Dealer-Number    To Sale-Dealer-Number
003012     Move Trans-Sold-Date  To Sale-Sold-Date
003012     Move Trans-Sold-Price To Sale-Price
003013     Move Commission-Work  To Sale-Commission
003013     Move Dealer-Schedule-Code    To Sale-Schedule-Code
003013     Move Commission-Percent-Work To Sale-Commission-Percent
003013     Move "P"              To Sale-Status
003014     Move Zeros            To Sale-Cancel-Post-Date
003014     Write Sale-History-Record
003014          Invalid Key
003014             Move "Sale history not written" To AL-Message
003015     End-Write
003015     .
003015* The deposit is spent on the sale; what the buyer still owes
003015* is the sold price less the deposit.
003016 Apply-Deposit-To-Sale.
003016     Move "A"             To Deposit-Status
003016     Move Trans-Sold-Date To Deposit-Closed-Date
003016     Rewrite Deposit-Record
003017          Invalid Key
003017             Move "Deposit not marked applied" To AL-Message
003017          Not Invalid Key
003017             Add Deposit-Amount To Total-Deposit-Work
003018             Move Spaces To AL-Message
003018             String "Applied, prospect " Delimited By Size
003018                    Deposit-Prospect-Number Delimited By Size
003018                    Into AL-Message
003019             End-String
003019     End-Rewrite
003019     Move "Deposit" To AL-Action
003019     Perform Print-Deposit-Line
003020     .
003030 Validate-Sale-Date.
003040     Move Trans-Sold-Date To Sold-Date-Value
003430        End-If
003440     End-If
003450     .
003451* Items released by Chapt20i go back through the same edits as
003451* tonight's transactions once the file is done. An item that
003451* passes is cleared; one that fails again goes back into suspense
003451* with its failure count raised and its first-failed date kept.
003451 Reenter-Released-Items.
003451     Move "Y" To Reentry-Switch
003451     Move "N" To Suspense-Done-Switch
003451     Move "CHAPT19G" To Suspense-Program
003451     Move Zeros To Suspense-Post-Date
003451                   Suspense-Post-Time
003451                   Suspense-Sequence
003452     Start Suspense-File Key Not < Suspense-Key
003452         Invalid Key Move "Y" To Suspense-Done-Switch
003452     End-Start
003452     Perform Reenter-Next-Item Until Suspense-Done
003452     Move "N" To Reentry-Switch
003452     .
003452 Reenter-Next-Item.
003452     Read Suspense-File Next Record
003452          At End Move "Y" To Suspense-Done-Switch
003452          Not At End
003453             If Suspense-Program Not = "CHAPT19G"
003453                Move "Y" To Suspense-Done-Switch
003453             Else
003453                If Suspense-Released
003453                   Perform Reenter-One-Item
003453                End-If
003453             End-If
003453     End-Read
003453     .
003453 Reenter-One-Item.
003453     Add 1 To Reentry-Count
003454     Move Suspense-Image To Transaction-Record
003454     Perform Process-One-Transaction
003454     If Not Item-Suspended
003454        Move "C" To Suspense-Status
003454        Accept Suspense-Closed-Date From Date YYYYMMDD
003454        Perform Rewrite-Suspense-Item
003454     End-If
003454     .
003454* Every refused transaction is kept on Suspense.Dat until it is
003454* corrected and re-entered or voided, so nothing is lost between
003455* the printout and the next night's input.
003455 Suspend-Transaction.
003455     If Not Item-Suspended
003455        Move "Y" To Suspended-Switch
003455        If Reentry-In-Progress
003455           Perform Resuspend-Item
003455        Else
003455           Perform Write-Suspense-Item
003455        End-If
003455     End-If
003455     .
003456 Write-Suspense-Item.
003456     Move Spaces To Suspense-Record
003456     Move "CHAPT19G" To Suspense-Program
003456     Accept Suspense-Post-Date From Date YYYYMMDD
003456     Accept Suspense-Post-Time From Time
003456     Move "S" To Suspense-Status
003456     Move Reject-Reason To Suspense-Reason
003456     Move Suspense-Post-Date To Suspense-First-Failed
003456                               Suspense-Last-Failed
003456     Move 1 To Suspense-Fail-Count
003457     Move Zeros To Suspense-Released-Date
003457                   Suspense-Closed-Date
003457     Move Transaction-Record To Suspense-Image
003457     Move "N" To Suspense-Written-Switch
003457     Perform Try-Write-Suspense-Item
003457         Until Suspense-Item-Written
003457            Or Suspense-Sequence-Work > 9998
003457     If Not Suspense-Item-Written
003457        Perform Write-Suspense-Error-Log
003457     End-If
003457     .
003458 Try-Write-Suspense-Item.
003458     Add 1 To Suspense-Sequence-Work
003458     Move Suspense-Sequence-Work To Suspense-Sequence
003458     Write Suspense-Record
003458          Invalid Key Continue
003458          Not Invalid Key Move "Y" To Suspense-Written-Switch
003458     End-Write
003458     .
003458 Resuspend-Item.
003458     Move "S" To Suspense-Status
003459     Move Reject-Reason To Suspense-Reason
003459     Accept Suspense-Last-Failed From Date YYYYMMDD
003459     Add 1 To Suspense-Fail-Count
003459     Perform Rewrite-Suspense-Item
003459     .
003459 Rewrite-Suspense-Item.
003459     Rewrite Suspense-Record
003459          Invalid Key Perform Write-Suspense-Error-Log
003459     End-Rewrite
003459     .
003460 Print-Reject-Line.
003470     Add 1 To Reject-Count
003480     Move "Rejected" To AL-Action
003490     Move Spaces     To AL-Dealer-Number
003500     Move Reject-Reason To AL-Message
003510     Perform Print-Activity-Line
003511     Perform Suspend-Transaction
003520     .
003530 Print-Activity-Line.
003540     If Line-Count >= Max-Lines
003590     Write Report-Record From Activity-Line After 1
003600     Add 1 To Line-Count
003610     .
003611 Print-Deposit-Line.
003612     If Line-Count >= Max-Lines
003613        Perform Heading-Routine
003614     End-If
003615     Move Trans-Vin      To AL-Vin
003616     Move Deposit-Amount To AL-Amount
003617     Write Report-Record From Activity-Line After 1
003618     Add 1 To Line-Count
003619     .
003620 Print-Report-Trailer.
003630     Move Post-Count   To Trailer-Post-Count
003640     Move Reject-Count To Trailer-Rej-Count
003650     Move Total-Sold-Work       To Trailer-Sold-Total
003660     Move Total-Commission-Work To Trailer-Commis-Tot
003661     Move Total-Deposit-Work    To Trailer-Deposit-Tot
003662     Move Reentry-Count To Trailer-Ren-Count
003670     Write Report-Record From Trailer-Line-1 After 2
003680     Write Report-Record From Trailer-Line-2 After 1
003690     Write Report-Record From Trailer-Line-3 After 1
003700     Write Report-Record From Trailer-Line-4 After 1
003701     Write Report-Record From Trailer-Line-5 After 1
003702     Write Report-Record From Trailer-Line-6 After 1
003710     .
003720 Heading-Routine.
003730     Add 1 To Page-Count
003930     Open Output Report-File
003940           Input Transaction-File
003950           I-O   Vehicle-File
003951                 Suspense-File
003960                 Dealer-File
003961                 Sale-History-File
003962                 Deposit-File
003963           Input Title-File
003964                 Schedule-File
003970     .
003980 Close-Files.
003990     Close Report-File
004000           Transaction-File
004010           Vehicle-File
004020           Dealer-File
004021           Sale-History-File
004022           Title-File
004023           Schedule-File
004024           Deposit-File
004025           Suspense-File
004030     .
004040 Write-Vehicle-Error-Log.
004050     Move "CHAPT19G"     To Error-Program
004170     Move "DEALER-FILE" To Error-File-Name
004180     Move Dealer-Number To Error-Key-Value
004190     Move Dealer-Status To Error-File-Status
004191     Accept Error-Date From Date
004191     Accept Error-Time From Time
004191     Open Extend Error-Log-File
004191     Write Error-Log-Record
004191     Close Error-Log-File
004192     .
004192 Write-Sale-Error-Log.
004192     Move "CHAPT19G"    To Error-Program
004192     Move "SALEHIST-FILE" To Error-File-Name
004192     Move Sale-Dealer-Number To Error-Key-Value
004193     Move Salehist-Status To Error-File-Status
004193     Accept Error-Date From Date
004193     Accept Error-Time From Time
004193     Open Extend Error-Log-File
004193     Write Error-Log-Record
004194     Close Error-Log-File
004194     .
004194 Write-Title-Error-Log.
004194     Move "CHAPT19G"    To Error-Program
004194     Move "TITLE-FILE"  To Error-File-Name
004195     Move Title-Vin     To Error-Key-Value
004195     Move Title-Status  To Error-File-Status
004195     Accept Error-Date From Date
004195     Accept Error-Time From Time
004195     Open Extend Error-Log-File
004196     Write Error-Log-Record
004196     Close Error-Log-File
004196     .
004196 Write-Schedule-Error-Log.
004196     Move "CHAPT19G"      To Error-Program
004197     Move "SCHEDULE-FILE" To Error-File-Name
004197     Move Schedule-Code   To Error-Key-Value
004197     Move Schedule-Status To Error-File-Status
004197     Accept Error-Date From Date
004197     Accept Error-Time From Time
004198     Open Extend Error-Log-File
004198     Write Error-Log-Record
004198     Close Error-Log-File
004198     .
004198 Write-Deposit-Error-Log.
004199     Move "CHAPT19G"     To Error-Program
004199     Move "DEPOSIT-FILE" To Error-File-Name
004199     Move Deposit-Vin    To Error-Key-Value
004199     Move Deposit-File-Status To Error-File-Status
004200     Accept Error-Date From Date
004210     Accept Error-Time From Time
004220     Open Extend Error-Log-File
004440     Open Extend Journal-File
004450     Write Journal-Record
004460     Close Journal-File
004461     .
004461 Write-Suspense-Error-Log.
004462     Move "CHAPT19G"      To Error-Program
004463     Move "SUSPENSE-FILE" To Error-File-Name
004464     Move Suspense-Program To Error-Key-Value
004465     Move Suspense-File-Status To Error-File-Status
004465     Accept Error-Date From Date
004466     Accept Error-Time From Time
004467     Open Extend Error-Log-File
004468     Write Error-Log-Record
004469     Close Error-Log-File
004470     .
004480 Write-Run-Start.
004490     Move Spaces To Run-Control-Record
