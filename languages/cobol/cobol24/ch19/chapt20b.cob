000010 Identification Division.
000020 Program-Id.  Chapt20b.
000030* Returned Check Processing
000040* Works the bank's returned items (dealer number, the original
000050* receipt date and amount as Chapt19h posted them, and the date
000060* the check came back) against the Dealrlgr.Dat receivables
000070* ledger and prints a returned-items register. The receipt is
000080* flagged reversed so it cannot be returned twice, then the
000090* money it put on the ledger is taken back newest first: what
000100* is still open of the credit Chapt19h put on account from that
000110* receipt is used up, and the charges it could have paid (those
000111* posted no later than the receipt, returned items excepted) are
000112* reopened, the credit used up being written as a credit applied
000113* item. Whatever cannot be put back
000120* that way stays open on the returned item itself. A returned
000130* check fee is billed as a charge of its own. When a rent
000140* charge is reopened, Next-Rent-Due-Date rolls back to the
000150* oldest reopened charge and Last-Rent-Paid-Date back to the
000160* last receipt ahead of the bad check, so Chapt19f ages and
000170* late-fees the rent again. A dealer with a second returned
000180* check inside a year is set to cash only. Dealer-Record
000190* rewrites are journaled to Dayjrnl.Dat for the Chapt19u
000200* recovery.
000210 Environment Division.
000220 Configuration Section.
000230 Source-Computer.  IBM-PC.
000240 Object-Computer.  IBM-PC.
000250 Input-Output  Section.
000260 File-Control.
000270     Select Report-File Assign To Printer.
000280     Select Return-File Assign To "Chapt20b.Trn"
000290         Organization Line Sequential
000300         File Status Return-Status.
000310     Select Dealer-File Assign To "Dealer.Dat"
000320         Organization Indexed
000330         Access Dynamic
000340         Record Key Dealer-Number
000350         Alternate Record Key Dealer-Name
000360         File Status Dealer-Status.
000370     Select Optional Ledger-File Assign To "Dealrlgr.Dat"
000380         Organization Indexed
000390         Access Dynamic
000400         Record Key Ledger-Key
000410         File Status Ledger-Status.
000420     Select Optional Journal-File Assign To "Dayjrnl.Dat"
000430         Organization Line Sequential
000440         File Status Journal-Status.
000450     Select Optional Error-Log-File Assign To "Syserr.Log"
000460         Organization Line Sequential
000470         File Status Error-Log-Status.
000480     Select Optional Run-Control-File Assign To "Runctl.Dat"
000490         Organization Line Sequential
000500         File Status Run-Control-Status.
000510 Data Division.
000520 File Section.
000530 Fd  Report-File.
000540 01  Report-Record Pic X(80).
000550 Fd  Return-File.
000560 01  Return-Record.
000570     03  Return-Dealer-Number         Pic X(8).
000580     03  Return-Receipt-Date          Pic 9(8).
000590     03  Return-Amount                Pic 9(4)v99.
000600     03  Return-Date                  Pic 9(8).
000610 Fd  Dealer-File.
000620     Copy Dealerec.
000630 Fd  Ledger-File.
000640     Copy Dealrlgr.
000650 Fd  Journal-File.
000660     Copy Jrnlrec.
000670 Fd  Error-Log-File.
000680     Copy Errorlog.
000690 Fd  Run-Control-File.
000700     Copy Runctlrc.
000710 Working-Storage Section.
000720 01  Return-Status            Pic XX Value Zeros.
000730     88  Return-Success   Value "00" Thru "09".
000740 01  Dealer-Status            Pic XX Value Zeros.
000750     88  Dealer-Success   Value "00" Thru "09".
000760     88  Hard-Dealer-Error Value "30" Thru "99".
000770 01  Ledger-Status            Pic XX Value Zeros.
000780     88  Ledger-Success   Value "00" Thru "09".
000790     88  Hard-Ledger-Error Value "30" Thru "99".
000800 01  Journal-Status           Pic XX Value Zeros.
000810 01  Error-Log-Status         Pic XX Value Zeros.
000820 01  Run-Control-Status       Pic XX Value Zeros.
000830 01  Reject-Reason            Pic X(24) Value Spaces.
000840* Returned check fee billed per item, and the number of
000850* returned checks inside Cash-Only-Window-Days that puts a
000860* dealer on cash only.
000870 01  Returned-Check-Fee       Pic 9(4)v99 Value 25.00.
000880 01  Cash-Only-Limit          Pic 9(3) Value 2.
000890 01  Cash-Only-Window-Days    Pic 9(3) Value 365.
000900 01  Heading-Line-1.
000910     03  Filler      Pic X(12) Value "Created by:".
000920     03  Filler      Pic X(8)  Value "CHAPT20B".
000930     03  Filler      Pic X(11) Value Spaces.
000940     03  Filler      Pic X(27) Value "Returned Items Register".
000950     03  Filler      Pic X(2)  Value Spaces.
000960     03  Filler      Pic X(5)  Value "Page".
000970     03  Page-No     Pic Z(4)9 Value Zeros.
000980 01  Heading-Line-2.
000990     03  Filler      Pic X(12) Value "Created on:".
001000     03  Date-MM     Pic 99.
001010     03  Filler      Pic X     Value "/".
001020     03  Date-DD     Pic 99.
001030     03  Filler      Pic X     Value "/".
001040     03  Date-YY     Pic 99.
001050 01  Heading-Line-3.
001060     03  Filler      Pic X(12) Value "At:".
001070     03  Time-HH     Pic 99.
001080     03  Filler      Pic X     Value ":".
001090     03  Time-MM     Pic 99.
001100     03  Filler      Pic X     Value ":".
001110     03  Time-SS     Pic 99.
001120 01  Heading-Line-4.
001130     03  Filler      Pic X(9)  Value "Dealer".
001140     03  Filler      Pic X(16) Value Spaces.
001150     03  Filler      Pic X(11) Value "Receipt".
001160     03  Filler      Pic X(10) Value "Check".
001170     03  Filler      Pic X(10) Value "Action".
001180 01  Heading-Line-5.
001190     03  Filler   Pic X(9)  Value "Number".
001200     03  Filler   Pic X(16) Value "Name".
001210     03  Filler   Pic X(11) Value "Date".
001220     03  Filler   Pic X(10) Value "Amount".
001230     03  Filler   Pic X(10) Value Spaces.
001240 01  Register-Line.
001250     03  RR-Dealer-Number   Pic X(9)  Value Spaces.
001260     03  RR-Name            Pic X(16) Value Spaces.
001270     03  RR-Receipt-Date    Pic 99/99/9999.
001280     03  Filler             Pic X     Value Spaces.
001290     03  RR-Amount          Pic $$,$$9.99.
001300     03  Filler             Pic X     Value Spaces.
001310     03  RR-Action          Pic X(10) Value Spaces.
001320     03  RR-Message         Pic X(24) Value Spaces.
001330 01  Register-Line-2.
001340     03  Filler             Pic X(9)  Value Spaces.
001350     03  Filler             Pic X(5)  Value "Fee:".
001360     03  RR-Fee             Pic $$9.99.
001370     03  Filler             Pic X(12) Value "  Reopened:".
001380     03  RR-Reopened        Pic $$,$$9.99.
001390     03  Filler             Pic X(11) Value "  Next Due:".
001400     03  RR-Due-Date        Pic 99/99/9999.
001410     03  Filler             Pic X(2)  Value Spaces.
001420     03  RR-Cash-Only       Pic X(14) Value Spaces.
001430 01  Trailer-Line-1.
001440     03  Filler             Pic X(24) Value Spaces.
001450     03  Filler             Pic X(20) Value "Returns Listed:".
001460     03  Trailer-List-Count Pic ZZ9.
001470 01  Trailer-Line-2.
001480     03  Filler             Pic X(24) Value Spaces.
001490     03  Filler             Pic X(20) Value "Returns Posted:".
001500     03  Trailer-Post-Count Pic ZZ9.
001510 01  Trailer-Line-3.
001520     03  Filler             Pic X(24) Value Spaces.
001530     03  Filler             Pic X(20) Value "Total Returned:".
001540     03  Trailer-Post-Total Pic $$,$$$,$$9.99.
001550 01  Trailer-Line-4.
001560     03  Filler             Pic X(24) Value Spaces.
001570     03  Filler             Pic X(20) Value "Total Reopened:".
001580     03  Trailer-Reop-Total Pic $$,$$$,$$9.99.
001590 01  Trailer-Line-5.
001600     03  Filler             Pic X(24) Value Spaces.
001610     03  Filler             Pic X(20) Value "Fees Assessed:".
001620     03  Trailer-Fee-Total  Pic $$,$$$,$$9.99.
001630 01  Trailer-Line-6.
001640     03  Filler             Pic X(24) Value Spaces.
001650     03  Filler             Pic X(20) Value "Set To Cash Only:".
001660     03  Trailer-Cash-Count Pic ZZ9.
001670 01  Trailer-Line-7.
001680     03  Filler             Pic X(24) Value Spaces.
001690     03  Filler             Pic X(20) Value "Rejected:".
001700     03  Trailer-Rej-Count  Pic ZZ9.
001710 01  Line-Count           Pic 99          Value 99.
001720 01  Page-Count           Pic 9(4)        Value Zeros.
001730 01  Max-Lines            Pic 99          Value 60.
001740 01  Date-And-Time-Area.
001750     03  Work-Date            Pic 9(6).
001760     03  Work-Date-X          Redefines Work-Date.
001770         05  Date-YY          Pic 99.
001780         05  Date-MM          Pic 99.
001790         05  Date-DD          Pic 99.
001800     03  Work-Time            Pic 9(8).
001810     03  Work-Time-X          Redefines Work-Time.
001820         05  Time-HH          Pic 99.
001830         05  Time-MM          Pic 99.
001840         05  Time-SS          Pic 99.
001850         05  Filler           Pic XX.
001860 01  MMDDYYYY-Date-Area.
001870     03  MMDDYYYY-Value       Pic 9(8).
001880     03  MMDDYYYY-Redef       Redefines MMDDYYYY-Value.
001890         05  MMDDYYYY-Month   Pic 99.
001900         05  MMDDYYYY-Day     Pic 99.
001910         05  MMDDYYYY-Year    Pic 9(4).
001920 01  YYYYMMDD-Date-Area.
001930     03  YYYYMMDD-Value       Pic 9(8).
001940     03  YYYYMMDD-Redef       Redefines YYYYMMDD-Value.
001950         05  YYYYMMDD-Year    Pic 9(4).
001960         05  YYYYMMDD-Month   Pic 99.
001970         05  YYYYMMDD-Day     Pic 99.
001980 01  Period-Work-Area.
001990     03  Period-Work          Pic 9(6).
002000     03  Period-Work-X        Redefines Period-Work.
002010         05  Period-Year      Pic 9(4).
002020         05  Period-Month     Pic 99.
002030 01  Receipt-Key-Date         Pic 9(8) Value Zeros.
002040 01  Return-Key-Date          Pic 9(8) Value Zeros.
002050 01  Paid-Key-Date            Pic 9(8) Value Zeros.
002060 01  Oldest-Reopened-Rent     Pic 9(8) Value Zeros.
002070 01  Latest-Prior-Receipt     Pic 9(8) Value Zeros.
002080 01  Saved-Receipt-Key        Pic X(19) Value Spaces.
002081 01  Receipt-Credit-Seq       Pic 9(3) Value Zeros.
002082 01  Receipt-Posted-Date      Pic X(8) Value Spaces.
002090 01  Work-Date-Parts.
002100     03  Work-Year            Pic 9(4).
002110     03  Work-Month           Pic 99.
002120     03  Work-Day             Pic 99.
002130 01  Month-Days-Table.
002140     03  Filler  Pic X(24) Value "312831303130313130313031".
002150 01  Month-Days-Redef Redefines Month-Days-Table.
002160     03  Month-Days-Entry Pic 99 Occurs 12 Times.
002170 01  Month-Days-Work          Pic 99 Value Zeros.
002180 01  Work-Days-Value          Pic S9(7) Comp.
002190 01  Return-Days-Value        Pic S9(7) Comp.
002200 01  Days-Before-Table.
002210     03  Filler  Pic X(36)
002220         Value "000031059090120151181212243273304334".
002230 01  Days-Before-Redef Redefines Days-Before-Table.
002240     03  Days-Before-Entry Pic 9(3) Occurs 12 Times.
002250 01  Prior-Year-Work          Pic S9(5) Comp Value Zeros.
002260 01  Leap-Quotient            Pic 9(4) Value Zeros.
002270 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
002280 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
002290 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
002300 01  Leap-Day-Count           Pic S9(7) Comp Value Zeros.
002310 01  Leap-Year-Switch         Pic X Value "N".
002320     88  Leap-Year            Value "Y".
002330 01  Date-Valid-Switch        Pic X Value "Y".
002340     88  Valid-Date           Value "Y".
002350 01  Return-Ok-Switch         Pic X Value "Y".
002360     88  Return-Ok            Value "Y".
002370 01  Receipt-Found-Switch     Pic X Value "N".
002380     88  Receipt-Found        Value "Y".
002390 01  Ledger-Done-Switch       Pic X Value "N".
002400     88  Ledger-Dealer-Done   Value "Y".
002410 01  Ledger-Written-Switch    Pic X Value "N".
002420     88  Ledger-Item-Written  Value "Y".
002430 01  Rent-Reopened-Switch     Pic X Value "N".
002440     88  Rent-Reopened        Value "Y".
002450 01  Cash-Only-Set-Switch     Pic X Value "N".
002460     88  Cash-Only-Set        Value "Y".
002461 01  Charge-Paid-Switch       Pic X Value "N".
002462     88  Charge-Paid-By-Receipt Value "Y".
002470* The dealer's ledger items, oldest first, so the money from a
002480* returned check can be taken back off them newest first.
002490 01  Item-Table.
002500     03  Item-Entry Occurs 999 Times.
002510         05  Item-Date        Pic 9(8).
002520         05  Item-Seq         Pic 9(3).
002530         05  Item-Type        Pic X.
002540             88  Item-Rent-Charge  Value "R".
002550             88  Item-Receipt      Value "P".
002560             88  Item-Credit       Value "U".
002570             88  Item-Returned     Value "B".
002580             88  Item-Charge       Values "R" "L" "K" "B" "N".
002590         05  Item-Reversed    Pic X.
002600         05  Item-Amount      Pic S9(7)v99 Comp-3.
002610         05  Item-Applied     Pic S9(7)v99 Comp-3.
002611         05  Item-Posted-Date Pic X(8).
002620 01  Max-Items                Pic 9(4) Comp Value 999.
002630 01  Item-Count               Pic 9(4) Comp Value Zeros.
002640 01  Item-Sub                 Pic 9(4) Comp Value Zeros.
002650 01  Detail-Name-Work         Pic X(16) Value Spaces.
002660 01  List-Count               Pic 9(5) Value Zeros.
002670 01  Post-Count               Pic 9(5) Value Zeros.
002680 01  Reject-Count             Pic 9(5) Value Zeros.
002690 01  Cash-Only-Count          Pic 9(5) Value Zeros.
002700 01  Returned-Count           Pic 9(5) Value Zeros.
002710 01  Remaining-Work           Pic S9(7)v99 Comp-3 Value Zeros.
002720 01  Open-Work                Pic S9(7)v99 Comp-3 Value Zeros.
002730 01  Apply-Work               Pic S9(7)v99 Comp-3 Value Zeros.
002740 01  Reopened-Work            Pic S9(7)v99 Comp-3 Value Zeros.
002741 01  Credit-Taken-Work        Pic S9(7)v99 Comp-3 Value Zeros.
002750 01  Post-Total-Work          Pic S9(7)v99 Comp-3 Value Zeros.
002760 01  Reopened-Total-Work      Pic S9(7)v99 Comp-3 Value Zeros.
002770 01  Fee-Total-Work           Pic S9(7)v99 Comp-3 Value Zeros.
002780 Procedure Division.
002790 Declaratives.
002800 Dealer-File-Error Section.
002810     Use After Standard Error Procedure On Dealer-File
002820     .
002830 Dealer-Error-Paragraph.
002840     Display "Error on Dealer File " Dealer-Status
002850     Perform Write-Dealer-Error-Log
002860     If Hard-Dealer-Error
002870        Display "Fatal error on Dealer File - job terminated"
002880        Perform Write-Run-Failure
002890        Stop Run
002900     End-If
002910     .
002920 Ledger-File-Error Section.
002930     Use After Standard Error Procedure On Ledger-File
002940     .
002950 Ledger-Error-Paragraph.
002960     Display "Error on Ledger File " Ledger-Status
002970     Perform Write-Ledger-Error-Log
002980     If Hard-Ledger-Error
002990        Display "Fatal error on Ledger File - job terminated"
003000        Perform Write-Run-Failure
003010        Stop Run
003020     End-If
003030     .
003040 End Declaratives.
003050 Chapt20b-Start.
003060     Display "Begin Process Chapt20b"
003070     Perform Write-Run-Start
003080     Perform Open-Files
003090      If Dealer-Success And Ledger-Success
003100        Perform Fill-Initial-Headings
003110        Perform Process-Returns Until Not Return-Success
003120        Perform Print-Report-Trailer
003130        Perform Close-Files
003140        Perform Write-Run-End
003150     End-If
003160     Goback.
003170 Process-Returns.
003180     Read Return-File
003190          At End Move High-Values To Return-Status
003200          Not At End Perform Process-One-Return
003210     End-Read
003220     .
003230 Process-One-Return.
003240     Add 1 To List-Count
003250     Move Spaces To Detail-Name-Work
003260     If Return-Dealer-Number = Spaces
003270        Move "Dealer Nbr required" To Reject-Reason
003280        Perform Print-Reject-Line
003290     Else
003300        If Return-Amount Not Numeric
003310           Or Return-Amount Not > Zeros
003320           Move "Check amount required" To Reject-Reason
003330           Perform Print-Reject-Line
003340        Else
003350           Perform Post-Return
003360        End-If
003370     End-If
003380     .
003390 Post-Return.
003400     Move Return-Dealer-Number To Dealer-Number
003410     Read Dealer-File Key Dealer-Number
003420          Invalid Key
003430             Move "Dealer not found" To Reject-Reason
003440             Perform Print-Reject-Line
003450          Not Invalid Key
003460             Perform Format-Name
003470             Perform Validate-Return-Dates
003480     End-Read
003490     .
003500 Validate-Return-Dates.
003510     Move Return-Receipt-Date To MMDDYYYY-Value
003520     Perform Edit-MMDDYYYY-Date
003530     If Not Valid-Date
003540        Move "Invalid receipt date" To Reject-Reason
003550        Perform Print-Reject-Line
003560     Else
003570        Move YYYYMMDD-Value To Receipt-Key-Date
003580        Move Return-Date To MMDDYYYY-Value
003590        Perform Edit-MMDDYYYY-Date
003600        If Not Valid-Date
003610           Move "Invalid return date" To Reject-Reason
003620           Perform Print-Reject-Line
003630        Else
003640           Move YYYYMMDD-Value To Return-Key-Date
003650           Perform Find-Receipt-Item
003660           If Receipt-Found
003670              Perform Load-Dealer-Items
003680           End-If
003690        End-If
003700     End-If
003710     .
003720* The returned check must match a receipt Chapt19h posted that
003730* day for that amount and not already reversed.
003740 Find-Receipt-Item.
003750     Move "N" To Receipt-Found-Switch
003760     Move "N" To Ledger-Done-Switch
003770     Move Return-Dealer-Number To Ledger-Dealer-Number
003780     Move Receipt-Key-Date To Ledger-Item-Date
003790     Move Zeros To Ledger-Item-Seq
003800     Start Ledger-File Key Not < Ledger-Key
003810         Invalid Key Move "Y" To Ledger-Done-Switch
003820     End-Start
003830     Perform Find-Next-Receipt-Item
003840         Until Receipt-Found Or Ledger-Dealer-Done
003850     If Not Receipt-Found
003860        Move "Receipt not on ledger" To Reject-Reason
003870        Perform Print-Reject-Line
003880     End-If
003890     .
003900 Find-Next-Receipt-Item.
003910     Read Ledger-File Next Record
003920          At End Move "Y" To Ledger-Done-Switch
003930          Not At End
003940             If Ledger-Dealer-Number Not = Return-Dealer-Number
003950                Or Ledger-Item-Date Not = Receipt-Key-Date
003960                Move "Y" To Ledger-Done-Switch
003970             Else
003980                If Ledger-Receipt
003990                   And Not Ledger-Reversed
004000                   And Ledger-Amount = Return-Amount
004010                   Move "Y" To Receipt-Found-Switch
004020                   Move Ledger-Key To Saved-Receipt-Key
004021                   Compute Receipt-Credit-Seq =
004022                           Ledger-Item-Seq + 1
004023                   Move Ledger-Posted-Date To Receipt-Posted-Date
004030                End-If
004040             End-If
004050     End-Read
004060     .
004070 Load-Dealer-Items.
004080     Move Zeros To Item-Count
004090     Move "Y" To Return-Ok-Switch
004100     Move "N" To Ledger-Done-Switch
004110     Move Return-Dealer-Number To Ledger-Dealer-Number
004120     Move Zeros To Ledger-Item-Date
004130                   Ledger-Item-Seq
004140     Start Ledger-File Key Not < Ledger-Key
004150         Invalid Key Move "Y" To Ledger-Done-Switch
004160     End-Start
004170     Perform Load-One-Item
004180         Until Ledger-Dealer-Done Or Not Return-Ok
004190     If Return-Ok
004200        Perform Apply-Return
004210     Else
004220        Move "Ledger too large" To Reject-Reason
004230        Perform Print-Reject-Line
004240     End-If
004250     .
004260 Load-One-Item.
004270     Read Ledger-File Next Record
004280          At End Move "Y" To Ledger-Done-Switch
004290          Not At End
004300             If Ledger-Dealer-Number Not = Return-Dealer-Number
004310                Move "Y" To Ledger-Done-Switch
004320             Else
004330                If Item-Count < Max-Items
004340                   Add 1 To Item-Count
004350                   Move Ledger-Item-Date
004360                     To Item-Date (Item-Count)
004370                   Move Ledger-Item-Seq
004380                     To Item-Seq (Item-Count)
004390                   Move Ledger-Item-Type
004400                     To Item-Type (Item-Count)
004410                   Move Ledger-Reversed-Flag
004420                     To Item-Reversed (Item-Count)
004430                   Move Ledger-Amount
004440                     To Item-Amount (Item-Count)
004450                   Move Ledger-Amount-Applied
004460                     To Item-Applied (Item-Count)
004461                   Move Ledger-Posted-Date
004462                     To Item-Posted-Date (Item-Count)
004470                Else
004480                   Move "N" To Return-Ok-Switch
004490                End-If
004500             End-If
004510     End-Read
004520     .
004530* Reverse the receipt first so a re-run cannot take the same
004540* check back twice, then unwind its money newest first: open
004550* credit on account before reopening the charges it paid.
004560 Apply-Return.
004570     Move "N" To Rent-Reopened-Switch
004580     Move "N" To Cash-Only-Set-Switch
004590     Move Zeros To Oldest-Reopened-Rent
004600                   Reopened-Work
004601                   Credit-Taken-Work
004610     Move Return-Amount To Remaining-Work
004620     Perform Reverse-Receipt-Item
004630     If Return-Ok
004640        Move Item-Count To Item-Sub
004650        Perform Unwind-Credit-Item
004660            Until Item-Sub = Zeros
004670               Or Remaining-Work Not > Zeros
004680               Or Not Return-Ok
004690        Move Item-Count To Item-Sub
004700        Perform Unwind-Charge-Item
004710            Until Item-Sub = Zeros
004720               Or Remaining-Work Not > Zeros
004730               Or Not Return-Ok
004740     End-If
004750     If Return-Ok
004760        Perform Write-Returned-Item
004761     End-If
004762     If Return-Ok And Credit-Taken-Work > Zeros
004763        Perform Write-Credit-Applied-Item
004770     End-If
004780     If Return-Ok
004790        Perform Write-Fee-Item
004800     End-If
004810     If Return-Ok
004820        Perform Check-Cash-Only
004830        Perform Roll-Back-Rent-Dates
004840        Perform Rewrite-Dealer-Record
004850     End-If
004860     If Return-Ok
004870        Add 1 To Post-Count
004880        Add Return-Amount To Post-Total-Work
004890        Add Reopened-Work To Reopened-Total-Work
004900        Add Returned-Check-Fee To Fee-Total-Work
004910        Move "Returned" To RR-Action
004920        If Remaining-Work > Zeros
004930           Move "Part left on item" To RR-Message
004940        Else
004950           Move Spaces To RR-Message
004960        End-If
004970        Perform Print-Register-Line
004980        Perform Print-Register-Line-2
004990     End-If
005000     .
005010 Reverse-Receipt-Item.
005020     Move Saved-Receipt-Key To Ledger-Key
005030     Read Ledger-File Key Ledger-Key
005040          Invalid Key
005050             Move "N" To Return-Ok-Switch
005060          Not Invalid Key
005070             Move "Y" To Ledger-Reversed-Flag
005080             Rewrite Dealer-Ledger-Record
005090                  Invalid Key
005100                     Move "N" To Return-Ok-Switch
005110             End-Rewrite
005120     End-Read
005130     If Not Return-Ok
005140        Move "Receipt rewrite failed" To Reject-Reason
005150        Perform Print-Reject-Line
005160     End-If
005170     .
005171* Chapt19h writes the credit left over from a receipt straight
005172* after the receipt memo, so only that item is the check's own.
005180 Unwind-Credit-Item.
005190     If Item-Credit (Item-Sub)
005191        And Item-Date (Item-Sub) = Receipt-Key-Date
005192        And Item-Seq (Item-Sub) = Receipt-Credit-Seq
005200        Compute Open-Work =
005210                Item-Amount (Item-Sub) - Item-Applied (Item-Sub)
005220        If Open-Work > Zeros
005230           If Remaining-Work < Open-Work
005240              Move Remaining-Work To Apply-Work
005250           Else
005260              Move Open-Work To Apply-Work
005270           End-If
005280           Add Apply-Work To Item-Applied (Item-Sub)
005281                             Credit-Taken-Work
005290           Subtract Apply-Work From Remaining-Work
005300           Perform Rewrite-Table-Item
005310        End-If
005320     End-If
005330     Subtract 1 From Item-Sub
005340     .
005341* Only a charge already on the ledger when the receipt was
005342* posted can have been paid by it; an earlier returned item's
005343* applied amount is not cash and is never reopened.
005350 Unwind-Charge-Item.
005351     Perform Check-Charge-Posted
005360     If Item-Charge (Item-Sub)
005361        And Not Item-Returned (Item-Sub)
005362        And Charge-Paid-By-Receipt
005370        And Item-Applied (Item-Sub) > Zeros
005380        If Item-Rent-Charge (Item-Sub)
005390           And Item-Applied (Item-Sub)
005400               Not < Item-Amount (Item-Sub)
005410           Move "Y" To Rent-Reopened-Switch
005420           Move Item-Date (Item-Sub) To Oldest-Reopened-Rent
005430        End-If
005440        If Remaining-Work < Item-Applied (Item-Sub)
005450           Move Remaining-Work To Apply-Work
005460        Else
005470           Move Item-Applied (Item-Sub) To Apply-Work
005480        End-If
005490        Subtract Apply-Work From Item-Applied (Item-Sub)
005500                                 Remaining-Work
005510        Add Apply-Work To Reopened-Work
005520        Perform Rewrite-Table-Item
005530     End-If
005540     Subtract 1 From Item-Sub
005541     .
005541* Items written before Ledger-Posted-Date was carried have it
005542* blank and are taken to predate any receipt that carries one.
005543 Check-Charge-Posted.
005543     Move "Y" To Charge-Paid-Switch
005544     If Item-Posted-Date (Item-Sub) Not = Spaces
005545        And Item-Posted-Date (Item-Sub) Not = Zeros
005545        If Receipt-Posted-Date = Spaces
005546           Or Receipt-Posted-Date = Zeros
005547           Or Item-Posted-Date (Item-Sub) > Receipt-Posted-Date
005547           Move "N" To Charge-Paid-Switch
005548        End-If
005549     End-If
005550     .
005560 Rewrite-Table-Item.
005570     Move Return-Dealer-Number  To Ledger-Dealer-Number
005580     Move Item-Date (Item-Sub)  To Ledger-Item-Date
005590     Move Item-Seq (Item-Sub)   To Ledger-Item-Seq
005600     Read Ledger-File Key Ledger-Key
005610          Invalid Key
005620             Move "N" To Return-Ok-Switch
005630          Not Invalid Key
005640             Move Item-Applied (Item-Sub) To Ledger-Amount-Applied
005650             Rewrite Dealer-Ledger-Record
005660                  Invalid Key
005670                     Move "N" To Return-Ok-Switch
005680             End-Rewrite
005690     End-Read
005700     If Not Return-Ok
005710        Move "Ledger rewrite failed" To Reject-Reason
005720        Perform Print-Reject-Line
005730     End-If
005740     .
005750* The returned item is a charge back of the check: fully
005760* applied by the charges and credit reopened above, with only
005770* the part that could not be put back left open.
005780 Write-Returned-Item.
005790     Move Spaces To Dealer-Ledger-Record
005800     Move Return-Dealer-Number To Ledger-Dealer-Number
005810     Move Return-Key-Date To Ledger-Item-Date
005820     Move "B" To Ledger-Item-Type
005830     Move Return-Key-Date (1:6) To Period-Work
005840     Move Period-Work To Ledger-Period
005850     Move Return-Amount To Ledger-Amount
005860     Compute Ledger-Amount-Applied =
005870             Return-Amount - Remaining-Work
005880     Perform Write-Ledger-Item
005890     .
005891* The credit taken back above leaves unapplied cash the same
005891* way credit used against a charge does.
005892 Write-Credit-Applied-Item.
005893     Move Spaces To Dealer-Ledger-Record
005894     Move Return-Dealer-Number To Ledger-Dealer-Number
005894     Move Return-Key-Date To Ledger-Item-Date
005895     Move "C" To Ledger-Item-Type
005896     Move Period-Work To Ledger-Period
005897     Move Credit-Taken-Work To Ledger-Amount
005897                              Ledger-Amount-Applied
005898     Perform Write-Ledger-Item
005899     .
005900 Write-Fee-Item.
005910     Move Spaces To Dealer-Ledger-Record
005920     Move Return-Dealer-Number To Ledger-Dealer-Number
005930     Move Return-Key-Date To Ledger-Item-Date
005940     Move "N" To Ledger-Item-Type
005950     Move Period-Work To Ledger-Period
005960     Move Returned-Check-Fee To Ledger-Amount
005970     Move Zeros To Ledger-Amount-Applied
005980     Perform Write-Ledger-Item
005990     .
006000* Sequences 1-10 belong to the Chapt19f period charges, so
006010* these items start at 11 and walk forward past any cash items
006020* already posted the same day.
006030 Write-Ledger-Item.
006040     Move "N" To Ledger-Written-Switch
006050     Move 11 To Ledger-Item-Seq
006051     Accept Ledger-Posted-Date From Date YYYYMMDD
006060     Perform Try-Write-Ledger-Item
006070         Until Ledger-Item-Written Or Ledger-Item-Seq > 999
006080     If Not Ledger-Item-Written
006090        Move "N" To Return-Ok-Switch
006100        Move "Ledger write failed" To Reject-Reason
006110        Perform Print-Reject-Line
006120     End-If
006130     .
006140 Try-Write-Ledger-Item.
006150     Write Dealer-Ledger-Record
006160          Invalid Key
006170             Add 1 To Ledger-Item-Seq
006180          Not Invalid Key
006190             Move "Y" To Ledger-Written-Switch
006200     End-Write
006210     .
006220* Count this return plus every earlier returned item dated
006230* within the window; reaching the limit puts the dealer on
006240* cash only.
006250 Check-Cash-Only.
006260     Move Return-Key-Date To YYYYMMDD-Value
006270     Perform Compute-Key-Days
006280     Move Work-Days-Value To Return-Days-Value
006290     Move 1 To Returned-Count
006300     Move 1 To Item-Sub
006310     Perform Count-Returned-Item Until Item-Sub > Item-Count
006320     If Returned-Count Not < Cash-Only-Limit
006330        And Not Dealer-Cash-Only
006340        Move "Y" To Dealer-Cash-Only-Flag
006350        Move "Y" To Cash-Only-Set-Switch
006360        Add 1 To Cash-Only-Count
006370     End-If
006380     .
006390 Count-Returned-Item.
006400     If Item-Returned (Item-Sub)
006410        Move Item-Date (Item-Sub) To YYYYMMDD-Value
006420        Perform Compute-Key-Days
006430        If Return-Days-Value - Work-Days-Value
006440           < Cash-Only-Window-Days
006450           Add 1 To Returned-Count
006460        End-If
006470     End-If
006480     Add 1 To Item-Sub
006490     .
006500* A reopened rent charge is owed again from its own due date,
006510* and the bad check no longer counts as the last payment.
006520 Roll-Back-Rent-Dates.
006530     If Rent-Reopened
006540        Move Oldest-Reopened-Rent To YYYYMMDD-Value
006550        Perform Convert-To-MMDDYYYY
006560        Move MMDDYYYY-Value To Next-Rent-Due-Date
006570        Move Last-Rent-Paid-Date To MMDDYYYY-Value
006580        Perform Convert-To-YYYYMMDD
006590        Move YYYYMMDD-Value To Paid-Key-Date
006600        If Paid-Key-Date Not < Receipt-Key-Date
006610           Move Zeros To Latest-Prior-Receipt
006620           Move 1 To Item-Sub
006630           Perform Find-Prior-Receipt Until Item-Sub > Item-Count
006640           If Latest-Prior-Receipt = Zeros
006650              Move Zeros To Last-Rent-Paid-Date
006660           Else
006670              Move Latest-Prior-Receipt To YYYYMMDD-Value
006680              Perform Convert-To-MMDDYYYY
006690              Move MMDDYYYY-Value To Last-Rent-Paid-Date
006700           End-If
006710        End-If
006720     End-If
006730     .
006740 Find-Prior-Receipt.
006750     If Item-Receipt (Item-Sub)
006760        And Item-Reversed (Item-Sub) Not = "Y"
006770        And Item-Date (Item-Sub) < Receipt-Key-Date
006780        Move Item-Date (Item-Sub) To Latest-Prior-Receipt
006790     End-If
006800     Add 1 To Item-Sub
006810     .
006820 Rewrite-Dealer-Record.
006830     If Rent-Reopened Or Cash-Only-Set
006840        Rewrite Dealer-Record
006850             Invalid Key
006860                Move "N" To Return-Ok-Switch
006870                Move "Dealer rewrite failed" To Reject-Reason
006880                Perform Print-Reject-Line
006890             Not Invalid Key
006900                Move "R" To Journal-Action
006910                Move Dealer-Record To Journal-Image
006920                Perform Write-Dealer-Journal
006930        End-Rewrite
006940     End-If
006950     .
006960 Edit-MMDDYYYY-Date.
006970     Move MMDDYYYY-Year  To Work-Year
006980     Move MMDDYYYY-Month To Work-Month
006990     Move MMDDYYYY-Day   To Work-Day
007000     Perform Edit-Date-Parts
007010     Perform Convert-To-YYYYMMDD
007020     .
007030 Convert-To-YYYYMMDD.
007040     Move MMDDYYYY-Year  To YYYYMMDD-Year
007050     Move MMDDYYYY-Month To YYYYMMDD-Month
007060     Move MMDDYYYY-Day   To YYYYMMDD-Day
007070     .
007080 Convert-To-MMDDYYYY.
007090     Move YYYYMMDD-Year  To MMDDYYYY-Year
007100     Move YYYYMMDD-Month To MMDDYYYY-Month
007110     Move YYYYMMDD-Day   To MMDDYYYY-Day
007120     .
007130* Edit Work-Date-Parts as a real calendar date: month 01-12 and
007140* day within that month's length, February per leap year.
007150 Edit-Date-Parts.
007160     Move "Y" To Date-Valid-Switch
007170     If Work-Month < 1 Or Work-Month > 12
007180        Move "N" To Date-Valid-Switch
007190     Else
007200        Move Month-Days-Entry (Work-Month) To Month-Days-Work
007210        If Work-Month = 2
007220           Perform Check-Leap-Year
007230           If Leap-Year
007240              Move 29 To Month-Days-Work
007250           End-If
007260        End-If
007270        If Work-Day < 1 Or Work-Day > Month-Days-Work
007280           Move "N" To Date-Valid-Switch
007290        End-If
007300     End-If
007310     .
007320 Compute-Key-Days.
007330     Move YYYYMMDD-Year  To Work-Year
007340     Move YYYYMMDD-Month To Work-Month
007350     Move YYYYMMDD-Day   To Work-Day
007360     Perform Compute-Days-Value
007370     .
007380* Convert Work-Date-Parts to a serial day number using real
007390* month lengths and leap years so day differences are true
007400* calendar days.
007410 Compute-Days-Value.
007420     If Work-Month < 1 Or Work-Month > 12
007430        Move 1 To Work-Month
007440     End-If
007450     Compute Prior-Year-Work = Work-Year - 1
007460     Divide Prior-Year-Work By 4 Giving Leap-Day-Count
007470     Divide Prior-Year-Work By 100 Giving Leap-Quotient
007480     Subtract Leap-Quotient From Leap-Day-Count
007490     Divide Prior-Year-Work By 400 Giving Leap-Quotient
007500     Add Leap-Quotient To Leap-Day-Count
007510     Compute Work-Days-Value =
007520             (Prior-Year-Work * 365) + Leap-Day-Count
007530             + Days-Before-Entry (Work-Month) + Work-Day
007540     Perform Check-Leap-Year
007550     If Leap-Year And Work-Month > 2
007560        Add 1 To Work-Days-Value
007570     End-If
007580     .
007590 Check-Leap-Year.
007600     Move "N" To Leap-Year-Switch
007610     Divide Work-Year By 4 Giving Leap-Quotient
007620            Remainder Leap-Remainder-4
007630     Divide Work-Year By 100 Giving Leap-Quotient
007640            Remainder Leap-Remainder-100
007650     Divide Work-Year By 400 Giving Leap-Quotient
007660            Remainder Leap-Remainder-400
007670     If Leap-Remainder-400 = Zeros
007680        Move "Y" To Leap-Year-Switch
007690     Else
007700        If Leap-Remainder-4 = Zeros
007710           And Leap-Remainder-100 Not = Zeros
007720           Move "Y" To Leap-Year-Switch
007730        End-If
007740     End-If
007750     .
007760 Print-Reject-Line.
007770     Add 1 To Reject-Count
007780     Move "Rejected" To RR-Action
007790     Move Reject-Reason To RR-Message
007800     Perform Print-Register-Line
007810     .
007820 Print-Register-Line.
007830     If Line-Count >= Max-Lines
007840        Perform Heading-Routine
007850     End-If
007860     Move Return-Dealer-Number To RR-Dealer-Number
007870     Move Detail-Name-Work     To RR-Name
007880     Move Return-Receipt-Date  To RR-Receipt-Date
007890     Move Return-Amount        To RR-Amount
007900     Write Report-Record From Register-Line After 1
007910     Add 1 To Line-Count
007920     .
007930 Print-Register-Line-2.
007940     Move Returned-Check-Fee To RR-Fee
007950     Move Reopened-Work      To RR-Reopened
007960     Move Next-Rent-Due-Date To RR-Due-Date
007970     If Cash-Only-Set
007980        Move "Now cash only" To RR-Cash-Only
007990     Else
008000        Move Spaces To RR-Cash-Only
008010     End-If
008020     Write Report-Record From Register-Line-2 After 1
008030     Add 1 To Line-Count
008040     .
008050 Format-Name.
008060     Move Spaces To Detail-Name-Work
008070     String First-Name  Delimited By Space
008080            " "         Delimited By Size
008090            Last-Name   Delimited By Space
008100            Into Detail-Name-Work
008110     End-String
008120     .
008130 Print-Report-Trailer.
008140     Move List-Count          To Trailer-List-Count
008150     Move Post-Count          To Trailer-Post-Count
008160     Move Post-Total-Work     To Trailer-Post-Total
008170     Move Reopened-Total-Work To Trailer-Reop-Total
008180     Move Fee-Total-Work      To Trailer-Fee-Total
008190     Move Cash-Only-Count     To Trailer-Cash-Count
008200     Move Reject-Count        To Trailer-Rej-Count
008210     Write Report-Record From Trailer-Line-1 After 2
008220     Write Report-Record From Trailer-Line-2 After 1
008230     Write Report-Record From Trailer-Line-3 After 1
008240     Write Report-Record From Trailer-Line-4 After 1
008250     Write Report-Record From Trailer-Line-5 After 1
008260     Write Report-Record From Trailer-Line-6 After 1
008270     Write Report-Record From Trailer-Line-7 After 1
008280     .
008290 Heading-Routine.
008300     Add 1 To Page-Count
008310     Move Page-Count To Page-No
008320     If Page-Count = 1
008330        Write Report-Record From Heading-Line-1 After Zero
008340     Else
008350        Write Report-Record From Heading-Line-1 After Page
008360     End-If
008370     Write Report-Record From Heading-Line-2 After 1
008380     Write Report-Record From Heading-Line-3 After 1
008390     Write Report-Record From Heading-Line-4 After 2
008400     Write Report-Record From Heading-Line-5 After 1
008410     Write Report-Record From Heading-Line-5 Before 2
008420     Move 7 To Line-Count
008430     .
008440 Fill-Initial-Headings.
008450     Accept Work-Date From Date
008460     Accept Work-Time From Time
008470     Move Corresponding Work-Date-X To
008480                        Heading-Line-2
008490     Move Corresponding Work-Time-X To
008500                        Heading-Line-3
008510     .
008520 Open-Files.
008530     Open Output Report-File
008540           Input Return-File
008550           I-O   Dealer-File
008560                 Ledger-File
008570     .
008580 Close-Files.
008590     Close Report-File
008600           Return-File
008610           Dealer-File
008620           Ledger-File
008630     .
008640 Write-Dealer-Error-Log.
008650     Move "CHAPT20B"    To Error-Program
008660     Move "DEALER-FILE" To Error-File-Name
008670     Move Dealer-Number To Error-Key-Value
008680     Move Dealer-Status To Error-File-Status
008690     Accept Error-Date From Date
008700     Accept Error-Time From Time
008710     Open Extend Error-Log-File
008720     Write Error-Log-Record
008730     Close Error-Log-File
008740     .
008750 Write-Ledger-Error-Log.
008760     Move "CHAPT20B"    To Error-Program
008770     Move "LEDGER-FILE" To Error-File-Name
008780     Move Ledger-Dealer-Number To Error-Key-Value
008790     Move Ledger-Status To Error-File-Status
008800     Accept Error-Date From Date
008810     Accept Error-Time From Time
008820     Open Extend Error-Log-File
008830     Write Error-Log-Record
008840     Close Error-Log-File
008850     .
008860* After-image for the Chapt19u roll-forward recovery.
008870 Write-Dealer-Journal.
008880     Move "CHAPT20B" To Journal-Program
008890     Move "DEALER"   To Journal-File-Id
008900     Move Dealer-Number To Journal-Key-Value
008910     Accept Journal-Date From Date YYYYMMDD
008920     Accept Journal-Time From Time
008930     Open Extend Journal-File
008940     Write Journal-Record
008950     Close Journal-File
008960     .
008970 Write-Run-Start.
008980     Move Spaces To Run-Control-Record
008990     Move "CHAPT20B" To Run-Program
009000     Move "S"        To Run-Record-Type
009010     Move Zeros To Run-Records-Read
009020                   Run-Records-Written
009030     Perform Write-Run-Control
009040     .
009050 Write-Run-End.
009060     Move Spaces To Run-Control-Record
009070     Move "CHAPT20B" To Run-Program
009080     Move "E"        To Run-Record-Type
009090     Move "C"        To Run-Outcome
009100     Move List-Count To Run-Records-Read
009110     Move Post-Count To Run-Records-Written
009120     Perform Write-Run-Control
009130     .
009140 Write-Run-Failure.
009150     Move Spaces To Run-Control-Record
009160     Move "CHAPT20B" To Run-Program
009170     Move "E"        To Run-Record-Type
009180     Move "F"        To Run-Outcome
009190     Move Zeros To Run-Records-Read
009200                   Run-Records-Written
009210     Perform Write-Run-Control
009220     .
009230 Write-Run-Control.
009240     Accept Run-Date From Date YYYYMMDD
009250     Accept Run-Time From Time
009260     Open Extend Run-Control-File
009270     Write Run-Control-Record
009280     Close Run-Control-File
009290     .
