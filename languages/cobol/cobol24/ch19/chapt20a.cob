000010 Identification Division.
000020 Program-Id.  Chapt20a.
000030* Vehicle Sale Cancellation
000040* Reverses a Chapt19g sale posting when a deal falls through or
000050* a buyer brings the unit back. Each transaction (VIN, cancel
000060* date) puts the vehicle back on the lot with its sold price,
000070* sold date and settlement fields cleared, and backs the sale
000080* out of the owning dealer's Sold-To-Date and Commission-To-Date
000090* using the commission Chapt19g recorded for it on Salehist.Dat
000100* (Consignment-Percent for a sale posted before that file was
000110* kept), and the sale history is flagged cancelled for the
000120* Chapt20c ledger interface. A sale Chapt19q has already settled
000130* is never just reopened: the net proceeds paid on it are posted
000140* against the dealer on Dealrlgr.Dat as a clawback charge, so the
000150* next settlement or rent receipt recovers the overpayment, and
000160* if the clawback cannot be written the cancellation is rejected
000170* with nothing changed. Vehicle before/after images go to
000180* Chapt20a.Aud and both rewrites are journaled to Dayjrnl.Dat for
000181* the Chapt19u roll-forward recovery.
000190 Environment Division.
000200 Configuration Section.
000210 Source-Computer.  IBM-PC.
000220 Object-Computer.  IBM-PC.
000230 Input-Output  Section.
000240 File-Control.
000250     Select Report-File Assign To Printer.
000260     Select Transaction-File Assign To "Chapt20a.Trn"
000270         Organization Line Sequential
000280         File Status Trans-Status.
000290     Select Audit-File Assign To "Chapt20a.Aud"
000300         Organization Line Sequential
000310         File Status Audit-Status.
000320     Select Vehicle-File Assign To "Vehicle.Dat"
000330         Organization Indexed
000340         Access Dynamic
000350         Record Key Vehicle-Vin
000360         Alternate Record Key Vehicle-Dealer-Number
000370         File Status Vehicle-File-Status.
000380     Select Dealer-File Assign To "Dealer.Dat"
000390         Organization Indexed
000400         Access Dynamic
000410         Record Key Dealer-Number
000420         Alternate Record Key Dealer-Name
000430         File Status Dealer-Status.
000440     Select Optional Ledger-File Assign To "Dealrlgr.Dat"
000450         Organization Indexed
000460         Access Dynamic
000470         Record Key Ledger-Key
000480         File Status Ledger-Status.
000481     Select Optional Sale-History-File Assign To "Salehist.Dat"
000482         Organization Indexed
000483         Access Dynamic
000484         Record Key Sale-Key
000485         Alternate Record Key Sale-Dealer-Number With Duplicates
000486         File Status Salehist-Status.
000490     Select Optional Journal-File Assign To "Dayjrnl.Dat"
000500         Organization Line Sequential
000510         File Status Journal-Status.
000520     Select Optional Error-Log-File Assign To "Syserr.Log"
000530         Organization Line Sequential
000540         File Status Error-Log-Status.
000550     Select Optional Run-Control-File Assign To "Runctl.Dat"
000560         Organization Line Sequential
000570         File Status Run-Control-Status.
000580 Data Division.
000590 File Section.
000600 Fd  Report-File.
000610 01  Report-Record Pic X(80).
000620 Fd  Transaction-File.
000630 01  Transaction-Record.
000640     03  Trans-Vin                    Pic X(17).
000650     03  Trans-Cancel-Date            Pic 9(8).
000660 Fd  Audit-File.
000670 01  Audit-Record.
000680     03  Audit-Date             Pic 9(6).
000690     03  Audit-Time             Pic 9(8).
000700     03  Audit-Action           Pic X.
000710     03  Audit-Vin              Pic X(17).
000720     03  Audit-Before-Image     Pic X(119).
000730     03  Audit-After-Image      Pic X(119).
000740 Fd  Vehicle-File.
000750     Copy Vehicrec.
000760 Fd  Dealer-File.
000770     Copy Dealerec.
000780 Fd  Ledger-File.
000790     Copy Dealrlgr.
000791 Fd  Sale-History-File.
000792     Copy Salehist.
000800 Fd  Journal-File.
000810     Copy Jrnlrec.
000820 Fd  Error-Log-File.
000830     Copy Errorlog.
000840 Fd  Run-Control-File.
000850     Copy Runctlrc.
000860 Working-Storage Section.
000870 01  Trans-Status             Pic XX Value Zeros.
000880     88  Trans-Success    Value "00" Thru "09".
000890 01  Audit-Status             Pic XX Value Zeros.
000900 01  Vehicle-File-Status      Pic XX Value Zeros.
000910     88  Vehicle-Success  Value "00" Thru "09".
000920     88  Hard-Vehicle-Error Value "30" Thru "99".
000930 01  Dealer-Status            Pic XX Value Zeros.
000940     88  Dealer-Success   Value "00" Thru "09".
000950     88  Hard-Dealer-Error Value "30" Thru "99".
000960 01  Ledger-Status            Pic XX Value Zeros.
000970     88  Ledger-Success   Value "00" Thru "09".
000980     88  Hard-Ledger-Error Value "30" Thru "99".
000981 01  Salehist-Status          Pic XX Value Zeros.
000982     88  Salehist-Success     Value "00" Thru "09".
000983     88  Hard-Salehist-Error  Value "30" Thru "99".
000990 01  Journal-Status           Pic XX Value Zeros.
001000 01  Error-Log-Status         Pic XX Value Zeros.
001010 01  Run-Control-Status       Pic XX Value Zeros.
001020 01  Valid-Transaction-Switch Pic X Value "Y".
001030     88  Valid-Transaction   Value "Y".
001040 01  Ledger-Written-Switch    Pic X Value "N".
001050     88  Ledger-Item-Written  Value "Y".
001060 01  Clawback-Switch          Pic X Value "N".
001070     88  Clawback-Posted      Value "Y".
001071 01  Sale-Found-Switch        Pic X Value "N".
001072     88  Sale-History-Found   Value "Y".
001073 01  Sale-Done-Switch         Pic X Value "N".
001074     88  Sale-History-Done    Value "Y".
001075 01  Saved-Sale-Key           Pic X(33) Value Spaces.
001080 01  Reject-Reason            Pic X(29) Value Spaces.
001090 01  Before-Image-Work        Pic X(119) Value Spaces.
001100 01  After-Image-Work         Pic X(119) Value Spaces.
001110 01  Cancel-Date-Area.
001120     03  Cancel-Date-Value    Pic 9(8).
001130     03  Cancel-Date-Redef    Redefines Cancel-Date-Value.
001140         05  Cancel-Month     Pic 99.
001150         05  Cancel-Day       Pic 99.
001160         05  Cancel-Year      Pic 9(4).
001170 01  Sold-Date-Area.
001180     03  Sold-Date-Value      Pic 9(8).
001190     03  Sold-Date-Redef      Redefines Sold-Date-Value.
001200         05  Sold-Month       Pic 99.
001210         05  Sold-Day         Pic 99.
001220         05  Sold-Year        Pic 9(4).
001230 01  Cancel-Key-Area.
001240     03  Cancel-Date-YYYYMMDD Pic 9(8).
001250     03  Cancel-Key-X         Redefines Cancel-Date-YYYYMMDD.
001260         05  Cancel-Key-Year  Pic 9(4).
001270         05  Cancel-Key-Month Pic 99.
001280         05  Cancel-Key-Day   Pic 99.
001290 01  Sold-Key-Area.
001300     03  Sold-Date-YYYYMMDD   Pic 9(8).
001310     03  Sold-Key-X           Redefines Sold-Date-YYYYMMDD.
001320         05  Sold-Key-Year    Pic 9(4).
001330         05  Sold-Key-Month   Pic 99.
001340         05  Sold-Key-Day     Pic 99.
001350 01  Period-Work-Area.
001360     03  Period-Work          Pic 9(6).
001370     03  Period-Work-X        Redefines Period-Work.
001380         05  Period-Year      Pic 9(4).
001390         05  Period-Month     Pic 99.
001400 01  Work-Date-Parts.
001410     03  Work-Year            Pic 9(4).
001420     03  Work-Month           Pic 99.
001430     03  Work-Day             Pic 99.
001440 01  Month-Days-Table.
001450     03  Filler  Pic X(24) Value "312831303130313130313031".
001460 01  Month-Days-Redef Redefines Month-Days-Table.
001470     03  Month-Days-Entry Pic 99 Occurs 12 Times.
001480 01  Month-Days-Work          Pic 99 Value Zeros.
001490 01  Leap-Quotient            Pic 9(4) Value Zeros.
001500 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
001510 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
001520 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
001530 01  Leap-Year-Switch         Pic X Value "N".
001540     88  Leap-Year            Value "Y".
001550 01  Date-Valid-Switch        Pic X Value "Y".
001560     88  Valid-Date           Value "Y".
001570 01  Heading-Line-1.
001580     03  Filler      Pic X(12) Value "Created by:".
001590     03  Filler      Pic X(8)  Value "CHAPT20A".
001600     03  Filler      Pic X(11) Value Spaces.
001610     03  Filler      Pic X(27) Value "Vehicle Sale Cancellation".
001620     03  Filler      Pic X(2)  Value Spaces.
001630     03  Filler      Pic X(5)  Value "Page".
001640     03  Page-No     Pic Z(4)9 Value Zeros.
001650 01  Heading-Line-2.
001660     03  Filler      Pic X(12) Value "Created on:".
001670     03  Date-MM     Pic 99.
001680     03  Filler      Pic X     Value "/".
001690     03  Date-DD     Pic 99.
001700     03  Filler      Pic X     Value "/".
001710     03  Date-YY     Pic 99.
001720 01  Heading-Line-3.
001730     03  Filler      Pic X(12) Value "At:".
001740     03  Time-HH     Pic 99.
001750     03  Filler      Pic X     Value ":".
001760     03  Time-MM     Pic 99.
001770     03  Filler      Pic X     Value ":".
001780     03  Time-SS     Pic 99.
001790 01  Activity-Line.
001800     03  AL-Vin             Pic X(18) Value Spaces.
001810     03  AL-Dealer-Number   Pic X(9)  Value Spaces.
001820     03  AL-Action          Pic X(9)  Value Spaces.
001830     03  AL-Amount          Pic $$,$$$,$$9.99.
001840     03  Filler             Pic X     Value Spaces.
001850     03  AL-Message         Pic X(29) Value Spaces.
001860 01  Trailer-Line-1.
001870     03  Filler             Pic X(24) Value Spaces.
001880     03  Filler             Pic X(20) Value "Sales Cancelled:".
001890     03  Trailer-Cncl-Count Pic ZZ9.
001900 01  Trailer-Line-2.
001910     03  Filler             Pic X(24) Value Spaces.
001920     03  Filler             Pic X(20) Value "Rejected:".
001930     03  Trailer-Rej-Count  Pic ZZ9.
001940 01  Trailer-Line-3.
001950     03  Filler             Pic X(24) Value Spaces.
001960     03  Filler             Pic X(20) Value "Total Reversed:".
001970     03  Trailer-Sold-Total Pic Z,ZZZ,ZZ9.99-.
001980 01  Trailer-Line-4.
001990     03  Filler             Pic X(24) Value Spaces.
002000     03  Filler             Pic X(20) Value "Commission Backed:".
002010     03  Trailer-Commis-Tot Pic Z,ZZZ,ZZ9.99-.
002020 01  Trailer-Line-5.
002030     03  Filler             Pic X(24) Value Spaces.
002040     03  Filler             Pic X(20) Value "Clawbacks Posted:".
002050     03  Trailer-Claw-Count Pic ZZ9.
002060 01  Trailer-Line-6.
002070     03  Filler             Pic X(24) Value Spaces.
002080     03  Filler             Pic X(20) Value "Total Clawed Back:".
002090     03  Trailer-Claw-Total Pic Z,ZZZ,ZZ9.99-.
002100 01  Line-Count           Pic 99          Value 99.
002110 01  Page-Count           Pic 9(4)        Value Zeros.
002120 01  Max-Lines            Pic 99          Value 60.
002130 01  Date-And-Time-Area.
002140     03  Work-Date            Pic 9(6).
002150     03  Work-Date-X          Redefines Work-Date.
002160         05  Date-YY          Pic 99.
002170         05  Date-MM          Pic 99.
002180         05  Date-DD          Pic 99.
002190     03  Work-Time            Pic 9(8).
002200     03  Work-Time-X          Redefines Work-Time.
002210         05  Time-HH          Pic 99.
002220         05  Time-MM          Pic 99.
002230         05  Time-SS          Pic 99.
002240         05  Filler           Pic XX.
002250 01  Sold-Price-Work          Pic S9(7)v99 Comp-3 Value Zeros.
002260 01  Commission-Work          Pic S9(7)v99 Comp-3 Value Zeros.
002270 01  Clawback-Work            Pic S9(7)v99 Comp-3 Value Zeros.
002280 01  Cancel-Count             Pic 9(5) Value Zeros.
002290 01  Reject-Count             Pic 9(5) Value Zeros.
002300 01  Clawback-Count           Pic 9(5) Value Zeros.
002310 01  Total-Sold-Work          Pic S9(9)v99 Comp-3 Value Zeros.
002320 01  Total-Commission-Work    Pic S9(9)v99 Comp-3 Value Zeros.
002330 01  Total-Clawback-Work      Pic S9(9)v99 Comp-3 Value Zeros.
002340 Procedure Division.
002350 Declaratives.
002360 Vehicle-File-Error Section.
002370     Use After Standard Error Procedure On Vehicle-File
002380     .
002390 Vehicle-Error-Paragraph.
002400     Display "Error on Vehicle File " Vehicle-File-Status
002410     Perform Write-Vehicle-Error-Log
002420     If Hard-Vehicle-Error
002430        Display "Fatal error on Vehicle File - job terminated"
002440        Perform Write-Run-Failure
002450        Stop Run
002460     End-If
002470     .
002480 Dealer-File-Error Section.
002490     Use After Standard Error Procedure On Dealer-File
002500     .
002510 Dealer-Error-Paragraph.
002520     Display "Error on Dealer File " Dealer-Status
002530     Perform Write-Dealer-Error-Log
002540     If Hard-Dealer-Error
002550        Display "Fatal error on Dealer File - job terminated"
002560        Perform Write-Run-Failure
002570        Stop Run
002580     End-If
002590     .
002600 Ledger-File-Error Section.
002610     Use After Standard Error Procedure On Ledger-File
002620     .
002630 Ledger-Error-Paragraph.
002640     Display "Error on Ledger File " Ledger-Status
002650     Perform Write-Ledger-Error-Log
002660     If Hard-Ledger-Error
002670        Display "Fatal error on Ledger File - job terminated"
002680        Perform Write-Run-Failure
002690        Stop Run
002700     End-If
002710     .
002711 Sale-History-File-Error Section.
002711     Use After Standard Error Procedure On Sale-History-File
002712     .
002713 Sale-History-Error-Paragraph.
002714     Display "Error on Salehist File " Salehist-Status
002714     Perform Write-Sale-Error-Log
002715     If Hard-Salehist-Error
002716        Display "Fatal error on Salehist File - job terminated"
002717        Perform Write-Run-Failure
002717        Stop Run
002718     End-If
002719     .
002720 End Declaratives.
002730 Chapt20a-Start.
002740     Display "Begin Process Chapt20a"
002750     Perform Write-Run-Start
002760     Perform Open-Files
002770      If Vehicle-Success And Dealer-Success And Ledger-Success
002771         And Salehist-Success
002780        Perform Fill-Initial-Headings
002790        Perform Process-Transactions Until Not Trans-Success
002800        Perform Print-Report-Trailer
002810        Perform Close-Files
002820        Perform Write-Run-End
002830     End-If
002840     Goback.
002850 Process-Transactions.
002860     Read Transaction-File
002870          At End Move High-Values To Trans-Status
002880          Not At End Perform Process-One-Transaction
002890     End-Read
002900     .
002910 Process-One-Transaction.
002920     Move "Y" To Valid-Transaction-Switch
002930     Move Spaces To Reject-Reason
002940     Move Zeros To Sold-Price-Work
002950     If Trans-Vin = Spaces
002960        Move "N" To Valid-Transaction-Switch
002970        Move "VIN is required" To Reject-Reason
002980        Perform Print-Reject-Line
002990     Else
003000        Perform Validate-Cancel-Date
003010        If Valid-Date
003020           Perform Cancel-Sale
003030        Else
003040           Move "N" To Valid-Transaction-Switch
003050           Move "Invalid cancel date" To Reject-Reason
003060           Perform Print-Reject-Line
003070        End-If
003080     End-If
003090     .
003100 Cancel-Sale.
003110     Move Trans-Vin To Vehicle-Vin
003120     Read Vehicle-File Key Vehicle-Vin
003130          Invalid Key
003140             Move "N" To Valid-Transaction-Switch
003150             Move "VIN not on Vehicle File" To Reject-Reason
003160             Perform Print-Reject-Line
003170          Not Invalid Key
003180             Move Sold-Price To Sold-Price-Work
003190             Perform Check-Cancel-Against-Files
003200     End-Read
003210     .
003220 Check-Cancel-Against-Files.
003230     Move Vehicle-Sold-Date To Sold-Date-Value
003240     Move Sold-Year  To Sold-Key-Year
003250     Move Sold-Month To Sold-Key-Month
003260     Move Sold-Day   To Sold-Key-Day
003270     If Not Vehicle-Sold
003280        Move "N" To Valid-Transaction-Switch
003290        Move "Vehicle is not sold" To Reject-Reason
003300        Perform Print-Reject-Line
003310     Else
003320        If Cancel-Date-YYYYMMDD < Sold-Date-YYYYMMDD
003330           Move "N" To Valid-Transaction-Switch
003340           Move "Cancel date before sale" To Reject-Reason
003350           Perform Print-Reject-Line
003360        Else
003370           Move Vehicle-Dealer-Number To Dealer-Number
003380           Read Dealer-File Key Dealer-Number
003390                Invalid Key
003400                   Move "N" To Valid-Transaction-Switch
003410                   Move "Dealer Number not found" To
003420                        Reject-Reason
003430                   Perform Print-Reject-Line
003440                Not Invalid Key
003450                   Perform Reverse-Sale
003460           End-Read
003470        End-If
003480     End-If
003490     .
003500* A settled sale has already been paid out, so the net proceeds
003510* go back on the dealer's ledger before the vehicle is touched.
003520 Reverse-Sale.
003530     Perform Find-Sale-History
003540     If Sale-History-Found
003541        Move Sale-Commission To Commission-Work
003542     Else
003543        Compute Commission-Work Rounded =
003544                (Sold-Price * Consignment-Percent) / 100
003545     End-If
003550     Move "N" To Clawback-Switch
003560     If Vehicle-Settled
003570        Compute Clawback-Work = Sold-Price - Commission-Work
003580        Perform Write-Clawback-Item
003590     End-If
003600     If Valid-Transaction
003610        Perform Reverse-Sale-On-Vehicle
003620     End-If
003621     .
003621* The latest sale still posted against this VIN is the one
003621* being cancelled.
003622 Find-Sale-History.
003622     Move "N" To Sale-Found-Switch
003622     Move "N" To Sale-Done-Switch
003623     Move Trans-Vin To Sale-Vin
003623     Move Zeros To Sale-Post-Date
003623                   Sale-Post-Time
003624     Start Sale-History-File Key Not < Sale-Key
003624         Invalid Key Move "Y" To Sale-Done-Switch
003624     End-Start
003625     Perform Read-Next-Sale-History Until Sale-History-Done
003625     .
003625 Read-Next-Sale-History.
003626     Read Sale-History-File Next Record
003626          At End Move "Y" To Sale-Done-Switch
003626          Not At End
003627             If Sale-Vin Not = Trans-Vin
003627                Move "Y" To Sale-Done-Switch
003627             Else
003628                If Sale-Posted
003628                   Move "Y" To Sale-Found-Switch
003628                   Move Sale-Key To Saved-Sale-Key
003629                End-If
003629             End-If
003629     End-Read
003630     .
003640 Write-Clawback-Item.
003650     Move Spaces To Dealer-Ledger-Record
003660     Move Dealer-Number To Ledger-Dealer-Number
003670     Move Cancel-Date-YYYYMMDD To Ledger-Item-Date
003680     Move "K" To Ledger-Item-Type
003690     Move Cancel-Key-Year  To Period-Year
003700     Move Cancel-Key-Month To Period-Month
003710     Move Period-Work To Ledger-Period
003720     Move Clawback-Work To Ledger-Amount
003730     Move Zeros To Ledger-Amount-Applied
003740     Perform Write-Ledger-Item
003750     If Ledger-Item-Written
003760        Move "Y" To Clawback-Switch
003770     Else
003780        Move "N" To Valid-Transaction-Switch
003790        Move "Clawback write failed" To Reject-Reason
003800        Perform Print-Reject-Line
003810     End-If
003820     .
003830* Sequences 1-10 belong to the Chapt19f period charges, so
003840* clawback items start at 11 and walk forward past any cash
003850* items already posted the same day.
003860 Write-Ledger-Item.
003870     Move "N" To Ledger-Written-Switch
003880     Move 11 To Ledger-Item-Seq
003881     Accept Ledger-Posted-Date From Date YYYYMMDD
003890     Perform Try-Write-Ledger-Item
003900         Until Ledger-Item-Written Or Ledger-Item-Seq > 999
003910     .
003920 Try-Write-Ledger-Item.
003930     Write Dealer-Ledger-Record
003940          Invalid Key
003950             Add 1 To Ledger-Item-Seq
003960          Not Invalid Key
003970             Move "Y" To Ledger-Written-Switch
003980     End-Write
003990     .
004000 Reverse-Sale-On-Vehicle.
004010     Move Vehicle-Record To Before-Image-Work
004020     Move Zeros  To Sold-Price
004030                    Vehicle-Sold-Date
004040                    Vehicle-Settled-Date
004050     Move "O"    To Vehicle-Status
004060     Move Spaces To Vehicle-Settled-Flag
004070     Rewrite Vehicle-Record
004080          Invalid Key
004090             Move "N" To Valid-Transaction-Switch
004100             Move "Vehicle rewrite failed" To Reject-Reason
004110             Perform Print-Reject-Line
004120             If Clawback-Posted
004130                Perform Remove-Clawback-Item
004140             End-If
004150          Not Invalid Key
004160             Move Vehicle-Record To After-Image-Work
004170             Move "X" To Audit-Action
004180             Perform Write-Audit-Record
004190             Move "R" To Journal-Action
004200             Move Vehicle-Record To Journal-Image
004210             Perform Write-Vehicle-Journal
004220             Perform Reverse-Sale-On-Dealer
004230     End-Rewrite
004240     .
004250* The vehicle could not be reopened, so the clawback just
004260* written must not be left behind to bill the dealer.
004270 Remove-Clawback-Item.
004280     Delete Ledger-File Record
004290          Invalid Key
004300             Display "Unable to remove clawback "
004310                     Ledger-Dealer-Number " " Ledger-Item-Date
004320     End-Delete
004330     .
004340 Reverse-Sale-On-Dealer.
004350     Subtract Sold-Price-Work From Sold-To-Date
004360     Subtract Commission-Work From Commission-To-Date
004370     Rewrite Dealer-Record
004380          Invalid Key
004390             Move "N" To Valid-Transaction-Switch
004400             Move "Dealer rewrite failed" To Reject-Reason
004410             Perform Print-Reject-Line
004420          Not Invalid Key
004430             Add 1 To Cancel-Count
004440             Add Sold-Price-Work To Total-Sold-Work
004450             Add Commission-Work To Total-Commission-Work
004460             Move "Cancelled" To AL-Action
004470             Move Dealer-Number To AL-Dealer-Number
004480             If Clawback-Posted
004490                Add 1 To Clawback-Count
004500                Add Clawback-Work To Total-Clawback-Work
004510                Move "Settled - clawback posted" To AL-Message
004520             Else
004530                Move Spaces To AL-Message
004540             End-If
004550             Perform Print-Activity-Line
004560             Move "R" To Journal-Action
004570             Move Dealer-Record To Journal-Image
004580             Perform Write-Dealer-Journal
004581             If Sale-History-Found
004582                Perform Cancel-Sale-History
004583             End-If
004590     End-Rewrite
004591     .
004591 Cancel-Sale-History.
004592     Move Saved-Sale-Key To Sale-Key
004592     Read Sale-History-File Key Sale-Key
004593          Invalid Key
004594             Display "Unable to flag sale history " Trans-Vin
004594          Not Invalid Key
004595             Move "C" To Sale-Status
004595             Accept Sale-Cancel-Post-Date From Date YYYYMMDD
004596             Rewrite Sale-History-Record
004597                  Invalid Key
004597                     Display "Unable to flag sale history "
004598                             Trans-Vin
004598             End-Rewrite
004599     End-Read
004600     .
004610 Validate-Cancel-Date.
004620     Move Trans-Cancel-Date To Cancel-Date-Value
004630     Move Cancel-Year  To Work-Year
004640     Move Cancel-Month To Work-Month
004650     Move Cancel-Day   To Work-Day
004660     Perform Edit-Date-Parts
004670     Move Cancel-Year  To Cancel-Key-Year
004680     Move Cancel-Month To Cancel-Key-Month
004690     Move Cancel-Day   To Cancel-Key-Day
004700     .
004710* Edit Work-Date-Parts as a real calendar date: month 01-12 and
004720* day within that month's length, February per leap year.
004730 Edit-Date-Parts.
004740     Move "Y" To Date-Valid-Switch
004750     If Work-Month < 1 Or Work-Month > 12
004760        Move "N" To Date-Valid-Switch
004770     Else
004780        Move Month-Days-Entry (Work-Month) To Month-Days-Work
004790        If Work-Month = 2
004800           Perform Check-Leap-Year
004810           If Leap-Year
004820              Move 29 To Month-Days-Work
004830           End-If
004840        End-If
004850        If Work-Day < 1 Or Work-Day > Month-Days-Work
004860           Move "N" To Date-Valid-Switch
004870        End-If
004880     End-If
004890     .
004900 Check-Leap-Year.
004910     Move "N" To Leap-Year-Switch
004920     Divide Work-Year By 4 Giving Leap-Quotient
004930            Remainder Leap-Remainder-4
004940     Divide Work-Year By 100 Giving Leap-Quotient
004950            Remainder Leap-Remainder-100
004960     Divide Work-Year By 400 Giving Leap-Quotient
004970            Remainder Leap-Remainder-400
004980     If Leap-Remainder-400 = Zeros
004990        Move "Y" To Leap-Year-Switch
005000     Else
005010        If Leap-Remainder-4 = Zeros
005020           And Leap-Remainder-100 Not = Zeros
005030           Move "Y" To Leap-Year-Switch
005040        End-If
005050     End-If
005060     .
005070 Write-Audit-Record.
005080     Accept Audit-Date From Date
005090     Accept Audit-Time From Time
005100     Move Trans-Vin          To Audit-Vin
005110     Move Before-Image-Work  To Audit-Before-Image
005120     Move After-Image-Work   To Audit-After-Image
005130     Write Audit-Record
005140     .
005150 Print-Reject-Line.
005160     Add 1 To Reject-Count
005170     Move "Rejected" To AL-Action
005180     Move Spaces     To AL-Dealer-Number
005190     Move Reject-Reason To AL-Message
005200     Perform Print-Activity-Line
005210     .
005220 Print-Activity-Line.
005230     If Line-Count >= Max-Lines
005240        Perform Heading-Routine
005250     End-If
005260     Move Trans-Vin       To AL-Vin
005270     Move Sold-Price-Work To AL-Amount
005280     Write Report-Record From Activity-Line After 1
005290     Add 1 To Line-Count
005300     .
005310 Print-Report-Trailer.
005320     Move Cancel-Count   To Trailer-Cncl-Count
005330     Move Reject-Count   To Trailer-Rej-Count
005340     Move Total-Sold-Work       To Trailer-Sold-Total
005350     Move Total-Commission-Work To Trailer-Commis-Tot
005360     Move Clawback-Count        To Trailer-Claw-Count
005370     Move Total-Clawback-Work   To Trailer-Claw-Total
005380     Write Report-Record From Trailer-Line-1 After 2
005390     Write Report-Record From Trailer-Line-2 After 1
005400     Write Report-Record From Trailer-Line-3 After 1
005410     Write Report-Record From Trailer-Line-4 After 1
005420     Write Report-Record From Trailer-Line-5 After 1
005430     Write Report-Record From Trailer-Line-6 After 1
005440     .
005450 Heading-Routine.
005460     Add 1 To Page-Count
005470     Move Page-Count To Page-No
005480     If Page-Count = 1
005490        Write Report-Record From Heading-Line-1 After Zero
005500     Else
005510        Write Report-Record From Heading-Line-1 After Page
005520     End-If
005530     Write Report-Record From Heading-Line-2 After 1
005540     Write Report-Record From Heading-Line-3 After 2
005550     Move 5 To Line-Count
005560     .
005570 Fill-Initial-Headings.
005580     Accept Work-Date From Date
005590     Accept Work-Time From Time
005600     Move Corresponding Work-Date-X To
005610                        Heading-Line-2
005620     Move Corresponding Work-Time-X To
005630                        Heading-Line-3
005640     .
005650 Open-Files.
005660     Open Output Report-File
005670                 Audit-File
005680           Input Transaction-File
005690           I-O   Vehicle-File
005700                 Dealer-File
005710                 Ledger-File
005711                 Sale-History-File
005720     .
005730 Close-Files.
005740     Close Report-File
005750           Audit-File
005760           Transaction-File
005770           Vehicle-File
005780           Dealer-File
005790           Ledger-File
005791           Sale-History-File
005800     .
005810 Write-Vehicle-Error-Log.
005820     Move "CHAPT20A"     To Error-Program
005830     Move "VEHICLE-FILE" To Error-File-Name
005840     Move Vehicle-Vin    To Error-Key-Value
005850     Move Vehicle-File-Status To Error-File-Status
005860     Accept Error-Date From Date
005870     Accept Error-Time From Time
005880     Open Extend Error-Log-File
005890     Write Error-Log-Record
005900     Close Error-Log-File
005910     .
005920 Write-Dealer-Error-Log.
005930     Move "CHAPT20A"    To Error-Program
005940     Move "DEALER-FILE" To Error-File-Name
005950     Move Dealer-Number To Error-Key-Value
005960     Move Dealer-Status To Error-File-Status
005970     Accept Error-Date From Date
005980     Accept Error-Time From Time
005990     Open Extend Error-Log-File
006000     Write Error-Log-Record
006010     Close Error-Log-File
006020     .
006030 Write-Ledger-Error-Log.
006040     Move "CHAPT20A"    To Error-Program
006050     Move "LEDGER-FILE" To Error-File-Name
006060     Move Ledger-Dealer-Number To Error-Key-Value
006070     Move Ledger-Status To Error-File-Status
006071     Accept Error-Date From Date
006071     Accept Error-Time From Time
006072     Open Extend Error-Log-File
006073     Write Error-Log-Record
006074     Close Error-Log-File
006075     .
006075 Write-Sale-Error-Log.
006076     Move "CHAPT20A"    To Error-Program
006077     Move "SALEHIST-FILE" To Error-File-Name
006078     Move Sale-Dealer-Number To Error-Key-Value
006079     Move Salehist-Status To Error-File-Status
006080     Accept Error-Date From Date
006090     Accept Error-Time From Time
006100     Open Extend Error-Log-File
006110     Write Error-Log-Record
006120     Close Error-Log-File
006130     .
006140* After-image for the Chapt19u roll-forward recovery.
006150 Write-Vehicle-Journal.
006160     Move "CHAPT20A" To Journal-Program
006170     Move "VEHICLE"  To Journal-File-Id
006180     Move Vehicle-Vin To Journal-Key-Value
006190     Accept Journal-Date From Date YYYYMMDD
006200     Accept Journal-Time From Time
006210     Open Extend Journal-File
006220     Write Journal-Record
006230     Close Journal-File
006240     .
006250* After-image for the Chapt19u roll-forward recovery.
006260 Write-Dealer-Journal.
006270     Move "CHAPT20A" To Journal-Program
006280     Move "DEALER"   To Journal-File-Id
006290     Move Dealer-Number To Journal-Key-Value
006300     Accept Journal-Date From Date YYYYMMDD
006310     Accept Journal-Time From Time
006320     Open Extend Journal-File
006330     Write Journal-Record
006340     Close Journal-File
006350     .
006360 Write-Run-Start.
006370     Move Spaces To Run-Control-Record
006380     Move "CHAPT20A" To Run-Program
006390     Move "S"        To Run-Record-Type
006400     Move Zeros To Run-Records-Read
006410                   Run-Records-Written
006420     Perform Write-Run-Control
006430     .
006440 Write-Run-End.
006450     Move Spaces To Run-Control-Record
006460     Move "CHAPT20A" To Run-Program
006470     Move "E"        To Run-Record-Type
006480     Move "C"        To Run-Outcome
006490     Compute Run-Records-Read = Cancel-Count + Reject-Count
006500     Move Cancel-Count To Run-Records-Written
006510     Perform Write-Run-Control
006520     .
006530 Write-Run-Failure.
006540     Move Spaces To Run-Control-Record
006550     Move "CHAPT20A" To Run-Program
006560     Move "E"        To Run-Record-Type
006570     Move "F"        To Run-Outcome
006580     Move Zeros To Run-Records-Read
006590                   Run-Records-Written
006600     Perform Write-Run-Control
006610     .
006620 Write-Run-Control.
006630     Accept Run-Date From Date YYYYMMDD
006640     Accept Run-Time From Time
006650     Open Extend Run-Control-File
006660     Write Run-Control-Record
006670     Close Run-Control-File
006680     .
