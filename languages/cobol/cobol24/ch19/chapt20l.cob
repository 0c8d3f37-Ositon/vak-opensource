000010 Identification Division.
000020 Program-Id.  Chapt20l.
000030* Sell-Through and Days-To-Sell Analysis
000040* Answers what actually sells, so dealers asking what to bring in
000050* and how to price it can be answered from the lot's own history.
000060* Every unit on Vehicle-File consigned within the date window is
000070* grouped by make, model and model-year band, and each group
000080* shows how many units were consigned, how many of those sold,
000090* how many the dealer withdrew unsold and how many are still on
000100* the lot (on hold counts as on the lot). Sell-through is units
000110* sold as a percent of units consigned. Days to sell run from
000120* Date-Consigned to Vehicle-Sold-Date, averaged and with the
000130* median, and the sold price is shown as a percent of the
000140* original asking price (before any Chapt19t markdown; the
000150* current asking price where no original is carried). Each make
000160* is subtotalled and the report totalled, without a median. The
000170* window (from and through dates, MMDDYYYY) and the width of the
000180* model-year bands come from Chapt20l.Parm; with no card the
000190* window is the year ending today and bands are 5 model years. A
000200* bad window is reported and the run ends failed.
000210 Environment Division.
000220 Configuration Section.
000230 Source-Computer.  IBM-PC.
000240 Object-Computer.  IBM-PC.
000250 Input-Output  Section.
000260 File-Control.
000270     Select Report-File Assign To Printer.
000280     Select Sort-File Assign To "Chapt20l.Srt".
000290     Select Optional Parameter-File Assign To "Chapt20l.Parm"
000300         Organization Line Sequential
000310         File Status Parm-Status.
000320     Select Vehicle-File Assign To "Vehicle.Dat"
000330         Organization Indexed
000340         Access Sequential
000350         Record Key Vehicle-Vin
000360         Alternate Record Key Vehicle-Dealer-Number
000370         File Status Vehicle-File-Status.
000380     Select Optional Error-Log-File Assign To "Syserr.Log"
000390         Organization Line Sequential
000400         File Status Error-Log-Status.
000410     Select Optional Run-Control-File Assign To "Runctl.Dat"
000420         Organization Line Sequential
000430         File Status Run-Control-Status.
000440 Data Division.
000450 File Section.
000460 Fd  Report-File.
000470 01  Report-Record Pic X(80).
000480 Fd  Parameter-File.
000490 01  Parameter-Record.
000500     03  Parm-From-Date        Pic 9(8).
000510     03  Parm-Through-Date     Pic 9(8).
000520     03  Parm-Band-Years       Pic 99.
000530* The outcome code puts a group's sold units first, in order of
000540* days to sell, so the median can be picked from the middle.
000550 Sd  Sort-File.
000560 01  Sort-Record.
000570     03  SR-Make             Pic X(20).
000580     03  SR-Model            Pic X(20).
000590     03  SR-Band-Start       Pic 9(4).
000600     03  SR-Outcome          Pic 9.
000610         88  SR-Sold-Dated   Value 1.
000620         88  SR-Sold-Undated Value 2.
000630         88  SR-Withdrawn    Value 3.
000640         88  SR-On-Lot       Value 4.
000650     03  SR-Days-To-Sell     Pic 9(5).
000660     03  SR-Sold-Price       Pic 9(7)v99.
000670     03  SR-Original-Asking  Pic 9(7)v99.
000680 Fd  Vehicle-File.
000690     Copy Vehicrec.
000700 Fd  Error-Log-File.
000710     Copy Errorlog.
000720 Fd  Run-Control-File.
000730     Copy Runctlrc.
000740 Working-Storage Section.
000750 01  Parm-Status              Pic XX Value Zeros.
000760     88  Parm-File-Opened    Value "00".
000770 01  Vehicle-File-Status      Pic XX Value Zeros.
000780     88  Vehicle-Success  Value "00" Thru "09".
000790     88  Hard-Vehicle-Error Value "30" Thru "99".
000800 01  Error-Log-Status         Pic XX Value Zeros.
000810 01  Run-Control-Status       Pic XX Value Zeros.
000820 01  Sort-File-Eof-Switch     Pic X Value "N".
000830     88  Sort-File-Eof   Value "Y".
000840 01  First-Detail-Switch      Pic X Value "Y".
000850     88  First-Detail    Value "Y".
000860 01  Window-Valid-Switch      Pic X Value "Y".
000870     88  Valid-Window    Value "Y".
000880 01  Date-Valid-Switch        Pic X Value "Y".
000890     88  Valid-Date      Value "Y".
000900 01  Leap-Year-Switch         Pic X Value "N".
000910     88  Leap-Year       Value "Y".
000920 01  Heading-Line-1.
000930     03  Filler      Pic X(12) Value "Created by:".
000940     03  Filler      Pic X(8)  Value "CHAPT20L".
000950     03  Filler      Pic X(7)  Value Spaces.
000960     03  Filler      Pic X(33)
000970         Value "Sell-Through and Days to Sell".
000980     03  Filler      Pic X(5)  Value "Page".
000990     03  Page-No     Pic Z(4)9 Value Zeros.
001000 01  Heading-Line-2.
001010     03  Filler      Pic X(12) Value "Created on:".
001020     03  Date-MM     Pic 99.
001030     03  Filler      Pic X     Value "/".
001040     03  Date-DD     Pic 99.
001050     03  Filler      Pic X     Value "/".
001060     03  Date-YY     Pic 99.
001070 01  Heading-Line-3.
001080     03  Filler      Pic X(12) Value "At:".
001090     03  Time-HH     Pic 99.
001100     03  Filler      Pic X     Value ":".
001110     03  Time-MM     Pic 99.
001120     03  Filler      Pic X     Value ":".
001130     03  Time-SS     Pic 99.
001140 01  Window-Line.
001150     03  Filler          Pic X(16) Value "Consigned from".
001160     03  WL-From-Date    Pic 99/99/9999.
001170     03  Filler          Pic X(9)  Value " through".
001180     03  WL-Through-Date Pic 99/99/9999.
001190     03  Filler          Pic X(16) Value "    Year bands:".
001200     03  WL-Band-Years   Pic Z9.
001210 01  Heading-Line-4.
001220     03  Filler      Pic X(57) Value Spaces.
001230     03  Filler      Pic X(12) Value "Days To Sell".
001240     03  Filler      Pic X(5)  Value "Price".
001250 01  Heading-Line-5.
001260     03  Filler      Pic X(17) Value "Model".
001270     03  Filler      Pic X(10) Value "Years".
001280     03  Filler      Pic X(6)  Value " Cons".
001290     03  Filler      Pic X(6)  Value " Sold".
001300     03  Filler      Pic X(6)  Value " Wdrn".
001310     03  Filler      Pic X(6)  Value "OnLot".
001320     03  Filler      Pic X(6)  Value "Sell%".
001330     03  Filler      Pic X(5)  Value " Avg".
001340     03  Filler      Pic X(7)  Value "Median".
001350     03  Filler      Pic X(5)  Value "Ask %".
001360 01  Make-Line.
001370     03  Filler          Pic X(6)  Value "Make:".
001380     03  ML-Make         Pic X(20) Value Spaces.
001390 01  Detail-Line.
001400     03  DL-Model          Pic X(16)  Value Spaces.
001410     03  Filler            Pic X      Value Spaces.
001420     03  DL-Years          Pic X(9)   Value Spaces.
001430     03  Filler            Pic X      Value Spaces.
001440     03  DL-Consigned      Pic ZZZZ9.
001450     03  Filler            Pic X      Value Spaces.
001460     03  DL-Sold           Pic ZZZZ9.
001470     03  Filler            Pic X      Value Spaces.
001480     03  DL-Withdrawn      Pic ZZZZ9.
001490     03  Filler            Pic X      Value Spaces.
001500     03  DL-On-Lot         Pic ZZZZ9.
001510     03  Filler            Pic X      Value Spaces.
001520     03  DL-Sell-Through   Pic ZZ9.9.
001530     03  Filler            Pic X      Value Spaces.
001540     03  DL-Avg-Days       Pic ZZZ9.
001550     03  Filler            Pic X      Value Spaces.
001560     03  DL-Median-Days    Pic ZZZ9.9.
001570     03  Filler            Pic X      Value Spaces.
001580     03  DL-Price-Percent  Pic ZZ9.9.
001590 01  Total-Line.
001600     03  TL-Label          Pic X(27)  Value Spaces.
001610     03  TL-Consigned      Pic ZZZZ9.
001620     03  Filler            Pic X      Value Spaces.
001630     03  TL-Sold           Pic ZZZZ9.
001640     03  Filler            Pic X      Value Spaces.
001650     03  TL-Withdrawn      Pic ZZZZ9.
001660     03  Filler            Pic X      Value Spaces.
001670     03  TL-On-Lot         Pic ZZZZ9.
001680     03  Filler            Pic X      Value Spaces.
001690     03  TL-Sell-Through   Pic ZZ9.9.
001700     03  Filler            Pic X      Value Spaces.
001710     03  TL-Avg-Days       Pic ZZZ9.
001720     03  Filler            Pic X(8)   Value Spaces.
001730     03  TL-Price-Percent  Pic ZZ9.9.
001740 01  Footnote-Line-1.
001750     03  Filler      Pic X(25) Value "Sell% is units sold as a".
001760     03  Filler      Pic X(26) Value "percent of units consigned".
001770 01  Footnote-Line-2.
001780     03  Filler      Pic X(28)
001790         Value "Days and Ask % are for sold".
001800     03  Filler      Pic X(22) Value "units with a sold date".
001810 01  Line-Count           Pic 99          Value 99.
001820 01  Page-Count           Pic 9(4)        Value Zeros.
001830 01  Max-Lines            Pic 99          Value 60.
001840 01  Date-And-Time-Area.
001850     03  Work-Date            Pic 9(6).
001860     03  Work-Date-X          Redefines Work-Date.
001870         05  Date-YY          Pic 99.
001880         05  Date-MM          Pic 99.
001890         05  Date-DD          Pic 99.
001900     03  Work-Time            Pic 9(8).
001910     03  Work-Time-X          Redefines Work-Time.
001920         05  Time-HH          Pic 99.
001930         05  Time-MM          Pic 99.
001940         05  Time-SS          Pic 99.
001950         05  Filler           Pic XX.
001960 01  Current-Date-Area.
001970     03  Current-Date-YYYYMMDD Pic 9(8).
001980     03  Current-Date-X        Redefines Current-Date-YYYYMMDD.
001990         05  Current-Year     Pic 9(4).
002000         05  Current-Month    Pic 99.
002010         05  Current-Day      Pic 99.
002020* Window dates arrive MMDDYYYY and are compared YYYYMMDD.
002030 01  From-Date-Area.
002040     03  From-Date-MMDDYYYY   Pic 9(8).
002050     03  From-Date-X          Redefines From-Date-MMDDYYYY.
002060         05  From-Month       Pic 99.
002070         05  From-Day         Pic 99.
002080         05  From-Year        Pic 9(4).
002090 01  Through-Date-Area.
002100     03  Through-Date-MMDDYYYY Pic 9(8).
002110     03  Through-Date-X        Redefines Through-Date-MMDDYYYY.
002120         05  Through-Month    Pic 99.
002130         05  Through-Day      Pic 99.
002140         05  Through-Year     Pic 9(4).
002150 01  From-Key-Area.
002160     03  From-Date-YYYYMMDD   Pic 9(8).
002170     03  From-Key-X           Redefines From-Date-YYYYMMDD.
002180         05  From-Key-Year    Pic 9(4).
002190         05  From-Key-Month   Pic 99.
002200         05  From-Key-Day     Pic 99.
002210 01  Through-Key-Area.
002220     03  Through-Date-YYYYMMDD Pic 9(8).
002230     03  Through-Key-X         Redefines Through-Date-YYYYMMDD.
002240         05  Through-Key-Year  Pic 9(4).
002250         05  Through-Key-Month Pic 99.
002260         05  Through-Key-Day   Pic 99.
002270 01  Consigned-Date-Area.
002280     03  Consigned-Date-MMDDYYYY Pic 9(8).
002290     03  Consigned-Date-X      Redefines Consigned-Date-MMDDYYYY.
002300         05  Consigned-Month  Pic 99.
002310         05  Consigned-Day    Pic 99.
002320         05  Consigned-Year   Pic 9(4).
002330 01  Consigned-Key-Area.
002340     03  Consigned-Date-YYYYMMDD Pic 9(8).
002350     03  Consigned-Key-X     Redefines Consigned-Date-YYYYMMDD.
002360         05  Consigned-Key-Year  Pic 9(4).
002370         05  Consigned-Key-Month Pic 99.
002380         05  Consigned-Key-Day   Pic 99.
002390 01  Sold-Date-Area.
002400     03  Sold-Date-MMDDYYYY   Pic 9(8).
002410     03  Sold-Date-X          Redefines Sold-Date-MMDDYYYY.
002420         05  Sold-Month       Pic 99.
002430         05  Sold-Day         Pic 99.
002440         05  Sold-Year        Pic 9(4).
002450 01  Work-Date-Parts.
002460     03  Work-Year            Pic 9(4).
002470     03  Work-Month           Pic 99.
002480     03  Work-Day             Pic 99.
002490 01  Work-Days-Value          Pic S9(7) Comp.
002500 01  Consigned-Days-Value     Pic S9(7) Comp.
002510 01  Days-To-Sell-Work        Pic S9(7) Comp.
002520 01  Days-Before-Table.
002530     03  Filler  Pic X(36)
002540         Value "000031059090120151181212243273304334".
002550 01  Days-Before-Redef Redefines Days-Before-Table.
002560     03  Days-Before-Entry Pic 9(3) Occurs 12 Times.
002570 01  Prior-Year-Work          Pic S9(5) Comp Value Zeros.
002580 01  Leap-Quotient            Pic 9(4) Value Zeros.
002590 01  Leap-Remainder-4         Pic 9(4) Value Zeros.
002600 01  Leap-Remainder-100       Pic 9(4) Value Zeros.
002610 01  Leap-Remainder-400       Pic 9(4) Value Zeros.
002620 01  Leap-Day-Count           Pic S9(7) Comp Value Zeros.
002630 01  Month-Days-Table.
002640     03  Filler  Pic X(24) Value "312831303130313130313031".
002650 01  Month-Days-Redef Redefines Month-Days-Table.
002660     03  Month-Days-Entry Pic 99 Occurs 12 Times.
002670 01  Month-Days-Work          Pic 99 Value Zeros.
002680 01  Band-Years               Pic 99 Value 5.
002690 01  Band-Quotient            Pic 9(4) Value Zeros.
002700 01  Band-Remainder           Pic 9(4) Value Zeros.
002710 01  Band-End-Work            Pic 9(4) Value Zeros.
002720 01  Band-Label-Work.
002730     03  Band-Label-Start     Pic 9(4).
002740     03  Band-Label-Dash      Pic X.
002750     03  Band-Label-End       Pic 9(4).
002760 01  Prior-Make               Pic X(20) Value Spaces.
002770 01  Prior-Model              Pic X(20) Value Spaces.
002780 01  Prior-Band-Start         Pic 9(4) Value Zeros.
002790* Totals kept for the group (1), the make (2) and the report (3).
002800 01  Level-Totals.
002810     03  Level-Entry Occurs 3 Times.
002820         05  Level-Consigned     Pic 9(5) Comp.
002830         05  Level-Sold          Pic 9(5) Comp.
002840         05  Level-Withdrawn     Pic 9(5) Comp.
002850         05  Level-On-Lot        Pic 9(5) Comp.
002860         05  Level-Days-Count    Pic 9(5) Comp.
002870         05  Level-Days-Total    Pic 9(9) Comp.
002880         05  Level-Sold-Total    Pic S9(11)v99 Comp-3.
002890         05  Level-Asking-Total  Pic S9(11)v99 Comp-3.
002900 01  Level-Sub                Pic 9(4) Comp Value Zeros.
002910 01  Roll-Sub                 Pic 9(4) Comp Value Zeros.
002920* A group's days to sell, lowest first, for its median.
002930 01  Group-Days-Table.
002940     03  Group-Days-Entry     Pic 9(5) Comp Occurs 5000 Times.
002950 01  Max-Group-Days           Pic 9(4) Comp Value 5000.
002960 01  Group-Days-Count         Pic 9(4) Comp Value Zeros.
002970 01  Median-Sub               Pic 9(4) Comp Value Zeros.
002980 01  Median-Remainder         Pic 9(4) Comp Value Zeros.
002990 01  Sell-Through-Work        Pic 9(3)v9 Value Zeros.
003000 01  Avg-Days-Work            Pic 9(4) Value Zeros.
003010 01  Median-Days-Work         Pic 9(4)v9 Value Zeros.
003020 01  Price-Percent-Work       Pic 9(3)v9 Value Zeros.
003030 01  Original-Asking-Work     Pic 9(7)v99 Value Zeros.
003040 01  Vehicle-Read-Count       Pic 9(7) Value Zeros.
003050 01  Vehicle-Select-Count     Pic 9(7) Value Zeros.
003060 Procedure Division.
003070 Declaratives.
003080 Vehicle-File-Error Section.
003090     Use After Standard Error Procedure On Vehicle-File
003100     .
003110 Vehicle-Error-Paragraph.
003120     Display "Error on Vehicle File " Vehicle-File-Status
003130     Perform Write-Vehicle-Error-Log
003140     If Hard-Vehicle-Error
003150        Display "Fatal error on Vehicle File - job terminated"
003160        Perform Write-Run-Failure
003170        Stop Run
003180     End-If
003190     .
003200 End Declaratives.
003210 Chapt20l-Start.
003220     Display "Begin Process Chapt20l"
003230     Perform Write-Run-Start
003240     Perform Set-Report-Window
003250     If Valid-Window
003260        Perform Open-Files
003270        If Vehicle-Success
003280           Perform Fill-Initial-Headings
003290           Sort Sort-File
003300                On Ascending Key SR-Make
003310                                 SR-Model
003320                                 SR-Band-Start
003330                                 SR-Outcome
003340                                 SR-Days-To-Sell
003350                Input Procedure Build-Sort-File
003360                Output Procedure Write-Analysis-Report
003370           Perform Close-Files
003380           Perform Write-Run-End
003390        End-If
003400     Else
003410        Display "Bad Chapt20l.Parm window - no report written"
003420        Perform Write-Run-Failure
003430     End-If
003440     Goback.
003450* A parameter card sets the window and band width; a blank or
003460* zero field takes its default, the year ending today and bands
003470* of 5 model years.
003480 Set-Report-Window.
003490     Move Spaces To Parameter-Record
003500     Open Input Parameter-File
003510     If Parm-File-Opened
003520        Read Parameter-File
003530             At End Move Spaces To Parameter-Record
003540        End-Read
003550        Close Parameter-File
003560     End-If
003570     Accept Current-Date-YYYYMMDD From Date YYYYMMDD
003580     If Parm-Through-Date Numeric And Parm-Through-Date > Zeros
003590        Move Parm-Through-Date To Through-Date-MMDDYYYY
003600     Else
003610        Move Current-Month To Through-Month
003620        Move Current-Day   To Through-Day
003630        Move Current-Year  To Through-Year
003640     End-If
003641     Move "Y" To Window-Valid-Switch
003641     Move Through-Year  To Work-Year
003642                           Through-Key-Year
003643     Move Through-Month To Work-Month
003643                           Through-Key-Month
003644     Move Through-Day   To Work-Day
003645                           Through-Key-Day
003645     Perform Edit-Date-Parts
003646     If Not Valid-Date Or Through-Year = Zeros
003647        Move "N" To Window-Valid-Switch
003647     End-If
003648* The default from date is worked back from the through date, so
003649* it is only taken once the through date has proved out.
003650     If Parm-From-Date Numeric And Parm-From-Date > Zeros
003660        Move Parm-From-Date To From-Date-MMDDYYYY
003670     Else
003680        If Valid-Window
003681           Perform Set-Default-From-Date
003682        Else
003683           Move Zeros To From-Date-MMDDYYYY
003684        End-If
003690     End-If
003700     If Parm-Band-Years Numeric And Parm-Band-Years > Zeros
003710        Move Parm-Band-Years To Band-Years
003720     End-If
003740     Move From-Year  To Work-Year
003750                        From-Key-Year
003760     Move From-Month To Work-Month
003770                        From-Key-Month
003780     Move From-Day   To Work-Day
003790                        From-Key-Day
003900     Perform Edit-Date-Parts
003910     If Not Valid-Date
003920        Move "N" To Window-Valid-Switch
003930     End-If
003940     If From-Date-YYYYMMDD > Through-Date-YYYYMMDD
003950        Move "N" To Window-Valid-Switch
003960     End-If
003970     .
003980* The day after the same date a year before the through date,
003990* so the default window is exactly one year.
004000 Set-Default-From-Date.
004010     Compute Work-Year = Through-Year - 1
004020     Move Through-Month To Work-Month
004030     Move Through-Day   To Work-Day
004040     Perform Set-Month-Days
004050     If Work-Day > Month-Days-Work
004060        Move Month-Days-Work To Work-Day
004070     End-If
004080     If Work-Day < Month-Days-Work
004090        Add 1 To Work-Day
004100     Else
004110        Move 1 To Work-Day
004120        If Work-Month < 12
004130           Add 1 To Work-Month
004140        Else
004150           Move 1 To Work-Month
004160           Add 1 To Work-Year
004170        End-If
004180     End-If
004190     Move Work-Year  To From-Year
004200     Move Work-Month To From-Month
004210     Move Work-Day   To From-Day
004220     .
004230 Build-Sort-File.
004240     Perform Process-File Until Not Vehicle-Success
004250     .
004260 Process-File.
004270     Read Vehicle-File
004280          At End Continue
004290          Not At End
004300             Add 1 To Vehicle-Read-Count
004310             Perform Select-Vehicle
004320     End-Read
004330     .
004340* Only units consigned inside the window, with a good consigned
004350* date, are counted.
004360 Select-Vehicle.
004370     Move Date-Consigned To Consigned-Date-MMDDYYYY
004380     Move Consigned-Year  To Work-Year
004390                             Consigned-Key-Year
004400     Move Consigned-Month To Work-Month
004410                             Consigned-Key-Month
004420     Move Consigned-Day   To Work-Day
004430                             Consigned-Key-Day
004440     Perform Edit-Date-Parts
004450     If Valid-Date
004460        And Consigned-Date-YYYYMMDD Not < From-Date-YYYYMMDD
004470        And Consigned-Date-YYYYMMDD Not > Through-Date-YYYYMMDD
004480        And (Vehicle-Sold Or Vehicle-Withdrawn
004490             Or Vehicle-In-Stock)
004500        Perform Compute-Days-Value
004510        Move Work-Days-Value To Consigned-Days-Value
004520        Perform Release-Sort-Record
004530     End-If
004540     .
004550 Release-Sort-Record.
004560     Move Vehicle-Make  To SR-Make
004570     Move Vehicle-Model To SR-Model
004580     Divide Vehicle-Year By Band-Years Giving Band-Quotient
004590            Remainder Band-Remainder
004600     Compute SR-Band-Start = Vehicle-Year - Band-Remainder
004610     Move Zeros To SR-Days-To-Sell
004620                   SR-Sold-Price
004630                   SR-Original-Asking
004640     Evaluate True
004650        When Vehicle-Sold
004660             Perform Set-Sold-Outcome
004670        When Vehicle-Withdrawn
004680             Move 3 To SR-Outcome
004690        When Other
004700             Move 4 To SR-Outcome
004710     End-Evaluate
004720     Release Sort-Record
004730     Add 1 To Vehicle-Select-Count
004740     .
004750* A sale with no usable sold date still counts as sold but is
004760* left out of the days and price measures.
004770 Set-Sold-Outcome.
004780     Move 2 To SR-Outcome
004790     Move Vehicle-Sold-Date To Sold-Date-MMDDYYYY
004800     Move Sold-Year  To Work-Year
004810     Move Sold-Month To Work-Month
004820     Move Sold-Day   To Work-Day
004830     Perform Edit-Date-Parts
004840     If Valid-Date
004850        Perform Compute-Days-Value
004860        Compute Days-To-Sell-Work =
004870                Work-Days-Value - Consigned-Days-Value
004880        If Days-To-Sell-Work < Zeros
004890           Move Zeros To Days-To-Sell-Work
004900        End-If
004910        If Days-To-Sell-Work > 99999
004920           Move 99999 To Days-To-Sell-Work
004930        End-If
004940        Move 1 To SR-Outcome
004950        Move Days-To-Sell-Work To SR-Days-To-Sell
004960        Move Sold-Price To SR-Sold-Price
004970        If Original-Asking-Price Numeric
004980           And Original-Asking-Price > Zeros
004990           Move Original-Asking-Price To SR-Original-Asking
005000        Else
005010           Move Asking-Price To SR-Original-Asking
005020        End-If
005030     End-If
005040     .
005050 Write-Analysis-Report.
005060     Initialize Level-Totals
005070     Move Zeros To Group-Days-Count
005080     Perform Return-Sort-Record Until Sort-File-Eof
005090     If Not First-Detail
005100        Perform Print-Group-Line
005110        Perform Print-Make-Total
005120     End-If
005130     Perform Print-Report-Total
005140     .
005150 Return-Sort-Record.
005160     Return Sort-File
005170         At End Move "Y" To Sort-File-Eof-Switch
005180         Not At End Perform Tally-Sort-Record
005190     End-Return
005200     .
005210 Tally-Sort-Record.
005220     If First-Detail
005230        Move "N" To First-Detail-Switch
005240        Perform Start-New-Make
005250     Else
005260        If SR-Make Not = Prior-Make
005270           Perform Print-Group-Line
005280           Perform Print-Make-Total
005290           Perform Start-New-Make
005300        Else
005310           If SR-Model Not = Prior-Model
005320              Or SR-Band-Start Not = Prior-Band-Start
005330              Perform Print-Group-Line
005340           End-If
005350        End-If
005360     End-If
005370     Move SR-Model      To Prior-Model
005380     Move SR-Band-Start To Prior-Band-Start
005390     Add 1 To Level-Consigned (1)
005400     Evaluate True
005410        When SR-Sold-Dated
005420             Add 1 To Level-Sold (1)
005430                      Level-Days-Count (1)
005440             Add SR-Days-To-Sell    To Level-Days-Total (1)
005450             Add SR-Sold-Price      To Level-Sold-Total (1)
005460             Add SR-Original-Asking To Level-Asking-Total (1)
005470             If Group-Days-Count < Max-Group-Days
005480                Add 1 To Group-Days-Count
005490                Move SR-Days-To-Sell
005500                  To Group-Days-Entry (Group-Days-Count)
005510             End-If
005520        When SR-Sold-Undated
005530             Add 1 To Level-Sold (1)
005540        When SR-Withdrawn
005550             Add 1 To Level-Withdrawn (1)
005560        When Other
005570             Add 1 To Level-On-Lot (1)
005580     End-Evaluate
005590     .
005600 Start-New-Make.
005610     Move SR-Make To Prior-Make
005620     If Line-Count + 4 > Max-Lines
005630        Perform Heading-Routine
005640     End-If
005650     Move SR-Make To ML-Make
005660     Write Report-Record From Make-Line After 2
005670     Add 2 To Line-Count
005680     .
005690 Print-Group-Line.
005700     If Line-Count >= Max-Lines
005710        Perform Heading-Routine
005720     End-If
005730     Move 1 To Level-Sub
005740     Perform Compute-Level-Rates
005750     Perform Compute-Group-Median
005760     Move Prior-Band-Start To Band-Label-Start
005770     Compute Band-End-Work = Prior-Band-Start + Band-Years - 1
005780     Move Spaces To Detail-Line
005790     Move Prior-Model To DL-Model
005800     If Band-Years = 1
005810        Move Prior-Band-Start To DL-Years
005820     Else
005830        Move "-" To Band-Label-Dash
005840        Move Band-End-Work To Band-Label-End
005850        Move Band-Label-Work To DL-Years
005860     End-If
005870     Move Level-Consigned (1)  To DL-Consigned
005880     Move Level-Sold (1)       To DL-Sold
005890     Move Level-Withdrawn (1)  To DL-Withdrawn
005900     Move Level-On-Lot (1)     To DL-On-Lot
005910     Move Sell-Through-Work    To DL-Sell-Through
005920     Move Avg-Days-Work        To DL-Avg-Days
005930     Move Median-Days-Work     To DL-Median-Days
005940     Move Price-Percent-Work   To DL-Price-Percent
005950     Write Report-Record From Detail-Line After 1
005960     Add 1 To Line-Count
005970     Move 2 To Roll-Sub
005980     Perform Roll-Group-Totals
005990     Move 3 To Roll-Sub
006000     Perform Roll-Group-Totals
006010     Initialize Level-Entry (1)
006020     Move Zeros To Group-Days-Count
006030     .
006040 Roll-Group-Totals.
006050     Add Level-Consigned (1)    To Level-Consigned (Roll-Sub)
006060     Add Level-Sold (1)         To Level-Sold (Roll-Sub)
006070     Add Level-Withdrawn (1)    To Level-Withdrawn (Roll-Sub)
006080     Add Level-On-Lot (1)       To Level-On-Lot (Roll-Sub)
006090     Add Level-Days-Count (1)   To Level-Days-Count (Roll-Sub)
006100     Add Level-Days-Total (1)   To Level-Days-Total (Roll-Sub)
006110     Add Level-Sold-Total (1)   To Level-Sold-Total (Roll-Sub)
006120     Add Level-Asking-Total (1) To Level-Asking-Total (Roll-Sub)
006130     .
006140 Compute-Level-Rates.
006150     Move Zeros To Sell-Through-Work
006160                   Avg-Days-Work
006170                   Price-Percent-Work
006180     If Level-Consigned (Level-Sub) > Zeros
006190        Compute Sell-Through-Work Rounded =
006200                Level-Sold (Level-Sub) * 100
006210                / Level-Consigned (Level-Sub)
006220     End-If
006230     If Level-Days-Count (Level-Sub) > Zeros
006240        Compute Avg-Days-Work Rounded =
006250                Level-Days-Total (Level-Sub)
006260                / Level-Days-Count (Level-Sub)
006270     End-If
006280     If Level-Asking-Total (Level-Sub) > Zeros
006290        Compute Price-Percent-Work Rounded =
006300                Level-Sold-Total (Level-Sub) * 100
006310                / Level-Asking-Total (Level-Sub)
006320            On Size Error
006330               Move 999.9 To Price-Percent-Work
006340        End-Compute
006350     End-If
006360     .
006370* The days arrive lowest first, so the median is the middle
006380* entry, or the mean of the middle two for an even count.
006390 Compute-Group-Median.
006400     Move Zeros To Median-Days-Work
006410     If Group-Days-Count > Zeros
006420        Divide Group-Days-Count By 2 Giving Median-Sub
006430               Remainder Median-Remainder
006440        If Median-Remainder = Zeros
006450           Compute Median-Days-Work Rounded =
006460                   (Group-Days-Entry (Median-Sub)
006470                  + Group-Days-Entry (Median-Sub + 1)) / 2
006480        Else
006490           Add 1 To Median-Sub
006500           Move Group-Days-Entry (Median-Sub) To Median-Days-Work
006510        End-If
006520     End-If
006530     .
006540 Print-Make-Total.
006550     Move 2 To Level-Sub
006560     Perform Compute-Level-Rates
006570     Move Spaces To Total-Line
006580     Move "  Make Total" To TL-Label
006590     Perform Print-Total-Line
006600     Initialize Level-Entry (2)
006610     .
006620 Print-Report-Total.
006630     Move 3 To Level-Sub
006640     Perform Compute-Level-Rates
006650     Move Spaces To Total-Line
006660     Move "Report Total" To TL-Label
006670     If Line-Count + 5 > Max-Lines
006680        Perform Heading-Routine
006690     End-If
006700     Write Report-Record From Spaces After 1
006710     Add 1 To Line-Count
006720     Perform Print-Total-Line
006730     Write Report-Record From Footnote-Line-1 After 2
006740     Write Report-Record From Footnote-Line-2 After 1
006750     .
006760 Print-Total-Line.
006770     If Line-Count >= Max-Lines
006780        Perform Heading-Routine
006790     End-If
006800     Move Level-Consigned (Level-Sub)  To TL-Consigned
006810     Move Level-Sold (Level-Sub)       To TL-Sold
006820     Move Level-Withdrawn (Level-Sub)  To TL-Withdrawn
006830     Move Level-On-Lot (Level-Sub)     To TL-On-Lot
006840     Move Sell-Through-Work            To TL-Sell-Through
006850     Move Avg-Days-Work                To TL-Avg-Days
006860     Move Price-Percent-Work           To TL-Price-Percent
006870     Write Report-Record From Total-Line After 1
006880     Add 1 To Line-Count
006890     .
006900* Edit Work-Date-Parts as a real calendar date: month 01-12 and
006910* day within that month's length, February per leap year.
006920 Edit-Date-Parts.
006930     Move "Y" To Date-Valid-Switch
006940     If Work-Month < 1 Or Work-Month > 12
006950        Move "N" To Date-Valid-Switch
006960     Else
006970        Perform Set-Month-Days
006980        If Work-Day < 1 Or Work-Day > Month-Days-Work
006990           Move "N" To Date-Valid-Switch
007000        End-If
007010     End-If
007020     .
007030 Set-Month-Days.
007040     Move Month-Days-Entry (Work-Month) To Month-Days-Work
007050     If Work-Month = 2
007060        Perform Check-Leap-Year
007070        If Leap-Year
007080           Move 29 To Month-Days-Work
007090        End-If
007100     End-If
007110     .
007120* Convert Work-Date-Parts to a serial day number using real
007130* month lengths and leap years so day differences are true
007140* calendar days.
007150 Compute-Days-Value.
007160     If Work-Month < 1 Or Work-Month > 12
007170        Move 1 To Work-Month
007180     End-If
007190     Compute Prior-Year-Work = Work-Year - 1
007200     Divide Prior-Year-Work By 4 Giving Leap-Day-Count
007210     Divide Prior-Year-Work By 100 Giving Leap-Quotient
007220     Subtract Leap-Quotient From Leap-Day-Count
007230     Divide Prior-Year-Work By 400 Giving Leap-Quotient
007240     Add Leap-Quotient To Leap-Day-Count
007250     Compute Work-Days-Value =
007260             (Prior-Year-Work * 365) + Leap-Day-Count
007270             + Days-Before-Entry (Work-Month) + Work-Day
007280     Perform Check-Leap-Year
007290     If Leap-Year And Work-Month > 2
007300        Add 1 To Work-Days-Value
007310     End-If
007320     .
007330 Check-Leap-Year.
007340     Move "N" To Leap-Year-Switch
007350     Divide Work-Year By 4 Giving Leap-Quotient
007360            Remainder Leap-Remainder-4
007370     Divide Work-Year By 100 Giving Leap-Quotient
007380            Remainder Leap-Remainder-100
007390     Divide Work-Year By 400 Giving Leap-Quotient
007400            Remainder Leap-Remainder-400
007410     If Leap-Remainder-400 = Zeros
007420        Move "Y" To Leap-Year-Switch
007430     Else
007440        If Leap-Remainder-4 = Zeros
007450           And Leap-Remainder-100 Not = Zeros
007460           Move "Y" To Leap-Year-Switch
007470        End-If
007480     End-If
007490     .
007500 Heading-Routine.
007510     Add 1 To Page-Count
007520     Move Page-Count To Page-No
007530     If Page-Count = 1
007540        Write Report-Record From Heading-Line-1 After Zero
007550     Else
007560        Write Report-Record From Heading-Line-1 After Page
007570     End-If
007580     Write Report-Record From Heading-Line-2 After 1
007590     Write Report-Record From Heading-Line-3 After 1
007600     Write Report-Record From Window-Line After 1
007610     Write Report-Record From Heading-Line-4 After 2
007620     Write Report-Record From Heading-Line-5 After 1
007630     Move 7 To Line-Count
007640     .
007650 Fill-Initial-Headings.
007660     Accept Work-Date From Date
007670     Accept Work-Time From Time
007680     Move Corresponding Work-Date-X To
007690                        Heading-Line-2
007700     Move Corresponding Work-Time-X To
007710                        Heading-Line-3
007720     Move From-Date-MMDDYYYY    To WL-From-Date
007730     Move Through-Date-MMDDYYYY To WL-Through-Date
007740     Move Band-Years            To WL-Band-Years
007750     .
007760 Open-Files.
007770     Open Output Report-File
007780           Input Vehicle-File
007790     .
007800 Close-Files.
007810     Close Report-File
007820           Vehicle-File
007830     .
007840 Write-Vehicle-Error-Log.
007850     Move "CHAPT20L"     To Error-Program
007860     Move "VEHICLE-FILE" To Error-File-Name
007870     Move Vehicle-Vin    To Error-Key-Value
007880     Move Vehicle-File-Status To Error-File-Status
007890     Accept Error-Date From Date
007900     Accept Error-Time From Time
007910     Open Extend Error-Log-File
007920     Write Error-Log-Record
007930     Close Error-Log-File
007940     .
007950 Write-Run-Start.
007960     Move Spaces To Run-Control-Record
007970     Move "CHAPT20L" To Run-Program
007980     Move "S"        To Run-Record-Type
007990     Move Zeros To Run-Records-Read
008000                   Run-Records-Written
008010     Perform Write-Run-Control
008020     .
008030 Write-Run-End.
008040     Move Spaces To Run-Control-Record
008050     Move "CHAPT20L" To Run-Program
008060     Move "E"        To Run-Record-Type
008070     Move "C"        To Run-Outcome
008080     Move Vehicle-Read-Count   To Run-Records-Read
008090     Move Vehicle-Select-Count To Run-Records-Written
008100     Perform Write-Run-Control
008110     .
008120 Write-Run-Failure.
008130     Move Spaces To Run-Control-Record
008140     Move "CHAPT20L" To Run-Program
008150     Move "E"        To Run-Record-Type
008160     Move "F"        To Run-Outcome
008170     Move Zeros To Run-Records-Read
008180                   Run-Records-Written
008190     Perform Write-Run-Control
008200     .
008210 Write-Run-Control.
008220     Accept Run-Date From Date YYYYMMDD
008230     Accept Run-Time From Time
008240     Open Extend Run-Control-File
008250     Write Run-Control-Record
008260     Close Run-Control-File
008270     .
