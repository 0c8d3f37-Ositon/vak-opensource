000010 Identification Division.
000020 Program-Id.  Chapt19c.
000030* Commission Reconciliation Report
000040* Recomputes expected commission for every dealer on Dealer-File
000050* and lists any dealer whose stored Commission-To-Date does not
000060* agree, so bookkeeping can catch a bad manual adjustment before
000070* it reaches the owner statements. Each uncancelled sale on
000080* Salehist.Dat is recomputed the way Chapt19g posted it: from the
000081* Commsch.Dat schedule recorded with the sale (band rate, minimum,
000082* and the reduced rate once the dealer's earlier sales that
000083* calendar year reach the threshold), or from Consignment-Percent
000084* when the sale carries no schedule. Whatever part of Sold-To-Date
000085* predates Salehist.Dat is taken at Consignment-Percent.
000090 Environment Division.
000100 Configuration Section.
000110 Source-Computer.  IBM-PC.
000190         Record Key Dealer-Number
000200         Alternate Record Key Dealer-Name
000210         File Status Dealer-Status.
000211     Select Optional Sale-History-File Assign To "Salehist.Dat"
000211         Organization Indexed
000212         Access Dynamic
000213         Record Key Sale-Key
000214         Alternate Record Key Sale-Dealer-Number With Duplicates
000215         File Status Salehist-Status.
000215     Select Optional Schedule-File Assign To "Commsch.Dat"
000216         Organization Indexed
000217         Access Dynamic
000218         Record Key Schedule-Code
000219         File Status Schedule-Status.
000220     Select Optional Error-Log-File Assign To "Syserr.Log"
000230         Organization Line Sequential
000240         File Status Error-Log-Status.
000310 01  Report-Record Pic X(80).
000320 Fd  Dealer-File.
000330     Copy Dealerec.
000331 Fd  Sale-History-File.
000332     Copy Salehist.
000333 Fd  Schedule-File.
000334     Copy Commsch.
000340 Fd  Error-Log-File.
000350     Copy Errorlog.
000360 Fd  Run-Control-File.
000390 01  Dealer-Status           Pic XX Value Zeros.
000400     88  Dealer-Success  Value "00" Thru "09".
000410     88  Hard-Dealer-Error Value "30" Thru "99".
000411 01  Salehist-Status         Pic XX Value Zeros.
000411     88  Salehist-Success Value "00" Thru "09".
000412     88  Hard-Salehist-Error Value "30" Thru "99".
000412 01  Schedule-Status         Pic XX Value Zeros.
000413     88  Schedule-Success Value "00" Thru "09".
000414     88  Hard-Schedule-Error Value "30" Thru "99".
000414 01  Sale-Done-Switch        Pic X Value "N".
000415     88  Sale-History-Done  Value "Y".
000416 01  Schedule-Found-Switch   Pic X Value "N".
000416     88  Schedule-Found     Value "Y".
000417 01  Band-Found-Switch       Pic X Value "N".
000418     88  Band-Found         Value "Y".
000418 01  Year-Found-Switch       Pic X Value "N".
000419     88  Year-Found         Value "Y".
000420 01  Error-Log-Status        Pic XX Value Zeros.
000430 01  Run-Control-Status       Pic XX Value Zeros.
000440 01  Heading-Line-1.
001110 01  Review-Count-Work        Pic 9(7)          Value Zeros.
001120 01  Except-Count-Work        Pic 9(7)          Value Zeros.
001130 01  Detail-Name-Work         Pic X(43)         Value Spaces.
001131 01  Commission-Work          Pic S9(7)v99 Comp-3 Value Zeros.
001131 01  Commission-Percent-Work  Pic 9(3)v99 Value Zeros.
001131 01  History-Sales-Work       Pic S9(9)v99 Comp-3 Value Zeros.
001132 01  Legacy-Sales-Work        Pic S9(9)v99 Comp-3 Value Zeros.
001132 01  Ytd-Sales-Work           Pic S9(9)v99 Comp-3 Value Zeros.
001133 01  Band-Sub                 Pic 9(4) Comp Value Zeros.
001133 01  Band-Count               Pic 9(4) Comp Value 5.
001133 01  History-Date-Area.
001134     03  History-Date-Value   Pic 9(8).
001134     03  History-Date-Redef   Redefines History-Date-Value.
001135         05  History-Month    Pic 99.
001135         05  History-Day      Pic 99.
001135         05  History-Year     Pic 9(4).
001136* Running sales per calendar year for the dealer in hand, in
001136* posting order, for the schedule's year-to-date threshold.
001137 01  Year-Table.
001137     03  Year-Entry Occurs 20 Times.
001137         05  Year-Entry-Year  Pic 9(4).
001138         05  Year-Entry-Sales Pic S9(9)v99 Comp-3.
001138 01  Max-Years                Pic 9(4) Comp Value 20.
001139 01  Year-Count               Pic 9(4) Comp Value Zeros.
001139 01  Year-Sub                 Pic 9(4) Comp Value Zeros.
001140 Procedure Division.
001150 Declaratives.
001160 Dealer-File-Error Section.
001250        Stop Run
001260     End-If
001270     .
001271 Sale-History-File-Error Section.
001271     Use After Standard Error Procedure On Sale-History-File
001271     .
001272 Sale-History-Error-Paragraph.
001272     Display "Error on Salehist File " Salehist-Status
001272     Perform Write-Sale-Error-Log
001273     If Hard-Salehist-Error
001273        Display "Fatal error on Salehist File - job terminated"
001274        Perform Write-Run-Failure
001274        Stop Run
001274     End-If
001275     .
001275 Schedule-File-Error Section.
001275     Use After Standard Error Procedure On Schedule-File
001276     .
001276 Schedule-Error-Paragraph.
001277     Display "Error on Schedule File " Schedule-Status
001277     Perform Write-Schedule-Error-Log
001277     If Hard-Schedule-Error
001278        Display "Fatal error on Schedule File - job terminated"
001278        Perform Write-Run-Failure
001278        Stop Run
001279     End-If
001279     .
001280 End Declaratives.
001290 Chapt19c-Start.
001300     Display "Begin Process Chapt19c"
001310     Perform Write-Run-Start
001320     Perform Open-Files
001330      If Dealer-Success And Salehist-Success And Schedule-Success
001340        Perform Fill-Initial-Headings
001350        Perform Start-Alternate-Key
001360        Perform Process-File Until Not Dealer-Success
001520     .
001530 Check-Commission.
001540     Add 1 To Review-Count-Work
001550     Perform Compute-Expected-Commission
001570     If Commission-To-Date Not = Expected-Commission-Work
001580        Add 1 To Except-Count-Work
001590        Compute Difference-Work =
001600                Commission-To-Date - Expected-Commission-Work
001610        Perform Print-Exception-Line
001620     End-If
001621     .
001621 Compute-Expected-Commission.
001621     Move Zeros To Expected-Commission-Work
001621                   History-Sales-Work
001621                   Year-Count
001621     Move "N" To Sale-Done-Switch
001621     Move Dealer-Number To Sale-Dealer-Number
001621     Start Sale-History-File Key Not < Sale-Dealer-Number
001621         Invalid Key Move "Y" To Sale-Done-Switch
001621     End-Start
001621     Perform Recompute-Next-Sale Until Sale-History-Done
001621     Compute Legacy-Sales-Work = Sold-To-Date - History-Sales-Work
001621     If Legacy-Sales-Work > Zeros
001622        Compute Commission-Work Rounded =
001622                (Legacy-Sales-Work * Consignment-Percent) / 100
001622        Add Commission-Work To Expected-Commission-Work
001622     End-If
001622     .
001622* Cancelled sales are skipped, Chapt20a having already backed
001622* their commission out of Commission-To-Date.
001622 Recompute-Next-Sale.
001622     Read Sale-History-File Next Record
001622          At End Move "Y" To Sale-Done-Switch
001622          Not At End
001622             If Sale-Dealer-Number Not = Dealer-Number
001622                Move "Y" To Sale-Done-Switch
001623             Else
001623                If Sale-Posted
001623                   Perform Recompute-One-Sale
001623                End-If
001623             End-If
001623     End-Read
001623     .
001623 Recompute-One-Sale.
001623     Add Sale-Price To History-Sales-Work
001623     Perform Find-Year-Entry
001623     Move "N" To Schedule-Found-Switch
001623     If Sale-Schedule-Code Not = Spaces
001623        Move Sale-Schedule-Code To Schedule-Code
001624        Read Schedule-File Key Schedule-Code
001624             Invalid Key
001624                Continue
001624             Not Invalid Key
001624                Move "Y" To Schedule-Found-Switch
001624        End-Read
001624     End-If
001624     If Schedule-Found
001624        Perform Compute-Schedule-Commission
001624     Else
001624        Compute Commission-Work Rounded =
001624                (Sale-Price * Consignment-Percent) / 100
001624     End-If
001625     Add Commission-Work To Expected-Commission-Work
001625     If Year-Found
001625        Add Sale-Price To Year-Entry-Sales (Year-Sub)
001625     End-If
001625     .
001625* Year-to-date sales are the dealer's sales already posted in
001625* the sale's calendar year, as Chapt19g measured them.
001625 Find-Year-Entry.
001625     Move Sale-Sold-Date To History-Date-Value
001625     Move "N" To Year-Found-Switch
001625     Move 1 To Year-Sub
001625     Perform Match-Year-Entry
001625         Until Year-Found Or Year-Sub > Year-Count
001626     If Not Year-Found And Year-Count < Max-Years
001626        Add 1 To Year-Count
001626        Move Year-Count   To Year-Sub
001626        Move History-Year To Year-Entry-Year (Year-Sub)
001626        Move Zeros        To Year-Entry-Sales (Year-Sub)
001626        Move "Y" To Year-Found-Switch
001626     End-If
001626     If Year-Found
001626        Move Year-Entry-Sales (Year-Sub) To Ytd-Sales-Work
001626     Else
001626        Move Zeros To Ytd-Sales-Work
001626     End-If
001626     .
001627 Match-Year-Entry.
001627     If Year-Entry-Year (Year-Sub) = History-Year
001627        Move "Y" To Year-Found-Switch
001627     Else
001627        Add 1 To Year-Sub
001627     End-If
001627     .
001627* Same band rules as Chapt19g: the first band whose limit
001627* covers the price, a zero limit marking the top band, the
001627* reduced rate past the year-to-date threshold, never less
001627* than the schedule minimum nor more than the price.
001627 Compute-Schedule-Commission.
001627     Move "N" To Band-Found-Switch
001628     Move Schedule-Band-Percent (Band-Count)
001628       To Commission-Percent-Work
001628     Move 1 To Band-Sub
001628     Perform Find-Commission-Band
001628         Until Band-Found Or Band-Sub > Band-Count
001628     If Schedule-Ytd-Threshold > Zeros
001628        And Ytd-Sales-Work Not < Schedule-Ytd-Threshold
001628        Move Schedule-Reduced-Percent To Commission-Percent-Work
001628     End-If
001628     Compute Commission-Work Rounded =
001628             (Sale-Price * Commission-Percent-Work) / 100
001628     If Commission-Work < Schedule-Minimum
001628        Move Schedule-Minimum To Commission-Work
001629     End-If
001629     If Commission-Work > Sale-Price
001629        Move Sale-Price To Commission-Work
001629     End-If
001629     .
001629 Find-Commission-Band.
001629     If Schedule-Band-Limit (Band-Sub) = Zeros
001629        Or Sale-Price Not > Schedule-Band-Limit (Band-Sub)
001629        Move Schedule-Band-Percent (Band-Sub)
001629          To Commission-Percent-Work
001629        Move "Y" To Band-Found-Switch
001629     End-If
001629     Add 1 To Band-Sub
001630     .
001640 Print-Exception-Line.
001650     Perform Format-Name
002170 Open-Files.
002180     Open Output Report-File
002190           Input Dealer-File
002191                 Sale-History-File
002192                 Schedule-File
002200     .
002210 Close-Files.
002220     Close Report-File
002230           Dealer-File
002231           Sale-History-File
002232           Schedule-File
002240     .
002250 Write-Dealer-Error-Log.
002260     Move "CHAPT19C"    To Error-Program
002270     Move "DEALER-FILE" To Error-File-Name
002280     Move Dealer-Number To Error-Key-Value
002290     Move Dealer-Status To Error-File-Status
002291     Accept Error-Date From Date
002291     Accept Error-Time From Time
002291     Open Extend Error-Log-File
002292     Write Error-Log-Record
002292     Close Error-Log-File
002293     .
002293 Write-Sale-Error-Log.
002293     Move "CHAPT19C"      To Error-Program
002294     Move "SALEHIST-FILE" To Error-File-Name
002294     Move Sale-Dealer-Number To Error-Key-Value
002295     Move Salehist-Status To Error-File-Status
002295     Accept Error-Date From Date
002295     Accept Error-Time From Time
002296     Open Extend Error-Log-File
002296     Write Error-Log-Record
002297     Close Error-Log-File
002297     .
002297 Write-Schedule-Error-Log.
002298     Move "CHAPT19C"      To Error-Program
002298     Move "SCHEDULE-FILE" To Error-File-Name
002299     Move Schedule-Code   To Error-Key-Value
002299     Move Schedule-Status To Error-File-Status
002300     Accept Error-Date From Date
002310     Accept Error-Time From Time
002320     Open Extend Error-Log-File
