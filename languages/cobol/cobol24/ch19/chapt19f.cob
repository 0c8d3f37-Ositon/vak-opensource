000030* Dealer Statement Generator
000040* Prints one mailable rent statement per dealer off Dealer-File,
000050* full address block plus the balance owed from the Dealrlgr.Dat
000060* receivables ledger. Each run bills the period's rent charge onto
000070* the ledger keyed by due date, so a re-run cannot double-bill,
000080* assesses a late fee item when Next-Rent-Due-Date has passed
000090* unpaid, applies any cash held on account to the open charges
000100* (recording what it used as a credit applied item),
000110* and shows the balance forward of older open items ahead of the
000120* current charges instead of recomputing a single amount due off
000121* Next-Rent-Due-Date. A dealer moved out by Chapt20k is inactive
000122* and is billed no further rent or late fees; its statement still
000123* goes out, showing whatever balance was left owing at move-out
000124* until it is paid.
000130 Environment Division.
000140 Configuration Section.
000150 Source-Computer.  IBM-PC.
001600     88  Leap-Year            Value "Y".
001610 01  Ledger-Done-Switch       Pic X Value "N".
001620     88  Ledger-Dealer-Done   Value "Y".
001621 01  Ledger-Written-Switch    Pic X Value "N".
001622     88  Ledger-Item-Written  Value "Y".
001630 01  Late-Fee-Work            Pic S9(7)v99 Comp-3 Value Zeros.
001640 01  Total-Due-Work           Pic S9(7)v99 Comp-3 Value Zeros.
001650 01  Total-Open-Work          Pic S9(7)v99 Comp-3 Value Zeros.
001670 01  Credit-Avail-Work        Pic S9(7)v99 Comp-3 Value Zeros.
001680 01  Remaining-Work           Pic S9(7)v99 Comp-3 Value Zeros.
001690 01  Consumed-Work            Pic S9(7)v99 Comp-3 Value Zeros.
001691 01  Credit-Applied-Work      Pic S9(7)v99 Comp-3 Value Zeros.
001700 01  Open-Work                Pic S9(7)v99 Comp-3 Value Zeros.
001710 01  Apply-Work               Pic S9(7)v99 Comp-3 Value Zeros.
001720 01  Statement-Count-Work     Pic 9(5)          Value Zeros.
002180     End-Read
002190     .
002200 Process-Dealer.
002210     If Dealer-Inactive
002220        Move Zeros To Late-Fee-Work
002221                      Statement-Period
002222     Else
002223        Perform Compute-Late-Fee
002224        Perform Post-Period-Charges
002225     End-If
002230     Perform Apply-Credit-Items
002240     Perform Compute-Ledger-Balance
002250     Perform Print-Statement
003100     Move Statement-Period To Ledger-Period
003110     Move Rent-Amount To Ledger-Amount
003120     Move Zeros To Ledger-Amount-Applied
003121     Accept Ledger-Posted-Date From Date YYYYMMDD
003130     Write Dealer-Ledger-Record
003140          Invalid Key Continue
003150     End-Write
003220        Move Statement-Period To Ledger-Period
003230        Move Late-Fee-Work To Ledger-Amount
003240        Move Zeros To Ledger-Amount-Applied
003241        Accept Ledger-Posted-Date From Date YYYYMMDD
003250        Write Dealer-Ledger-Record
003260             Invalid Key Continue
003270        End-Write
003280     End-If
003290     .
003300* Cash the dealer has on account soaks up open charges oldest
003310* first before the balance is struck. What was used goes on
003311* as a credit applied item so the general ledger can take it
003312* out of unapplied cash.
003320 Apply-Credit-Items.
003330     Perform Sum-Open-Credits
003340     If Credit-Avail-Work > Zeros
003370        Compute Consumed-Work =
003380                Credit-Avail-Work - Remaining-Work
003390        If Consumed-Work > Zeros
003391           Move Consumed-Work To Credit-Applied-Work
003400           Perform Consume-Credit-Items
003401           Subtract Consumed-Work From Credit-Applied-Work
003402           If Credit-Applied-Work > Zeros
003403              Perform Write-Credit-Applied-Item
003404           End-If
003410        End-If
003420     End-If
003430     .
004290        End-Rewrite
004300     End-If
004310     .
004311* Sequences 1-10 belong to the period charges above, so the
004311* credit applied item starts at 11 and walks forward past any
004311* cash items already posted the same day.
004311 Write-Credit-Applied-Item.
004312     Move Spaces To Dealer-Ledger-Record
004312     Move Dealer-Number To Ledger-Dealer-Number
004312     Move Current-Date-YYYYMMDD To Ledger-Item-Date
004313     Move 11 To Ledger-Item-Seq
004313     Move "C" To Ledger-Item-Type
004313     Move Zeros To Ledger-Period
004314     Move Credit-Applied-Work To Ledger-Amount
004314                                Ledger-Amount-Applied
004314     Accept Ledger-Posted-Date From Date YYYYMMDD
004315     Move "N" To Ledger-Written-Switch
004315     Perform Try-Write-Ledger-Item
004315         Until Ledger-Item-Written Or Ledger-Item-Seq > 999
004315     If Not Ledger-Item-Written
004316        Display "Unable to write credit applied item "
004316                Dealer-Number
004316     End-If
004317     .
004317 Try-Write-Ledger-Item.
004317     Write Dealer-Ledger-Record
004318          Invalid Key
004318             Add 1 To Ledger-Item-Seq
004318          Not Invalid Key
004319             Move "Y" To Ledger-Written-Switch
004319     End-Write
004319     .
004320* Balance forward is the open amount on items from earlier
004330* periods, net of any remaining credit; the total due is the
004340* whole open balance including this period's charges.
004830     Move Postal-Code      To Statement-Postal
004840     Move Dealer-Number    To Statement-Dealer-No
004850     Move Balance-Forward-Work To Statement-Bal-Fwd
004860     If Dealer-Inactive
004861        Move Zeros         To Statement-Rent-Amt
004862     Else
004863        Move Rent-Amount   To Statement-Rent-Amt
004864     End-If
004870     Move Next-Rent-Due-Date To Statement-Due-Date
004880     Move Last-Rent-Paid-Date To Statement-Paid-Date
004890     Move Late-Fee-Work    To Statement-Late-Fee
