000060* yesterday's Chapt19a and Chapt19d printouts. A dealer number
000070* or the start of a last name (through the Dealer-Name
000080* alternate key) shows the dealer's rent standing and sale
000090* totals, flags a dealer who is cash only after returned
000091* checks, and then lists that dealer's vehicles with status and
000100* price through the Vehicle-Dealer-Number alternate key; a
000110* second path looks up a single unit by VIN. Both files are
000120* opened Input only - nothing can be changed from this screen.
002400     Display Rent-Line
002410     Display Sales-Line
002420     Display Last-Sale-Line
002421     If Dealer-Cash-Only
002422        Display "  Cash only - returned checks on file"
002423     End-If
002430     Perform List-Dealer-Vehicles
002440     .
002450 List-Dealer-Vehicles.
002820 Set-Status-Word.
002830     Evaluate True
002840        When Vehicle-On-Lot    Move "On Lot"    To VL-Status
002841        When Vehicle-On-Hold   Move "On Hold"   To VL-Status
002850        When Vehicle-Sold      Move "Sold"      To VL-Status
002860        When Vehicle-Withdrawn Move "Withdrawn" To VL-Status
002870        When Other             Move "Unknown"   To VL-Status
