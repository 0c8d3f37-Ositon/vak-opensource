000080*    are carried YYYYMMDD so a dealer's items read oldest first,
000090*    and sequences 1-10 are reserved for the Chapt19f charges so
000100*    a re-run of the billing cannot collide with a receipt.
000101*    Settlement offsets are the rent Chapt19q withholds from a
000101*    consignment payout, one per charge it pays down, written
000101*    fully applied like a receipt and carrying the period of
000102*    the charge they cleared. A clawback is the net proceeds
000102*    Chapt20a charges back when a settled sale is cancelled; it
000102*    is open like any other charge until cash or the next
000103*    settlement pays it down. When a receipt comes back from
000103*    the bank Chapt20b flags it reversed, writes a returned item
000103*    for it (fully applied once the charges the receipt paid are
000104*    reopened, open for any part it could not put back) and
000104*    bills a returned-check fee as a charge of its own.
000104*    Ledger-Posted-Date is the day the item was written, which
000105*    is how Chapt20c picks up each day's activity for the
000105*    general ledger; items written before it was carried have
000106*    it blank.
000106*    At move-out Chapt20k credits the rent billed for days after
000106*    the termination date (rent credit), pays charges down out of
000107*    the dealer's security deposit (deposit applied) and refunds
000107*    whatever credit is left on account (credit refund); all
000107*    three are written fully applied like a settlement offset.
000108*    Whenever credit on account is used up against charges
000108*    (Chapt19f), taken back for a returned check (Chapt20b) or
000108*    closed out at move-out (Chapt20k), a fully applied credit
000109*    applied item for the amount is written, so the general
000109*    ledger can move it out of unapplied cash.
000110 01  Dealer-Ledger-Record.
000120     03  Ledger-Key.
000130         05  Ledger-Dealer-Number Pic X(8).
000180         88  Ledger-Late-Fee     Value "L".
000190         88  Ledger-Receipt      Value "P".
000200         88  Ledger-Credit       Value "U".
000210         88  Ledger-Settle-Offset Value "O".
000211         88  Ledger-Clawback     Value "K".
000212         88  Ledger-Returned-Item Value "B".
000213         88  Ledger-Check-Fee    Value "N".
000214         88  Ledger-Rent-Credit  Value "A".
000215         88  Ledger-Deposit-Applied Value "D".
000216         88  Ledger-Credit-Refund Value "F".
000217         88  Ledger-Credit-Applied Value "C".
000218         88  Ledger-Charge-Item  Values "R" "L" "K" "B" "N".
000220     03  Ledger-Period           Pic 9(6).
000230     03  Ledger-Amount           Pic S9(7)v99.
000240     03  Ledger-Amount-Applied   Pic S9(7)v99.
000250     03  Ledger-Reversed-Flag    Pic X.
000260         88  Ledger-Reversed     Value "Y".
000270     03  Ledger-Posted-Date      Pic 9(8).
000280     03  Filler                  Pic X(6).
