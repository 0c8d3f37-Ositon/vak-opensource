000080* Dealer-File - so a unit can find its buyer in a day instead
000090* of aging into a Chapt19l bucket. A blank make or model on the
000100* prospect matches anything, a zero year bound or price ceiling
000110* is not enforced, and sold or withdrawn units never match, nor
000111* does a unit on hold for another buyer's deposit.
000120 Environment Division.
000130 Configuration Section.
000140 Source-Computer.  IBM-PC.
