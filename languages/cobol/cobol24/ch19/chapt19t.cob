000010 Identification Division.
000020 Program-Id.  Chapt19t.
000030* Inventory Markdown Batch
000040* Acts on the aging the Chapt19l report can only point at: applies
000050* percentage markdowns by aging tier to Asking-Price on the on-lot
000060* Vehicle-Records, grouped by dealer the way Chapt19d lists them.
000070* The tiers come from Chapt19t.Parm - a run-mode card ("P" prints
000080* the proposal without touching Vehicle.Dat, for the dealers whose
000090* contracts forbid automatic markdowns; "A" applies), then one
000100* card per tier (minimum days on lot and percent off, shallowest
000110* tier first, deepest match wins). Every applied rewrite leaves a
000120* price-change audit record on Chapt19t.Aud with the old price,
000130* new price, days on lot and percent, so a dealer disputing a cut
000140* can be shown exactly when and why it happened. Without a
000150* parameter card the run fails and no price is touched. Applied
000160* rewrites are journaled to Dayjrnl.Dat for the Chapt19u
000170* roll-forward recovery. A unit on hold for a buyer's deposit is
000171* never marked down, since the buyer was promised the price on the
000172* hold. A unit consigned before the original asking price was
000173* carried has the price it had before its first cut kept as the
000174* original, so Chapt20l can measure later sales against it.
000180 Environment Division.
000190 Configuration Section.
000200 Source-Computer.  IBM-PC.
003950     End-If
003960     .
003970 Apply-One-Markdown.
003971     If Original-Asking-Price Not Numeric
003972        Compute Original-Asking-Price Rounded = Asking-Price
003973            On Size Error Move Zeros To Original-Asking-Price
003974        End-Compute
003975     End-If
003980     Move New-Price-Work To Asking-Price
003990     Rewrite Vehicle-Record
004000          Invalid Key
