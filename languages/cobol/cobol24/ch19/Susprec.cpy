000010*    Suspense-Record - common record layout for Suspense.Dat.
000020*    One record for every transaction refused by Chapt19e,
000030*    Chapt19g, Chapt19h, Chapt19r or Chapt19y, keyed by the
000040*    program that refused it and the date and time it was
000050*    suspended. The original transaction record is kept as it
000060*    was read, with the reason it was refused, the date it first
000070*    failed, the date it last failed and how many runs it has
000080*    failed in. Chapt20i corrects and releases items (or voids
000090*    them), the owning program re-enters released items after its
000100*    own transactions and clears those that pass, and Chapt20j
000110*    ages whatever is still suspended or released. All dates are
000120*    YYYYMMDD.
000130 01  Suspense-Record.
000140     03  Suspense-Key.
000150         05  Suspense-Program     Pic X(8).
000160         05  Suspense-Post-Date   Pic 9(8).
000170         05  Suspense-Post-Time   Pic 9(8).
000180         05  Suspense-Sequence    Pic 9(4).
000190     03  Suspense-Status          Pic X.
000200         88  Suspense-Held        Value "S".
000210         88  Suspense-Released    Value "R".
000220         88  Suspense-Cleared     Value "C".
000230         88  Suspense-Voided      Value "V".
000240         88  Suspense-Open        Value "S" "R".
000250     03  Suspense-Reason          Pic X(40).
000260     03  Suspense-First-Failed    Pic 9(8).
000270     03  Suspense-Last-Failed     Pic 9(8).
000280     03  Suspense-Fail-Count      Pic 9(3).
000290     03  Suspense-Released-Date   Pic 9(8).
000300     03  Suspense-Closed-Date     Pic 9(8).
000310     03  Suspense-Image           Pic X(400).
000320     03  Filler                   Pic X(16).
