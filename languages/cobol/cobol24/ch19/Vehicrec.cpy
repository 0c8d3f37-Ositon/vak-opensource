000010*    Vehicle-Record - common record layout for Vehicle.Dat.
000020*    One record per vehicle on consignment, keyed by VIN, with
000030*    Dealer-Number carried as an alternate key so inventory can
000040*    be listed either by VIN or by dealer. A unit on hold for a
000041*    buyer's deposit (see Deposit.Dat) is still on the lot but
000042*    is not for sale to anyone else.
000043*    Original-Asking-Price is the asking price at intake, in
000044*    whole dollars, kept when Chapt19t marks the unit down so
000045*    Chapt20l can measure what units sold for against it; a
000046*    Chapt19r price correction resets it. Units consigned
000047*    before it was carried have it blank until their first
000048*    markdown; a price too large for it is carried as zeros.
000049*    Either way Chapt20l falls back to the current Asking-Price.
000050 01  Vehicle-Record.
000060     03  Vehicle-Vin           Pic X(17).
000070     03  Vehicle-Dealer-Number Pic X(8).
000140     03  Vehicle-Sold-Date     Pic 9(8).
000150     03  Vehicle-Status        Pic X.
000160         88  Vehicle-On-Lot    Value "O".
000161         88  Vehicle-On-Hold   Value "H".
000162         88  Vehicle-In-Stock  Value "O" "H".
000170         88  Vehicle-Sold      Value "S".
000180         88  Vehicle-Withdrawn Value "W".
000190     03  Vehicle-Settled-Flag  Pic X.
000200         88  Vehicle-Settled   Value "Y".
000210     03  Vehicle-Settled-Date  Pic 9(8).
000220     03  Original-Asking-Price Pic 9(6).
