000010*    Dealer-Record - common record layout for Dealer.Dat.
000011*    Shared by Chapt19a and its companion programs so the
000012*    layout cannot drift between them.
000013*    Dealer-Security-Deposit is the deposit held against the
000014*    dealer's account, set through Chapt19e. Chapt20k applies it
000015*    at move-out and marks the dealer inactive; an inactive
000016*    dealer stays on file, is no longer billed, and cannot be
000017*    deleted until the account is zero.
000020 01  Dealer-Record.
000030     03  Dealer-Number         Pic X(8).
000040     03  Dealer-Name.
000220     03  Last-Sold-Date      Pic 9(8).
000230     03  Sold-To-Date        Pic S9(7)v99.
000240     03  Commission-To-Date  Pic S9(7)v99.
000250     03  Dealer-Cash-Only-Flag Pic X.
000260         88  Dealer-Cash-Only Value "Y".
000270     03  Dealer-Schedule-Code Pic X(4).
000280     03  Dealer-Security-Deposit Pic 9(5)v99.
000290     03  Dealer-Inactive-Flag Pic X.
000300         88  Dealer-Inactive Value "Y".
000310     03  Filler              Pic X(2).
