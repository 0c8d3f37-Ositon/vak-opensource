000010*    Deposit-Record - common record layout for Deposit.Dat.
000020*    One record for every buyer deposit that puts a vehicle on
000030*    hold, keyed by VIN and the date and time the hold was
000040*    taken, so a unit's earlier holds stay on file behind the
000050*    current one. It names the buyer, the Prospect.Dat number
000060*    the deposit is tied to, the amount and the expiry date.
000070*    Chapt20g takes and cancels holds and records refunds paid,
000080*    Chapt19g applies the deposit when the held unit is sold to
000090*    that prospect, and Chapt20h expires holds past their date.
000100*    A cancelled or expired deposit is owed back to the buyer
000110*    until the refund is recorded as paid. Post dates are
000120*    YYYYMMDD; the other dates are MMDDYYYY as on Vehicle.Dat.
000130 01  Deposit-Record.
000140     03  Deposit-Key.
000150         05  Deposit-Vin          Pic X(17).
000160         05  Deposit-Post-Date    Pic 9(8).
000170         05  Deposit-Post-Time    Pic 9(8).
000180     03  Deposit-Prospect-Number  Pic X(8).
000190     03  Deposit-Buyer-Name.
000200         05  Deposit-Last-Name    Pic X(25).
000210         05  Deposit-First-Name   Pic X(15).
000220     03  Deposit-Amount           Pic 9(7)v99.
000230     03  Deposit-Hold-Date        Pic 9(8).
000240     03  Deposit-Expiry-Date      Pic 9(8).
000250     03  Deposit-Status           Pic X.
000260         88  Deposit-Active       Value "H".
000270         88  Deposit-Applied      Value "A".
000280         88  Deposit-Cancelled    Value "C".
000290         88  Deposit-Expired      Value "E".
000300     03  Deposit-Closed-Date      Pic 9(8).
000310     03  Deposit-Refund-Flag      Pic X.
000320         88  Deposit-Refund-Due   Value "R".
000330         88  Deposit-Refund-Paid  Value "P".
000340     03  Deposit-Refund-Date      Pic 9(8).
000350     03  Filler                   Pic X(26).
