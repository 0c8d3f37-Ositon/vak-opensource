000010*    Commission-Schedule-Record - common layout for Commsch.Dat.
000020*    A dealer whose Dealer-Schedule-Code names a schedule is paid
000030*    commission by price band instead of the flat
000040*    Consignment-Percent. The first band whose limit covers the
000050*    sold price sets the rate; a zero limit marks the top band
000060*    and covers every price above the band before it. Every sale
000070*    carries at least Schedule-Minimum, and once the dealer's
000080*    posted sales for the calendar year reach
000090*    Schedule-Ytd-Threshold each further sale that year is taken
000100*    at Schedule-Reduced-Percent (no reduced rate when the
000110*    threshold is zero). Maintained by Chapt20f; read by
000120*    Chapt19g, Chapt19q and Chapt19c so all three agree.
000130 01  Commission-Schedule-Record.
000140     03  Schedule-Code            Pic X(4).
000150     03  Schedule-Description     Pic X(30).
000160     03  Schedule-Minimum         Pic 9(5)v99.
000170     03  Schedule-Ytd-Threshold   Pic 9(7)v99.
000180     03  Schedule-Reduced-Percent Pic 9(3)v99.
000190     03  Schedule-Band            Occurs 5 Times.
000200         05  Schedule-Band-Limit   Pic 9(7)v99.
000210         05  Schedule-Band-Percent Pic 9(3)v99.
000220     03  Schedule-Changed-Date    Pic 9(8).
000230     03  Filler                   Pic X(27).
