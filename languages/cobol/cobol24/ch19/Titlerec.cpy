000010*    Title-Record - common record layout for Title.Dat.
000020*    One record per consigned vehicle, keyed by VIN, tracking the
000030*    paperwork that has to be in the office before the unit can
000040*    be sold and the dealer paid: the title itself (received
000050*    date, issuing state and number), any lienholder and whether
000060*    the lien payoff has been confirmed, and whether the keys and
000070*    the odometer statement are on hand. Maintained by Chapt20d.
000080*    A zero received date means no title is in the office; a
000090*    blank lienholder means the title came in clear.
000100 01  Title-Record.
000110     03  Title-Vin             Pic X(17).
000120     03  Title-Received-Date   Pic 9(8).
000130     03  Title-State           Pic X(2).
000140     03  Title-Number          Pic X(20).
000150     03  Title-Lienholder      Pic X(30).
000160     03  Title-Payoff-Flag     Pic X.
000170         88  Title-Payoff-Confirmed Value "Y".
000180     03  Title-Keys-Flag       Pic X.
000190         88  Title-Keys-On-Hand     Value "Y".
000200     03  Title-Odometer-Flag   Pic X.
000210         88  Title-Odometer-On-Hand Value "Y".
000220     03  Title-Changed-Date    Pic 9(8).
000230     03  Filler                Pic X(32).
