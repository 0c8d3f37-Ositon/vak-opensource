000010*    Sale-History-Record - common layout for Salehist.Dat.
000020*    One record for every sale Chapt19g posts, keyed by VIN and
000030*    the date and time it was posted, with the owning dealer
000040*    carried as an alternate key. It keeps the price and the
000050*    commission actually taken on the sale, so a later
000060*    cancellation backs out exactly what was posted. Chapt20a
000070*    flags the record cancelled with the day it was cancelled,
000080*    and Chapt20c reads both dates to pick up each day's sales
000090*    and cancellations for the general ledger. Post dates are
000100*    YYYYMMDD; Sale-Sold-Date is MMDDYYYY as on Vehicle.Dat.
000101*    The commission schedule and the rate applied are kept
000102*    with the sale (schedule blank when the dealer's flat
000103*    Consignment-Percent was used), and a dealer's posted sales
000104*    for a calendar year make up the year-to-date total the
000105*    schedule's reduced rate is measured against.
000110 01  Sale-History-Record.
000120     03  Sale-Key.
000130         05  Sale-Vin           Pic X(17).
000140         05  Sale-Post-Date     Pic 9(8).
000150         05  Sale-Post-Time     Pic 9(8).
000160     03  Sale-Dealer-Number     Pic X(8).
000170     03  Sale-Sold-Date         Pic 9(8).
000180     03  Sale-Price             Pic 9(7)v99.
000190     03  Sale-Commission        Pic S9(7)v99.
000200     03  Sale-Status            Pic X.
000210         88  Sale-Posted        Value "P".
000220         88  Sale-Cancelled     Value "C".
000230     03  Sale-Cancel-Post-Date  Pic 9(8).
000240     03  Sale-Schedule-Code     Pic X(4).
000250     03  Sale-Commission-Percent Pic 9(3)v99.
000260     03  Filler                 Pic X(31).
