000020 Program-Id.  Chapt19s.
000030* Occupancy Rent Setting
000040* Monthly batch that sets each dealer's space rent from how many
000050* units the dealer actually holds on the lot. On-lot vehicles,
000060* including units on hold for a buyer's deposit, are counted per
000070* dealer through the Vehicle-File alternate key, the next period's
000080* rent is priced from the tiered rate table on Chapt19s.Parm (unit
000090* ceiling and rent per card, lowest ceiling first, the last card
000100* catching everything above), Rent-Amount is rewritten when it
000110* moves, and a rent-change report of old rent, new rent and the
000120* unit count that drove it prints for mailing with the Chapt19f
000130* statement. Without a rate table the run fails and no rent is
000140* touched. Rent rewrites are journaled to Dayjrnl.Dat for the
000141* Chapt19u recovery.
000150 Environment Division.
000160 Configuration Section.
000170 Source-Computer.  IBM-PC.
002890             If Vehicle-Dealer-Number Not = Dealer-Number
002900                Move "Y" To Vehicle-Done-Switch
002910             Else
002920                If Vehicle-In-Stock
002930                   Add 1 To Unit-Count-Work
002940                End-If
002950             End-If
