000010*    Gl-Account-Map-Record - common layout for Glacct.Dat.
000020*    The general ledger account mapping Chapt20c posts through,
000030*    kept as an ordinary text file so the accountant can change
000040*    an account number without a program change. One record per
000050*    activity code (RENT, LATE, RCPT, UNAP, RTRN, NSFF, SALE,
000060*    COMM, CNCL, CNCM, CLAW, WHLD, STLM, RADJ, DEPA, DEPR, CRFD,
000070*    CAPL - credit on account applied, debiting unapplied cash
000080*    and crediting receivables)
000081*    naming the account the activity debits, the account it
000082*    credits, and the line description sent with the entries.
000090 01  Gl-Account-Map-Record.
000100     03  Map-Activity           Pic X(4).
000110     03  Map-Debit-Account      Pic X(10).
000120     03  Map-Credit-Account     Pic X(10).
000130     03  Map-Description        Pic X(30).
