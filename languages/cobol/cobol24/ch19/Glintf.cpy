000010*    Gl-Interface-Record - common layout for Glintf.Dat.
000020*    The day's journal entry lines for the accounting package,
000030*    written by Chapt20c: one debit line and one credit line
000040*    per activity, summarized for the business date and posted
000050*    to the accounts Glacct.Dat maps that activity to. Amounts
000060*    are always positive; the side is in Gl-Debit-Credit. The
000070*    file is only written when its debits and credits tie.
000080 01  Gl-Interface-Record.
000090     03  Gl-Entry-Date          Pic 9(8).
000100     03  Gl-Journal-Source      Pic X(8).
000110     03  Gl-Account             Pic X(10).
000120     03  Gl-Debit-Credit        Pic X.
000130         88  Gl-Debit           Value "D".
000140         88  Gl-Credit          Value "C".
000150     03  Gl-Amount              Pic 9(9)v99.
000160     03  Gl-Activity            Pic X(4).
000170     03  Gl-Description         Pic X(30).
