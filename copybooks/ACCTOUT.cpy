           05  ACCTOUT-REV-COUNT       PIC 9(03).
           05  ACCTOUT-REV-AMOUNT      PIC S9(9)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
      *    Transfer bucket - net of both legs, so it sums to zero
      *    across every account in the cycle (BAL010 proves it).
           05  ACCTOUT-XFR-COUNT       PIC 9(03).
           05  ACCTOUT-XFR-AMOUNT      PIC S9(9)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
