           05  RS-REV-COUNT            PIC 9(03).
           05  RS-REV-AMOUNT           PIC S9(9)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
      *    Transfer bucket - both legs, so the amount is the account's
      *    net transfer position for the cycle (credits in less debits
      *    out), and the sum across all accounts is zero.
           05  RS-XFR-COUNT            PIC 9(03).
           05  RS-XFR-AMOUNT           PIC S9(9)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
