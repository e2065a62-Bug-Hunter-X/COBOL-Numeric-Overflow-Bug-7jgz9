      *================================================================
      * YRSREC.CPY
      * Year-end account summary, one record per account, written to
      * YRSUMM by YREND010 when a year is closed - the record handed
      * to auditors and account holders for the year.
      *
      * The opening position is the sum of every cycle's final
      * amount on ACCTHIST before the year, the closing position the
      * opening plus the year's cycles, the same running position
      * STMT010 prints month by month.  The per-type totals are the
      * year's ACCTHIST buckets added up, and YRS-CYCLE-COUNT is the
      * number of cycles the account was carried in the year.
      * YRS-CLOSE-DATE is the business date of the year close the
      * summary was taken from.
      *================================================================
       01  YRSREC-RECORD.
           05  YRS-ACCT-KEY            PIC X(10).
           05  YRS-YEAR                PIC 9(04).
           05  YRS-OPENING-POSITION    PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  YRS-CLOSING-POSITION    PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  YRS-CYCLE-COUNT         PIC 9(05).
           05  YRS-PAY-COUNT           PIC 9(05).
           05  YRS-PAY-AMOUNT          PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  YRS-FEE-COUNT           PIC 9(05).
           05  YRS-FEE-AMOUNT          PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  YRS-ADJ-COUNT           PIC 9(05).
           05  YRS-ADJ-AMOUNT          PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  YRS-REV-COUNT           PIC 9(05).
           05  YRS-REV-AMOUNT          PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  YRS-XFR-COUNT           PIC 9(05).
           05  YRS-XFR-AMOUNT          PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  YRS-CLOSE-DATE          PIC 9(08).
