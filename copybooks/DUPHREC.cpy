      *================================================================
      * DUPHREC.CPY
      * Duplicate-detection fingerprint history - one record per
      * transaction DUP010 has passed into the stream, kept for a
      * rolling window of business days (PARM-DUP-WINDOW-DAYS).  The
      * fingerprint is the first thirty bytes of the TRANREC image -
      * account key, transaction date, amount, and type - so a
      * source system that resends an item a day or two later
      * matches here even though its feed balances.  DUP010 rewrites
      * the file every cycle (DUPHIST in, DUPHNEW out), dropping the
      * business days that have fallen out of the window; it stays
      * in account-key order throughout, so it never needs a sort.
      *================================================================
       01  DUPHREC-RECORD.
           05  DPH-BUSINESS-DATE       PIC 9(08).
           05  DPH-FINGERPRINT         PIC X(30).
           05  DPH-FINGERPRINT-R REDEFINES DPH-FINGERPRINT.
               10  DPH-ACCT-KEY        PIC X(10).
               10  DPH-TRAN-DATE       PIC 9(08).
               10  DPH-AMOUNT          PIC S9(7)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
               10  DPH-TRAN-TYPE       PIC X(02).
