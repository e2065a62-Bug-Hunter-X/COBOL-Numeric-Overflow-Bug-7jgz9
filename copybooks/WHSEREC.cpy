      *================================================================
      * WHSEREC.CPY
      * Future-dated transaction warehouse entry.  EDIT010 used to
      * check only that TR-TRAN-DATE was a real calendar date, so a
      * payment dated next Tuesday posted tonight.  Now a
      * transaction dated after the cycle's business date is held
      * here instead, in its untouched TRANREC image, and WHSE010
      * releases it into the feed on the night the business date
      * reaches its effective date - the same recycle-into-the-feed
      * idea SUSP010 uses for suspense, trailer adjustment included.
      * WHS-EFFECTIVE-DATE is the transaction's own date, pulled to
      * the front so the schedule sort for WHRPT010 (effective date
      * then account key) is a leading-field sort; WHSEIN for
      * WHSE010 is sorted on the image account key then effective
      * date, the usual external sort step in the JCL folding the
      * night's new entries (WHSENEW) in with the carried ones.
      * WHS-DATE-WAREHOUSED is the business date the item was first
      * held, kept unchanged while it waits.
      *================================================================
       01  WHSEREC-RECORD.
           05  WHS-EFFECTIVE-DATE      PIC 9(08).
           05  WHS-DATE-WAREHOUSED     PIC 9(08).
           05  WHS-RECORD-IMAGE        PIC X(53).
           05  WHS-IMAGE-R REDEFINES WHS-RECORD-IMAGE.
               10  WHS-IMAGE-ACCT-KEY  PIC X(10).
               10  WHS-IMAGE-TRAN-DATE PIC X(08).
               10  WHS-IMAGE-AMOUNT.
                   15  WHS-IMAGE-AMT-DIGITS PIC 9(07)V99.
                   15  WHS-IMAGE-AMT-SIGN   PIC X(01).
               10  WHS-IMAGE-TRAN-TYPE PIC X(02).
               10  FILLER              PIC X(23).
