      *================================================================
      * CMPLREC.CPY
      * Compliance extract - LRG010's fixed-layout file for the
      * compliance area, one record per finding, eighty bytes.
      *
      *   'L' - a single payment or transfer over the threshold.
      *         The from and to dates are both the transaction
      *         date, the count is 1, and the type is the item's.
      *   'S' - combined activity: an account whose items under the
      *         threshold, over the window from CMP-FROM-DATE to
      *         CMP-TO-DATE (CMP-DAY-COUNT business days with
      *         activity), add up to more than the threshold.  The
      *         type is spaces.
      *
      * CMP-AMOUNT is unsigned - the size of the activity, whichever
      * way it moved the account.  CMP-THRESHOLD is the threshold in
      * force the night the finding was made.  Records are written
      * in account-key order for the cycle named in CMP-BUSINESS-DATE
      * and CMP-CYCLE-NUMBER.
      *================================================================
       01  CMPLREC-RECORD.
           05  CMP-REC-TYPE            PIC X(01).
               88  CMP-LARGE-ITEM              VALUE 'L'.
               88  CMP-COMBINED                VALUE 'S'.
           05  CMP-ACCT-KEY            PIC X(10).
           05  CMP-BUSINESS-DATE       PIC 9(08).
           05  CMP-CYCLE-NUMBER        PIC 9(03).
           05  CMP-FROM-DATE           PIC 9(08).
           05  CMP-TO-DATE             PIC 9(08).
           05  CMP-AMOUNT              PIC 9(09)V99.
           05  CMP-ITEM-COUNT          PIC 9(05).
           05  CMP-TRAN-TYPE           PIC X(02).
           05  CMP-THRESHOLD           PIC 9(09)V99.
           05  CMP-DAY-COUNT           PIC 9(03).
           05  FILLER                  PIC X(10).
