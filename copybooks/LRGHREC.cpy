      *================================================================
      * LRGHREC.CPY
      * Combined-activity history for the compliance screen - one
      * record per account per cycle that had customer activity
      * (payments and transfers) under the large-item threshold,
      * carrying that cycle's total and item count.  LRG010 adds
      * tonight's cycles and sums each account's entries inside the
      * rolling window of PARM-STRUCT-WINDOW-DAYS business days
      * against PARM-LARGE-TXN-THRESHOLD.
      *
      * An entry that has already gone into a reported window is
      * marked reported ('Y', with the business date of the report)
      * and is never counted again, so an account and its window
      * appear on the compliance extract once however many nights
      * the window overlaps; only fresh activity can raise a new
      * report.  Entries stay on file, reported or not, until they
      * fall out of the window.  LRG010 rewrites the file every
      * cycle (LRGHIST in, LRGHNEW out) in account-key order, then
      * business date and cycle, so it never needs a sort.
      *================================================================
       01  LRGHREC-RECORD.
           05  LGH-ACCT-KEY            PIC X(10).
           05  LGH-BUSINESS-DATE       PIC 9(08).
           05  LGH-CYCLE-NUMBER        PIC 9(03).
           05  LGH-DAY-AMOUNT          PIC 9(09)V99.
           05  LGH-DAY-COUNT           PIC 9(05).
           05  LGH-REPORTED-SW         PIC X(01).
               88  LGH-REPORTED                VALUE 'Y'.
               88  LGH-NOT-REPORTED            VALUE 'N' SPACE.
           05  LGH-REPORTED-DATE       PIC 9(08).
