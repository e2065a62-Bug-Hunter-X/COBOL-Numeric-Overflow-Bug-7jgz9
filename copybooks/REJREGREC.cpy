      * REJREGIN arrives presorted by image account key (the
      * external sort step in the JCL, which also folds the previous
      * night's newly registered entries into sequence).
      * A reason-70 transfer reject is recognized by account, date,
      * and type; the amount and the receiving account are the two
      * fields a bad transfer is usually rekeyed with, so both are
      * left out of the comparison.
      * A reversal rejected under 80 or 81 comes back with its
      * reference or its amount corrected, so it is recognized by
      * account, date, and type; an 82 (already reversed) cannot be
      * corrected and resubmitted as it stands, so it only matches
      * a whole-image resubmission and otherwise ages out to the
      * supervisor.
      * A reason-21 stale-date reject comes back with its date
      * brought inside the window (or not at all), so it matches
      * the way a reason-20 bad date does - on everything but the
      * date.
      *================================================================
       01  REJREGREC-RECORD.
           05  REG-REJECT-DATE         PIC 9(08).
           05  REG-REASON-CODE         PIC X(02).
               88  REG-RSN-BAD-AMOUNT          VALUE '10'.
               88  REG-RSN-BAD-DATE            VALUE '20'.
               88  REG-RSN-STALE-DATE          VALUE '21'.
               88  REG-RSN-OUT-OF-SEQ          VALUE '40'.
               88  REG-RSN-BAD-TYPE            VALUE '50'.
               88  REG-RSN-ACCT-CLOSED         VALUE '60'.
               88  REG-RSN-BAD-TRANSFER        VALUE '70'.
               88  REG-RSN-REV-NOT-FOUND       VALUE '80'.
               88  REG-RSN-REV-AMOUNT          VALUE '81'.
               88  REG-RSN-REV-REVERSED        VALUE '82'.
           05  REG-TRAN-IMAGE          PIC X(53).
           05  REG-IMAGE-R REDEFINES REG-TRAN-IMAGE.
               10  REG-IMAGE-ACCT-KEY  PIC X(10).
               10  REG-IMAGE-TRAN-DATE PIC X(08).
               10  REG-IMAGE-AMOUNT    PIC X(10).
               10  REG-IMAGE-TRAN-TYPE PIC X(02).
               10  REG-IMAGE-XFER-TO-KEY PIC X(10).
               10  REG-IMAGE-XFER-LEG  PIC X(01).
               10  FILLER              PIC X(12).
