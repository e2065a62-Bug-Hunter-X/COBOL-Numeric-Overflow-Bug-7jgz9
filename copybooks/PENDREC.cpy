      *================================================================
      * PENDREC.CPY
      * Pending-approval maintenance item - maker-checker for the
      * account master.  A single user used to key a maintenance
      * transaction and have MAINT010 apply it the same night, so
      * one person alone could unfreeze a disputed account or raise
      * its exposure limit.  APPR010 now queues every keyed
      * maintenance transaction here first; it stays on the pending
      * file (PENDIN carried to PENDOUT night to night) until a
      * second user ID - never the keyer's - approves or declines
      * it, and only then goes forward to MAINT010.
      * PEND-MNT-IMAGE is the keyed MNTREC image, untouched (the
      * approval fields are not part of it - APPR010 fills those in
      * on the way out).  PEND-KEYED-DATE is the date it was queued
      * and is preserved while the item carries, so aging always
      * measures from the keying; an item older than
      * PARM-PEND-AGE-DAYS ages off onto the approval report.
      * PEND-CLASS records why the item matters to the approver:
      * an unfreeze (a status change out of frozen) or a limit
      * increase above PARM-LIMIT-APPR-THRESHOLD is sensitive and is
      * flagged on the report; everything else is routine.  Every
      * class needs the second user - the class only tells the
      * approver where to look hardest.
      * PENDIN arrives presorted by account key (the key sits in the
      * image at the same offset as in MNTREC); one account carries
      * at most one pending item at a time.
      * PEND-PRODUCT-CODE is the keyed MNT-PRODUCT-CODE, carried
      * beside the image rather than inside it because it follows
      * the approval fields on the MNTREC layout; APPR010 restores
      * it to its place when the item goes forward.
      *================================================================
       01  PENDREC-RECORD.
           05  PEND-MNT-IMAGE          PIC X(52).
           05  PEND-IMAGE-R REDEFINES PEND-MNT-IMAGE.
               10  PEND-ACTION         PIC X(01).
               10  PEND-ACCT-KEY       PIC X(10).
               10  PEND-ACCT-NAME      PIC X(20).
               10  PEND-USER-ID        PIC X(08).
               10  PEND-ACCT-STATUS    PIC X(01).
               10  PEND-LIMIT-AMOUNT   PIC X(12).
           05  PEND-KEYED-DATE         PIC 9(08).
           05  PEND-CLASS              PIC X(01).
               88  PEND-ROUTINE                VALUE 'R'.
               88  PEND-UNFREEZE               VALUE 'U'.
               88  PEND-LIMIT-INCREASE         VALUE 'L'.
           05  PEND-PRODUCT-CODE       PIC X(04).
