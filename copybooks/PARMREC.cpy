      * after it was first rejected drops onto the aged-rejects
      * report for supervisor follow-up.  Old-format records leave
      * it as spaces; REJ010 defaults it.
      * PARM-PEND-AGE-DAYS drives APPR010's pending-maintenance
      * aging: a keyed maintenance item nobody has approved or
      * declined more than this many days after it was keyed ages
      * off the pending file onto the approval report instead of
      * waiting forever.  PARM-LIMIT-APPR-THRESHOLD is the exposure
      * limit increase (new limit less old) above which APPR010
      * classes a limit change as sensitive and flags it for the
      * approver - removing a limit outright always counts.  Old-
      * format records leave both as spaces; APPR010 defaults them.
      * PARM-STALE-DAYS is EDIT010's stale-date window: a
      * transaction dated more than this many days before the
      * cycle's business date is rejected as stale (reason 21)
      * instead of posting months late.  Old-format records leave
      * it as spaces; EDIT010 defaults it.
      * PARM-DUP-WINDOW-DAYS is DUP010's duplicate-detection window:
      * each accepted transaction's fingerprint is checked against
      * the fingerprints of this many prior business days' feeds.
      * Old-format records leave it as spaces; DUP010 defaults it.
      * PARM-LARGE-TXN-THRESHOLD is the compliance reporting
      * threshold LRG010 screens customer activity against: a single
      * payment or transfer over it is reported as a large item, and
      * an account whose smaller items over the last
      * PARM-STRUCT-WINDOW-DAYS business days (tonight included)
      * add up to more than it is reported for combined activity.
      * Old-format records leave both as spaces; LRG010 defaults
      * them.
      *================================================================
       01  PARMREC-RECORD.
           05  PARM-ADD-AMOUNT          PIC S9(7)V99
           05  PARM-HIST-RETENT-DAYS    PIC 9(05).
           05  PARM-GLCARRY-RETENT-DAYS PIC 9(05).
           05  PARM-REJ-AGE-DAYS        PIC 9(03).
           05  PARM-PEND-AGE-DAYS       PIC 9(03).
           05  PARM-LIMIT-APPR-THRESHOLD PIC 9(9)V99.
           05  PARM-STALE-DAYS          PIC 9(03).
           05  PARM-DUP-WINDOW-DAYS     PIC 9(03).
           05  PARM-LARGE-TXN-THRESHOLD PIC 9(9)V99.
           05  PARM-STRUCT-WINDOW-DAYS  PIC 9(03).
