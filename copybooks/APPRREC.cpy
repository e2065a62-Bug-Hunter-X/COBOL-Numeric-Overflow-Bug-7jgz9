      *================================================================
      * APPRREC.CPY
      * Maintenance approval decision - one record per pending
      * maintenance item a second user has reviewed, keyed by the
      * approver and read by APPR010 against the pending file.
      * APPR-ACCT-KEY and APPR-KEYED-DATE identify the pending item
      * (the keyed date is on the approval report), so a decision
      * keyed against yesterday's item can never approve a different
      * item queued since for the same account.  APPR-APPROVER-ID
      * must not be the user who keyed the maintenance.
      * APPRFILE is presorted by account key, the same master/detail
      * convention MNTFILE follows.
      *================================================================
       01  APPRREC-RECORD.
           05  APPR-ACCT-KEY           PIC X(10).
           05  APPR-KEYED-DATE         PIC X(08).
           05  APPR-APPROVER-ID        PIC X(08).
           05  APPR-DECISION           PIC X(01).
               88  APPR-APPROVE                VALUE 'A'.
               88  APPR-DECLINE                VALUE 'D'.
               88  APPR-VALID-DECISION         VALUES 'A' 'D'.
