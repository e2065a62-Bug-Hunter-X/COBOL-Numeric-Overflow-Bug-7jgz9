      *================================================================
      * DUPDECREC.CPY
      * Duplicate-hold decision - one record per held item a
      * supervisor has reviewed on the duplicate report, read by
      * DUP010 against the hold file.  The fingerprint fields and
      * DDC-HELD-DATE are copied from the report line, so a
      * decision can only ever settle the item it was keyed
      * against.  'R' releases the item into the next cycle; 'K'
      * kills it.  DDC-SUPERVISOR-ID is required and is printed on
      * the report beside the decision.  DUPDEC is presorted by
      * account key, the same master/detail convention APPRFILE
      * follows.
      *================================================================
       01  DUPDECREC-RECORD.
           05  DDC-FINGERPRINT.
               10  DDC-ACCT-KEY        PIC X(10).
               10  DDC-TRAN-DATE       PIC X(08).
               10  DDC-AMOUNT          PIC X(10).
               10  DDC-TRAN-TYPE       PIC X(02).
           05  DDC-HELD-DATE           PIC X(08).
           05  DDC-SUPERVISOR-ID       PIC X(08).
           05  DDC-DECISION            PIC X(01).
               88  DDC-RELEASE                 VALUE 'R'.
               88  DDC-KILL                    VALUE 'K'.
               88  DDC-VALID-DECISION          VALUES 'R' 'K'.
