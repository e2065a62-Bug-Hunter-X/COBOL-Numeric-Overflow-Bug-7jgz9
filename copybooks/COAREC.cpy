      *================================================================
      * COAREC.CPY
      * Chart-of-accounts mapping - one record per transaction type
      * (TR-TRAN-TYPE), naming the GL account debited and the GL
      * account credited when an account's bucket of that type
      * posts to the journal (GLJ010).  COAFILE is maintained by the
      * GL team.  The mapping describes a positive bucket - activity
      * that raised the account's position; a negative bucket (a
      * refund, a negative adjustment, a reversal, the sending side
      * of a transfer) posts the same pair with the sides swapped,
      * so no type ever needs two records.  A type with no record,
      * or with either GL account blank, is unmapped: GLJ010 fails
      * the step rather than posting it anywhere by default.
      *================================================================
       01  COAREC-RECORD.
           05  COA-TRAN-TYPE           PIC X(02).
           05  COA-DEBIT-GL-ACCT       PIC X(10).
           05  COA-CREDIT-GL-ACCT      PIC X(10).
           05  COA-DESCRIPTION         PIC X(20).
