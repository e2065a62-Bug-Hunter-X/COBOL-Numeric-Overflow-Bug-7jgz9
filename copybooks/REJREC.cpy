      * record image behind a reason code so the keying area can see
      * exactly what was submitted, fix it, and resubmit it - the bad
      * record never reaches ACCUM010.
      * Reason 70 is a transfer that cannot be posted whole: the
      * amount is not positive, the receiving account is missing,
      * the same as the sender, not on ACCTMAST, or not active.  A
      * transfer is rejected as one record - neither leg posts.
      * Reasons 80-82 are reversals that do not tie to a posting on
      * TRANIDX: 80 the reference is missing or names no reversible
      * posting on this account, 81 the amount does not exactly
      * offset the original, 82 the original is already reversed
      * (on file, or by an earlier reversal in the same feed).
      * Reason 21 is a stale date: a valid calendar date, but older
      * than the PARMFILE stale-date window allows against the
      * cycle's business date.
      *================================================================
       01  REJREC-RECORD.
           05  REJ-REASON-CODE         PIC X(02).
               88  REJ-AMOUNT-NOT-NUMERIC      VALUE '10'.
               88  REJ-INVALID-TRAN-DATE       VALUE '20'.
               88  REJ-STALE-TRAN-DATE         VALUE '21'.
               88  REJ-ACCT-NOT-ON-MASTER      VALUE '30'.
               88  REJ-OUT-OF-SEQUENCE         VALUE '40'.
               88  REJ-INVALID-TRAN-TYPE       VALUE '50'.
               88  REJ-ACCT-CLOSED             VALUE '60'.
               88  REJ-INVALID-TRANSFER        VALUE '70'.
               88  REJ-REV-ORIG-NOT-FOUND      VALUE '80'.
               88  REJ-REV-AMOUNT-MISMATCH     VALUE '81'.
               88  REJ-REV-ALREADY-REVERSED    VALUE '82'.
           05  REJ-TRAN-IMAGE          PIC X(53).
