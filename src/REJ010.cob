      * in arrival order - the external sort step in the JCL folds
      * them into key sequence for the next night's REJREGIN, the
      * same convention every other presorted feed follows.
      *
      * A reason-70 transfer reject matches its resubmission on
      * account, date, and type alone - the amount and the receiving
      * account are what gets corrected - and only against a sending
      * (debit) leg, never the credit leg the edit generated.
      *
      * A reversal rejected under 80 (no such original) or 81
      * (amount does not offset) matches on account, date, and type
      * - the reference or the amount is what gets corrected.  An
      * 82 (original already reversed) has nothing to correct, so
      * it takes the whole-image comparison like the other reasons
      * and normally ages out to the supervisor.
      *
      * A reason-21 stale date matches like a reason-20 bad date:
      * the date is the field that comes back changed.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  REJREGIN-FILE
           RECORDING MODE IS F.
       01  REJREGIN-IN-RECORD         PIC X(63).

       FD  TRANOK-FILE
           RECORDING MODE IS F.
       01  TRANOK-IN-RECORD           PIC X(53).

       FD  TRANREJ-FILE
           RECORDING MODE IS F.
       01  TRANREJ-IN-RECORD          PIC X(55).

       FD  PARMFILE-FILE
           RECORDING MODE IS F.
       01  PARMFILE-IN-RECORD         PIC X(76).

       FD  REJREGOUT-FILE
           RECORDING MODE IS F.
       01  REJREGOUT-OUT-RECORD       PIC X(63).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           05  WS-ACC-TABLE-KEY       PIC X(10) VALUE LOW-VALUES.
           05  WS-ACC-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-ACC-IDX.
               10  WS-ACC-IMAGE       PIC X(53).
               10  WS-ACC-IMAGE-R REDEFINES WS-ACC-IMAGE.
                   15  WS-ACC-KEY        PIC X(10).
                   15  WS-ACC-TRAN-DATE  PIC X(08).
                   15  WS-ACC-AMOUNT     PIC X(10).
                   15  WS-ACC-TRAN-TYPE  PIC X(02).
                   15  WS-ACC-XFER-TO-KEY PIC X(10).
                   15  WS-ACC-XFER-LEG   PIC X(01).
                   15  FILLER            PIC X(12).
               10  WS-ACC-USED-SW     PIC X(01).
                   88  WS-ACC-USED            VALUE 'Y'.

                       SET WS-FIELDS-MATCH TO TRUE
                   END-IF
               WHEN REG-RSN-BAD-DATE
               WHEN REG-RSN-STALE-DATE
                   IF WS-ACC-AMOUNT (WS-ACC-IDX)
                               = REG-IMAGE-AMOUNT
                           AND WS-ACC-TRAN-TYPE (WS-ACC-IDX)
                               = REG-IMAGE-AMOUNT
                       SET WS-FIELDS-MATCH TO TRUE
                   END-IF
               WHEN REG-RSN-BAD-TRANSFER
      *            A bad transfer comes back with its amount or its
      *            receiving account corrected, so neither is
      *            compared.  Only the sending side can match - the
      *            credit leg EDIT010 generates is keyed by the other
      *            account and was never on the rejected image.
                   IF WS-ACC-TRAN-DATE (WS-ACC-IDX)
                               = REG-IMAGE-TRAN-DATE
                           AND WS-ACC-TRAN-TYPE (WS-ACC-IDX)
                               = REG-IMAGE-TRAN-TYPE
                           AND WS-ACC-XFER-LEG (WS-ACC-IDX) = SPACE
                       SET WS-FIELDS-MATCH TO TRUE
                   END-IF
               WHEN REG-RSN-REV-NOT-FOUND
               WHEN REG-RSN-REV-AMOUNT
      *            The reversal comes back pointing at the right
      *            original, or with the offsetting amount, so
      *            neither the reference nor the amount is compared.
                   IF WS-ACC-TRAN-DATE (WS-ACC-IDX)
                               = REG-IMAGE-TRAN-DATE
                           AND WS-ACC-TRAN-TYPE (WS-ACC-IDX)
                               = REG-IMAGE-TRAN-TYPE
                       SET WS-FIELDS-MATCH TO TRUE
                   END-IF
               WHEN OTHER
      *            Out-of-sequence, account-closed, already-
      *            reversed, and any unknown reason: the image
      *            itself was right, so the whole image must match.
                   IF WS-ACC-IMAGE (WS-ACC-IDX) = REG-TRAN-IMAGE
                       SET WS-FIELDS-MATCH TO TRUE
                   END-IF
