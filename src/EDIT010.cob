      *   10 - TR-AMOUNT not numeric (nine digits plus a trailing
      *        separate + or - sign, matching the TRANREC picture)
      *   20 - TR-TRAN-DATE not numeric or not a valid calendar date
      *   50 - TR-TRAN-TYPE not one of the valid type codes
      *   40 - record out of account-key sequence (the high-water key
      *        only moves forward, so one out-of-order record cannot
      *        wave the next one through)
      * merged in, so the merged feed balances here when the source
      * feed was whole.  Neither bracket record is ever written to
      * TRANOK.
      *
      * A transfer (type 'XF') names a second account, the one the
      * money goes to, in TR-XFER-TO-KEY.  The sending account goes
      * through the edits above like any other record - a transfer
      * from an account not yet on the master or frozen waits in
      * suspense whole, and one from a closed account is rejected
      * whole.  The transfer then gets one more edit:
      *   70 - amount not positive, receiving key blank or the same
      *        as the sender, a leg indicator already present on the
      *        feed, or the receiving account not on ACCTMAST or not
      *        active (frozen or closed)
      * The receiving account can sort anywhere in the master, so it
      * is looked up in a key/status table loaded from ACCTMAST at
      * start instead of the forward-only pointer.  An accepted
      * transfer goes to TRANOK as the debit leg unchanged, and the
      * credit leg - keyed by the receiving account, pointing back
      * at the sender, marked TR-XFER-LEG 'C' - goes to XFERCR.  The
      * sort step in the JCL merges XFERCR into TRANOK in account
      * sequence ahead of REJ010 and ACCUM010.  A rejected transfer
      * writes nothing to XFERCR, so neither leg posts.  The credit
      * legs are not feed records: they are not hashed or counted
      * against the trailer.
      *
      * A reversal (type 'RV') must carry the TRANIDX key of the
      * posting it reverses (TR-REVERSAL-REF: account, business date
      * loaded, sequence), and gets three more edits once the
      * account itself has passed:
      *   80 - reference blank or not numeric, naming a different
      *        account, not on TRANIDX, or naming a posting that is
      *        itself a reversal or a transfer leg
      *   81 - amount does not exactly offset the original's
      *   82 - original already reversed - marked REVERSED BY on
      *        TRANIDX, or named by an earlier reversal in this feed
      * TRANIDX is read by key (LOAD020 keeps it, and marks each
      * original reversed when its reversal loads); the reversals
      * accepted in this run are kept in a table so two in the same
      * feed cannot both take the one original.  If TRANIDX cannot
      * be opened every reversal rejects under 80 and the console
      * says why.
      *
      * The date is also held against the cycle's business date
      * (CYCLFILE), not just the calendar:
      *   21 - TR-TRAN-DATE more than PARM-STALE-DAYS days before the
      *        business date (stale; the window comes from PARMFILE,
      *        default 90 days) - rejected, so REJ010 registers and
      *        ages it like any other reject
      * and a transaction dated AFTER the business date is not an
      * error at all but money not yet due: once the amount, date,
      * type, and sequence edits pass, it is written whole to the
      * warehouse (WHSENEW, WHSEREC layout) instead of TRANOK, and
      * WHSE010 releases it into the feed on its effective date,
      * where it takes every edit again - account, transfer, and
      * reversal checks included - against the master and TRANIDX
      * of the night it posts.  A warehoused record still counts
      * toward the trailer balancing: it was in the feed the source
      * sent.
      *
      * TRANOK and XFERCR now pass through DUP010, the duplicate
      * screen, before the sort and the rest of the stream: a
      * source system resending an item on a later night balances
      * here, so the fingerprint check across nights is made there.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT WHSENEW-FILE ASSIGN TO WHSENEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSENEW-STATUS.

           SELECT TRANIDX-FILE ASSIGN TO TRANIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDX-KEY
               FILE STATUS IS WS-TRANIDX-STATUS.

           SELECT TRANOK-FILE ASSIGN TO TRANOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANOK-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANREJ-STATUS.

           SELECT XFERCR-FILE ASSIGN TO XFERCR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERCR-STATUS.

           SELECT SUSPFILE-FILE ASSIGN TO SUSPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.
       FILE SECTION.
       FD  TRANFILE-FILE
           RECORDING MODE IS F.
       01  TRANFILE-IN-RECORD         PIC X(53).

       FD  ACCTMAST-FILE
           RECORDING MODE IS F.
       01  ACCTMAST-IN-RECORD         PIC X(47).

       FD  PARMFILE-FILE
           RECORDING MODE IS F.
       01  PARMFILE-IN-RECORD         PIC X(76).

       FD  WHSENEW-FILE
           RECORDING MODE IS F.
       01  WHSENEW-OUT-RECORD         PIC X(69).

       FD  TRANIDX-FILE.
       01  TRANIDX-RECORD.
           05  TDX-KEY.
               10  TDX-ACCT-KEY       PIC X(10).
               10  TDX-RUN-DATE       PIC 9(08).
               10  TDX-SEQ-NO         PIC 9(05).
           05  TDX-TRAN-DATE          PIC 9(08).
           05  TDX-AMOUNT             PIC S9(7)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  TDX-TRAN-TYPE          PIC X(02).
               88  TDX-TYPE-REVERSIBLE        VALUES 'PY' 'FE' 'AD'.
           05  TDX-REVERSAL-OF.
               10  TDX-RVO-ACCT-KEY   PIC X(10).
               10  TDX-RVO-RUN-DATE   PIC X(08).
               10  TDX-RVO-SEQ-NO     PIC X(05).
           05  TDX-REVERSED-BY.
               10  TDX-RVB-ACCT-KEY   PIC X(10).
               10  TDX-RVB-RUN-DATE   PIC X(08).
               10  TDX-RVB-SEQ-NO     PIC X(05).

       FD  TRANOK-FILE
           RECORDING MODE IS F.
       01  TRANOK-OUT-RECORD          PIC X(53).

       FD  TRANREJ-FILE
           RECORDING MODE IS F.
       01  TRANREJ-OUT-RECORD         PIC X(55).

       FD  XFERCR-FILE
           RECORDING MODE IS F.
       01  XFERCR-OUT-RECORD          PIC X(53).

       FD  SUSPFILE-FILE
           RECORDING MODE IS F.
       01  SUSPFILE-OUT-RECORD        PIC X(64).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY REJREC.
       COPY SUSPREC.
       COPY TRANREC.
       COPY PARMREC.
       COPY WHSEREC.
       COPY RUNLOG.
       COPY CYCLREC.

               10  WS-RAW-AMT-SIGN    PIC X(01).
           05  WS-RAW-TRAN-TYPE       PIC X(02).
               88  WS-RAW-TYPE-VALID          VALUES 'PY' 'FE'
                                                     'AD' 'RV' 'XF'.
               88  WS-RAW-TYPE-TRANSFER       VALUE 'XF'.
               88  WS-RAW-TYPE-REVERSAL       VALUE 'RV'.
           05  WS-RAW-REFERENCE-AREA.
               10  WS-RAW-XFER-TO-KEY PIC X(10).
               10  WS-RAW-XFER-LEG    PIC X(01).
               10  FILLER             PIC X(12).
           05  WS-RAW-REVERSAL-REF REDEFINES WS-RAW-REFERENCE-AREA.
               10  WS-RAW-REV-ORIG-ACCT PIC X(10).
               10  WS-RAW-REV-ORIG-DATE PIC X(08).
               10  WS-RAW-REV-ORIG-SEQ  PIC X(05).

       01  WS-RAW-DATE-NUM            PIC 9(08) VALUE ZEROES.
       01  WS-RAW-DATE-NUM-R REDEFINES WS-RAW-DATE-NUM.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
       01  WS-MAX-DAY                 PIC 9(02) VALUE ZEROES.
       01  WS-DATE-AGE-DAYS           PIC S9(07) VALUE ZEROES.

      *    Key and status of every ACCTMAST account, loaded once at
      *    start, for the receiving side of a transfer - that key can
      *    be anywhere in the master, behind or ahead of the forward-
      *    only pointer.  Loaded in master (key) order, so a search
      *    can stop at the first key past the one wanted.  Guarded
      *    OCCURS with overflow warning, the usual pattern: an
      *    account that does not fit is treated as not on file, and
      *    the console says so.
       01  WS-ACCOUNT-TABLE.
           05  WS-ATB-MAX-ENTRIES     PIC 9(05) VALUE 5000.
           05  WS-ATB-ENTRY-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-ATB-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-ATB-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ATB-IDX.
               10  WS-ATB-KEY         PIC X(10).
               10  WS-ATB-STATUS      PIC X(01).
                   88  WS-ATB-ACTIVE          VALUES 'A' SPACE.

      *    TRANIDX keys already claimed by a reversal accepted in this
      *    run - TRANIDX itself only learns of them when LOAD020 loads
      *    tonight's output.  Guarded OCCURS with overflow warning: a
      *    reversal accepted after the table fills is not tracked,
      *    and a second reversal of the same original would then be
      *    caught only by LOAD020's mark check.
       01  WS-REVERSED-TABLE.
           05  WS-RVT-MAX-ENTRIES     PIC 9(05) VALUE 2000.
           05  WS-RVT-ENTRY-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-RVT-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-RVT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-RVT-IDX.
               10  WS-RVT-ORIG-KEY    PIC X(23).

       01  WS-REV-SIGNED-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-COUNT          PIC 9(05) VALUE ZEROES.
           05  WS-SUSPEND-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-REASON-10-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-20-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-21-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-WAREHOUSE-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-30-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-40-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-50-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-31-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-60-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-70-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-XFER-ACCEPT-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-REASON-80-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-81-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-REASON-82-COUNT     PIC 9(05) VALUE ZEROES.

      *    Feed-level balancing against the source trailer.  Every
      *    detail record read counts toward the trailer's count,
           05  WS-TRANOK-STATUS       PIC X(02) VALUE SPACES.
           05  WS-TRANREJ-STATUS      PIC X(02) VALUE SPACES.
           05  WS-SUSPFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-XFERCR-STATUS       PIC X(02) VALUE SPACES.
           05  WS-TRANIDX-STATUS      PIC X(02) VALUE SPACES.
           05  WS-PARMFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-WHSENEW-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
               88  WS-EDIT-FAILED             VALUE 'Y'.
           05  WS-FEED-FAILED-SW      PIC X(01) VALUE 'N'.
               88  WS-FEED-FAILED             VALUE 'Y'.
           05  WS-ATB-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-ATB-FOUND               VALUE 'Y'.
           05  WS-TRANIDX-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-TRANIDX-OPEN            VALUE 'Y'.
           05  WS-ORIG-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-ORIG-FOUND              VALUE 'Y'.
           05  WS-RVT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-RVT-FOUND               VALUE 'Y'.

       01  WS-TRIAL-BANNER            PIC X(44) VALUE
           "*** TRIAL RUN - NOTHING POSTED OR SENT ***".

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1025-READ-PARAMETERS
           PERFORM 1050-LOAD-ACCOUNT-TABLE
           OPEN INPUT TRANFILE-FILE
           OPEN INPUT ACCTMAST-FILE
           OPEN OUTPUT TRANOK-FILE
           OPEN OUTPUT TRANREJ-FILE
           OPEN OUTPUT XFERCR-FILE
           OPEN OUTPUT WHSENEW-FILE
           OPEN INPUT TRANIDX-FILE
           IF WS-TRANIDX-STATUS = '00'
               SET WS-TRANIDX-OPEN TO TRUE
           ELSE
               DISPLAY "EDIT010 cannot open TRANIDX, status "
                       WS-TRANIDX-STATUS
                       " - reversals will reject as original "
                       "not on file"
           END-IF
           OPEN OUTPUT SUSPFILE-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-READ-NEXT-TRAN
           PERFORM 1200-READ-NEXT-ACCOUNT.

       1025-READ-PARAMETERS.
      *    Same convention as the other parameter readers: missing
      *    file, empty file, or an old-format record without the
      *    stale-date window falls back to the standing default.
           OPEN INPUT PARMFILE-FILE
           IF WS-PARMFILE-STATUS = '00'
               READ PARMFILE-FILE INTO PARMREC-RECORD
                   AT END
                       PERFORM 1026-DEFAULT-PARAMETERS
               END-READ
               CLOSE PARMFILE-FILE
           ELSE
               PERFORM 1026-DEFAULT-PARAMETERS
           END-IF
           IF PARM-STALE-DAYS IS NOT NUMERIC
               MOVE 90 TO PARM-STALE-DAYS
           END-IF.

       1026-DEFAULT-PARAMETERS.
           MOVE 90 TO PARM-STALE-DAYS.

       1050-LOAD-ACCOUNT-TABLE.
      *    One pass over the master for the transfer lookup table,
      *    then the master is closed and reopened from the top for
      *    the forward-only pointer - the same close-and-reopen
      *    SUSP010 does between its two groups.
           OPEN INPUT ACCTMAST-FILE
           PERFORM 1200-READ-NEXT-ACCOUNT
           PERFORM UNTIL WS-EOF-ACCTMASTER
               IF WS-ATB-ENTRY-COUNT < WS-ATB-MAX-ENTRIES
                   ADD 1 TO WS-ATB-ENTRY-COUNT
                   SET WS-ATB-IDX TO WS-ATB-ENTRY-COUNT
                   MOVE ACCT-KEY TO WS-ATB-KEY (WS-ATB-IDX)
                   MOVE ACCT-STATUS TO WS-ATB-STATUS (WS-ATB-IDX)
               ELSE
                   IF WS-ATB-DROPPED-COUNT = 0
                       DISPLAY "Account table full at key " ACCT-KEY
                               " - transfers to later accounts "
                               "will reject as not on file"
                   END-IF
                   ADD 1 TO WS-ATB-DROPPED-COUNT
               END-IF
               PERFORM 1200-READ-NEXT-ACCOUNT
           END-PERFORM
           CLOSE ACCTMAST-FILE
           MOVE 'N' TO WS-EOF-ACCTMASTER-SW.

       1100-READ-NEXT-TRAN.
           READ TRANFILE-FILE INTO WS-RAW-TRAN
               AT END
           IF NOT WS-EDIT-FAILED
               PERFORM 2200-EDIT-TRAN-DATE
           END-IF
           IF NOT WS-EDIT-FAILED
               PERFORM 2220-EDIT-STALE-DATE
           END-IF
           IF NOT WS-EDIT-FAILED
               PERFORM 2250-EDIT-TRAN-TYPE
           END-IF
           IF NOT WS-EDIT-FAILED
               PERFORM 2300-EDIT-SEQUENCE
           END-IF
           IF NOT WS-EDIT-FAILED
                   AND WS-RAW-DATE-NUM > CYCL-BUSINESS-DATE
               PERFORM 2350-WAREHOUSE-TRAN
           END-IF
           IF NOT WS-EDIT-FAILED
               PERFORM 2400-EDIT-ACCOUNT-ON-MASTER
           END-IF
           IF NOT WS-EDIT-FAILED AND WS-RAW-TYPE-TRANSFER
               PERFORM 2450-EDIT-TRANSFER
           END-IF
           IF NOT WS-EDIT-FAILED AND WS-RAW-TYPE-REVERSAL
               PERFORM 2470-EDIT-REVERSAL
           END-IF
           IF NOT WS-EDIT-FAILED
               WRITE TRANOK-OUT-RECORD FROM WS-RAW-TRAN
               ADD 1 TO WS-ACCEPT-COUNT
               IF WS-RAW-TYPE-TRANSFER
                   PERFORM 2500-WRITE-CREDIT-LEG
               END-IF
           END-IF.

       2090-HASH-DETAIL-AMOUNT.
               PERFORM 2900-REJECT-TRAN
           END-IF.

       2220-EDIT-STALE-DATE.
      *    The date is a proven calendar date by now (2200 left it
      *    in WS-RAW-DATE-NUM), so the day arithmetic is safe.  Only
      *    the past is tested here - a future date is held, not
      *    rejected, once the remaining edits pass.
           COMPUTE WS-DATE-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (CYCL-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-RAW-DATE-NUM)
           IF WS-DATE-AGE-DAYS > PARM-STALE-DAYS
               ADD 1 TO WS-REASON-21-COUNT
               SET REJ-STALE-TRAN-DATE TO TRUE
               PERFORM 2900-REJECT-TRAN
           END-IF.

       2250-EDIT-TRAN-TYPE.
           IF NOT WS-RAW-TYPE-VALID
               ADD 1 TO WS-REASON-50-COUNT
               MOVE WS-RAW-ACCT-KEY TO WS-PREV-ACCT-KEY
           END-IF.

       2350-WAREHOUSE-TRAN.
      *    Dated after the business date: held whole in the
      *    warehouse until WHSE010 releases it on that date.  The
      *    account, transfer, and reversal edits are left for the
      *    night it posts - an account can open, freeze, or close in
      *    the meantime.
           SET WS-EDIT-FAILED TO TRUE
           MOVE WS-RAW-DATE-NUM TO WHS-EFFECTIVE-DATE
           MOVE CYCL-BUSINESS-DATE TO WHS-DATE-WAREHOUSED
           MOVE WS-RAW-TRAN TO WHS-RECORD-IMAGE
           WRITE WHSENEW-OUT-RECORD FROM WHSEREC-RECORD
           ADD 1 TO WS-WAREHOUSE-COUNT.

       2400-EDIT-ACCOUNT-ON-MASTER.
      *    ACCTMAST is in account-key order and the keys arriving here
      *    are nondecreasing (the sequence edit already passed), so
                   PERFORM 2900-REJECT-TRAN
           END-EVALUATE.

       2450-EDIT-TRANSFER.
      *    The sending account already passed the master lookup as
      *    active.  The amount passed the numeric edit, so the
      *    redefined digits can be tested safely; a transfer moves a
      *    positive amount and the legs carry the direction.
           MOVE 'N' TO WS-ATB-FOUND-SW
           IF WS-RAW-AMT-SIGN = '+' AND WS-RAW-AMT-NUM > ZERO
                   AND WS-RAW-XFER-TO-KEY NOT = SPACES
                   AND WS-RAW-XFER-TO-KEY NOT = WS-RAW-ACCT-KEY
                   AND WS-RAW-XFER-LEG = SPACE
               PERFORM 2460-FIND-RECEIVING-ACCOUNT
           END-IF
           IF NOT WS-ATB-FOUND
               ADD 1 TO WS-REASON-70-COUNT
               SET REJ-INVALID-TRANSFER TO TRUE
               PERFORM 2900-REJECT-TRAN
           END-IF.

       2460-FIND-RECEIVING-ACCOUNT.
      *    Found means on file AND active - a frozen or closed
      *    receiving account rejects the transfer the same as a
      *    missing one, since neither leg may post without the other.
           PERFORM VARYING WS-ATB-IDX FROM 1 BY 1
                   UNTIL WS-ATB-IDX > WS-ATB-ENTRY-COUNT
                   OR WS-ATB-KEY (WS-ATB-IDX) >= WS-RAW-XFER-TO-KEY
               CONTINUE
           END-PERFORM
           IF WS-ATB-IDX NOT > WS-ATB-ENTRY-COUNT
               IF WS-ATB-KEY (WS-ATB-IDX) = WS-RAW-XFER-TO-KEY
                       AND WS-ATB-ACTIVE (WS-ATB-IDX)
                   SET WS-ATB-FOUND TO TRUE
               END-IF
           END-IF.

       2470-EDIT-REVERSAL.
      *    The original must be this account's own posting - a
      *    reversal posts back to the account it reverses - and must
      *    be a payment, fee, or adjustment: reversing a reversal or
      *    one leg of a transfer would leave the other side standing.
      *    The amount passed the numeric edit, so the redefined
      *    digits are safe to use.
           MOVE 'N' TO WS-ORIG-FOUND-SW
           IF WS-TRANIDX-OPEN
                   AND WS-RAW-REV-ORIG-ACCT = WS-RAW-ACCT-KEY
                   AND WS-RAW-REV-ORIG-DATE IS NUMERIC
                   AND WS-RAW-REV-ORIG-SEQ IS NUMERIC
               MOVE WS-RAW-REVERSAL-REF TO TDX-KEY
               READ TRANIDX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TDX-TYPE-REVERSIBLE
                           SET WS-ORIG-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-RAW-AMT-SIGN = '-'
               COMPUTE WS-REV-SIGNED-AMOUNT = 0 - WS-RAW-AMT-NUM
           ELSE
               MOVE WS-RAW-AMT-NUM TO WS-REV-SIGNED-AMOUNT
           END-IF
           IF WS-ORIG-FOUND
               PERFORM 2480-FIND-REVERSED-IN-RUN
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ORIG-FOUND
                   ADD 1 TO WS-REASON-80-COUNT
                   SET REJ-REV-ORIG-NOT-FOUND TO TRUE
                   PERFORM 2900-REJECT-TRAN
               WHEN WS-REV-SIGNED-AMOUNT + TDX-AMOUNT NOT = ZERO
                   ADD 1 TO WS-REASON-81-COUNT
                   SET REJ-REV-AMOUNT-MISMATCH TO TRUE
                   PERFORM 2900-REJECT-TRAN
               WHEN TDX-REVERSED-BY NOT = SPACES
                       OR WS-RVT-FOUND
                   ADD 1 TO WS-REASON-82-COUNT
                   SET REJ-REV-ALREADY-REVERSED TO TRUE
                   PERFORM 2900-REJECT-TRAN
               WHEN OTHER
                   PERFORM 2490-CLAIM-ORIGINAL
           END-EVALUATE.

       2480-FIND-REVERSED-IN-RUN.
           MOVE 'N' TO WS-RVT-FOUND-SW
           PERFORM VARYING WS-RVT-IDX FROM 1 BY 1
                   UNTIL WS-RVT-IDX > WS-RVT-ENTRY-COUNT
                   OR WS-RVT-FOUND
               IF WS-RVT-ORIG-KEY (WS-RVT-IDX) = WS-RAW-REVERSAL-REF
                   SET WS-RVT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2490-CLAIM-ORIGINAL.
           IF WS-RVT-ENTRY-COUNT < WS-RVT-MAX-ENTRIES
               ADD 1 TO WS-RVT-ENTRY-COUNT
               SET WS-RVT-IDX TO WS-RVT-ENTRY-COUNT
               MOVE WS-RAW-REVERSAL-REF
                   TO WS-RVT-ORIG-KEY (WS-RVT-IDX)
           ELSE
               IF WS-RVT-DROPPED-COUNT = 0
                   DISPLAY "Reversal table full at key "
                           WS-RAW-ACCT-KEY
                           " - later reversals in this feed are not "
                           "checked against each other"
               END-IF
               ADD 1 TO WS-RVT-DROPPED-COUNT
           END-IF.

       2500-WRITE-CREDIT-LEG.
      *    The receiving side of an accepted transfer - same date,
      *    same positive amount, keyed by the receiving account and
      *    pointing back at the sender.  Built as a byte image from
      *    the already-validated raw record.
           MOVE WS-RAW-TRAN TO TRANREC-RECORD
           MOVE WS-RAW-XFER-TO-KEY TO TR-ACCT-KEY
           MOVE WS-RAW-ACCT-KEY TO TR-XFER-TO-KEY
           SET TR-XFER-CREDIT-LEG TO TRUE
           WRITE XFERCR-OUT-RECORD FROM TRANREC-RECORD
           ADD 1 TO WS-XFER-ACCEPT-COUNT.

       2900-REJECT-TRAN.
           SET WS-EDIT-FAILED TO TRUE
           MOVE WS-RAW-TRAN TO REJ-TRAN-IMAGE
           CLOSE ACCTMAST-FILE
           CLOSE TRANOK-FILE
           CLOSE TRANREJ-FILE
           CLOSE XFERCR-FILE
           CLOSE WHSENEW-FILE
           IF WS-TRANIDX-OPEN
               CLOSE TRANIDX-FILE
           END-IF
           CLOSE SUSPFILE-FILE
           CLOSE REPORT-FILE.

           MOVE "RECORDS SUSPENDED:" TO WS-CNT-LABEL
           MOVE WS-SUSPEND-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "RECORDS WAREHOUSED (FUTURE DATE):" TO WS-CNT-LABEL
           MOVE WS-WAREHOUSE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REASON 10 AMOUNT NOT NUMERIC:" TO WS-CNT-LABEL
           MOVE WS-REASON-10-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REASON 20 INVALID TRAN DATE:" TO WS-CNT-LABEL
           MOVE WS-REASON-20-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REASON 21 STALE TRAN DATE:" TO WS-CNT-LABEL
           MOVE WS-REASON-21-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REASON 30 SUSPENDED (NO MASTER):" TO WS-CNT-LABEL
           MOVE WS-REASON-30-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REASON 60 ACCOUNT CLOSED:" TO WS-CNT-LABEL
           MOVE WS-REASON-60-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REASON 70 INVALID TRANSFER:" TO WS-CNT-LABEL
           MOVE WS-REASON-70-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REASON 80 REVERSAL NO ORIGINAL:" TO WS-CNT-LABEL
           MOVE WS-REASON-80-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REASON 81 REVERSAL AMOUNT:" TO WS-CNT-LABEL
           MOVE WS-REASON-81-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REASON 82 ALREADY REVERSED:" TO WS-CNT-LABEL
           MOVE WS-REASON-82-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "TRANSFERS ACCEPTED (XFERCR LEGS):" TO WS-CNT-LABEL
           MOVE WS-XFER-ACCEPT-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE.

       8200-WRITE-BALANCING-SECTION.
