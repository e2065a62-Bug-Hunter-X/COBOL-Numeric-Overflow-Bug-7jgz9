       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSE010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * WHSE010 - Future-dated warehouse release.
      *
      * EDIT010 holds a transaction dated after the cycle's business
      * date in the warehouse (WHSEREC layout) instead of letting it
      * post early.  This step releases those items on their day.
      * It runs right after SUSP010 and ahead of EDIT010: WHSEIN is
      * the warehouse as carried from earlier nights, presorted by
      * image account key then effective date (the external sort
      * step in the JCL folds the previous night's WHSENEW in), and
      * TRANFILE is the feed as SUSP010 left it.  Each warehouse
      * item is disposed of one of two ways:
      *
      *   - effective date on or before the business date (CYCLFILE):
      *     the untouched image merges into the feed in account-key
      *     sequence on TRANREL, which the JCL passes to EDIT010 as
      *     its TRANFILE, and is listed on the release report
      *     (WHSEREL).  It is then edited like any other record -
      *     account status, transfer, and reversal checks are made
      *     against the master and TRANIDX of the night it posts.
      *   - still in the future: carried forward unchanged to
      *     WHSEOUT, its original warehoused date kept.
      *
      * The feed's header and trailer are kept honest the way
      * SUSP010 keeps them: the header passes through at the front,
      * and the trailer is held back and rewritten at the end with
      * the released items' count and amounts added in - exactly
      * what was merged, nothing else - so EDIT010 still balances
      * the merged feed and a doubled or truncated source feed
      * still fails.  The released items were counted in the
      * trailer of the night they arrived and left out of that
      * night's TRANOK, so counting them again tonight balances.
      *
      * What is still waiting is listed by WHRPT010 from the same
      * carried warehouse sorted by date and account.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHSEIN-FILE ASSIGN TO WHSEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSEIN-STATUS.

           SELECT TRANFILE-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT TRANREL-FILE ASSIGN TO TRANREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANREL-STATUS.

           SELECT WHSEOUT-FILE ASSIGN TO WHSEOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSEOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO WHSEREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT CYCLFILE-FILE ASSIGN TO CYCLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHSEIN-FILE
           RECORDING MODE IS F.
       01  WHSEIN-IN-RECORD           PIC X(69).

       FD  TRANFILE-FILE
           RECORDING MODE IS F.
       01  TRANFILE-IN-RECORD         PIC X(53).

       FD  TRANREL-FILE
           RECORDING MODE IS F.
       01  TRANREL-OUT-RECORD         PIC X(53).

       FD  WHSEOUT-FILE
           RECORDING MODE IS F.
       01  WHSEOUT-OUT-RECORD         PIC X(69).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-OUT-LINE            PIC X(80).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
       01  RUNLOG-OUT-RECORD          PIC X(43).

       FD  CYCLFILE-FILE
           RECORDING MODE IS F.
       01  CYCLFILE-IN-RECORD         PIC X(13).

       WORKING-STORAGE SECTION.
       COPY WHSEREC.
       COPY TRANREC.
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

       01  WS-RUN-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-RELEASE-HASH            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RELEASE-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-WHSEIN-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-RELEASED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-CARRIED-COUNT       PIC 9(05) VALUE ZEROES.

       01  WS-FILE-STATUSES.
           05  WS-WHSEIN-STATUS       PIC X(02) VALUE SPACES.
           05  WS-TRANFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-TRANREL-STATUS      PIC X(02) VALUE SPACES.
           05  WS-WHSEOUT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-WHSEIN-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF-WHSEIN              VALUE 'Y'.
           05  WS-EOF-TRANFILE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-TRANFILE            VALUE 'Y'.
           05  WS-FEED-HEADER-SW      PIC X(01) VALUE 'N'.
               88  WS-FEED-HEADER-SEEN        VALUE 'Y'.
           05  WS-FEED-TRAILER-SW     PIC X(01) VALUE 'N'.
               88  WS-FEED-TRAILER-SEEN       VALUE 'Y'.

       01  WS-HDG1.
           05  FILLER                 PIC X(30) VALUE
               "WAREHOUSE RELEASE REPORT".
           05  FILLER                 PIC X(15) VALUE
               "BUSINESS DATE:".
           05  WS-HDG1-DATE           PIC 9999/99/99.

       01  WS-HDG2.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT KEY".
           05  FILLER                 PIC X(12) VALUE "EFFECTIVE".
           05  FILLER                 PIC X(12) VALUE "WAREHOUSED".
           05  FILLER                 PIC X(06) VALUE "TYPE".
           05  FILLER                 PIC X(14) VALUE "       AMOUNT".

       01  WS-RELEASE-LINE.
           05  WS-REL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-REL-EFFECTIVE       PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-REL-WAREHOUSED      PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-REL-TYPE            PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-REL-AMOUNT          PIC -ZZZZZZZZ9.99.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL           PIC X(34).
           05  WS-CNT-VALUE           PIC ZZZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL           PIC X(34).
           05  WS-AMT-VALUE           PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-WRITE-RUN-START
           PERFORM 1500-WRITE-REPORT-HEADINGS
           PERFORM 2000-DISPOSE-ONE-ITEM
               UNTIL WS-EOF-WHSEIN
           PERFORM 7000-FLUSH-DAY-FEED
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT WHSEIN-FILE
           IF WS-WHSEIN-STATUS = '00'
               PERFORM 1100-READ-NEXT-WAREHOUSE
           ELSE
               SET WS-EOF-WHSEIN TO TRUE
           END-IF
           OPEN INPUT TRANFILE-FILE
           IF WS-TRANFILE-STATUS = '00'
               PERFORM 1300-READ-NEXT-TRAN
           ELSE
               SET WS-EOF-TRANFILE TO TRUE
           END-IF
           OPEN OUTPUT TRANREL-FILE
           IF WS-FEED-HEADER-SEEN
               WRITE TRANREL-OUT-RECORD FROM TRANHDR-RECORD
           END-IF
           OPEN OUTPUT WHSEOUT-FILE
           OPEN OUTPUT REPORT-FILE.

       1100-READ-NEXT-WAREHOUSE.
           READ WHSEIN-FILE INTO WHSEREC-RECORD
               AT END
                   SET WS-EOF-WHSEIN TO TRUE
           END-READ.

       1300-READ-NEXT-TRAN.
      *    Same look-ahead as SUSP010's: the header and trailer are
      *    captured as they go by and only real detail records are
      *    ever presented to the merge.
           READ TRANFILE-FILE INTO TRANREC-RECORD
               AT END
                   SET WS-EOF-TRANFILE TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF-TRANFILE
                   OR (TRANREC-RECORD (1:3) NOT = 'HDR'
                       AND TRANREC-RECORD (1:3) NOT = 'TRL')
               PERFORM 1350-CAPTURE-FEED-BRACKET
               READ TRANFILE-FILE INTO TRANREC-RECORD
                   AT END
                       SET WS-EOF-TRANFILE TO TRUE
               END-READ
           END-PERFORM.

       1350-CAPTURE-FEED-BRACKET.
           IF TRANREC-RECORD (1:3) = 'HDR'
               MOVE TRANREC-RECORD TO TRANHDR-RECORD
               SET WS-FEED-HEADER-SEEN TO TRUE
           ELSE
               MOVE TRANREC-RECORD TO TRANTRL-RECORD
               SET WS-FEED-TRAILER-SEEN TO TRUE
           END-IF.

       1500-WRITE-REPORT-HEADINGS.
      *    After 9000, so the heading carries the business date the
      *    release decisions are made against.
           MOVE CYCL-BUSINESS-DATE TO WS-HDG1-DATE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           WRITE REPORT-OUT-LINE FROM WS-HDG2.

       2000-DISPOSE-ONE-ITEM.
           ADD 1 TO WS-WHSEIN-COUNT
           IF WHS-EFFECTIVE-DATE NOT > CYCL-BUSINESS-DATE
               PERFORM 2200-RELEASE-ITEM
           ELSE
               WRITE WHSEOUT-OUT-RECORD FROM WHSEREC-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF
           PERFORM 1100-READ-NEXT-WAREHOUSE.

       2200-RELEASE-ITEM.
      *    Today's feed records below the released key go out first
      *    so TRANREL stays in account-key sequence; same-key feed
      *    records follow the released one, which keeps one
      *    account's records contiguous - all the stream needs.  The
      *    image amount passed EDIT010's numeric edit the night it
      *    was warehoused, but it is only bytes here, so it is
      *    tested before it is hashed - EDIT010 cannot hash a
      *    non-numeric amount either.
           PERFORM UNTIL WS-EOF-TRANFILE
                   OR TR-ACCT-KEY >= WHS-IMAGE-ACCT-KEY
               WRITE TRANREL-OUT-RECORD FROM TRANREC-RECORD
               PERFORM 1300-READ-NEXT-TRAN
           END-PERFORM
           WRITE TRANREL-OUT-RECORD FROM WHS-RECORD-IMAGE
           ADD 1 TO WS-RELEASED-COUNT
           MOVE ZERO TO WS-RELEASE-AMOUNT
           IF WHS-IMAGE-AMT-DIGITS IS NUMERIC
               IF WHS-IMAGE-AMT-SIGN = '-'
                   COMPUTE WS-RELEASE-AMOUNT =
                       0 - WHS-IMAGE-AMT-DIGITS
               ELSE
                   MOVE WHS-IMAGE-AMT-DIGITS TO WS-RELEASE-AMOUNT
               END-IF
               ADD WS-RELEASE-AMOUNT TO WS-RELEASE-HASH
           END-IF
           MOVE WHS-IMAGE-ACCT-KEY TO WS-REL-KEY
           MOVE WHS-EFFECTIVE-DATE TO WS-REL-EFFECTIVE
           MOVE WHS-DATE-WAREHOUSED TO WS-REL-WAREHOUSED
           MOVE WHS-IMAGE-TRAN-TYPE TO WS-REL-TYPE
           MOVE WS-RELEASE-AMOUNT TO WS-REL-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-RELEASE-LINE.

       7000-FLUSH-DAY-FEED.
           PERFORM UNTIL WS-EOF-TRANFILE
               WRITE TRANREL-OUT-RECORD FROM TRANREC-RECORD
               PERFORM 1300-READ-NEXT-TRAN
           END-PERFORM
      *    The trailer goes out last, adjusted by exactly the items
      *    released above.
           IF WS-FEED-TRAILER-SEEN
               IF TRT-RECORD-COUNT IS NUMERIC
                       AND TRT-HASH-TOTAL IS NUMERIC
                   ADD WS-RELEASED-COUNT TO TRT-RECORD-COUNT
                   ADD WS-RELEASE-HASH TO TRT-HASH-TOTAL
               ELSE
                   DISPLAY "Feed trailer totals not numeric - "
                           "passed through unadjusted for EDIT010 "
                           "to fail"
               END-IF
               WRITE TRANREL-OUT-RECORD FROM TRANTRL-RECORD
           END-IF.

       8000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE "WAREHOUSE ITEMS IN:" TO WS-CNT-LABEL
           MOVE WS-WHSEIN-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "RELEASED INTO TONIGHT'S FEED:" TO WS-CNT-LABEL
           MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "RELEASED AMOUNT:" TO WS-AMT-LABEL
           MOVE WS-RELEASE-HASH TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           MOVE "CARRIED FORWARD (NOT YET DUE):" TO WS-CNT-LABEL
           MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           IF WS-WHSEIN-STATUS = '00' OR WS-WHSEIN-STATUS = '10'
               CLOSE WHSEIN-FILE
           END-IF
           IF WS-TRANFILE-STATUS = '00' OR WS-TRANFILE-STATUS = '10'
               CLOSE TRANFILE-FILE
           END-IF
           CLOSE TRANREL-FILE
           CLOSE WHSEOUT-FILE
           CLOSE REPORT-FILE.

       9000-WRITE-RUN-START.
      *    Standard night-stream run logging - one 'S' record at
      *    start, one 'E' record at end, stamped with the business
      *    date and cycle.  See the RUNLOG copybook; STAT010 turns
      *    the file into the morning status page.
           PERFORM 9010-READ-CYCLE-CONTROL
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           MOVE "WHSE010 " TO RUN-PROGRAM-ID
           MOVE CYCL-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYCL-CYCLE-NUMBER TO RUN-CYCLE-NUMBER
           SET RUN-EVENT-START TO TRUE
           MOVE ZEROES TO RUN-RECORDS-IN RUN-RECORDS-OUT
                           RUN-RETURN-CODE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD.

       9010-READ-CYCLE-CONTROL.
      *    Same fallback convention as ACCUM010: a missing or empty
      *    CYCLFILE means the machine date and cycle 1.  The business
      *    date read here is what decides which items are due.
           OPEN INPUT CYCLFILE-FILE
           IF WS-CYCLFILE-STATUS = '00'
               READ CYCLFILE-FILE INTO CYCLREC-RECORD
                   AT END
                       PERFORM 9015-DEFAULT-CYCLE-CONTROL
               END-READ
               CLOSE CYCLFILE-FILE
           ELSE
               PERFORM 9015-DEFAULT-CYCLE-CONTROL
           END-IF.

       9015-DEFAULT-CYCLE-CONTROL.
           ACCEPT CYCL-BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE 1 TO CYCL-CYCLE-NUMBER
           MOVE SPACE TO CYCL-OVERRIDE-SW
           MOVE SPACE TO CYCL-TRIAL-SW.

       9020-STAMP-RUN-TIME.
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE RUN-TIME = WS-TIME-RAW / 100.

       9100-WRITE-RUN-END.
           MOVE WS-WHSEIN-COUNT TO RUN-RECORDS-IN
           MOVE WS-RELEASED-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
