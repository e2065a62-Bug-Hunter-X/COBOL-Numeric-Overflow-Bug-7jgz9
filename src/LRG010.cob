       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRG010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * LRG010 - Large-transaction and combined-activity screen.
      *
      * Compliance asks every quarter for accounts with large or
      * suspicious activity, and the answer used to be somebody
      * paging through TRANIDX on INQ020 one account at a time.
      * This step screens each cycle's accepted detail (TRANOK, the
      * file ACCUM010 posted from) the night it posts and reports
      * two things:
      *
      *   - a single payment or transfer leg for more than
      *     PARM-LARGE-TXN-THRESHOLD (default 10,000.00);
      *   - an account whose smaller payments and transfer legs,
      *     added up over a rolling window of the last
      *     PARM-STRUCT-WINDOW-DAYS business days (default 5,
      *     tonight included), come to more than the threshold
      *     although no one item does.
      *
      * Fees, adjustments, and reversals are the bank's postings,
      * not the customer's activity, and are not screened.  Amounts
      * are taken without their sign - money in and money out both
      * count.  Each finding goes to the compliance extract
      * (CMPLEXT, see CMPLREC) in a fixed layout and to the printed
      * report (LRGRPT).
      *
      * The window needs the account's earlier nights, so each
      * cycle's below-threshold total per account is kept on a
      * rolling history (LRGHIST in, LRGHNEW out, see LRGHREC).  The
      * window counts business dates actually on the history, not
      * calendar days, so a weekend or a holiday does not shorten
      * it - the convention DUP010 set for its fingerprint window.
      * When a window is reported, every history entry in it is
      * marked reported and is never counted again: the account and
      * that window appear once, however many later nights the
      * window still overlaps, and only fresh activity can build a
      * new report.  A history entry for tonight's business date at
      * or after tonight's cycle is left over from an earlier
      * attempt at this cycle and is dropped, so a rerun neither
      * double-counts nor double-reports.
      *
      * TRANOK and LRGHIST are both in account-key order and are
      * matched on the lower key, so LRGHNEW and CMPLEXT go out in
      * key order and need no sort.  Findings are the expected
      * output of this step, not a fault, so it ends with
      * RETURN-CODE 0 either way.  A trial cycle screens nothing: no
      * extract is written and the history passes through unchanged,
      * so a trial can neither report activity nor seed tomorrow's
      * window.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANOK-FILE ASSIGN TO TRANOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANOK-STATUS.

           SELECT LRGHIST-FILE ASSIGN TO LRGHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRGHIST-STATUS.

           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT LRGHNEW-FILE ASSIGN TO LRGHNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRGHNEW-STATUS.

           SELECT CMPLEXT-FILE ASSIGN TO CMPLEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPLEXT-STATUS.

           SELECT REPORT-FILE ASSIGN TO LRGRPT
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
       FD  TRANOK-FILE
           RECORDING MODE IS F.
       01  TRANOK-IN-RECORD           PIC X(53).

       FD  LRGHIST-FILE
           RECORDING MODE IS F.
       01  LRGHIST-IN-RECORD          PIC X(46).

       FD  PARMFILE-FILE
           RECORDING MODE IS F.
       01  PARMFILE-IN-RECORD         PIC X(76).

       FD  LRGHNEW-FILE
           RECORDING MODE IS F.
       01  LRGHNEW-OUT-RECORD         PIC X(46).

       FD  CMPLEXT-FILE
           RECORDING MODE IS F.
       01  CMPLEXT-OUT-RECORD         PIC X(80).

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
       COPY TRANREC.
       COPY LRGHREC.
       COPY CMPLREC.
       COPY PARMREC.
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

       01  WS-CURRENT-KEY             PIC X(10) VALUE SPACES.
       01  WS-ITEM-AMOUNT             PIC 9(09)V99 VALUE ZERO.

      *    Tonight's below-threshold activity for the current account.
       01  WS-TONIGHT-AMOUNT          PIC 9(09)V99 VALUE ZERO.
       01  WS-TONIGHT-COUNT           PIC 9(05) VALUE ZEROES.

      *    The current account's unreported activity in the window.
       01  WS-WINDOW-AMOUNT           PIC 9(11)V99 VALUE ZERO.
       01  WS-WINDOW-COUNT            PIC 9(05) VALUE ZEROES.
       01  WS-WINDOW-DAYS             PIC 9(03) VALUE ZEROES.
       01  WS-WINDOW-FROM-DATE        PIC 9(08) VALUE ZEROES.
       01  WS-LAST-DATE               PIC 9(08) VALUE ZEROES.

      *    The window, worked out once from the business dates on the
      *    history: entries dated on or after WS-CHECK-FROM-DATE are
      *    inside tonight's window, and those dated on or after
      *    WS-KEEP-FROM-DATE are still inside tomorrow's and are
      *    kept.  Zero means "everything on file".
       01  WS-CHECK-FROM-DATE         PIC 9(08) VALUE ZEROES.
       01  WS-KEEP-FROM-DATE          PIC 9(08) VALUE ZEROES.
       01  WS-CHECK-RANK              PIC S9(04) VALUE ZEROES.
       01  WS-KEEP-RANK               PIC S9(04) VALUE ZEROES.
       01  WS-NEWER-COUNT             PIC S9(04) VALUE ZEROES.

      *    Distinct business dates on the history before tonight, for
      *    the window.  Guarded OCCURS; the history is trimmed to the
      *    window every night, so it only ever holds a handful.
       01  WS-WINDOW-DATE-TABLE.
           05  WS-WDT-MAX-ENTRIES     PIC 9(03) VALUE 400.
           05  WS-WDT-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-WDT-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-WDT-ENTRY OCCURS 400 TIMES
                               INDEXED BY WS-WDT-IDX WS-WDT-IDX2.
               10  WS-WDT-DATE        PIC 9(08).

      *    The current account's history entries inside tonight's
      *    window, oldest first, with tonight's entry added last.
       01  WS-ACCT-HIST-TABLE.
           05  WS-AHT-MAX-ENTRIES     PIC 9(03) VALUE 400.
           05  WS-AHT-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-AHT-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-AHT-ENTRY OCCURS 400 TIMES
                               INDEXED BY WS-AHT-IDX.
               10  WS-AHT-RECORD      PIC X(46).

       01  WS-COUNTERS.
           05  WS-TRANOK-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-SCREENED-COUNT      PIC 9(07) VALUE ZEROES.
           05  WS-NOT-SCREENED-COUNT  PIC 9(07) VALUE ZEROES.
           05  WS-LARGE-COUNT         PIC 9(05) VALUE ZEROES.
           05  WS-COMBINED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-EXTRACT-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-LRGHIST-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-HIST-KEPT-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-HIST-EXPIRED-COUNT  PIC 9(05) VALUE ZEROES.
           05  WS-HIST-RERUN-COUNT    PIC 9(05) VALUE ZEROES.
           05  WS-HIST-ADDED-COUNT    PIC 9(05) VALUE ZEROES.

       01  WS-FILE-STATUSES.
           05  WS-TRANOK-STATUS       PIC X(02) VALUE SPACES.
           05  WS-LRGHIST-STATUS      PIC X(02) VALUE SPACES.
           05  WS-PARMFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-LRGHNEW-STATUS      PIC X(02) VALUE SPACES.
           05  WS-CMPLEXT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-TRANOK-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF-TRANOK              VALUE 'Y'.
           05  WS-EOF-LRGHIST-SW      PIC X(01) VALUE 'N'.
               88  WS-EOF-LRGHIST             VALUE 'Y'.
           05  WS-ENTRY-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND             VALUE 'Y'.

       01  WS-HDG1.
           05  FILLER                 PIC X(30) VALUE
               "LARGE TRANSACTION SCREEN".
           05  FILLER                 PIC X(15) VALUE
               "BUSINESS DATE:".
           05  WS-HDG1-DATE           PIC 9999/99/99.
           05  FILLER                 PIC X(08) VALUE "  CYCLE:".
           05  WS-HDG1-CYCLE          PIC ZZ9.

       01  WS-HDG2.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT KEY".
           05  FILLER                 PIC X(12) VALUE "FINDING".
           05  FILLER                 PIC X(12) VALUE "FROM".
           05  FILLER                 PIC X(12) VALUE "TO".
           05  FILLER                 PIC X(04) VALUE "TY".
           05  FILLER                 PIC X(05) VALUE "DAYS".
           05  FILLER                 PIC X(07) VALUE "ITEMS".
           05  FILLER                 PIC X(12) VALUE "      AMOUNT".

       01  WS-TRIAL-LINE.
           05  FILLER                 PIC X(50) VALUE
               "*** TRIAL CYCLE - NOTHING SCREENED OR REPORTED ***".

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-FINDING         PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-FROM-DATE       PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-TO-DATE         PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-TYPE            PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-DAYS            PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-ITEMS           PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT          PIC ZZZZZZZZ9.99.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL           PIC X(34).
           05  WS-CNT-VALUE           PIC ZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL           PIC X(34).
           05  WS-AMT-VALUE           PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-WRITE-RUN-START
           PERFORM 1500-WRITE-REPORT-HEADINGS
      *    A trial cycle commits nothing, and the history is
      *    permanent - so it screens nothing and says so.
           IF CYCL-TRIAL-RUN
               DISPLAY "LRG010 - trial cycle; nothing screened, "
                       "history left untouched"
               PERFORM 7500-PASS-TRIAL-CYCLE
           ELSE
               PERFORM 1600-FIND-WINDOW-DATES
               PERFORM 2000-PROCESS-ONE-KEY
                   UNTIL WS-EOF-TRANOK AND WS-EOF-LRGHIST
           END-IF
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1025-READ-PARAMETERS
           OPEN INPUT TRANOK-FILE
           IF WS-TRANOK-STATUS = '00'
               PERFORM 1100-READ-NEXT-TRAN
           ELSE
               SET WS-EOF-TRANOK TO TRUE
           END-IF
           OPEN OUTPUT LRGHNEW-FILE
           OPEN OUTPUT CMPLEXT-FILE
           OPEN OUTPUT REPORT-FILE.

       1025-READ-PARAMETERS.
      *    Same convention as the other parameter readers: missing
      *    file, empty file, or an old-format record without the
      *    fields falls back to the standing defaults.
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
           IF PARM-LARGE-TXN-THRESHOLD IS NOT NUMERIC
                   OR PARM-LARGE-TXN-THRESHOLD = 0
               MOVE 10000.00 TO PARM-LARGE-TXN-THRESHOLD
           END-IF
           IF PARM-STRUCT-WINDOW-DAYS IS NOT NUMERIC
                   OR PARM-STRUCT-WINDOW-DAYS = 0
               MOVE 5 TO PARM-STRUCT-WINDOW-DAYS
           END-IF.

       1026-DEFAULT-PARAMETERS.
           MOVE 10000.00 TO PARM-LARGE-TXN-THRESHOLD
           MOVE 5 TO PARM-STRUCT-WINDOW-DAYS.

       1100-READ-NEXT-TRAN.
           READ TRANOK-FILE INTO TRANREC-RECORD
               AT END
                   SET WS-EOF-TRANOK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANOK-COUNT
           END-READ.

       1200-READ-NEXT-HISTORY.
           READ LRGHIST-FILE INTO LRGHREC-RECORD
               AT END
                   SET WS-EOF-LRGHIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-LRGHIST-COUNT
           END-READ.

       1500-WRITE-REPORT-HEADINGS.
           MOVE CYCL-BUSINESS-DATE TO WS-HDG1-DATE
           MOVE CYCL-CYCLE-NUMBER TO WS-HDG1-CYCLE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           IF CYCL-TRIAL-RUN
               WRITE REPORT-OUT-LINE FROM WS-TRIAL-LINE
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-HDG2.

       1600-FIND-WINDOW-DATES.
      *    One pass over the history to collect its business dates
      *    before tonight, then the main pass from the top.  The
      *    window is tonight plus the N-1 newest earlier dates, so
      *    the (N-1)th newest starts tonight's window and the
      *    (N-2)th newest starts tomorrow's; anything older is
      *    dropped as the history is rewritten.  With fewer dates on
      *    file than the window the whole file counts.
           OPEN INPUT LRGHIST-FILE
           IF WS-LRGHIST-STATUS = '00'
               PERFORM 1200-READ-NEXT-HISTORY
               PERFORM UNTIL WS-EOF-LRGHIST
                   IF LGH-BUSINESS-DATE < CYCL-BUSINESS-DATE
                       PERFORM 1650-NOTE-WINDOW-DATE
                   END-IF
                   PERFORM 1200-READ-NEXT-HISTORY
               END-PERFORM
               CLOSE LRGHIST-FILE
           END-IF
           MOVE ZEROES TO WS-LRGHIST-COUNT
           MOVE ZEROES TO WS-CHECK-FROM-DATE
           MOVE ZEROES TO WS-KEEP-FROM-DATE
           COMPUTE WS-CHECK-RANK = PARM-STRUCT-WINDOW-DAYS - 2
           COMPUTE WS-KEEP-RANK = PARM-STRUCT-WINDOW-DAYS - 3
           IF WS-CHECK-RANK < 0
               MOVE CYCL-BUSINESS-DATE TO WS-CHECK-FROM-DATE
           END-IF
           IF WS-KEEP-RANK < 0
               MOVE CYCL-BUSINESS-DATE TO WS-KEEP-FROM-DATE
           END-IF
           PERFORM VARYING WS-WDT-IDX FROM 1 BY 1
                   UNTIL WS-WDT-IDX > WS-WDT-ENTRY-COUNT
               MOVE ZEROES TO WS-NEWER-COUNT
               PERFORM VARYING WS-WDT-IDX2 FROM 1 BY 1
                       UNTIL WS-WDT-IDX2 > WS-WDT-ENTRY-COUNT
                   IF WS-WDT-DATE (WS-WDT-IDX2)
                           > WS-WDT-DATE (WS-WDT-IDX)
                       ADD 1 TO WS-NEWER-COUNT
                   END-IF
               END-PERFORM
               IF WS-NEWER-COUNT = WS-CHECK-RANK
                   MOVE WS-WDT-DATE (WS-WDT-IDX) TO WS-CHECK-FROM-DATE
               END-IF
               IF WS-NEWER-COUNT = WS-KEEP-RANK
                   MOVE WS-WDT-DATE (WS-WDT-IDX) TO WS-KEEP-FROM-DATE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF-LRGHIST-SW
           OPEN INPUT LRGHIST-FILE
           IF WS-LRGHIST-STATUS = '00'
               PERFORM 1200-READ-NEXT-HISTORY
           ELSE
               SET WS-EOF-LRGHIST TO TRUE
           END-IF.

       1650-NOTE-WINDOW-DATE.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM VARYING WS-WDT-IDX FROM 1 BY 1
                   UNTIL WS-WDT-IDX > WS-WDT-ENTRY-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-WDT-DATE (WS-WDT-IDX) = LGH-BUSINESS-DATE
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-WDT-ENTRY-COUNT < WS-WDT-MAX-ENTRIES
                   ADD 1 TO WS-WDT-ENTRY-COUNT
                   SET WS-WDT-IDX TO WS-WDT-ENTRY-COUNT
                   MOVE LGH-BUSINESS-DATE TO WS-WDT-DATE (WS-WDT-IDX)
               ELSE
                   IF WS-WDT-DROPPED-COUNT = 0
                       DISPLAY "Window date table full - later "
                               "history dates not counted"
                   END-IF
                   ADD 1 TO WS-WDT-DROPPED-COUNT
               END-IF
           END-IF.

       2000-PROCESS-ONE-KEY.
      *    TRANOK and the history matched on account key.  The
      *    account's history inside the window is picked up first,
      *    tonight's items screened, tonight's smaller items added
      *    as a new entry, and then the window checked before the
      *    account's entries are written back out.
           PERFORM 2010-FIND-LOW-KEY
           MOVE ZEROES TO WS-AHT-ENTRY-COUNT
           MOVE ZERO TO WS-TONIGHT-AMOUNT
           MOVE ZEROES TO WS-TONIGHT-COUNT
           PERFORM UNTIL WS-EOF-LRGHIST
                   OR LGH-ACCT-KEY NOT = WS-CURRENT-KEY
               PERFORM 2100-LOAD-HISTORY-ENTRY
               PERFORM 1200-READ-NEXT-HISTORY
           END-PERFORM
           PERFORM UNTIL WS-EOF-TRANOK
                   OR TR-ACCT-KEY NOT = WS-CURRENT-KEY
               PERFORM 2500-SCREEN-ONE-TRAN
               PERFORM 1100-READ-NEXT-TRAN
           END-PERFORM
           IF WS-TONIGHT-COUNT > 0
               PERFORM 2590-ADD-TONIGHT-ENTRY
           END-IF
           PERFORM 2600-CHECK-WINDOW
           PERFORM 2800-WRITE-HISTORY.

       2010-FIND-LOW-KEY.
           MOVE HIGH-VALUES TO WS-CURRENT-KEY
           IF NOT WS-EOF-TRANOK AND TR-ACCT-KEY < WS-CURRENT-KEY
               MOVE TR-ACCT-KEY TO WS-CURRENT-KEY
           END-IF
           IF NOT WS-EOF-LRGHIST AND LGH-ACCT-KEY < WS-CURRENT-KEY
               MOVE LGH-ACCT-KEY TO WS-CURRENT-KEY
           END-IF.

       2100-LOAD-HISTORY-ENTRY.
      *    An entry for tonight's date at or after tonight's cycle is
      *    a leftover from an earlier attempt at this cycle; an
      *    earlier cycle the same day is inside the window like any
      *    other entry.
           EVALUATE TRUE
               WHEN LGH-BUSINESS-DATE > CYCL-BUSINESS-DATE
                   ADD 1 TO WS-HIST-RERUN-COUNT
               WHEN LGH-BUSINESS-DATE = CYCL-BUSINESS-DATE
                       AND LGH-CYCLE-NUMBER NOT < CYCL-CYCLE-NUMBER
                   ADD 1 TO WS-HIST-RERUN-COUNT
               WHEN LGH-BUSINESS-DATE < WS-CHECK-FROM-DATE
                   ADD 1 TO WS-HIST-EXPIRED-COUNT
               WHEN WS-AHT-ENTRY-COUNT < WS-AHT-MAX-ENTRIES
                   ADD 1 TO WS-AHT-ENTRY-COUNT
                   SET WS-AHT-IDX TO WS-AHT-ENTRY-COUNT
                   MOVE LRGHREC-RECORD TO WS-AHT-RECORD (WS-AHT-IDX)
               WHEN OTHER
                   IF WS-AHT-DROPPED-COUNT = 0
                       DISPLAY "History table full for account "
                               WS-CURRENT-KEY
                               " - later entries not counted"
                   END-IF
                   ADD 1 TO WS-AHT-DROPPED-COUNT
           END-EVALUATE.

       2500-SCREEN-ONE-TRAN.
      *    Payments and both legs of a transfer are the customer's
      *    activity; anything else passes unscreened.  An item over
      *    the threshold is reported on its own and kept out of the
      *    combined total, which is for what no single item shows.
           IF TR-TYPE-PAYMENT OR TR-TYPE-TRANSFER
               ADD 1 TO WS-SCREENED-COUNT
               IF TR-AMOUNT < ZERO
                   COMPUTE WS-ITEM-AMOUNT = 0 - TR-AMOUNT
               ELSE
                   MOVE TR-AMOUNT TO WS-ITEM-AMOUNT
               END-IF
               IF WS-ITEM-AMOUNT > PARM-LARGE-TXN-THRESHOLD
                   PERFORM 2550-REPORT-LARGE-ITEM
               ELSE
                   ADD WS-ITEM-AMOUNT TO WS-TONIGHT-AMOUNT
                   ADD 1 TO WS-TONIGHT-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-NOT-SCREENED-COUNT
           END-IF.

       2550-REPORT-LARGE-ITEM.
           ADD 1 TO WS-LARGE-COUNT
           MOVE SPACES TO CMPLREC-RECORD
           SET CMP-LARGE-ITEM TO TRUE
           MOVE TR-ACCT-KEY TO CMP-ACCT-KEY
           MOVE TR-TRAN-DATE TO CMP-FROM-DATE CMP-TO-DATE
           MOVE WS-ITEM-AMOUNT TO CMP-AMOUNT
           MOVE 1 TO CMP-ITEM-COUNT
           MOVE TR-TRAN-TYPE TO CMP-TRAN-TYPE
           MOVE 1 TO CMP-DAY-COUNT
           MOVE "LARGE ITEM" TO WS-DTL-FINDING
           PERFORM 2700-WRITE-FINDING.

       2590-ADD-TONIGHT-ENTRY.
           MOVE SPACES TO LRGHREC-RECORD
           MOVE WS-CURRENT-KEY TO LGH-ACCT-KEY
           MOVE CYCL-BUSINESS-DATE TO LGH-BUSINESS-DATE
           MOVE CYCL-CYCLE-NUMBER TO LGH-CYCLE-NUMBER
           MOVE WS-TONIGHT-AMOUNT TO LGH-DAY-AMOUNT
           MOVE WS-TONIGHT-COUNT TO LGH-DAY-COUNT
           MOVE 'N' TO LGH-REPORTED-SW
           MOVE ZEROES TO LGH-REPORTED-DATE
           ADD 1 TO WS-HIST-ADDED-COUNT
           IF WS-AHT-ENTRY-COUNT < WS-AHT-MAX-ENTRIES
               ADD 1 TO WS-AHT-ENTRY-COUNT
               SET WS-AHT-IDX TO WS-AHT-ENTRY-COUNT
               MOVE LRGHREC-RECORD TO WS-AHT-RECORD (WS-AHT-IDX)
           ELSE
               DISPLAY "History table full for account "
                       WS-CURRENT-KEY
                       " - tonight's activity not counted"
               ADD 1 TO WS-AHT-DROPPED-COUNT
           END-IF.

       2600-CHECK-WINDOW.
      *    Only entries no earlier report has used are added up.  The
      *    table is in date order, so the first unreported entry
      *    dates the start of the window and each change of date is
      *    one more business day with activity.
           MOVE ZERO TO WS-WINDOW-AMOUNT
           MOVE ZEROES TO WS-WINDOW-COUNT WS-WINDOW-DAYS
                          WS-WINDOW-FROM-DATE WS-LAST-DATE
           PERFORM VARYING WS-AHT-IDX FROM 1 BY 1
                   UNTIL WS-AHT-IDX > WS-AHT-ENTRY-COUNT
               MOVE WS-AHT-RECORD (WS-AHT-IDX) TO LRGHREC-RECORD
               IF NOT LGH-REPORTED
                   ADD LGH-DAY-AMOUNT TO WS-WINDOW-AMOUNT
                   ADD LGH-DAY-COUNT TO WS-WINDOW-COUNT
                   IF WS-WINDOW-FROM-DATE = ZEROES
                       MOVE LGH-BUSINESS-DATE TO WS-WINDOW-FROM-DATE
                   END-IF
                   IF LGH-BUSINESS-DATE NOT = WS-LAST-DATE
                       ADD 1 TO WS-WINDOW-DAYS
                       MOVE LGH-BUSINESS-DATE TO WS-LAST-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WINDOW-AMOUNT > PARM-LARGE-TXN-THRESHOLD
               PERFORM 2650-REPORT-COMBINED
           END-IF.

       2650-REPORT-COMBINED.
      *    Report the window, then mark every entry in it reported so
      *    no later night can report the same activity again.
           ADD 1 TO WS-COMBINED-COUNT
           MOVE SPACES TO CMPLREC-RECORD
           SET CMP-COMBINED TO TRUE
           MOVE WS-CURRENT-KEY TO CMP-ACCT-KEY
           MOVE WS-WINDOW-FROM-DATE TO CMP-FROM-DATE
           MOVE WS-LAST-DATE TO CMP-TO-DATE
           MOVE WS-WINDOW-AMOUNT TO CMP-AMOUNT
           MOVE WS-WINDOW-COUNT TO CMP-ITEM-COUNT
           MOVE WS-WINDOW-DAYS TO CMP-DAY-COUNT
           MOVE "COMBINED" TO WS-DTL-FINDING
           PERFORM 2700-WRITE-FINDING
           PERFORM VARYING WS-AHT-IDX FROM 1 BY 1
                   UNTIL WS-AHT-IDX > WS-AHT-ENTRY-COUNT
               MOVE WS-AHT-RECORD (WS-AHT-IDX) TO LRGHREC-RECORD
               IF NOT LGH-REPORTED
                   SET LGH-REPORTED TO TRUE
                   MOVE CYCL-BUSINESS-DATE TO LGH-REPORTED-DATE
                   MOVE LRGHREC-RECORD TO WS-AHT-RECORD (WS-AHT-IDX)
               END-IF
           END-PERFORM.

       2700-WRITE-FINDING.
      *    CMPLREC-RECORD is built by the caller, which also sets the
      *    report line's finding text.
           MOVE CYCL-BUSINESS-DATE TO CMP-BUSINESS-DATE
           MOVE CYCL-CYCLE-NUMBER TO CMP-CYCLE-NUMBER
           MOVE PARM-LARGE-TXN-THRESHOLD TO CMP-THRESHOLD
           WRITE CMPLEXT-OUT-RECORD FROM CMPLREC-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE CMP-ACCT-KEY TO WS-DTL-KEY
           MOVE CMP-FROM-DATE TO WS-DTL-FROM-DATE
           MOVE CMP-TO-DATE TO WS-DTL-TO-DATE
           MOVE CMP-TRAN-TYPE TO WS-DTL-TYPE
           MOVE CMP-DAY-COUNT TO WS-DTL-DAYS
           MOVE CMP-ITEM-COUNT TO WS-DTL-ITEMS
           MOVE CMP-AMOUNT TO WS-DTL-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2800-WRITE-HISTORY.
      *    Entries still inside tomorrow's window go back out, in the
      *    order they were loaded, tonight's last.
           PERFORM VARYING WS-AHT-IDX FROM 1 BY 1
                   UNTIL WS-AHT-IDX > WS-AHT-ENTRY-COUNT
               MOVE WS-AHT-RECORD (WS-AHT-IDX) TO LRGHREC-RECORD
               IF LGH-BUSINESS-DATE >= WS-KEEP-FROM-DATE
                   WRITE LRGHNEW-OUT-RECORD FROM LRGHREC-RECORD
                   ADD 1 TO WS-HIST-KEPT-COUNT
               ELSE
                   ADD 1 TO WS-HIST-EXPIRED-COUNT
               END-IF
           END-PERFORM.

       7500-PASS-TRIAL-CYCLE.
           PERFORM UNTIL WS-EOF-TRANOK
               PERFORM 1100-READ-NEXT-TRAN
           END-PERFORM
           OPEN INPUT LRGHIST-FILE
           IF WS-LRGHIST-STATUS = '00'
               PERFORM 1200-READ-NEXT-HISTORY
               PERFORM UNTIL WS-EOF-LRGHIST
                   WRITE LRGHNEW-OUT-RECORD FROM LRGHREC-RECORD
                   ADD 1 TO WS-HIST-KEPT-COUNT
                   PERFORM 1200-READ-NEXT-HISTORY
               END-PERFORM
           ELSE
               SET WS-EOF-LRGHIST TO TRUE
           END-IF.

       8000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE "REPORTING THRESHOLD:" TO WS-AMT-LABEL
           MOVE PARM-LARGE-TXN-THRESHOLD TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           MOVE "COMBINED WINDOW (BUSINESS DAYS):" TO WS-CNT-LABEL
           MOVE PARM-STRUCT-WINDOW-DAYS TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "ACCEPTED RECORDS READ:" TO WS-CNT-LABEL
           MOVE WS-TRANOK-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  SCREENED (PAYMENTS/TRANSFERS):" TO WS-CNT-LABEL
           MOVE WS-SCREENED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  NOT SCREENED (OTHER TYPES):" TO WS-CNT-LABEL
           MOVE WS-NOT-SCREENED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "LARGE ITEMS REPORTED:" TO WS-CNT-LABEL
           MOVE WS-LARGE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "COMBINED-ACTIVITY WINDOWS:" TO WS-CNT-LABEL
           MOVE WS-COMBINED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "COMPLIANCE EXTRACT RECORDS:" TO WS-CNT-LABEL
           MOVE WS-EXTRACT-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "HISTORY ENTRIES READ:" TO WS-CNT-LABEL
           MOVE WS-LRGHIST-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  KEPT:" TO WS-CNT-LABEL
           MOVE WS-HIST-KEPT-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  AGED OUT OF THE WINDOW:" TO WS-CNT-LABEL
           MOVE WS-HIST-EXPIRED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  DROPPED - SAME CYCLE RERUN:" TO WS-CNT-LABEL
           MOVE WS-HIST-RERUN-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  ADDED TONIGHT:" TO WS-CNT-LABEL
           MOVE WS-HIST-ADDED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           IF WS-TRANOK-STATUS = '00' OR WS-TRANOK-STATUS = '10'
               CLOSE TRANOK-FILE
           END-IF
           IF WS-LRGHIST-STATUS = '00' OR WS-LRGHIST-STATUS = '10'
               CLOSE LRGHIST-FILE
           END-IF
           CLOSE LRGHNEW-FILE
           CLOSE CMPLEXT-FILE
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
           MOVE "LRG010  " TO RUN-PROGRAM-ID
           MOVE CYCL-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYCL-CYCLE-NUMBER TO RUN-CYCLE-NUMBER
           SET RUN-EVENT-START TO TRUE
           MOVE ZEROES TO RUN-RECORDS-IN RUN-RECORDS-OUT
                           RUN-RETURN-CODE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD.

       9010-READ-CYCLE-CONTROL.
      *    Same fallback convention as ACCUM010: a missing or empty
      *    CYCLFILE means the machine date and cycle 1.
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
           MOVE WS-TRANOK-COUNT TO RUN-RECORDS-IN
           MOVE WS-EXTRACT-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
