       IDENTIFICATION DIVISION.
       PROGRAM-ID. YREND010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * YREND010 - Year-end account summary.
      *
      * Once PRD010 has logged the year close (a 'Y' event on the
      * period log PERDFILE - see PERDREC), this step produces the
      * year's record for auditors and account holders: one YRSUMM
      * record per account (YRSREC layout) and the printed summary
      * YRRPT.  For each account it gives the opening position (the
      * running sum of every cycle's final amount before the year),
      * the closing position (the opening plus the year's cycles -
      * the same running position STMT010 prints month by month, so
      * the year's closing is December's closing statement), the
      * year's payments, fees, adjustments, reversals and transfers,
      * each with its count, and the number of cycles the account
      * was carried in the year.  The report ends with the totals
      * over all accounts.
      *
      * The year summarized is the one named by the last year close
      * on PERDFILE.  If there is none, or any month of that year is
      * not closed at the time of the run (a month reopened after
      * the year close), the step refuses - nothing is summarized
      * and it ends RETURN-CODE 8 - because the summary must be
      * taken from history nothing can still change.
      *
      * ACCTHIST is read presorted by account key then run date, the
      * same external sort that feeds STMT010; the JCL concatenates
      * the ARCH010 archive generations ahead of it when the opening
      * positions need history the retention purge has removed.
      * History dated after the year is passed over and counted.  An
      * account with history only after the year is not summarized.
      *
      * A trial cycle prints the report but writes no YRSUMM.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDFILE-FILE ASSIGN TO PERDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDFILE-STATUS.

           SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTHIST-STATUS.

           SELECT YRSUMM-FILE ASSIGN TO YRSUMM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YRSUMM-STATUS.

           SELECT REPORT-FILE ASSIGN TO YRRPT
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
       FD  PERDFILE-FILE
           RECORDING MODE IS F.
       01  PERDFILE-IN-RECORD         PIC X(60).

       FD  ACCTHIST-FILE
           RECORDING MODE IS F.
       01  ACCTHIST-IN-RECORD         PIC X(122).

       FD  YRSUMM-FILE
           RECORDING MODE IS F.
       01  YRSUMM-OUT-RECORD          PIC X(150).

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
       COPY ACCTOUT.
       COPY PERDREC.
       COPY YRSREC.
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

       01  WS-FILE-STATUSES.
           05  WS-PERDFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-ACCTHIST-STATUS     PIC X(02) VALUE SPACES.
           05  WS-YRSUMM-STATUS       PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-ACCTHIST-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-ACCTHIST            VALUE 'Y'.
           05  WS-EOF-PERDFILE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-PERDFILE            VALUE 'Y'.
           05  WS-PERIOD-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-PERIOD-FOUND            VALUE 'Y'.
           05  WS-RUN-REFUSED-SW      PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED             VALUES 'N' 'O'.
               88  WS-NO-YEAR-CLOSE           VALUE 'N'.
               88  WS-MONTH-OPEN              VALUE 'O'.
               88  WS-RUN-ACCEPTED            VALUE 'A'.
           05  WS-ACCOUNT-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-OPEN            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HIST-READ-COUNT     PIC 9(07) VALUE ZEROES.
           05  WS-AFTER-YEAR-COUNT    PIC 9(07) VALUE ZEROES.
           05  WS-SUMMARY-COUNT       PIC 9(05) VALUE ZEROES.

       01  WS-SUMMARY-YEAR            PIC 9(04) VALUE ZEROES.
       01  WS-YEAR-CLOSE-DATE         PIC 9(08) VALUE ZEROES.
       01  WS-CHECK-PERIOD            PIC 9(06) VALUE ZEROES.
       01  WS-OPEN-PERIOD             PIC 9(06) VALUE ZEROES.
       01  WS-REC-YEAR                PIC 9(04) VALUE ZEROES.
       01  WS-CURRENT-ACCT-KEY        PIC X(10) VALUE SPACES.

      *    The account being summarized.  The position runs from the
      *    account's first cycle on ACCTHIST, as in STMT010.
       01  WS-ACCOUNT-TOTALS.
           05  WS-ACT-OPENING         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACT-CLOSING         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACT-CYCLE-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-ACT-PAY-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-ACT-PAY-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACT-FEE-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-ACT-FEE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACT-ADJ-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-ACT-ADJ-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACT-REV-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-ACT-REV-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACT-XFR-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-ACT-XFR-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GRD-OPENING         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRD-CLOSING         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRD-CYCLE-COUNT     PIC 9(07) VALUE ZEROES.
           05  WS-GRD-PAY-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-GRD-PAY-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRD-FEE-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-GRD-FEE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRD-ADJ-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-GRD-ADJ-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRD-REV-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-GRD-REV-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRD-XFR-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-GRD-XFR-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Every period on PERDFILE with its latest event.
       01  WS-PERIOD-TABLE.
           05  WS-PRD-MAX-ENTRIES     PIC 9(03) VALUE 240.
           05  WS-PRD-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-PRD-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-PRD-ENTRY OCCURS 240 TIMES
                               INDEXED BY WS-PRD-IDX.
               10  WS-PRD-PERIOD      PIC 9(06).
               10  WS-PRD-ACTION      PIC X(01).
                   88  WS-PRD-CLOSED          VALUES 'C' 'Y'.

       01  WS-HDG1.
           05  FILLER                 PIC X(26) VALUE
               "YEAR-END ACCOUNT SUMMARY".
           05  FILLER                 PIC X(06) VALUE "YEAR:".
           05  WS-HDG1-YEAR           PIC 9(04).
           05  FILLER                 PIC X(12) VALUE "   CLOSED:".
           05  WS-HDG1-CLOSE-DATE     PIC 9999/99/99.

       01  WS-TRIAL-BANNER            PIC X(44) VALUE
           "*** TRIAL RUN - NO YEAR-END SUMMARY FILE ***".

       01  WS-HDG2.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT KEY".
           05  FILLER                 PIC X(17) VALUE "OPENING".
           05  FILLER                 PIC X(17) VALUE "CLOSING".
           05  FILLER                 PIC X(06) VALUE "CYCLES".

       01  WS-ACCOUNT-LINE.
           05  WS-ACL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-ACL-OPENING         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-ACL-CLOSING         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-ACL-CYCLES          PIC ZZZZ9.

       01  WS-TYPE-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TYP-LABEL           PIC X(14).
           05  FILLER                 PIC X(03) VALUE "N=".
           05  WS-TYP-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(09) VALUE "  AMOUNT:".
           05  WS-TYP-AMOUNT          PIC -ZZZZZZZZZZ9.99.

       01  WS-TOTAL-HDG               PIC X(30) VALUE
           "TOTALS - ALL ACCOUNTS".

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL           PIC X(30).
           05  WS-AMT-VALUE           PIC -ZZZZZZZZZZ9.99.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL           PIC X(30).
           05  WS-CNT-VALUE           PIC ZZZZZZ9.

       01  WS-REFUSED-LINE.
           05  FILLER                 PIC X(26) VALUE
               "*** NO SUMMARY PRODUCED -".
           05  WS-RFL-TEXT            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-WRITE-RUN-START
           PERFORM 1500-START-REPORT
           IF WS-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-PROCESS-HISTORY-RECORD
                   UNTIL WS-EOF-ACCTHIST
               IF WS-ACCOUNT-OPEN
                   PERFORM 3000-CLOSE-ACCOUNT
               END-IF
               PERFORM 5000-WRITE-GRAND-TOTALS
           END-IF
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PERIOD-LOG
           PERFORM 1200-CHECK-YEAR-CLOSED
           OPEN OUTPUT REPORT-FILE
           IF WS-RUN-ACCEPTED
               OPEN INPUT ACCTHIST-FILE
               IF WS-ACCTHIST-STATUS = '00'
                   PERFORM 1300-READ-NEXT-HISTORY
               ELSE
                   SET WS-EOF-ACCTHIST TO TRUE
               END-IF
           END-IF.

       1100-LOAD-PERIOD-LOG.
      *    PERDFILE is in event order: the last event per period is
      *    its status, and the last year close names the year.
           SET WS-NO-YEAR-CLOSE TO TRUE
           OPEN INPUT PERDFILE-FILE
           IF WS-PERDFILE-STATUS = '00'
               PERFORM UNTIL WS-EOF-PERDFILE
                   READ PERDFILE-FILE INTO PERDREC-RECORD
                       AT END
                           SET WS-EOF-PERDFILE TO TRUE
                       NOT AT END
                           PERFORM 1110-APPLY-PERIOD-EVENT
                   END-READ
               END-PERFORM
               CLOSE PERDFILE-FILE
           END-IF.

       1110-APPLY-PERIOD-EVENT.
           IF PERD-YEAR-CLOSE
               MOVE PERD-YEAR TO WS-SUMMARY-YEAR
               MOVE PERD-BUSINESS-DATE TO WS-YEAR-CLOSE-DATE
               SET WS-RUN-ACCEPTED TO TRUE
           END-IF
           MOVE PERD-PERIOD TO WS-CHECK-PERIOD
           PERFORM 2900-FIND-PERIOD
           IF NOT WS-PERIOD-FOUND
               IF WS-PRD-ENTRY-COUNT < WS-PRD-MAX-ENTRIES
                   ADD 1 TO WS-PRD-ENTRY-COUNT
                   SET WS-PRD-IDX TO WS-PRD-ENTRY-COUNT
                   MOVE PERD-PERIOD TO WS-PRD-PERIOD (WS-PRD-IDX)
                   SET WS-PERIOD-FOUND TO TRUE
               ELSE
                   IF WS-PRD-DROPPED-COUNT = 0
                       DISPLAY "YREND010 - period table full; further "
                               "periods are treated as open"
                   END-IF
                   ADD 1 TO WS-PRD-DROPPED-COUNT
               END-IF
           END-IF
           IF WS-PERIOD-FOUND
               MOVE PERD-ACTION TO WS-PRD-ACTION (WS-PRD-IDX)
           END-IF.

       1200-CHECK-YEAR-CLOSED.
           IF WS-NO-YEAR-CLOSE
               DISPLAY "YREND010 refused - no year close on PERDFILE"
           ELSE
               COMPUTE WS-CHECK-PERIOD = WS-SUMMARY-YEAR * 100 + 1
               PERFORM UNTIL WS-MONTH-OPEN
                       OR WS-CHECK-PERIOD > WS-SUMMARY-YEAR * 100 + 12
                   PERFORM 2900-FIND-PERIOD
                   IF NOT WS-PERIOD-FOUND
                       SET WS-MONTH-OPEN TO TRUE
                   ELSE
                       IF NOT WS-PRD-CLOSED (WS-PRD-IDX)
                           SET WS-MONTH-OPEN TO TRUE
                       END-IF
                   END-IF
                   IF WS-MONTH-OPEN
                       MOVE WS-CHECK-PERIOD TO WS-OPEN-PERIOD
                   END-IF
                   ADD 1 TO WS-CHECK-PERIOD
               END-PERFORM
               IF WS-MONTH-OPEN
                   DISPLAY "YREND010 refused - year " WS-SUMMARY-YEAR
                           " period " WS-OPEN-PERIOD " is not closed"
               END-IF
           END-IF.

       1300-READ-NEXT-HISTORY.
           READ ACCTHIST-FILE INTO ACCTOUT-RECORD
               AT END
                   SET WS-EOF-ACCTHIST TO TRUE
           END-READ.

       1500-START-REPORT.
      *    YRSUMM is opened only for a summary that will be kept.
           IF WS-RUN-ACCEPTED AND NOT CYCL-TRIAL-RUN
               OPEN OUTPUT YRSUMM-FILE
           END-IF
           MOVE WS-SUMMARY-YEAR TO WS-HDG1-YEAR
           MOVE WS-YEAR-CLOSE-DATE TO WS-HDG1-CLOSE-DATE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           IF CYCL-TRIAL-RUN
               WRITE REPORT-OUT-LINE FROM WS-TRIAL-BANNER
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           EVALUATE TRUE
               WHEN WS-NO-YEAR-CLOSE
                   MOVE "NO YEAR CLOSE ON THE PERIOD LOG"
                       TO WS-RFL-TEXT
                   WRITE REPORT-OUT-LINE FROM WS-REFUSED-LINE
               WHEN WS-MONTH-OPEN
                   MOVE "A MONTH OF THE YEAR IS NOT CLOSED"
                       TO WS-RFL-TEXT
                   WRITE REPORT-OUT-LINE FROM WS-REFUSED-LINE
               WHEN OTHER
                   WRITE REPORT-OUT-LINE FROM WS-HDG2
           END-EVALUATE.

       2000-PROCESS-HISTORY-RECORD.
           ADD 1 TO WS-HIST-READ-COUNT
           COMPUTE WS-REC-YEAR = ACCTOUT-RUN-DATE / 10000
           IF WS-ACCOUNT-OPEN
                   AND ACCTOUT-ACCT-KEY NOT = WS-CURRENT-ACCT-KEY
               PERFORM 3000-CLOSE-ACCOUNT
           END-IF
           IF WS-REC-YEAR > WS-SUMMARY-YEAR
               ADD 1 TO WS-AFTER-YEAR-COUNT
           ELSE
               IF NOT WS-ACCOUNT-OPEN
                   PERFORM 2100-OPEN-ACCOUNT
               END-IF
               IF WS-REC-YEAR < WS-SUMMARY-YEAR
                   ADD ACCTOUT-FINAL-AMOUNT TO WS-ACT-OPENING
               ELSE
                   PERFORM 2200-ADD-YEAR-CYCLE
               END-IF
           END-IF
           PERFORM 1300-READ-NEXT-HISTORY.

       2100-OPEN-ACCOUNT.
           MOVE ACCTOUT-ACCT-KEY TO WS-CURRENT-ACCT-KEY
           MOVE ZEROES TO WS-ACT-CYCLE-COUNT
                           WS-ACT-PAY-COUNT WS-ACT-FEE-COUNT
                           WS-ACT-ADJ-COUNT WS-ACT-REV-COUNT
                           WS-ACT-XFR-COUNT
           MOVE ZERO TO WS-ACT-OPENING WS-ACT-CLOSING
                           WS-ACT-PAY-AMOUNT WS-ACT-FEE-AMOUNT
                           WS-ACT-ADJ-AMOUNT WS-ACT-REV-AMOUNT
                           WS-ACT-XFR-AMOUNT
           SET WS-ACCOUNT-OPEN TO TRUE.

       2200-ADD-YEAR-CYCLE.
           ADD ACCTOUT-FINAL-AMOUNT TO WS-ACT-CLOSING
           ADD 1 TO WS-ACT-CYCLE-COUNT
           ADD ACCTOUT-PAY-COUNT TO WS-ACT-PAY-COUNT
           ADD ACCTOUT-PAY-AMOUNT TO WS-ACT-PAY-AMOUNT
           ADD ACCTOUT-FEE-COUNT TO WS-ACT-FEE-COUNT
           ADD ACCTOUT-FEE-AMOUNT TO WS-ACT-FEE-AMOUNT
           ADD ACCTOUT-ADJ-COUNT TO WS-ACT-ADJ-COUNT
           ADD ACCTOUT-ADJ-AMOUNT TO WS-ACT-ADJ-AMOUNT
           ADD ACCTOUT-REV-COUNT TO WS-ACT-REV-COUNT
           ADD ACCTOUT-REV-AMOUNT TO WS-ACT-REV-AMOUNT
           ADD ACCTOUT-XFR-COUNT TO WS-ACT-XFR-COUNT
           ADD ACCTOUT-XFR-AMOUNT TO WS-ACT-XFR-AMOUNT.

       2900-FIND-PERIOD.
      *    Leaves WS-PRD-IDX on the entry for WS-CHECK-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND-SW
           SET WS-PRD-IDX TO 1
           PERFORM UNTIL WS-PERIOD-FOUND
                   OR WS-PRD-IDX > WS-PRD-ENTRY-COUNT
               IF WS-PRD-PERIOD (WS-PRD-IDX) = WS-CHECK-PERIOD
                   SET WS-PERIOD-FOUND TO TRUE
               ELSE
                   SET WS-PRD-IDX UP BY 1
               END-IF
           END-PERFORM.

       3000-CLOSE-ACCOUNT.
      *    WS-ACT-CLOSING has held the year's movement; the closing
      *    position is the opening plus that movement.
           ADD WS-ACT-OPENING TO WS-ACT-CLOSING
           MOVE WS-CURRENT-ACCT-KEY TO WS-ACL-KEY
           MOVE WS-ACT-OPENING TO WS-ACL-OPENING
           MOVE WS-ACT-CLOSING TO WS-ACL-CLOSING
           MOVE WS-ACT-CYCLE-COUNT TO WS-ACL-CYCLES
           WRITE REPORT-OUT-LINE FROM WS-ACCOUNT-LINE
           MOVE "PAYMENTS:" TO WS-TYP-LABEL
           MOVE WS-ACT-PAY-COUNT TO WS-TYP-COUNT
           MOVE WS-ACT-PAY-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "FEES:" TO WS-TYP-LABEL
           MOVE WS-ACT-FEE-COUNT TO WS-TYP-COUNT
           MOVE WS-ACT-FEE-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "ADJUSTMENTS:" TO WS-TYP-LABEL
           MOVE WS-ACT-ADJ-COUNT TO WS-TYP-COUNT
           MOVE WS-ACT-ADJ-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "REVERSALS:" TO WS-TYP-LABEL
           MOVE WS-ACT-REV-COUNT TO WS-TYP-COUNT
           MOVE WS-ACT-REV-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "TRANSFERS:" TO WS-TYP-LABEL
           MOVE WS-ACT-XFR-COUNT TO WS-TYP-COUNT
           MOVE WS-ACT-XFR-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF NOT CYCL-TRIAL-RUN
               PERFORM 3100-WRITE-SUMMARY-RECORD
           END-IF
           PERFORM 3200-ADD-GRAND-TOTALS
           ADD 1 TO WS-SUMMARY-COUNT
           MOVE 'N' TO WS-ACCOUNT-OPEN-SW.

       3100-WRITE-SUMMARY-RECORD.
           MOVE WS-CURRENT-ACCT-KEY TO YRS-ACCT-KEY
           MOVE WS-SUMMARY-YEAR TO YRS-YEAR
           MOVE WS-ACT-OPENING TO YRS-OPENING-POSITION
           MOVE WS-ACT-CLOSING TO YRS-CLOSING-POSITION
           MOVE WS-ACT-CYCLE-COUNT TO YRS-CYCLE-COUNT
           MOVE WS-ACT-PAY-COUNT TO YRS-PAY-COUNT
           MOVE WS-ACT-PAY-AMOUNT TO YRS-PAY-AMOUNT
           MOVE WS-ACT-FEE-COUNT TO YRS-FEE-COUNT
           MOVE WS-ACT-FEE-AMOUNT TO YRS-FEE-AMOUNT
           MOVE WS-ACT-ADJ-COUNT TO YRS-ADJ-COUNT
           MOVE WS-ACT-ADJ-AMOUNT TO YRS-ADJ-AMOUNT
           MOVE WS-ACT-REV-COUNT TO YRS-REV-COUNT
           MOVE WS-ACT-REV-AMOUNT TO YRS-REV-AMOUNT
           MOVE WS-ACT-XFR-COUNT TO YRS-XFR-COUNT
           MOVE WS-ACT-XFR-AMOUNT TO YRS-XFR-AMOUNT
           MOVE WS-YEAR-CLOSE-DATE TO YRS-CLOSE-DATE
           WRITE YRSUMM-OUT-RECORD FROM YRSREC-RECORD.

       3200-ADD-GRAND-TOTALS.
           ADD WS-ACT-OPENING TO WS-GRD-OPENING
           ADD WS-ACT-CLOSING TO WS-GRD-CLOSING
           ADD WS-ACT-CYCLE-COUNT TO WS-GRD-CYCLE-COUNT
           ADD WS-ACT-PAY-COUNT TO WS-GRD-PAY-COUNT
           ADD WS-ACT-PAY-AMOUNT TO WS-GRD-PAY-AMOUNT
           ADD WS-ACT-FEE-COUNT TO WS-GRD-FEE-COUNT
           ADD WS-ACT-FEE-AMOUNT TO WS-GRD-FEE-AMOUNT
           ADD WS-ACT-ADJ-COUNT TO WS-GRD-ADJ-COUNT
           ADD WS-ACT-ADJ-AMOUNT TO WS-GRD-ADJ-AMOUNT
           ADD WS-ACT-REV-COUNT TO WS-GRD-REV-COUNT
           ADD WS-ACT-REV-AMOUNT TO WS-GRD-REV-AMOUNT
           ADD WS-ACT-XFR-COUNT TO WS-GRD-XFR-COUNT
           ADD WS-ACT-XFR-AMOUNT TO WS-GRD-XFR-AMOUNT.

       5000-WRITE-GRAND-TOTALS.
           WRITE REPORT-OUT-LINE FROM WS-TOTAL-HDG
           MOVE "ACCOUNTS SUMMARIZED:" TO WS-CNT-LABEL
           MOVE WS-SUMMARY-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "OPENING POSITION:" TO WS-AMT-LABEL
           MOVE WS-GRD-OPENING TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           MOVE "CLOSING POSITION:" TO WS-AMT-LABEL
           MOVE WS-GRD-CLOSING TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           MOVE "CYCLES IN THE YEAR:" TO WS-CNT-LABEL
           MOVE WS-GRD-CYCLE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "PAYMENTS:" TO WS-TYP-LABEL
           MOVE WS-GRD-PAY-COUNT TO WS-TYP-COUNT
           MOVE WS-GRD-PAY-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "FEES:" TO WS-TYP-LABEL
           MOVE WS-GRD-FEE-COUNT TO WS-TYP-COUNT
           MOVE WS-GRD-FEE-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "ADJUSTMENTS:" TO WS-TYP-LABEL
           MOVE WS-GRD-ADJ-COUNT TO WS-TYP-COUNT
           MOVE WS-GRD-ADJ-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "REVERSALS:" TO WS-TYP-LABEL
           MOVE WS-GRD-REV-COUNT TO WS-TYP-COUNT
           MOVE WS-GRD-REV-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "TRANSFERS:" TO WS-TYP-LABEL
           MOVE WS-GRD-XFR-COUNT TO WS-TYP-COUNT
           MOVE WS-GRD-XFR-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "HISTORY AFTER THE YEAR:" TO WS-CNT-LABEL
           MOVE WS-AFTER-YEAR-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE.

       8000-TERMINATE.
           DISPLAY "YREND010 accounts summarized: " WS-SUMMARY-COUNT
           IF WS-RUN-ACCEPTED
               CLOSE ACCTHIST-FILE
               IF NOT CYCL-TRIAL-RUN
                   CLOSE YRSUMM-FILE
               END-IF
           END-IF
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
           MOVE "YREND010" TO RUN-PROGRAM-ID
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
           MOVE WS-HIST-READ-COUNT TO RUN-RECORDS-IN
           MOVE WS-SUMMARY-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
