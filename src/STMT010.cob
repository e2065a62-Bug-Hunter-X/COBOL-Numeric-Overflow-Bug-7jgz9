      * statement register (STMTREG: account, month, opening,
      * closing, cycle count), the file that proves what was issued
      * when an auditor asks.
      *
      * Transfers in and out are netted into ACCTHIST's transfer
      * bucket and print as a TRANSFERS line with the month's
      * per-type totals; the cycle lines have no room for a sixth
      * amount column, and each cycle's CYCLE AMT already includes
      * the transfers.
      *
      * A month PRD010 has closed on the period log PERDFILE
      * (PERDREC layout) has had its statements issued, and the
      * register lines for them are what was handed out, so its
      * statements are not produced again: the month's cycles still
      * roll the position forward, so the next open month opens
      * where the closed one closed, but no statement and no
      * register line is written.  The register ends with the count
      * of statements not reissued.  A reopened month is reissued,
      * and the reopen - who and why - is named on the console once
      * per month.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLFILE-STATUS.

           SELECT PERDFILE-FILE ASSIGN TO PERDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTHIST-FILE
           RECORDING MODE IS F.
       01  ACCTHIST-IN-RECORD         PIC X(122).

       FD  STMTOUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CYCLFILE-IN-RECORD         PIC X(13).

       FD  PERDFILE-FILE
           RECORDING MODE IS F.
       01  PERDFILE-IN-RECORD         PIC X(60).

       WORKING-STORAGE SECTION.
       COPY ACCTOUT.
       COPY RUNLOG.
       COPY CYCLREC.
       COPY PERDREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ACCTHIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-STMTOUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-STMTREG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PERDFILE-STATUS         PIC X(02) VALUE SPACES.

       01  WS-EOF-ACCTHIST-SW         PIC X(01) VALUE 'N'.
           88  WS-EOF-ACCTHIST                VALUE 'Y'.
       01  WS-STMT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-STMT-OPEN                   VALUE 'Y'.
       01  WS-STMT-CLOSED-MONTH-SW    PIC X(01) VALUE 'N'.
           88  WS-STMT-CLOSED-MONTH           VALUE 'Y'.
       01  WS-EOF-PERDFILE-SW         PIC X(01) VALUE 'N'.
           88  WS-EOF-PERDFILE                VALUE 'Y'.
       01  WS-PERIOD-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-PERIOD-FOUND                VALUE 'Y'.

       01  WS-RUN-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-CURRENT-ACCT-KEY        PIC X(10) VALUE SPACES.
           05  WS-MTH-ADJ-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MTH-REV-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-MTH-REV-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MTH-XFR-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-MTH-XFR-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-STMT-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-NOT-REISSUED-COUNT      PIC 9(05) VALUE ZEROES.
       01  WS-CHECK-PERIOD            PIC 9(06) VALUE ZEROES.

      *    Every period on PERDFILE with its latest event.  A period
      *    past the end of the table is reported once and treated as
      *    open, as a period with no event is.
       01  WS-PERIOD-TABLE.
           05  WS-PRD-MAX-ENTRIES     PIC 9(03) VALUE 240.
           05  WS-PRD-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-PRD-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-PRD-ENTRY OCCURS 240 TIMES
                               INDEXED BY WS-PRD-IDX.
               10  WS-PRD-PERIOD      PIC 9(06).
               10  WS-PRD-ACTION      PIC X(01).
                   88  WS-PRD-CLOSED          VALUES 'C' 'Y'.
                   88  WS-PRD-REOPENED        VALUE 'R'.
               10  WS-PRD-EVENT-DATE  PIC 9(08).
               10  WS-PRD-USER-ID     PIC X(08).
               10  WS-PRD-REASON      PIC X(31).
               10  WS-PRD-NOTED-SW    PIC X(01).
                   88  WS-PRD-NOTED           VALUE 'Y'.
       01  WS-HIST-READ-COUNT         PIC 9(07) VALUE ZEROES.

       01  WS-HDG1.
               "STATEMENTS PRODUCED:".
           05  WS-REG-TOTAL           PIC ZZZZ9.

       01  WS-REG-CLOSED-LINE.
           05  FILLER                 PIC X(41) VALUE
               "STATEMENTS NOT REISSUED (PERIOD CLOSED):".
           05  WS-REG-CLOSED-TOTAL    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1200-LOAD-PERIOD-LOG
           OPEN INPUT ACCTHIST-FILE
           OPEN OUTPUT STMTOUT-FILE
           OPEN OUTPUT STMTREG-FILE
                   SET WS-EOF-ACCTHIST TO TRUE
           END-READ.

       1200-LOAD-PERIOD-LOG.
           OPEN INPUT PERDFILE-FILE
           IF WS-PERDFILE-STATUS = '00'
               PERFORM UNTIL WS-EOF-PERDFILE
                   READ PERDFILE-FILE INTO PERDREC-RECORD
                       AT END
                           SET WS-EOF-PERDFILE TO TRUE
                       NOT AT END
                           PERFORM 1210-APPLY-PERIOD-EVENT
                   END-READ
               END-PERFORM
               CLOSE PERDFILE-FILE
           END-IF.

       1210-APPLY-PERIOD-EVENT.
           MOVE PERD-PERIOD TO WS-CHECK-PERIOD
           PERFORM 2900-FIND-PERIOD
           IF NOT WS-PERIOD-FOUND
               IF WS-PRD-ENTRY-COUNT < WS-PRD-MAX-ENTRIES
                   ADD 1 TO WS-PRD-ENTRY-COUNT
                   SET WS-PRD-IDX TO WS-PRD-ENTRY-COUNT
                   MOVE PERD-PERIOD TO WS-PRD-PERIOD (WS-PRD-IDX)
                   MOVE 'N' TO WS-PRD-NOTED-SW (WS-PRD-IDX)
                   SET WS-PERIOD-FOUND TO TRUE
               ELSE
                   IF WS-PRD-DROPPED-COUNT = 0
                       DISPLAY "STMT010 - period table full; further "
                               "periods are treated as open"
                   END-IF
                   ADD 1 TO WS-PRD-DROPPED-COUNT
               END-IF
           END-IF
           IF WS-PERIOD-FOUND
               MOVE PERD-ACTION TO WS-PRD-ACTION (WS-PRD-IDX)
               MOVE PERD-BUSINESS-DATE
                   TO WS-PRD-EVENT-DATE (WS-PRD-IDX)
               MOVE PERD-USER-ID TO WS-PRD-USER-ID (WS-PRD-IDX)
               MOVE PERD-REASON TO WS-PRD-REASON (WS-PRD-IDX)
           END-IF.

       2000-PROCESS-HISTORY-RECORD.
           ADD 1 TO WS-HIST-READ-COUNT
           COMPUTE WS-REC-MONTH = ACCTOUT-RUN-DATE / 100

       2100-OPEN-STATEMENT.
           MOVE WS-POSITION TO WS-OPENING-POSITION
           PERFORM 2150-CHECK-PERIOD-STATUS
           IF NOT WS-STMT-CLOSED-MONTH
               MOVE WS-CURRENT-ACCT-KEY TO WS-HDG1-KEY
               MOVE WS-CURRENT-MONTH TO WS-HDG1-MONTH
               WRITE STMTOUT-OUT-LINE FROM WS-HDG1
               MOVE WS-OPENING-POSITION TO WS-OPN-AMOUNT
               WRITE STMTOUT-OUT-LINE FROM WS-OPENING-LINE
               WRITE STMTOUT-OUT-LINE FROM WS-HDG2
           END-IF
           MOVE ZEROES TO WS-MTH-CYCLE-COUNT
                           WS-MTH-PAY-COUNT WS-MTH-FEE-COUNT
                           WS-MTH-ADJ-COUNT WS-MTH-REV-COUNT
                           WS-MTH-XFR-COUNT
           MOVE ZERO TO WS-MTH-PAY-AMOUNT WS-MTH-FEE-AMOUNT
                           WS-MTH-ADJ-AMOUNT WS-MTH-REV-AMOUNT
                           WS-MTH-XFR-AMOUNT
           SET WS-STMT-OPEN TO TRUE.

       2150-CHECK-PERIOD-STATUS.
      *    A closed month's statement is not reissued; a reopened
      *    month's is, and the reopen is named once.
           MOVE 'N' TO WS-STMT-CLOSED-MONTH-SW
           MOVE WS-CURRENT-MONTH TO WS-CHECK-PERIOD
           PERFORM 2900-FIND-PERIOD
           IF WS-PERIOD-FOUND
               IF WS-PRD-CLOSED (WS-PRD-IDX)
                   SET WS-STMT-CLOSED-MONTH TO TRUE
               END-IF
               IF WS-PRD-REOPENED (WS-PRD-IDX)
                       AND NOT WS-PRD-NOTED (WS-PRD-IDX)
                   DISPLAY "STMT010 - period " WS-CURRENT-MONTH
                           " reopened on "
                           WS-PRD-EVENT-DATE (WS-PRD-IDX) " by "
                           WS-PRD-USER-ID (WS-PRD-IDX) " - "
                           WS-PRD-REASON (WS-PRD-IDX)
                   SET WS-PRD-NOTED (WS-PRD-IDX) TO TRUE
               END-IF
           END-IF.

       2200-WRITE-CYCLE-LINE.
           IF NOT WS-STMT-CLOSED-MONTH
               MOVE ACCTOUT-RUN-DATE TO WS-DTL-DATE
               MOVE ACCTOUT-CYCLE-NUMBER TO WS-DTL-CYCLE
               MOVE ACCTOUT-PAY-AMOUNT TO WS-DTL-PAY-AMOUNT
               MOVE ACCTOUT-FEE-AMOUNT TO WS-DTL-FEE-AMOUNT
               MOVE ACCTOUT-ADJ-AMOUNT TO WS-DTL-ADJ-AMOUNT
               MOVE ACCTOUT-REV-AMOUNT TO WS-DTL-REV-AMOUNT
               MOVE ACCTOUT-FINAL-AMOUNT TO WS-DTL-CYCLE-AMOUNT
               WRITE STMTOUT-OUT-LINE FROM WS-DETAIL-LINE
           END-IF
           ADD ACCTOUT-FINAL-AMOUNT TO WS-POSITION
           ADD 1 TO WS-MTH-CYCLE-COUNT
           ADD ACCTOUT-PAY-COUNT TO WS-MTH-PAY-COUNT
           ADD ACCTOUT-ADJ-COUNT TO WS-MTH-ADJ-COUNT
           ADD ACCTOUT-ADJ-AMOUNT TO WS-MTH-ADJ-AMOUNT
           ADD ACCTOUT-REV-COUNT TO WS-MTH-REV-COUNT
           ADD ACCTOUT-REV-AMOUNT TO WS-MTH-REV-AMOUNT
           ADD ACCTOUT-XFR-COUNT TO WS-MTH-XFR-COUNT
           ADD ACCTOUT-XFR-AMOUNT TO WS-MTH-XFR-AMOUNT.

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

       3000-CLOSE-STATEMENT.
           IF WS-STMT-CLOSED-MONTH
               ADD 1 TO WS-NOT-REISSUED-COUNT
           ELSE
               PERFORM 3050-WRITE-STATEMENT-TOTALS
           END-IF
           MOVE 'N' TO WS-STMT-OPEN-SW.

       3050-WRITE-STATEMENT-TOTALS.
           MOVE "PAYMENTS:" TO WS-TYP-LABEL
           MOVE WS-MTH-PAY-COUNT TO WS-TYP-COUNT
           MOVE WS-MTH-PAY-AMOUNT TO WS-TYP-AMOUNT
           MOVE WS-MTH-REV-COUNT TO WS-TYP-COUNT
           MOVE WS-MTH-REV-AMOUNT TO WS-TYP-AMOUNT
           WRITE STMTOUT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "TRANSFERS:" TO WS-TYP-LABEL
           MOVE WS-MTH-XFR-COUNT TO WS-TYP-COUNT
           MOVE WS-MTH-XFR-AMOUNT TO WS-TYP-AMOUNT
           WRITE STMTOUT-OUT-LINE FROM WS-TYPE-LINE
           MOVE WS-POSITION TO WS-CLS-AMOUNT
           WRITE STMTOUT-OUT-LINE FROM WS-CLOSING-LINE
           MOVE SPACES TO STMTOUT-OUT-LINE
           WRITE STMTOUT-OUT-LINE
           PERFORM 3100-WRITE-REGISTER-LINE.

       3100-WRITE-REGISTER-LINE.
           MOVE WS-CURRENT-ACCT-KEY TO WS-REG-KEY
           WRITE STMTREG-OUT-LINE
           MOVE WS-STMT-COUNT TO WS-REG-TOTAL
           WRITE STMTREG-OUT-LINE FROM WS-REG-TOTAL-LINE
           MOVE WS-NOT-REISSUED-COUNT TO WS-REG-CLOSED-TOTAL
           WRITE STMTREG-OUT-LINE FROM WS-REG-CLOSED-LINE
           DISPLAY "STMT010 statements produced: " WS-STMT-COUNT
           DISPLAY "STMT010 statements not reissued, period closed: "
                   WS-NOT-REISSUED-COUNT
           CLOSE ACCTHIST-FILE
           CLOSE STMTOUT-FILE
           CLOSE STMTREG-FILE.
