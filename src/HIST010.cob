      * once per completed cycle - it belongs after the run's final
      * ACCTOUT exists, not after each restart attempt, or a restarted
      * day's accounts would land twice.
      *
      * ACCTHIST is also what STMT010 issues statements from, so a
      * month PRD010 has closed on the period log PERDFILE (PERDREC
      * layout) takes no more history.  An ACCTOUT record whose run
      * date falls in a closed month is not appended; the records
      * held back are counted on the console and the step ends
      * RETURN-CODE 8 so the stream holds until the month is
      * reopened or the feed is corrected.  A record landing in a
      * reopened month is appended, and the reopen - who and why -
      * is named on the console once per month.
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
       FD  ACCTOUT-FILE
           RECORDING MODE IS F.
       01  ACCTOUT-IN-RECORD          PIC X(122).

       FD  ACCTHIST-FILE
           RECORDING MODE IS F.
       01  ACCTHIST-OUT-RECORD        PIC X(122).

       FD  RUNLOG-FILE
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

       01  WS-ACCTOUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ACCTHIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PERDFILE-STATUS         PIC X(02) VALUE SPACES.

       01  WS-APPEND-COUNT            PIC 9(05) VALUE ZEROES.
       01  WS-HELD-BACK-COUNT         PIC 9(05) VALUE ZEROES.
       01  WS-REC-PERIOD              PIC 9(06) VALUE ZEROES.

       01  WS-EOF-ACCTOUT-SW          PIC X(01) VALUE 'N'.
           88  WS-EOF-ACCTOUT                 VALUE 'Y'.
       01  WS-EOF-PERDFILE-SW         PIC X(01) VALUE 'N'.
           88  WS-EOF-PERDFILE                VALUE 'Y'.
       01  WS-PERIOD-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-PERIOD-FOUND                VALUE 'Y'.
       01  WS-HOLD-BACK-SW            PIC X(01) VALUE 'N'.
           88  WS-HOLD-BACK                   VALUE 'Y'.

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

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-LOAD-PERIOD-LOG
           OPEN INPUT ACCTOUT-FILE
           OPEN EXTEND ACCTHIST-FILE
           IF WS-ACCTHIST-STATUS NOT = '00'
                   SET WS-EOF-ACCTOUT TO TRUE
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
           MOVE PERD-PERIOD TO WS-REC-PERIOD
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
                       DISPLAY "HIST010 - period table full; further "
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

       2000-APPEND-ONE-RECORD.
           COMPUTE WS-REC-PERIOD = ACCTOUT-RUN-DATE / 100
           MOVE 'N' TO WS-HOLD-BACK-SW
           PERFORM 2900-FIND-PERIOD
           IF WS-PERIOD-FOUND
               PERFORM 2100-CHECK-PERIOD-STATUS
           END-IF
           IF WS-HOLD-BACK
               ADD 1 TO WS-HELD-BACK-COUNT
           ELSE
               WRITE ACCTHIST-OUT-RECORD FROM ACCTOUT-RECORD
               ADD 1 TO WS-APPEND-COUNT
           END-IF
           PERFORM 1100-READ-NEXT-ACCTOUT.

       2100-CHECK-PERIOD-STATUS.
           IF WS-PRD-CLOSED (WS-PRD-IDX)
               SET WS-HOLD-BACK TO TRUE
           END-IF
           IF WS-PRD-REOPENED (WS-PRD-IDX)
                   AND NOT WS-PRD-NOTED (WS-PRD-IDX)
               DISPLAY "HIST010 - period " WS-REC-PERIOD
                       " reopened on " WS-PRD-EVENT-DATE (WS-PRD-IDX)
                       " by " WS-PRD-USER-ID (WS-PRD-IDX) " - "
                       WS-PRD-REASON (WS-PRD-IDX)
               SET WS-PRD-NOTED (WS-PRD-IDX) TO TRUE
           END-IF.

       2900-FIND-PERIOD.
      *    Leaves WS-PRD-IDX on the entry for WS-REC-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND-SW
           SET WS-PRD-IDX TO 1
           PERFORM UNTIL WS-PERIOD-FOUND
                   OR WS-PRD-IDX > WS-PRD-ENTRY-COUNT
               IF WS-PRD-PERIOD (WS-PRD-IDX) = WS-REC-PERIOD
                   SET WS-PERIOD-FOUND TO TRUE
               ELSE
                   SET WS-PRD-IDX UP BY 1
               END-IF
           END-PERFORM.

       8000-TERMINATE.
           DISPLAY "HIST010 records appended to history: "
                   WS-APPEND-COUNT
           IF WS-HELD-BACK-COUNT > 0
               DISPLAY "HIST010 records held back - period closed: "
                       WS-HELD-BACK-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ACCTOUT-FILE
           CLOSE ACCTHIST-FILE.

           COMPUTE RUN-TIME = WS-TIME-RAW / 100.

       9100-WRITE-RUN-END.
           COMPUTE RUN-RECORDS-IN = WS-APPEND-COUNT
                                  + WS-HELD-BACK-COUNT
           MOVE WS-APPEND-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
