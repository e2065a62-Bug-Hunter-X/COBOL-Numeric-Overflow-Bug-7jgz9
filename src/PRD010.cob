       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * PRD010 - Accounting period close and reopen.
      *
      * Nothing used to stop a late override rerun or a back-dated
      * feed from changing ACCTHIST for a month STMT010 had already
      * issued statements for, and then the statement register no
      * longer agreed with the history.  Operations now close each
      * month once its statements are out: this step takes their
      * requests (PRDREQ, PERDREC layout - period, action, user ID,
      * reason) and logs each one it accepts on the period log
      * PERDFILE (see PERDREC), stamped with the business date and
      * time.  HIST010, STMT010 and ACCUM010 read PERDFILE and will
      * not write into a closed period.
      *
      * The requests, taken in the order keyed:
      *
      *   'C' close a month - it must not be closed already, and it
      *       must not be later than the month of the cycle control
      *       record's business date;
      *   'R' reopen a closed month - the user ID and a reason are
      *       both mandatory, because the reopen is the only way
      *       back into a closed period and the log is what an
      *       auditor will ask to see;
      *   'Y' close the year - names December, which it closes
      *       along with the year, and is refused until January to
      *       November are all closed.  YREND010 then produces the
      *       year-end account summary from it.
      *
      * Every request needs a user ID.  An accepted request is
      * applied at once, so a close keyed after a reopen of the same
      * month in one run is judged against the reopen.  A refused
      * request is listed with its reason and logs nothing, and the
      * step ends RETURN-CODE 4 so the morning review sees it.
      *
      * The report (PRDRPT) lists every request and its disposition,
      * then every period on the log with its current status and
      * the event that set it.  A trial cycle judges and lists the
      * requests but logs none of them.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRDREQ-FILE ASSIGN TO PRDREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRDREQ-STATUS.

           SELECT PERDFILE-FILE ASSIGN TO PERDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO PRDRPT
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
       FD  PRDREQ-FILE
           RECORDING MODE IS F.
       01  PRDREQ-IN-RECORD           PIC X(60).

       FD  PERDFILE-FILE
           RECORDING MODE IS F.
       01  PERDFILE-RECORD            PIC X(60).

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
       COPY PERDREC.
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

       01  WS-FILE-STATUSES.
           05  WS-PRDREQ-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PERDFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-PRDREQ-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF-PRDREQ              VALUE 'Y'.
           05  WS-EOF-PERDFILE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-PERDFILE            VALUE 'Y'.
           05  WS-PERIOD-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-PERIOD-FOUND            VALUE 'Y'.
           05  WS-LOG-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-LOG-OPEN                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUEST-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-ACCEPTED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-REJECTED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-LOG-READ-COUNT      PIC 9(07) VALUE ZEROES.

       01  WS-BUSINESS-PERIOD         PIC 9(06) VALUE ZEROES.
       01  WS-CHECK-PERIOD            PIC 9(06) VALUE ZEROES.
       01  WS-REJECT-REASON           PIC X(24) VALUE SPACES.

      *    One entry per period on the log, in the order each first
      *    appears, holding the event that set its current status.
      *    Guarded like the other in-memory tables: a full table is
      *    reported once and the period is left unjudged.
       01  WS-PERIOD-TABLE.
           05  WS-PRD-MAX-ENTRIES     PIC 9(03) VALUE 240.
           05  WS-PRD-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-PRD-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-PRD-ENTRY OCCURS 240 TIMES
                               INDEXED BY WS-PRD-IDX.
               10  WS-PRD-PERIOD      PIC 9(06).
               10  WS-PRD-ACTION      PIC X(01).
                   88  WS-PRD-CLOSED          VALUES 'C' 'Y'.
                   88  WS-PRD-YEAR-CLOSED     VALUE 'Y'.
                   88  WS-PRD-REOPENED        VALUE 'R'.
               10  WS-PRD-EVENT-DATE  PIC 9(08).
               10  WS-PRD-USER-ID     PIC X(08).
               10  WS-PRD-REASON      PIC X(31).

       01  WS-HDG1.
           05  FILLER                 PIC X(26) VALUE
               "PERIOD CONTROL".
           05  FILLER                 PIC X(15) VALUE "BUSINESS DATE:".
           05  WS-HDG1-DATE           PIC 9999/99/99.

       01  WS-TRIAL-BANNER            PIC X(44) VALUE
           "*** TRIAL RUN - NO PERIOD EVENTS LOGGED ***".

       01  WS-HDG2.
           05  FILLER                 PIC X(09) VALUE "PERIOD".
           05  FILLER                 PIC X(03) VALUE "A".
           05  FILLER                 PIC X(09) VALUE "USER ID".
           05  FILLER                 PIC X(32) VALUE "REASON".
           05  FILLER                 PIC X(11) VALUE "DISPOSITION".

       01  WS-REQUEST-LINE.
           05  WS-RQL-PERIOD          PIC 9999/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RQL-ACTION          PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RQL-USER-ID         PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RQL-REASON          PIC X(31).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RQL-FLAG            PIC X(03).
           05  WS-RQL-DISPOSITION     PIC X(24).

       01  WS-STATUS-HDG1             PIC X(30) VALUE
           "PERIOD STATUS ON THE LOG:".

       01  WS-STATUS-HDG2.
           05  FILLER                 PIC X(09) VALUE "PERIOD".
           05  FILLER                 PIC X(13) VALUE "STATUS".
           05  FILLER                 PIC X(12) VALUE "SINCE".
           05  FILLER                 PIC X(09) VALUE "USER ID".
           05  FILLER                 PIC X(06) VALUE "REASON".

       01  WS-STATUS-LINE.
           05  WS-STL-PERIOD          PIC 9999/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-STL-STATUS          PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-STL-DATE            PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-STL-USER-ID         PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-STL-REASON          PIC X(31).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL           PIC X(30).
           05  WS-CNT-VALUE           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-WRITE-RUN-START
           PERFORM 1500-START-REPORT
           PERFORM 2000-PROCESS-ONE-REQUEST
               UNTIL WS-EOF-PRDREQ
           PERFORM 5000-WRITE-PERIOD-STATUS
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PERIOD-LOG
           OPEN INPUT PRDREQ-FILE
           IF WS-PRDREQ-STATUS NOT = '00'
               SET WS-EOF-PRDREQ TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-EOF-PRDREQ
               PERFORM 1200-READ-NEXT-REQUEST
           END-IF.

       1100-LOAD-PERIOD-LOG.
      *    PERDFILE is in event order, so applying every event in
      *    turn leaves each period at its current status.
           OPEN INPUT PERDFILE-FILE
           IF WS-PERDFILE-STATUS = '00'
               PERFORM 1110-READ-NEXT-EVENT
               PERFORM UNTIL WS-EOF-PERDFILE
                   ADD 1 TO WS-LOG-READ-COUNT
                   PERFORM 2500-APPLY-EVENT
                   PERFORM 1110-READ-NEXT-EVENT
               END-PERFORM
               CLOSE PERDFILE-FILE
           END-IF.

       1110-READ-NEXT-EVENT.
           READ PERDFILE-FILE INTO PERDREC-RECORD
               AT END
                   SET WS-EOF-PERDFILE TO TRUE
           END-READ.

       1200-READ-NEXT-REQUEST.
           READ PRDREQ-FILE INTO PERDREC-RECORD
               AT END
                   SET WS-EOF-PRDREQ TO TRUE
           END-READ.

       1500-START-REPORT.
      *    The log is opened for append only once the cycle control
      *    record says this is not a trial.
           COMPUTE WS-BUSINESS-PERIOD = CYCL-BUSINESS-DATE / 100
           IF NOT CYCL-TRIAL-RUN
               OPEN EXTEND PERDFILE-FILE
               IF WS-PERDFILE-STATUS NOT = '00'
                   OPEN OUTPUT PERDFILE-FILE
               END-IF
               SET WS-LOG-OPEN TO TRUE
           END-IF
           MOVE CYCL-BUSINESS-DATE TO WS-HDG1-DATE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           IF CYCL-TRIAL-RUN
               WRITE REPORT-OUT-LINE FROM WS-TRIAL-BANNER
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE FROM WS-HDG2.

       2000-PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE CYCL-BUSINESS-DATE TO PERD-BUSINESS-DATE
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE PERD-TIME = WS-TIME-RAW / 100
           PERFORM 2100-VALIDATE-REQUEST
           MOVE PERD-PERIOD TO WS-RQL-PERIOD
           MOVE PERD-ACTION TO WS-RQL-ACTION
           MOVE PERD-USER-ID TO WS-RQL-USER-ID
           MOVE PERD-REASON TO WS-RQL-REASON
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE SPACES TO WS-RQL-FLAG
               IF WS-LOG-OPEN
                   WRITE PERDFILE-RECORD FROM PERDREC-RECORD
                   MOVE "LOGGED" TO WS-RQL-DISPOSITION
               ELSE
                   MOVE "TRIAL - NOT LOGGED" TO WS-RQL-DISPOSITION
               END-IF
               PERFORM 2500-APPLY-EVENT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "***" TO WS-RQL-FLAG
               MOVE WS-REJECT-REASON TO WS-RQL-DISPOSITION
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-REQUEST-LINE
           PERFORM 1200-READ-NEXT-REQUEST.

       2100-VALIDATE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN PERD-PERIOD NOT NUMERIC
                   MOVE "INVALID PERIOD" TO WS-REJECT-REASON
               WHEN PERD-MONTH < 1 OR PERD-MONTH > 12
                   MOVE "INVALID PERIOD" TO WS-REJECT-REASON
               WHEN NOT (PERD-CLOSE OR PERD-REOPEN OR PERD-YEAR-CLOSE)
                   MOVE "INVALID ACTION" TO WS-REJECT-REASON
               WHEN PERD-USER-ID = SPACES
                   MOVE "NO USER ID" TO WS-REJECT-REASON
               WHEN PERD-REOPEN
                   PERFORM 2200-VALIDATE-REOPEN
               WHEN PERD-PERIOD > WS-BUSINESS-PERIOD
                   MOVE "PERIOD NOT YET REACHED" TO WS-REJECT-REASON
               WHEN PERD-CLOSE
                   MOVE PERD-PERIOD TO WS-CHECK-PERIOD
                   PERFORM 2900-FIND-PERIOD
                   IF WS-PERIOD-FOUND
                       IF WS-PRD-CLOSED (WS-PRD-IDX)
                           MOVE "PERIOD ALREADY CLOSED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 2300-VALIDATE-YEAR-CLOSE
           END-EVALUATE.

       2200-VALIDATE-REOPEN.
           MOVE PERD-PERIOD TO WS-CHECK-PERIOD
           PERFORM 2900-FIND-PERIOD
           EVALUATE TRUE
               WHEN NOT WS-PERIOD-FOUND
                   MOVE "PERIOD IS NOT CLOSED" TO WS-REJECT-REASON
               WHEN NOT WS-PRD-CLOSED (WS-PRD-IDX)
                   MOVE "PERIOD IS NOT CLOSED" TO WS-REJECT-REASON
               WHEN PERD-REASON = SPACES
                   MOVE "NO REASON FOR REOPEN" TO WS-REJECT-REASON
           END-EVALUATE.

       2300-VALIDATE-YEAR-CLOSE.
      *    December may already be closed as a month; the year close
      *    still has to be logged against it.  Every earlier month of
      *    the year must be closed first.
           IF PERD-MONTH NOT = 12
               MOVE "YEAR CLOSE NOT DECEMBER" TO WS-REJECT-REASON
           ELSE
               MOVE PERD-PERIOD TO WS-CHECK-PERIOD
               PERFORM 2900-FIND-PERIOD
               IF WS-PERIOD-FOUND
                   IF WS-PRD-YEAR-CLOSED (WS-PRD-IDX)
                       MOVE "YEAR ALREADY CLOSED" TO WS-REJECT-REASON
                   END-IF
               END-IF
               COMPUTE WS-CHECK-PERIOD = PERD-YEAR * 100 + 1
               PERFORM UNTIL WS-REJECT-REASON NOT = SPACES
                       OR WS-CHECK-PERIOD = PERD-PERIOD
                   PERFORM 2900-FIND-PERIOD
                   IF NOT WS-PERIOD-FOUND
                       MOVE "EARLIER MONTH STILL OPEN"
                           TO WS-REJECT-REASON
                   ELSE
                       IF NOT WS-PRD-CLOSED (WS-PRD-IDX)
                           MOVE "EARLIER MONTH STILL OPEN"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   ADD 1 TO WS-CHECK-PERIOD
               END-PERFORM
           END-IF.

       2500-APPLY-EVENT.
      *    Sets the period's entry (adding it on first sight) to the
      *    event in PERDREC-RECORD.
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
                       DISPLAY "PRD010 - period table full; further "
                               "periods are not judged"
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

       5000-WRITE-PERIOD-STATUS.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE FROM WS-STATUS-HDG1
           WRITE REPORT-OUT-LINE FROM WS-STATUS-HDG2
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-ENTRY-COUNT
               MOVE WS-PRD-PERIOD (WS-PRD-IDX) TO WS-STL-PERIOD
               EVALUATE TRUE
                   WHEN WS-PRD-YEAR-CLOSED (WS-PRD-IDX)
                       MOVE "YEAR CLOSED" TO WS-STL-STATUS
                   WHEN WS-PRD-CLOSED (WS-PRD-IDX)
                       MOVE "CLOSED" TO WS-STL-STATUS
                   WHEN OTHER
                       MOVE "REOPENED" TO WS-STL-STATUS
               END-EVALUATE
               MOVE WS-PRD-EVENT-DATE (WS-PRD-IDX) TO WS-STL-DATE
               MOVE WS-PRD-USER-ID (WS-PRD-IDX) TO WS-STL-USER-ID
               MOVE WS-PRD-REASON (WS-PRD-IDX) TO WS-STL-REASON
               WRITE REPORT-OUT-LINE FROM WS-STATUS-LINE
           END-PERFORM.

       8000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE "REQUESTS READ:" TO WS-CNT-LABEL
           MOVE WS-REQUEST-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "REQUESTS ACCEPTED:" TO WS-CNT-LABEL
           MOVE WS-ACCEPTED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "REQUESTS REFUSED:" TO WS-CNT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PRDREQ-STATUS = '00' OR WS-PRDREQ-STATUS = '10'
               CLOSE PRDREQ-FILE
           END-IF
           IF WS-LOG-OPEN
               CLOSE PERDFILE-FILE
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
           MOVE "PRD010  " TO RUN-PROGRAM-ID
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
           MOVE WS-REQUEST-COUNT TO RUN-RECORDS-IN
           MOVE WS-ACCEPTED-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
