       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHRPT010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * WHRPT010 - Future-dated warehouse schedule.
      *
      * Answers "what is sitting in the warehouse and when will it
      * post?"  The warehouse is everything EDIT010 has held back
      * because it was dated after the business date: WHSE010's
      * carried-forward WHSEOUT plus tonight's new WHSENEW.  The
      * external sort step in the JCL concatenates the two and sorts
      * them by effective date then image account key into WHSESCH,
      * which is what this program reads - so it reports the
      * warehouse exactly as tomorrow night's WHSE010 will see it.
      *
      * One line per item: effective date, account, type, amount,
      * and the business date it was warehoused.  Each effective
      * date ends with a subtotal line (items and net amount due to
      * post that day); the report ends with the warehouse totals.
      * The amount comes from the held image, which passed EDIT010's
      * numeric edit before it was warehoused; a non-numeric one
      * shows as zero rather than stopping the report.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHSESCH-FILE ASSIGN TO WHSESCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSESCH-STATUS.

           SELECT REPORT-FILE ASSIGN TO WHSERPT
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
       FD  WHSESCH-FILE
           RECORDING MODE IS F.
       01  WHSESCH-IN-RECORD          PIC X(69).

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
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

       01  WS-FILE-STATUSES.
           05  WS-WHSESCH-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-WHSESCH-SW      PIC X(01) VALUE 'N'.
               88  WS-EOF-WHSESCH             VALUE 'Y'.
           05  WS-GROUP-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-GROUP-OPEN              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEM-COUNT          PIC 9(05) VALUE ZEROES.
           05  WS-DATE-COUNT          PIC 9(05) VALUE ZEROES.
           05  WS-GROUP-ITEM-COUNT    PIC 9(05) VALUE ZEROES.

       01  WS-CURRENT-EFFECTIVE-DATE  PIC 9(08) VALUE ZEROES.
       01  WS-ITEM-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GROUP-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-HDG1.
           05  FILLER                 PIC X(30) VALUE
               "FUTURE-DATED WAREHOUSE".
           05  FILLER                 PIC X(15) VALUE
               "BUSINESS DATE:".
           05  WS-HDG1-DATE           PIC 9999/99/99.

       01  WS-HDG2.
           05  FILLER                 PIC X(12) VALUE "EFFECTIVE".
           05  FILLER                 PIC X(12) VALUE "ACCOUNT KEY".
           05  FILLER                 PIC X(06) VALUE "TYPE".
           05  FILLER                 PIC X(15) VALUE "       AMOUNT".
           05  FILLER                 PIC X(10) VALUE "WAREHOUSED".

       01  WS-DETAIL-LINE.
           05  WS-DTL-EFFECTIVE       PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-TYPE            PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT          PIC -ZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-WAREHOUSED      PIC 9999/99/99.

       01  WS-SUBTOTAL-LINE.
           05  FILLER                 PIC X(14) VALUE
               "  DUE ON DATE ".
           05  WS-SUB-DATE            PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE ": ".
           05  WS-SUB-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(07) VALUE " ITEMS ".
           05  WS-SUB-AMOUNT          PIC -ZZZZZZZZZZ9.99.

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
           PERFORM 2000-PROCESS-WAREHOUSE-ITEM
               UNTIL WS-EOF-WHSESCH
           IF WS-GROUP-OPEN
               PERFORM 3000-WRITE-DATE-SUBTOTAL
           END-IF
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
      *    An absent WHSESCH just means nothing has ever been
      *    warehoused - the report prints its headings and zero
      *    totals rather than failing the step.
           OPEN INPUT WHSESCH-FILE
           IF WS-WHSESCH-STATUS = '00'
               PERFORM 1100-READ-NEXT-ITEM
           ELSE
               SET WS-EOF-WHSESCH TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE.

       1100-READ-NEXT-ITEM.
           READ WHSESCH-FILE INTO WHSEREC-RECORD
               AT END
                   SET WS-EOF-WHSESCH TO TRUE
           END-READ.

       1500-WRITE-REPORT-HEADINGS.
           MOVE CYCL-BUSINESS-DATE TO WS-HDG1-DATE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           WRITE REPORT-OUT-LINE FROM WS-HDG2.

       2000-PROCESS-WAREHOUSE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           IF WS-GROUP-OPEN
                   AND WHS-EFFECTIVE-DATE NOT =
                       WS-CURRENT-EFFECTIVE-DATE
               PERFORM 3000-WRITE-DATE-SUBTOTAL
           END-IF
           IF NOT WS-GROUP-OPEN
               MOVE WHS-EFFECTIVE-DATE TO WS-CURRENT-EFFECTIVE-DATE
               MOVE ZEROES TO WS-GROUP-ITEM-COUNT
               MOVE ZERO TO WS-GROUP-AMOUNT
               SET WS-GROUP-OPEN TO TRUE
           END-IF
           MOVE ZERO TO WS-ITEM-AMOUNT
           IF WHS-IMAGE-AMT-DIGITS IS NUMERIC
               IF WHS-IMAGE-AMT-SIGN = '-'
                   COMPUTE WS-ITEM-AMOUNT =
                       0 - WHS-IMAGE-AMT-DIGITS
               ELSE
                   MOVE WHS-IMAGE-AMT-DIGITS TO WS-ITEM-AMOUNT
               END-IF
           END-IF
           ADD 1 TO WS-GROUP-ITEM-COUNT
           ADD WS-ITEM-AMOUNT TO WS-GROUP-AMOUNT
           ADD WS-ITEM-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE WHS-EFFECTIVE-DATE TO WS-DTL-EFFECTIVE
           MOVE WHS-IMAGE-ACCT-KEY TO WS-DTL-KEY
           MOVE WHS-IMAGE-TRAN-TYPE TO WS-DTL-TYPE
           MOVE WS-ITEM-AMOUNT TO WS-DTL-AMOUNT
           MOVE WHS-DATE-WAREHOUSED TO WS-DTL-WAREHOUSED
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE
           PERFORM 1100-READ-NEXT-ITEM.

       3000-WRITE-DATE-SUBTOTAL.
           ADD 1 TO WS-DATE-COUNT
           MOVE WS-CURRENT-EFFECTIVE-DATE TO WS-SUB-DATE
           MOVE WS-GROUP-ITEM-COUNT TO WS-SUB-COUNT
           MOVE WS-GROUP-AMOUNT TO WS-SUB-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-SUBTOTAL-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       8000-TERMINATE.
           MOVE "ITEMS IN WAREHOUSE:" TO WS-CNT-LABEL
           MOVE WS-ITEM-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "EFFECTIVE DATES PENDING:" TO WS-CNT-LABEL
           MOVE WS-DATE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "NET AMOUNT WAREHOUSED:" TO WS-AMT-LABEL
           MOVE WS-TOTAL-AMOUNT TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           IF WS-WHSESCH-STATUS = '00' OR WS-WHSESCH-STATUS = '10'
               CLOSE WHSESCH-FILE
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
           MOVE "WHRPT010" TO RUN-PROGRAM-ID
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
           MOVE WS-ITEM-COUNT TO RUN-RECORDS-IN
           MOVE WS-ITEM-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
