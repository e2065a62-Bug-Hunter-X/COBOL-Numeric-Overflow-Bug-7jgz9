      * under OTHER STEPS LOGGED rather than being flagged - extra
      * work is information, not an alarm.  This program only reads
      * the log, so it writes no run records of its own.
      *
      * The future-dated warehouse added two night steps to the
      * table: WHSE010, which releases due warehouse items into the
      * feed between SUSP010 and EDIT010, and WHRPT010, the
      * warehouse schedule printed after REJ010.  DUP010, the
      * duplicate screen, follows EDIT010.  GLJ010, the double-entry
      * GL journal, runs between ACCUM010 and BAL010.  LRG010, the
      * compliance screen of the posted detail, runs after BAL010.
      *
      * ACCUM010 can also run as key-range partitions, each logging
      * its own progress on PARTSTAT, with ACMRG010 merging their
      * output after the last one.  Every partition logs as ACCUM010,
      * so the ACCUM010 line shows only the latest of them; for a
      * cycle with PARTSTAT events the page adds one line under it
      * for each PARTFILE partition - its latest status, return code,
      * posted count, accounts and net amount - and flags with ***
      * any partition that has not completed, since the cycle is held
      * until they all have.  ACMRG010 is in the stream table after
      * ACCUM010 but is only expected, and only printed missing, on a
      * partitioned cycle.
      *
      * The step lookups now stop on the matching entry.  They used
      * to leave the index one past it, so a rerun's events and a
      * step's line could land on the next program's entry.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PARTFILE-FILE ASSIGN TO PARTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTFILE-STATUS.

           SELECT PARTSTAT-FILE ASSIGN TO PARTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSTAT-STATUS.

           SELECT REPORT-FILE ASSIGN TO STATRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           RECORDING MODE IS F.
       01  RUNLOG-IN-RECORD           PIC X(43).

       FD  PARTFILE-FILE
           RECORDING MODE IS F.
       01  PARTFILE-IN-RECORD         PIC X(40).

       FD  PARTSTAT-FILE
           RECORDING MODE IS F.
       01  PARTSTAT-IN-RECORD         PIC X(70).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-OUT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       COPY PARTREC.
       COPY PSTREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PARTFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PARTSTAT-STATUS         PIC X(02) VALUE SPACES.

       01  WS-EOF-RUNLOG-SW           PIC X(01) VALUE 'N'.
           88  WS-EOF-RUNLOG                  VALUE 'Y'.
           88  WS-STEP-EXPECTED               VALUE 'Y'.
       01  WS-OTHER-HDG-DONE-SW       PIC X(01) VALUE 'N'.
           88  WS-HEADING-OTHER-DONE          VALUE 'Y'.
       01  WS-EOF-PARTFILE-SW         PIC X(01) VALUE 'N'.
           88  WS-EOF-PARTFILE                VALUE 'Y'.
       01  WS-EOF-PARTSTAT-SW         PIC X(01) VALUE 'N'.
           88  WS-EOF-PARTSTAT                VALUE 'Y'.
       01  WS-PARTITIONED-CYCLE-SW    PIC X(01) VALUE 'N'.
           88  WS-PARTITIONED-CYCLE           VALUE 'Y'.

      *    The night stream in scheduler order - the page prints the
      *    steps in this order whatever order the log arrived in.
       01  WS-STREAM-TABLE-VALUES.
           05  FILLER                 PIC X(08) VALUE "SUSP010".
           05  FILLER                 PIC X(08) VALUE "WHSE010".
           05  FILLER                 PIC X(08) VALUE "EDIT010".
           05  FILLER                 PIC X(08) VALUE "DUP010".
           05  FILLER                 PIC X(08) VALUE "REJ010".
           05  FILLER                 PIC X(08) VALUE "WHRPT010".
           05  FILLER                 PIC X(08) VALUE "ACCUM010".
           05  FILLER                 PIC X(08) VALUE "ACMRG010".
           05  FILLER                 PIC X(08) VALUE "GLJ010".
           05  FILLER                 PIC X(08) VALUE "BAL010".
           05  FILLER                 PIC X(08) VALUE "LRG010".
           05  FILLER                 PIC X(08) VALUE "HIST010".
           05  FILLER                 PIC X(08) VALUE "LOAD010".
           05  FILLER                 PIC X(08) VALUE "LOAD020".
           05  FILLER                 PIC X(08) VALUE "GLACK010".
           05  FILLER                 PIC X(08) VALUE "GLFIX010".
       01  WS-STREAM-TABLE-R REDEFINES WS-STREAM-TABLE-VALUES.
           05  WS-STREAM-STEP         PIC X(08) OCCURS 20 TIMES
                               INDEXED BY WS-STEP-IDX.
       01  WS-STREAM-STEP-COUNT       PIC 9(02) VALUE 20.

      *    One entry per business date/cycle seen, in arrival order,
      *    and one entry per (date, cycle, program) - both guarded
               10  WS-ENT-RECORDS-OUT PIC 9(07).
               10  WS-ENT-RETURN-CODE PIC 9(03).

      *    The ACCUM010 partitions in PARTFILE order, and the latest
      *    PARTSTAT event per (date, cycle, partition) - later events
      *    overlay earlier ones, as reruns do in the step table.
       01  WS-PART-TABLE.
           05  WS-PT-MAX-ENTRIES      PIC 9(03) VALUE 20.
           05  WS-PT-ENTRY-COUNT      PIC 9(03) VALUE ZEROES.
           05  WS-PT-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-PT-IDX.
               10  WS-PT-ID           PIC X(02).

       01  WS-PST-TABLE.
           05  WS-PST-MAX-ENTRIES     PIC 9(03) VALUE 400.
           05  WS-PST-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-PST-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-PST-ENTRY OCCURS 400 TIMES
                               INDEXED BY WS-PST-IDX.
               10  WS-PST-DATE        PIC 9(08).
               10  WS-PST-CYCLE       PIC 9(03).
               10  WS-PST-PARTITION   PIC X(02).
               10  WS-PST-EVENT       PIC X(01).
                   88  WS-PST-STARTED         VALUE 'S'.
                   88  WS-PST-COMPLETE        VALUE 'C'.
                   88  WS-PST-REFUSED         VALUE 'R'.
               10  WS-PST-RETURN-CODE PIC 9(03).
               10  WS-PST-POSTED      PIC 9(07).
               10  WS-PST-ACCOUNTS    PIC 9(05).
               10  WS-PST-NET         PIC S9(11)V99 COMP-3.

       01  WS-ATTENTION-COUNT         PIC 9(03) VALUE ZEROES.

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-FLAG            PIC X(03).

       01  WS-PART-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE "PT ".
           05  WS-PTL-ID              PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PTL-STATUS          PIC X(14).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-PTL-RC              PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PTL-POSTED          PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PTL-ACCOUNTS        PIC ZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-PTL-NET             PIC -ZZZZZZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-PTL-FLAG            PIC X(03).

       01  WS-OTHER-HDG               PIC X(20) VALUE
           "OTHER STEPS LOGGED:".

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-EOF-RUNLOG
               PERFORM 1100-READ-NEXT-LOG-RECORD
           END-IF
           PERFORM 1200-LOAD-PARTITIONS
           PERFORM 1300-LOAD-PARTITION-STATUS.

       1100-READ-NEXT-LOG-RECORD.
           READ RUNLOG-FILE INTO RUNLOGREC-RECORD
                   SET WS-EOF-RUNLOG TO TRUE
           END-READ.

       1200-LOAD-PARTITIONS.
           OPEN INPUT PARTFILE-FILE
           IF WS-PARTFILE-STATUS = '00'
               PERFORM 1210-READ-NEXT-PARTITION
               PERFORM UNTIL WS-EOF-PARTFILE
                   IF WS-PT-ENTRY-COUNT < WS-PT-MAX-ENTRIES
                       ADD 1 TO WS-PT-ENTRY-COUNT
                       SET WS-PT-IDX TO WS-PT-ENTRY-COUNT
                       MOVE PART-ID TO WS-PT-ID (WS-PT-IDX)
                   ELSE
                       DISPLAY "Partition table full - partition "
                               PART-ID " dropped from this report"
                   END-IF
                   PERFORM 1210-READ-NEXT-PARTITION
               END-PERFORM
               CLOSE PARTFILE-FILE
           END-IF.

       1210-READ-NEXT-PARTITION.
           READ PARTFILE-FILE INTO PARTREC-RECORD
               AT END
                   SET WS-EOF-PARTFILE TO TRUE
           END-READ.

       1300-LOAD-PARTITION-STATUS.
      *    A refusal does not change a status the partition already
      *    has, the same rule ACMRG010 applies; the merge event is on
      *    the log as ACMRG010's own run and is not repeated here.
           OPEN INPUT PARTSTAT-FILE
           IF WS-PARTSTAT-STATUS = '00'
               PERFORM 1310-READ-NEXT-STATUS
               PERFORM UNTIL WS-EOF-PARTSTAT
                   IF NOT PST-EVENT-MERGED
                       PERFORM 1320-FIND-OR-ADD-STATUS
                       IF WS-ENTRY-FOUND
                           PERFORM 1330-APPLY-STATUS-EVENT
                       END-IF
                   END-IF
                   PERFORM 1310-READ-NEXT-STATUS
               END-PERFORM
               CLOSE PARTSTAT-FILE
           END-IF.

       1310-READ-NEXT-STATUS.
           READ PARTSTAT-FILE INTO PSTREC-RECORD
               AT END
                   SET WS-EOF-PARTSTAT TO TRUE
           END-READ.

       1320-FIND-OR-ADD-STATUS.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           SET WS-PST-IDX TO 1
           PERFORM UNTIL WS-ENTRY-FOUND
                   OR WS-PST-IDX > WS-PST-ENTRY-COUNT
               IF WS-PST-DATE (WS-PST-IDX) = PST-BUSINESS-DATE
                       AND WS-PST-CYCLE (WS-PST-IDX)
                           = PST-CYCLE-NUMBER
                       AND WS-PST-PARTITION (WS-PST-IDX)
                           = PST-PARTITION-ID
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-PST-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-PST-ENTRY-COUNT < WS-PST-MAX-ENTRIES
                   ADD 1 TO WS-PST-ENTRY-COUNT
                   SET WS-PST-IDX TO WS-PST-ENTRY-COUNT
                   MOVE PST-BUSINESS-DATE TO WS-PST-DATE (WS-PST-IDX)
                   MOVE PST-CYCLE-NUMBER TO WS-PST-CYCLE (WS-PST-IDX)
                   MOVE PST-PARTITION-ID
                       TO WS-PST-PARTITION (WS-PST-IDX)
                   MOVE SPACE TO WS-PST-EVENT (WS-PST-IDX)
                   MOVE ZEROES TO WS-PST-RETURN-CODE (WS-PST-IDX)
                                   WS-PST-POSTED (WS-PST-IDX)
                                   WS-PST-ACCOUNTS (WS-PST-IDX)
                   MOVE ZERO TO WS-PST-NET (WS-PST-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   IF WS-PST-DROPPED-COUNT = 0
                       DISPLAY "Partition status table full - further "
                               "PARTSTAT events dropped from this "
                               "report"
                   END-IF
                   ADD 1 TO WS-PST-DROPPED-COUNT
               END-IF
           END-IF.

       1330-APPLY-STATUS-EVENT.
           IF PST-EVENT-REFUSED
               IF WS-PST-EVENT (WS-PST-IDX) = SPACE
                   MOVE PST-EVENT TO WS-PST-EVENT (WS-PST-IDX)
                   MOVE PST-RETURN-CODE
                       TO WS-PST-RETURN-CODE (WS-PST-IDX)
               END-IF
           ELSE
               MOVE PST-EVENT TO WS-PST-EVENT (WS-PST-IDX)
               MOVE PST-RETURN-CODE TO WS-PST-RETURN-CODE (WS-PST-IDX)
               MOVE PST-POSTED-COUNT TO WS-PST-POSTED (WS-PST-IDX)
               MOVE PST-ACCOUNT-COUNT TO WS-PST-ACCOUNTS (WS-PST-IDX)
               MOVE PST-NET-AMOUNT TO WS-PST-NET (WS-PST-IDX)
           END-IF.

       2000-LOAD-ONE-LOG-RECORD.
           PERFORM 2100-NOTE-CYCLE
           PERFORM 2200-FIND-OR-ADD-ENTRY

       2200-FIND-OR-ADD-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           SET WS-ENT-IDX TO 1
           PERFORM UNTIL WS-ENTRY-FOUND
                   OR WS-ENT-IDX > WS-ENT-ENTRY-COUNT
               IF WS-ENT-DATE (WS-ENT-IDX) = RUN-BUSINESS-DATE
                       AND WS-ENT-CYCLE (WS-ENT-IDX)
                       AND WS-ENT-PROGRAM (WS-ENT-IDX)
                           = RUN-PROGRAM-ID
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-ENT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
           WRITE REPORT-OUT-LINE FROM WS-HDG2
           MOVE ZEROES TO WS-ATTENTION-COUNT
           MOVE 'N' TO WS-OTHER-HDG-DONE-SW
           PERFORM 5150-CHECK-PARTITIONED-CYCLE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STREAM-STEP-COUNT
               PERFORM 5200-WRITE-STREAM-STEP-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       5150-CHECK-PARTITIONED-CYCLE.
           MOVE 'N' TO WS-PARTITIONED-CYCLE-SW
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PARTITIONED-CYCLE
                   OR WS-PST-IDX > WS-PST-ENTRY-COUNT
               IF WS-PST-DATE (WS-PST-IDX) = WS-CYC-DATE (WS-CYC-IDX)
                       AND WS-PST-CYCLE (WS-PST-IDX)
                           = WS-CYC-CYCLE (WS-CYC-IDX)
                   SET WS-PARTITIONED-CYCLE TO TRUE
               END-IF
           END-PERFORM.

       5200-WRITE-STREAM-STEP-LINE.
           PERFORM 5300-FIND-STEP-ENTRY
           MOVE WS-STREAM-STEP (WS-STEP-IDX) TO WS-DTL-PROGRAM
      *    The merge step only runs behind a partitioned ACCUM010, so
      *    its absence from an unpartitioned cycle is not missing.
           IF NOT WS-ENTRY-FOUND AND NOT WS-PARTITIONED-CYCLE
                   AND WS-STREAM-STEP (WS-STEP-IDX) = "ACMRG010"
               CONTINUE
           ELSE
               IF NOT WS-ENTRY-FOUND
                   MOVE "MISSING" TO WS-DTL-STATUS
                   MOVE ZEROES TO WS-DTL-RC WS-DTL-RECS-IN
                                   WS-DTL-RECS-OUT WS-DTL-START-TIME
                                   WS-DTL-END-TIME
                   MOVE "***" TO WS-DTL-FLAG
                   ADD 1 TO WS-ATTENTION-COUNT
               ELSE
                   PERFORM 5250-FORMAT-ENTRY-LINE
               END-IF
               WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE
           END-IF
           IF WS-PARTITIONED-CYCLE
                   AND WS-STREAM-STEP (WS-STEP-IDX) = "ACCUM010"
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-ENTRY-COUNT
                   PERFORM 5700-WRITE-PARTITION-LINE
               END-PERFORM
           END-IF.

       5250-FORMAT-ENTRY-LINE.
           MOVE WS-ENT-RETURN-CODE (WS-ENT-IDX) TO WS-DTL-RC
           END-EVALUATE.

       5300-FIND-STEP-ENTRY.
      *    Leaves WS-ENT-IDX on the matching entry for 5250.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           SET WS-ENT-IDX TO 1
           PERFORM UNTIL WS-ENTRY-FOUND
                   OR WS-ENT-IDX > WS-ENT-ENTRY-COUNT
               IF WS-ENT-DATE (WS-ENT-IDX) = WS-CYC-DATE (WS-CYC-IDX)
                       AND WS-ENT-CYCLE (WS-ENT-IDX)
                       AND WS-ENT-PROGRAM (WS-ENT-IDX)
                           = WS-STREAM-STEP (WS-STEP-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-ENT-IDX UP BY 1
               END-IF
           END-PERFORM.

           PERFORM 5250-FORMAT-ENTRY-LINE
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       5700-WRITE-PARTITION-LINE.
      *    Anything short of COMPLETE holds the cycle, so it is
      *    flagged like a failed step.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           SET WS-PST-IDX TO 1
           PERFORM UNTIL WS-ENTRY-FOUND
                   OR WS-PST-IDX > WS-PST-ENTRY-COUNT
               IF WS-PST-DATE (WS-PST-IDX) = WS-CYC-DATE (WS-CYC-IDX)
                       AND WS-PST-CYCLE (WS-PST-IDX)
                           = WS-CYC-CYCLE (WS-CYC-IDX)
                       AND WS-PST-PARTITION (WS-PST-IDX)
                           = WS-PT-ID (WS-PT-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-PST-IDX UP BY 1
               END-IF
           END-PERFORM
           MOVE WS-PT-ID (WS-PT-IDX) TO WS-PTL-ID
           MOVE ZEROES TO WS-PTL-RC WS-PTL-POSTED WS-PTL-ACCOUNTS
                           WS-PTL-NET
           MOVE "***" TO WS-PTL-FLAG
           IF NOT WS-ENTRY-FOUND
               MOVE "NOT RUN" TO WS-PTL-STATUS
           ELSE
               MOVE WS-PST-RETURN-CODE (WS-PST-IDX) TO WS-PTL-RC
               MOVE WS-PST-POSTED (WS-PST-IDX) TO WS-PTL-POSTED
               MOVE WS-PST-ACCOUNTS (WS-PST-IDX) TO WS-PTL-ACCOUNTS
               MOVE WS-PST-NET (WS-PST-IDX) TO WS-PTL-NET
               EVALUATE TRUE
                   WHEN WS-PST-COMPLETE (WS-PST-IDX)
                       MOVE "COMPLETE" TO WS-PTL-STATUS
                       MOVE SPACES TO WS-PTL-FLAG
                   WHEN WS-PST-STARTED (WS-PST-IDX)
                       MOVE "STARTED-NO END" TO WS-PTL-STATUS
                   WHEN OTHER
                       MOVE "REFUSED" TO WS-PTL-STATUS
               END-EVALUATE
           END-IF
           IF WS-PTL-FLAG NOT = SPACES
               ADD 1 TO WS-ATTENTION-COUNT
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-PART-LINE.

       8000-TERMINATE.
           IF WS-RUNLOG-STATUS = '00' OR WS-RUNLOG-STATUS = '10'
               CLOSE RUNLOG-FILE
