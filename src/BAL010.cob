      *   3. the sum of ACCTOUT-FINAL-AMOUNT equals the sum of
      *      EXTR-FINAL-AMOUNT;
      *   4. the EXCPFILE record count for this cycle equals the sum
      *      of ACCTOUT-OVERFLOW-COUNT;
      *   5. the day's transfers net to zero - the accepted transfer
      *      debit legs in TRANOK match the credit legs in count and
      *      amount, and the ACCTOUT transfer buckets (each account's
      *      net transfer position) sum to zero.  A leg lost between
      *      the edit and the accumulation, or posted twice, shows
      *      here.
      *
      * The report ends with an explicit IN BALANCE / OUT OF BALANCE
      * verdict, and an out-of-balance run ends with RETURN-CODE 8 so
      * said would drown the checks that do apply (the transaction
      * count and the per-account summary/ACCTOUT lockstep, which a
      * trial exercises in full).
      *
      * GL now also receives the double-entry journal GLJ010 builds
      * from the ACCTOUT per-type buckets (GLJRNL), so two more
      * checks hold the transmission when the journal is wrong:
      *
      *   6. the journal balances - its debit lines match its credit
      *      lines in count and amount, and the batch trailer agrees
      *      with the detail lines it closes;
      *   7. the journal ties back to ACCTOUT - one debit line for
      *      every non-zero bucket, and the debit total equal to the
      *      buckets' gross (each bucket taken without its sign, as
      *      the journal posts it).  A type GLJ010 could not map
      *      shows here as well as on its own report.
      *
      * A trial writes no journal, so both print TRIAL - NONE.
      *
      * When ACCUM010 runs as key-range partitions (PARTFILE, with
      * each partition's progress on PARTSTAT) and ACMRG010 merges
      * their output, one more check holds the transmission until
      * the whole cycle is in:
      *
      *   8. every partition on PARTFILE reached COMPLETE for this
      *      cycle, the accounts and net amount it reported tie to
      *      the merged ACCTOUT records in its key range, and the
      *      cycle was merged.  Each partition's status and balance
      *      print on the report, so a failed partition is named and
      *      can be rerun on its own.
      *
      * A cycle with no PARTSTAT events was run unpartitioned, and
      * the partition section is left off the report.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPFILE-STATUS.

           SELECT GLJRNL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT PARTFILE-FILE ASSIGN TO PARTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTFILE-STATUS.

           SELECT PARTSTAT-FILE ASSIGN TO PARTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSTAT-STATUS.

           SELECT REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       FD  ACCTMAST-FILE
           RECORDING MODE IS F.
       01  ACCTMAST-IN-RECORD         PIC X(47).

       FD  TRANOK-FILE
           RECORDING MODE IS F.
       01  TRANOK-IN-RECORD           PIC X(53).

       FD  RPTSNAP-FILE
           RECORDING MODE IS F.
       01  RPTSNAP-IN-RECORD          PIC X(126).

       FD  ACCTOUT-FILE
           RECORDING MODE IS F.
       01  ACCTOUT-IN-RECORD          PIC X(122).

       FD  EXTRFILE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  EXCPFILE-IN-RECORD         PIC X(65).

       FD  GLJRNL-FILE
           RECORDING MODE IS F.
       01  GLJRNL-IN-RECORD           PIC X(60).

       FD  PARTFILE-FILE
           RECORDING MODE IS F.
       01  PARTFILE-IN-RECORD         PIC X(40).

       FD  PARTSTAT-FILE
           RECORDING MODE IS F.
       01  PARTSTAT-IN-RECORD         PIC X(70).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-OUT-LINE            PIC X(80).
       COPY ACCTOUT.
       COPY EXTRREC.
       COPY EXCPREC.
       COPY TRANREC.
       COPY GLJREC.
       COPY PARTREC.
       COPY PSTREC.
       COPY RUNLOG.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
           05  WS-OTHER-CYCLE-COUNT   PIC 9(07) VALUE ZEROES.
           05  WS-MATCH-ERROR-COUNT   PIC 9(07) VALUE ZEROES.
           05  WS-OVERFLOW-SUM        PIC 9(09) VALUE ZEROES.
           05  WS-XFER-DEBIT-COUNT    PIC 9(07) VALUE ZEROES.
           05  WS-XFER-CREDIT-COUNT   PIC 9(07) VALUE ZEROES.
           05  WS-BUCKET-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-GLJ-DEBIT-COUNT     PIC 9(07) VALUE ZEROES.
           05  WS-GLJ-CREDIT-COUNT    PIC 9(07) VALUE ZEROES.
           05  WS-GLJ-TRAILER-COUNT   PIC 9(07) VALUE ZEROES.
           05  WS-GLT-LINE-COUNT      PIC 9(07) VALUE ZEROES.
           05  WS-PT-COMPLETE-COUNT   PIC 9(07) VALUE ZEROES.
           05  WS-PT-OUTSIDE-COUNT    PIC 9(07) VALUE ZEROES.

       01  WS-ACCTOUT-AMOUNT-SUM      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-EXTR-AMOUNT-SUM         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-XFER-DEBIT-SUM          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-XFER-CREDIT-SUM         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACCTOUT-XFER-SUM        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACCTOUT-GROSS-SUM       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BUCKET-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GLJ-DEBIT-SUM           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GLJ-CREDIT-SUM          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GLT-DEBIT-SUM           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GLT-CREDIT-SUM          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-CYCLFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-ACCTOUT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-EXTRFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-EXCPFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-GLJRNL-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARTFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PARTSTAT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
               88  WS-EOF-EXTRFILE            VALUE 'Y'.
           05  WS-EOF-EXCPFILE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-EXCPFILE            VALUE 'Y'.
           05  WS-EOF-GLJRNL-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF-GLJRNL              VALUE 'Y'.
           05  WS-GLJ-THIS-CYCLE-SW   PIC X(01) VALUE 'N'.
               88  WS-GLJ-THIS-CYCLE          VALUE 'Y'.
           05  WS-CHECK-1-OK-SW       PIC X(01) VALUE 'Y'.
               88  WS-CHECK-1-OK              VALUE 'Y'.
           05  WS-CHECK-3-OK-SW       PIC X(01) VALUE 'Y'.
               88  WS-CHECK-3-OK              VALUE 'Y'.
           05  WS-CHECK-4-OK-SW       PIC X(01) VALUE 'Y'.
               88  WS-CHECK-4-OK              VALUE 'Y'.
           05  WS-CHECK-5-OK-SW       PIC X(01) VALUE 'Y'.
               88  WS-CHECK-5-OK              VALUE 'Y'.
           05  WS-CHECK-6-OK-SW       PIC X(01) VALUE 'Y'.
               88  WS-CHECK-6-OK              VALUE 'Y'.
           05  WS-CHECK-7-OK-SW       PIC X(01) VALUE 'Y'.
               88  WS-CHECK-7-OK              VALUE 'Y'.
           05  WS-CHECK-8-OK-SW       PIC X(01) VALUE 'Y'.
               88  WS-CHECK-8-OK              VALUE 'Y'.
           05  WS-EOF-PARTFILE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-PARTFILE            VALUE 'Y'.
           05  WS-EOF-PARTSTAT-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-PARTSTAT            VALUE 'Y'.
           05  WS-PARTITIONED-SW      PIC X(01) VALUE 'N'.
               88  WS-PARTITIONED-RUN         VALUE 'Y'.
           05  WS-CYCLE-MERGED-SW     PIC X(01) VALUE 'N'.
               88  WS-CYCLE-MERGED            VALUE 'Y'.
           05  WS-PART-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-PART-FOUND              VALUE 'Y'.

      *    One entry per PARTFILE partition, in PARTFILE order: its
      *    latest PARTSTAT status for this cycle with the totals it
      *    reported, and the same totals taken from ACCTOUT.
       01  WS-PART-TABLE.
           05  WS-PT-MAX-ENTRIES      PIC 9(03) VALUE 20.
           05  WS-PT-ENTRY-COUNT      PIC 9(03) VALUE ZEROES.
           05  WS-PT-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-PT-IDX.
               10  WS-PT-ID           PIC X(02).
               10  WS-PT-LOW-KEY      PIC X(10).
               10  WS-PT-HIGH-KEY     PIC X(10).
               10  WS-PT-STATUS       PIC X(01).
                   88  WS-PT-NOT-RUN          VALUE 'N'.
                   88  WS-PT-STARTED          VALUE 'S'.
                   88  WS-PT-COMPLETE         VALUE 'C'.
                   88  WS-PT-REFUSED          VALUE 'R'.
               10  WS-PT-RPT-ACCOUNTS PIC 9(05).
               10  WS-PT-RPT-NET      PIC S9(11)V99 COMP-3.
               10  WS-PT-OUT-ACCOUNTS PIC 9(05).
               10  WS-PT-OUT-NET      PIC S9(11)V99 COMP-3.

       01  WS-HDG1.
           05  FILLER                 PIC X(26) VALUE
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AMT-RESULT          PIC X(14).

       01  WS-PART-LABEL.
           05  FILLER                 PIC X(10) VALUE "PARTITION ".
           05  WS-PLB-ID              PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-PLB-TEXT            PIC X(25).

       01  WS-OTHER-CYCLE-LINE.
           05  FILLER                 PIC X(38) VALUE
               "RECORDS FROM OTHER CYCLES (IGNORED):".
           PERFORM 3000-FLAG-TRAILING-RECORDS
           PERFORM 4000-COUNT-TRANOK
           PERFORM 4100-COUNT-EXCEPTIONS
           PERFORM 4200-COUNT-JOURNAL
           PERFORM 5000-WRITE-CONTROL-TOTALS
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           IF WS-EXCPFILE-STATUS NOT = '00'
               SET WS-EOF-EXCPFILE TO TRUE
           END-IF
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-STATUS NOT = '00'
               SET WS-EOF-GLJRNL TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-EOF-ACCTOUT
               PERFORM 1200-READ-FIRST-ACCTOUT
           END-IF
           PERFORM 1600-LOAD-PARTITIONS
           IF WS-PT-ENTRY-COUNT > 0
               PERFORM 1650-LOAD-PARTITION-STATUS
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-HDG1-DATE
           MOVE WS-CYCLE-NUMBER TO WS-HDG1-CYCLE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
               END-READ
           END-PERFORM.

       1600-LOAD-PARTITIONS.
      *    ACMRG010 has already refused a PARTFILE whose ranges leave
      *    a gap, overlap or repeat a partition; here the ranges are
      *    only needed to place each ACCTOUT record in its partition.
           OPEN INPUT PARTFILE-FILE
           IF WS-PARTFILE-STATUS = '00'
               PERFORM 1610-READ-NEXT-PARTITION
               PERFORM UNTIL WS-EOF-PARTFILE
                   IF WS-PT-ENTRY-COUNT < WS-PT-MAX-ENTRIES
                       ADD 1 TO WS-PT-ENTRY-COUNT
                       SET WS-PT-IDX TO WS-PT-ENTRY-COUNT
                       MOVE PART-ID TO WS-PT-ID (WS-PT-IDX)
                       MOVE PART-LOW-KEY TO WS-PT-LOW-KEY (WS-PT-IDX)
                       MOVE PART-HIGH-KEY
                           TO WS-PT-HIGH-KEY (WS-PT-IDX)
                       SET WS-PT-NOT-RUN (WS-PT-IDX) TO TRUE
                       MOVE ZEROES TO WS-PT-RPT-ACCOUNTS (WS-PT-IDX)
                                   WS-PT-OUT-ACCOUNTS (WS-PT-IDX)
                       MOVE ZERO TO WS-PT-RPT-NET (WS-PT-IDX)
                                    WS-PT-OUT-NET (WS-PT-IDX)
                   ELSE
                       DISPLAY "BAL010 - partition table full; "
                               "partition " PART-ID " not checked"
                       MOVE 'N' TO WS-CHECK-8-OK-SW
                   END-IF
                   PERFORM 1610-READ-NEXT-PARTITION
               END-PERFORM
               CLOSE PARTFILE-FILE
           END-IF.

       1610-READ-NEXT-PARTITION.
           READ PARTFILE-FILE INTO PARTREC-RECORD
               AT END
                   SET WS-EOF-PARTFILE TO TRUE
           END-READ.

       1650-LOAD-PARTITION-STATUS.
      *    PARTSTAT is in event order, so applying each of this
      *    cycle's events in turn leaves every partition at its latest
      *    status, the same way ACMRG010 reads it.  Trial events count
      *    only for a trial cycle.  Any event at all for the cycle
      *    makes it a partitioned run.
           OPEN INPUT PARTSTAT-FILE
           IF WS-PARTSTAT-STATUS = '00'
               PERFORM 1660-READ-NEXT-STATUS
               PERFORM UNTIL WS-EOF-PARTSTAT
                   IF PST-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND PST-CYCLE-NUMBER = WS-CYCLE-NUMBER
                           AND ((PST-TRIAL-RUN AND CYCL-TRIAL-RUN)
                             OR (NOT PST-TRIAL-RUN
                                 AND NOT CYCL-TRIAL-RUN))
                       SET WS-PARTITIONED-RUN TO TRUE
                       PERFORM 1670-APPLY-STATUS-EVENT
                   END-IF
                   PERFORM 1660-READ-NEXT-STATUS
               END-PERFORM
               CLOSE PARTSTAT-FILE
           END-IF.

       1660-READ-NEXT-STATUS.
           READ PARTSTAT-FILE INTO PSTREC-RECORD
               AT END
                   SET WS-EOF-PARTSTAT TO TRUE
           END-READ.

       1670-APPLY-STATUS-EVENT.
           IF PST-EVENT-MERGED
               SET WS-CYCLE-MERGED TO TRUE
           ELSE
               MOVE 'N' TO WS-PART-FOUND-SW
               SET WS-PT-IDX TO 1
               PERFORM UNTIL WS-PT-IDX > WS-PT-ENTRY-COUNT
                       OR WS-PART-FOUND
                   IF WS-PT-ID (WS-PT-IDX) = PST-PARTITION-ID
                       SET WS-PART-FOUND TO TRUE
                   ELSE
                       SET WS-PT-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-PART-FOUND
                   EVALUATE TRUE
                       WHEN PST-EVENT-START OR PST-EVENT-COMPLETE
                           MOVE PST-EVENT TO WS-PT-STATUS (WS-PT-IDX)
                           MOVE PST-ACCOUNT-COUNT
                               TO WS-PT-RPT-ACCOUNTS (WS-PT-IDX)
                           MOVE PST-NET-AMOUNT
                               TO WS-PT-RPT-NET (WS-PT-IDX)
                       WHEN PST-EVENT-REFUSED
                           IF WS-PT-NOT-RUN (WS-PT-IDX)
                               SET WS-PT-REFUSED (WS-PT-IDX) TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       2000-BALANCE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM 2100-MATCH-SUMMARY-TO-ACCOUNT
               MOVE "RECORD WITHOUT ACCOUNT" TO WS-ERR-TEXT
               MOVE ACCTOUT-ACCT-KEY TO WS-ERR-KEY
               PERFORM 2900-WRITE-MATCH-ERROR
               PERFORM 2250-TALLY-ACCTOUT
               PERFORM 1475-READ-NEXT-ACCTOUT
           END-PERFORM
           IF NOT WS-EOF-ACCTOUT AND ACCTOUT-ACCT-KEY = ACCT-KEY
               PERFORM 2250-TALLY-ACCTOUT
               PERFORM 1475-READ-NEXT-ACCTOUT
           ELSE
               MOVE "ACCTOUT" TO WS-ERR-FILE
               PERFORM 2900-WRITE-MATCH-ERROR
           END-IF.

       2250-TALLY-ACCTOUT.
      *    Every ACCTOUT record for this cycle, matched or not, feeds
      *    the amount, exception, transfer and journal checks.
           ADD ACCTOUT-FINAL-AMOUNT TO WS-ACCTOUT-AMOUNT-SUM
           ADD ACCTOUT-OVERFLOW-COUNT TO WS-OVERFLOW-SUM
           ADD ACCTOUT-XFR-AMOUNT TO WS-ACCTOUT-XFER-SUM
           MOVE ACCTOUT-PAY-AMOUNT TO WS-BUCKET-AMOUNT
           PERFORM 2260-TALLY-BUCKET
           MOVE ACCTOUT-FEE-AMOUNT TO WS-BUCKET-AMOUNT
           PERFORM 2260-TALLY-BUCKET
           MOVE ACCTOUT-ADJ-AMOUNT TO WS-BUCKET-AMOUNT
           PERFORM 2260-TALLY-BUCKET
           MOVE ACCTOUT-REV-AMOUNT TO WS-BUCKET-AMOUNT
           PERFORM 2260-TALLY-BUCKET
           MOVE ACCTOUT-XFR-AMOUNT TO WS-BUCKET-AMOUNT
           PERFORM 2260-TALLY-BUCKET
           IF WS-PARTITIONED-RUN
               PERFORM 2270-TALLY-PARTITION
           END-IF.

       2260-TALLY-BUCKET.
      *    A non-zero bucket is one journal entry for its magnitude.
           IF WS-BUCKET-AMOUNT NOT = ZERO
               ADD 1 TO WS-BUCKET-COUNT
               IF WS-BUCKET-AMOUNT < ZERO
                   SUBTRACT WS-BUCKET-AMOUNT FROM WS-ACCTOUT-GROSS-SUM
               ELSE
                   ADD WS-BUCKET-AMOUNT TO WS-ACCTOUT-GROSS-SUM
               END-IF
           END-IF.

       2270-TALLY-PARTITION.
      *    Credits the record to the partition whose range holds its
      *    key, for check 8.
           MOVE 'N' TO WS-PART-FOUND-SW
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-ENTRY-COUNT
                   OR WS-PART-FOUND
               IF ACCTOUT-ACCT-KEY NOT < WS-PT-LOW-KEY (WS-PT-IDX)
                       AND ACCTOUT-ACCT-KEY
                           NOT > WS-PT-HIGH-KEY (WS-PT-IDX)
                   SET WS-PART-FOUND TO TRUE
               ELSE
                   SET WS-PT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-PART-FOUND
               ADD 1 TO WS-PT-OUT-ACCOUNTS (WS-PT-IDX)
               ADD ACCTOUT-FINAL-AMOUNT TO WS-PT-OUT-NET (WS-PT-IDX)
           ELSE
               ADD 1 TO WS-PT-OUTSIDE-COUNT
           END-IF.

       2300-MATCH-EXTRACT-TO-ACCOUNT.
           PERFORM UNTIL WS-EOF-EXTRFILE
                   OR EXTR-ACCT-KEY >= ACCT-KEY
               MOVE "RECORD WITHOUT ACCOUNT" TO WS-ERR-TEXT
               MOVE ACCTOUT-ACCT-KEY TO WS-ERR-KEY
               PERFORM 2900-WRITE-MATCH-ERROR
               PERFORM 2250-TALLY-ACCTOUT
               PERFORM 1475-READ-NEXT-ACCTOUT
           END-PERFORM
           PERFORM UNTIL WS-EOF-EXTRFILE

       4000-COUNT-TRANOK.
           PERFORM UNTIL WS-EOF-TRANOK
               READ TRANOK-FILE INTO TRANREC-RECORD
                   AT END
                       SET WS-EOF-TRANOK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANOK-COUNT
                       IF TR-TYPE-TRANSFER
                           PERFORM 4050-TALLY-TRANSFER-LEG
                       END-IF
               END-READ
           END-PERFORM.

       4050-TALLY-TRANSFER-LEG.
      *    Both legs carry the same positive amount; the leg byte
      *    says which side of the transfer this record is.
           IF TR-XFER-CREDIT-LEG
               ADD 1 TO WS-XFER-CREDIT-COUNT
               ADD TR-AMOUNT TO WS-XFER-CREDIT-SUM
           ELSE
               ADD 1 TO WS-XFER-DEBIT-COUNT
               ADD TR-AMOUNT TO WS-XFER-DEBIT-SUM
           END-IF.

       4100-COUNT-EXCEPTIONS.
           PERFORM UNTIL WS-EOF-EXCPFILE
               READ EXCPFILE-FILE INTO EXCPREC-RECORD
               END-READ
           END-PERFORM.

       4200-COUNT-JOURNAL.
      *    Only the batch whose header names this cycle counts; its
      *    trailer is kept for check 6.  Lines of any other batch
      *    are counted and ignored like the other files' strays.
           PERFORM UNTIL WS-EOF-GLJRNL
               READ GLJRNL-FILE INTO GLJREC-RECORD
                   AT END
                       SET WS-EOF-GLJRNL TO TRUE
                   NOT AT END
                       PERFORM 4250-TALLY-JOURNAL-RECORD
               END-READ
           END-PERFORM.

       4250-TALLY-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN GLJ-REC-ID = 'HDR'
                   MOVE GLJREC-RECORD TO GLJHDR-RECORD
                   IF GLH-RUN-DATE = WS-BUSINESS-DATE
                           AND GLH-CYCLE-NUMBER = WS-CYCLE-NUMBER
                       SET WS-GLJ-THIS-CYCLE TO TRUE
                   ELSE
                       MOVE 'N' TO WS-GLJ-THIS-CYCLE-SW
                       ADD 1 TO WS-OTHER-CYCLE-COUNT
                   END-IF
               WHEN NOT WS-GLJ-THIS-CYCLE
                   ADD 1 TO WS-OTHER-CYCLE-COUNT
               WHEN GLJ-REC-ID = 'TRL'
                   MOVE GLJREC-RECORD TO GLJTRL-RECORD
                   ADD 1 TO WS-GLJ-TRAILER-COUNT
                   MOVE GLT-RECORD-COUNT TO WS-GLT-LINE-COUNT
                   MOVE GLT-DEBIT-TOTAL TO WS-GLT-DEBIT-SUM
                   MOVE GLT-CREDIT-TOTAL TO WS-GLT-CREDIT-SUM
               WHEN GLJ-DEBIT
                   ADD 1 TO WS-GLJ-DEBIT-COUNT
                   ADD GLJ-AMOUNT TO WS-GLJ-DEBIT-SUM
               WHEN OTHER
                   ADD 1 TO WS-GLJ-CREDIT-COUNT
                   ADD GLJ-AMOUNT TO WS-GLJ-CREDIT-SUM
           END-EVALUATE.

       5000-WRITE-CONTROL-TOTALS.
           IF WS-TRANOK-COUNT NOT = WS-DETAIL-COUNT
               MOVE 'N' TO WS-CHECK-1-OK-SW
           END-EVALUATE
           WRITE REPORT-OUT-LINE FROM WS-CHECK-LINE

      *    Transfers net to zero: every debit leg has its credit leg,
      *    for the same amount, and the accounts' net transfer
      *    buckets cancel out.  ACCTOUT is written on a trial too, so
      *    this check applies to both kinds of run.
           IF WS-XFER-DEBIT-COUNT NOT = WS-XFER-CREDIT-COUNT
                   OR WS-XFER-DEBIT-SUM NOT = WS-XFER-CREDIT-SUM
                   OR WS-ACCTOUT-XFER-SUM NOT = ZERO
               MOVE 'N' TO WS-CHECK-5-OK-SW
           END-IF
           MOVE "TRANSFER DEBIT LEGS VS CREDIT LEGS:" TO WS-CHK-LABEL
           MOVE WS-XFER-DEBIT-COUNT TO WS-CHK-VALUE-1
           MOVE WS-XFER-CREDIT-COUNT TO WS-CHK-VALUE-2
           IF WS-XFER-DEBIT-COUNT = WS-XFER-CREDIT-COUNT
               MOVE "OK" TO WS-CHK-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CHK-RESULT
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-CHECK-LINE
           MOVE "XFER DEBITS VS CREDITS:" TO WS-AMT-LABEL
           MOVE WS-XFER-DEBIT-SUM TO WS-AMT-VALUE-1
           MOVE WS-XFER-CREDIT-SUM TO WS-AMT-VALUE-2
           IF WS-XFER-DEBIT-SUM = WS-XFER-CREDIT-SUM
               MOVE "OK" TO WS-AMT-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-AMT-RESULT
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-CHECK-LINE
           MOVE "ACCTOUT XFER NET VS ZERO:" TO WS-AMT-LABEL
           MOVE WS-ACCTOUT-XFER-SUM TO WS-AMT-VALUE-1
           MOVE ZERO TO WS-AMT-VALUE-2
           IF WS-ACCTOUT-XFER-SUM = ZERO
               MOVE "OK" TO WS-AMT-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-AMT-RESULT
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-CHECK-LINE

           PERFORM 5300-WRITE-JOURNAL-CHECKS
           IF WS-PARTITIONED-RUN
               PERFORM 5400-WRITE-PARTITION-CHECKS
           END-IF

           IF WS-OTHER-CYCLE-COUNT > 0
               MOVE WS-OTHER-CYCLE-COUNT TO WS-OTH-VALUE
               WRITE REPORT-OUT-LINE FROM WS-OTHER-CYCLE-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF WS-CHECK-1-OK AND WS-CHECK-3-OK AND WS-CHECK-4-OK
                   AND WS-CHECK-5-OK AND WS-CHECK-6-OK
                   AND WS-CHECK-7-OK
                   AND (WS-CHECK-8-OK OR NOT WS-PARTITIONED-RUN)
                   AND WS-MATCH-ERROR-COUNT = 0
               WRITE REPORT-OUT-LINE FROM WS-VERDICT-IN
           ELSE
               END-IF
           END-IF.

       5300-WRITE-JOURNAL-CHECKS.
      *    Check 6 - the journal balances, and its trailer agrees
      *    with the lines it closes (exactly one trailer).  Check 7 -
      *    the journal ties back to the ACCTOUT buckets.  The trial
      *    wrote no journal, so both stand down like the extract.
           IF NOT CYCL-TRIAL-RUN
               IF WS-GLJ-DEBIT-COUNT NOT = WS-GLJ-CREDIT-COUNT
                       OR WS-GLJ-DEBIT-SUM NOT = WS-GLJ-CREDIT-SUM
                       OR WS-GLJ-TRAILER-COUNT NOT = 1
                       OR WS-GLT-LINE-COUNT NOT =
                           WS-GLJ-DEBIT-COUNT + WS-GLJ-CREDIT-COUNT
                       OR WS-GLT-DEBIT-SUM NOT = WS-GLJ-DEBIT-SUM
                       OR WS-GLT-CREDIT-SUM NOT = WS-GLJ-CREDIT-SUM
                   MOVE 'N' TO WS-CHECK-6-OK-SW
               END-IF
               IF WS-BUCKET-COUNT NOT = WS-GLJ-DEBIT-COUNT
                       OR WS-ACCTOUT-GROSS-SUM NOT = WS-GLJ-DEBIT-SUM
                   MOVE 'N' TO WS-CHECK-7-OK-SW
               END-IF
           END-IF
           MOVE "JOURNAL DEBIT LINES VS CREDIT LINES:"
               TO WS-CHK-LABEL
           MOVE WS-GLJ-DEBIT-COUNT TO WS-CHK-VALUE-1
           MOVE WS-GLJ-CREDIT-COUNT TO WS-CHK-VALUE-2
           EVALUATE TRUE
               WHEN CYCL-TRIAL-RUN
                   MOVE "TRIAL - NONE" TO WS-CHK-RESULT
               WHEN WS-GLJ-DEBIT-COUNT = WS-GLJ-CREDIT-COUNT
                   MOVE "OK" TO WS-CHK-RESULT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-CHK-RESULT
           END-EVALUATE
           WRITE REPORT-OUT-LINE FROM WS-CHECK-LINE
           MOVE "JOURNAL DEBITS VS CREDITS:" TO WS-AMT-LABEL
           MOVE WS-GLJ-DEBIT-SUM TO WS-AMT-VALUE-1
           MOVE WS-GLJ-CREDIT-SUM TO WS-AMT-VALUE-2
           EVALUATE TRUE
               WHEN CYCL-TRIAL-RUN
                   MOVE "TRIAL - NONE" TO WS-AMT-RESULT
               WHEN WS-GLJ-DEBIT-SUM = WS-GLJ-CREDIT-SUM
                   MOVE "OK" TO WS-AMT-RESULT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-AMT-RESULT
           END-EVALUATE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-CHECK-LINE
           MOVE "JOURNAL TRAILER VS DETAIL LINES:" TO WS-CHK-LABEL
           MOVE WS-GLT-LINE-COUNT TO WS-CHK-VALUE-1
           COMPUTE WS-CHK-VALUE-2 =
               WS-GLJ-DEBIT-COUNT + WS-GLJ-CREDIT-COUNT
           EVALUATE TRUE
               WHEN CYCL-TRIAL-RUN
                   MOVE "TRIAL - NONE" TO WS-CHK-RESULT
               WHEN WS-GLJ-TRAILER-COUNT = 0
                   MOVE "NO TRAILER" TO WS-CHK-RESULT
               WHEN WS-GLJ-TRAILER-COUNT > 1
                   MOVE "DUPLICATE TRLR" TO WS-CHK-RESULT
               WHEN WS-CHECK-6-OK
                   MOVE "OK" TO WS-CHK-RESULT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-CHK-RESULT
           END-EVALUATE
           WRITE REPORT-OUT-LINE FROM WS-CHECK-LINE
           MOVE "ACCTOUT BUCKETS VS JOURNAL ENTRIES:" TO WS-CHK-LABEL
           MOVE WS-BUCKET-COUNT TO WS-CHK-VALUE-1
           MOVE WS-GLJ-DEBIT-COUNT TO WS-CHK-VALUE-2
           EVALUATE TRUE
               WHEN CYCL-TRIAL-RUN
                   MOVE "TRIAL - NONE" TO WS-CHK-RESULT
               WHEN WS-BUCKET-COUNT = WS-GLJ-DEBIT-COUNT
                   MOVE "OK" TO WS-CHK-RESULT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-CHK-RESULT
           END-EVALUATE
           WRITE REPORT-OUT-LINE FROM WS-CHECK-LINE
           MOVE "BUCKET GROSS VS JNL DEBITS:" TO WS-AMT-LABEL
           MOVE WS-ACCTOUT-GROSS-SUM TO WS-AMT-VALUE-1
           MOVE WS-GLJ-DEBIT-SUM TO WS-AMT-VALUE-2
           EVALUATE TRUE
               WHEN CYCL-TRIAL-RUN
                   MOVE "TRIAL - NONE" TO WS-AMT-RESULT
               WHEN WS-ACCTOUT-GROSS-SUM = WS-GLJ-DEBIT-SUM
                   MOVE "OK" TO WS-AMT-RESULT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-AMT-RESULT
           END-EVALUATE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-CHECK-LINE.

       5400-WRITE-PARTITION-CHECKS.
      *    Check 8 - one pair of lines per partition: its status with
      *    the accounts it reported against the ACCTOUT records in its
      *    range, then the same for its net amount.  A partition that
      *    has not completed fails the check whatever its totals say,
      *    and so does a cycle that was never merged.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-ENTRY-COUNT
               MOVE WS-PT-ID (WS-PT-IDX) TO WS-PLB-ID
               EVALUATE TRUE
                   WHEN WS-PT-COMPLETE (WS-PT-IDX)
                       ADD 1 TO WS-PT-COMPLETE-COUNT
                       MOVE "COMPLETE - ACCOUNTS:" TO WS-PLB-TEXT
                   WHEN WS-PT-STARTED (WS-PT-IDX)
                       MOVE "NOT ENDED - ACCOUNTS:" TO WS-PLB-TEXT
                   WHEN WS-PT-REFUSED (WS-PT-IDX)
                       MOVE "REFUSED - ACCOUNTS:" TO WS-PLB-TEXT
                   WHEN OTHER
                       MOVE "NOT RUN - ACCOUNTS:" TO WS-PLB-TEXT
               END-EVALUATE
               MOVE WS-PART-LABEL TO WS-CHK-LABEL
               MOVE WS-PT-RPT-ACCOUNTS (WS-PT-IDX) TO WS-CHK-VALUE-1
               MOVE WS-PT-OUT-ACCOUNTS (WS-PT-IDX) TO WS-CHK-VALUE-2
               EVALUATE TRUE
                   WHEN NOT WS-PT-COMPLETE (WS-PT-IDX)
                       MOVE 'N' TO WS-CHECK-8-OK-SW
                       MOVE "NOT COMPLETE" TO WS-CHK-RESULT
                   WHEN WS-PT-RPT-ACCOUNTS (WS-PT-IDX) =
                           WS-PT-OUT-ACCOUNTS (WS-PT-IDX)
                       MOVE "OK" TO WS-CHK-RESULT
                   WHEN OTHER
                       MOVE 'N' TO WS-CHECK-8-OK-SW
                       MOVE "OUT OF BALANCE" TO WS-CHK-RESULT
               END-EVALUATE
               WRITE REPORT-OUT-LINE FROM WS-CHECK-LINE
               MOVE "NET AMOUNT:" TO WS-PLB-TEXT
               MOVE WS-PART-LABEL TO WS-AMT-LABEL
               MOVE WS-PT-RPT-NET (WS-PT-IDX) TO WS-AMT-VALUE-1
               MOVE WS-PT-OUT-NET (WS-PT-IDX) TO WS-AMT-VALUE-2
               EVALUATE TRUE
                   WHEN NOT WS-PT-COMPLETE (WS-PT-IDX)
                       MOVE "NOT COMPLETE" TO WS-AMT-RESULT
                   WHEN WS-PT-RPT-NET (WS-PT-IDX) =
                           WS-PT-OUT-NET (WS-PT-IDX)
                       MOVE "OK" TO WS-AMT-RESULT
                   WHEN OTHER
                       MOVE 'N' TO WS-CHECK-8-OK-SW
                       MOVE "OUT OF BALANCE" TO WS-AMT-RESULT
               END-EVALUATE
               WRITE REPORT-OUT-LINE FROM WS-AMOUNT-CHECK-LINE
           END-PERFORM
           IF WS-PT-OUTSIDE-COUNT > 0
               MOVE 'N' TO WS-CHECK-8-OK-SW
               MOVE "ACCTOUT RECORDS IN NO PARTITION:" TO WS-CHK-LABEL
               MOVE WS-PT-OUTSIDE-COUNT TO WS-CHK-VALUE-1
               MOVE ZERO TO WS-CHK-VALUE-2
               MOVE "OUT OF BALANCE" TO WS-CHK-RESULT
               WRITE REPORT-OUT-LINE FROM WS-CHECK-LINE
           END-IF
           IF NOT WS-CYCLE-MERGED
               MOVE 'N' TO WS-CHECK-8-OK-SW
           END-IF
           MOVE "PARTITIONS COMPLETE VS PARTITIONS:" TO WS-CHK-LABEL
           MOVE WS-PT-COMPLETE-COUNT TO WS-CHK-VALUE-1
           MOVE WS-PT-ENTRY-COUNT TO WS-CHK-VALUE-2
           EVALUATE TRUE
               WHEN WS-PT-COMPLETE-COUNT NOT = WS-PT-ENTRY-COUNT
                   MOVE "CYCLE HELD" TO WS-CHK-RESULT
               WHEN NOT WS-CYCLE-MERGED
                   MOVE "NOT MERGED" TO WS-CHK-RESULT
               WHEN OTHER
                   MOVE "OK" TO WS-CHK-RESULT
           END-EVALUATE
           WRITE REPORT-OUT-LINE FROM WS-CHECK-LINE.

       8000-TERMINATE.
           CLOSE ACCTMAST-FILE
           CLOSE TRANOK-FILE
           CLOSE ACCTOUT-FILE
           CLOSE EXTRFILE-FILE
           CLOSE EXCPFILE-FILE
           CLOSE GLJRNL-FILE
           CLOSE REPORT-FILE.

       9000-WRITE-RUN-START.
