      * extends in place are suppressed here.  The same cycle can
      * then be run for real, or the feed rejected, on what the
      * trial showed.
      *
      * Transfers (type 'XF') arrive as two legs - the debit leg on
      * the sending account exactly as the feed carried it, and the
      * credit leg EDIT010 generated for the receiving account, both
      * with a positive TR-AMOUNT and both merged into TRANFILE in
      * account sequence by the sort step ahead of this job.  The
      * debit leg posts as a subtraction, the credit leg as an
      * addition, and both tally into a transfer bucket of their
      * own, carried to RPTSNAP/ACCTOUT and through the checkpoint
      * like the others; the bucket is the account's net transfer
      * position, so across all accounts it sums to zero.  A debit
      * leg is not a negative adjustment and is not counted as one.
      *
      * The job can run as several partitions by account key range,
      * side by side, so one long serial pass no longer sets the
      * length of the batch window.  PARTFILE (PARTREC layout) holds
      * the ranges; each partition's job step names its partition on
      * PARTSEL and has its own CKPTIN/CKPTOUT and its own RPTSNAP,
      * ACCTOUT, EXTRFILE, EXCPFILE, LIMFILE and SUSPOUT.  The step
      * reads the whole of ACCTMAST, TRANFILE and CTLFILE but sees
      * only the keys in its range - records below the range are
      * passed over and the first record above it ends the file - so
      * another partition's keys are never taken for orphans.  The
      * checkpoint carries the partition ID, a run refuses another
      * partition's checkpoint, and a failed partition restarts on
      * its own exactly as the single job always has.  A partition's
      * EXCPFILE and LIMFILE hold only its share of the cycle, so
      * they are rebuilt on a fresh run and extended on a restart,
      * like RPTSNAP; ACMRG010 appends them to the permanent logs and
      * renumbers EXCP-SEQ-NO.  Each partition writes a start event
      * to PARTSTAT (PSTREC layout) and a completion event with the
      * partition's ACCTOUT totals, carried through the checkpoint so
      * that a restarted partition reports all of its accounts, or a
      * refusal event.  ACMRG010 builds the single RPTSNAP, ACCTOUT,
      * EXTRFILE, EXCPFILE and LIMFILE the rest of the stream reads,
      * and holds the cycle until every partition has completed.
      * The partitions' SUSPOUT files join the suspense the JCL
      * gathers into SUSPIN like any other.  Without PARTSEL the job
      * runs the whole key range as one unpartitioned job, writes no
      * PARTSTAT events, and treats EXCPFILE and LIMFILE as the
      * permanent logs.
      *
      * A late override rerun or a back-dated cycle could change the
      * history of a month whose statements had already gone out.
      * PRD010 now keeps the period log PERDFILE (PERDREC layout),
      * and a cycle whose business date falls in a closed month is
      * refused like any other stop - checkpoint carried forward,
      * RETURN-CODE 8 - and the operator override does not lift it.
      * Only a reopen logged on PERDFILE does, and the run then
      * names the reopen on the console.  A trial is only warned.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PARTSEL-FILE ASSIGN TO PARTSEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSEL-STATUS.

           SELECT PARTFILE-FILE ASSIGN TO PARTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTFILE-STATUS.

           SELECT PARTSTAT-FILE ASSIGN TO PARTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSTAT-STATUS.

           SELECT PERDFILE-FILE ASSIGN TO PERDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE
           RECORDING MODE IS F.
       01  ACCTMAST-IN-RECORD         PIC X(47).

       FD  TRANFILE-FILE
           RECORDING MODE IS F.
       01  TRANFILE-IN-RECORD         PIC X(53).

       FD  CKPT-RESTART-FILE
           RECORDING MODE IS F.
       01  CKPT-RESTART-IN-RECORD     PIC X(183).

       FD  CKPT-CURRENT-FILE
           RECORDING MODE IS F.
       01  CKPT-CURRENT-OUT-RECORD    PIC X(183).

       FD  EXCPFILE-FILE
           RECORDING MODE IS F.

       FD  RPTSNAP-FILE
           RECORDING MODE IS F.
       01  RPTSNAP-OUT-RECORD         PIC X(126).

       FD  ACCTOUT-FILE
           RECORDING MODE IS F.
       01  ACCTOUT-OUT-RECORD         PIC X(122).

       FD  CTLFILE-FILE
           RECORDING MODE IS F.

       FD  PARMFILE-FILE
           RECORDING MODE IS F.
       01  PARMFILE-IN-RECORD         PIC X(76).

       FD  SUSPFILE-FILE
           RECORDING MODE IS F.
       01  SUSPFILE-OUT-RECORD        PIC X(64).

       FD  CYCLFILE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RUNLOG-OUT-RECORD          PIC X(43).

       FD  PARTSEL-FILE
           RECORDING MODE IS F.
       01  PARTSEL-IN-RECORD          PIC X(40).

       FD  PARTFILE-FILE
           RECORDING MODE IS F.
       01  PARTFILE-IN-RECORD         PIC X(40).

       FD  PARTSTAT-FILE
           RECORDING MODE IS F.
       01  PARTSTAT-OUT-RECORD        PIC X(70).

       FD  PERDFILE-FILE
           RECORDING MODE IS F.
       01  PERDFILE-IN-RECORD         PIC X(60).

       WORKING-STORAGE SECTION.
       COPY ACCTMAST.
       COPY TRANREC.
       COPY CYCLREC.
       COPY LIMREC.
       COPY RUNLOG.
       COPY PARTREC.
       COPY PSTREC.
       COPY PERDREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.
           05  WS-ADJ-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REV-COUNT            PIC 9(03) VALUE ZEROES.
           05  WS-REV-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-XFR-COUNT            PIC 9(03) VALUE ZEROES.
           05  WS-XFR-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-CKPT-INTERVAL            PIC 9(03) VALUE 3.
       01  WS-CLOSED-ACTIVITY-COUNT    PIC 9(05) VALUE ZEROES.
       01  WS-RESTART-ACCT-KEY         PIC X(10) VALUE SPACES.
       01  WS-LAST-ACCT-KEY            PIC X(10) VALUE SPACES.

      *    The key range this run owns - the whole range unless PARTSEL
      *    names a partition - and the partition's running ACCTOUT
      *    totals, restored from the checkpoint on a restart.
       01  WS-PARTITION-CONTROL.
           05  WS-PART-ID              PIC X(02) VALUE SPACES.
           05  WS-PART-LOW-KEY         PIC X(10) VALUE LOW-VALUES.
           05  WS-PART-HIGH-KEY        PIC X(10) VALUE HIGH-VALUES.
           05  WS-PART-ACCOUNT-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-PART-POSTED-COUNT    PIC 9(07) VALUE ZEROES.
           05  WS-PART-NET-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-OVERFLOW-TABLE.
           05  WS-OVFL-MAX-ENTRIES     PIC 9(02) VALUE 25.
           05  WS-OVFL-ENTRY-COUNT     PIC 9(02) VALUE ZEROES.
           05  WS-SUSPFILE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-CYCLFILE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-LIMFILE-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARTSEL-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARTFILE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-PARTSTAT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-PERDFILE-STATUS      PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-ACCTMASTER-SW    PIC X(01) VALUE 'N'.
           05  WS-CKPT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-CKPT-RECORD-FOUND        VALUE 'Y'.
           05  WS-RUN-REFUSED-SW       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUES 'C' 'D' 'I'
                                                      'P' 'W'.
               88  WS-PERIOD-CLOSED            VALUE 'C'.
               88  WS-DUPLICATE-CYCLE          VALUE 'D'.
               88  WS-PRIOR-CYCLE-INCOMPLETE   VALUE 'I'.
               88  WS-PARTITION-UNDEFINED      VALUE 'P'.
               88  WS-WRONG-PARTITION-CKPT     VALUE 'W'.
           05  WS-PARTITIONED-SW       PIC X(01) VALUE 'N'.
               88  WS-PARTITIONED-RUN          VALUE 'Y'.
           05  WS-EOF-PARTFILE-SW      PIC X(01) VALUE 'N'.
               88  WS-EOF-PARTFILE             VALUE 'Y'.
           05  WS-PART-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-PART-FOUND               VALUE 'Y'.
           05  WS-EOF-PERDFILE-SW      PIC X(01) VALUE 'N'.
               88  WS-EOF-PERDFILE             VALUE 'Y'.

      *    The latest PERDFILE event for the business date's month,
      *    kept by 1040 - action spaces means no event, an open month.
       01  WS-PERIOD-CONTROL.
           05  WS-RUN-PERIOD           PIC 9(06) VALUE ZEROES.
           05  WS-PERIOD-ACTION        PIC X(01) VALUE SPACE.
               88  WS-PERIOD-IS-CLOSED         VALUES 'C' 'Y'.
               88  WS-PERIOD-IS-REOPENED       VALUE 'R'.
           05  WS-PERIOD-EVENT-DATE    PIC 9(08) VALUE ZEROES.
           05  WS-PERIOD-USER-ID       PIC X(08) VALUE SPACES.
           05  WS-PERIOD-REASON        PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 9000-WRITE-RUN-START
           IF WS-RUN-REFUSED
      *        The refusal itself was already explained on the console
      *        by 1035, 1040 or 1060.  Carry the prior checkpoint
      *        forward untouched and hand the scheduler a nonzero
      *        condition so the rest of the stream holds.
               IF WS-CKPT-RECORD-FOUND
                   PERFORM 2995-CARRY-FORWARD-PRIOR-CHECKPOINT
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-PROCESS-ONE-ACCOUNT
       1000-INITIALIZE.
           PERFORM 1010-READ-CYCLE-CONTROL
           PERFORM 1025-READ-PARAMETERS
           PERFORM 1030-SELECT-PARTITION
           IF NOT WS-RUN-REFUSED
               PERFORM 1040-CHECK-PERIOD-OPEN
           END-IF
           PERFORM 1050-READ-RESTART-CHECKPOINT
           IF NOT WS-RUN-REFUSED
               PERFORM 1060-VERIFY-CYCLE-CONTROL
           END-IF
           OPEN INPUT ACCTMAST-FILE
           OPEN INPUT TRANFILE-FILE
           IF WS-TRANFILE-STATUS NOT = '00'
      *    orphan the aborted run suspended is met and suspended again
      *    - OUTPUT (not EXTEND) is what keeps that from doubling.
           OPEN OUTPUT SUSPFILE-FILE
      *    A partition's EXCPFILE/LIMFILE are its own share of this
      *    cycle, not the permanent logs - ACMRG010 appends them to
      *    those - so a partition rebuilds them on a fresh run and
      *    extends them on a restart or refusal, like RPTSNAP below.
           IF WS-PARTITIONED-RUN
                   AND NOT WS-RESTART-FOUND AND NOT WS-RUN-REFUSED
               OPEN OUTPUT EXCPFILE-FILE
               OPEN OUTPUT LIMFILE-FILE
           ELSE
               OPEN EXTEND EXCPFILE-FILE
               IF WS-EXCPFILE-STATUS NOT = '00'
                   OPEN OUTPUT EXCPFILE-FILE
               END-IF
               OPEN EXTEND LIMFILE-FILE
               IF WS-LIMFILE-STATUS NOT = '00'
                   OPEN OUTPUT LIMFILE-FILE
               END-IF
           END-IF
      *    On a restart, accounts at or before the checkpoint were
      *    already flushed to RPTSNAP/ACCTOUT/EXTRFILE in the prior
           MOVE 5 TO PARM-SUSP-AGE-DAYS
           MOVE 25 TO PARM-SWING-THRESHOLD-PCT.

       1030-SELECT-PARTITION.
      *    PARTSEL names the partition this job step runs; its key
      *    range comes from PARTFILE.  No PARTSEL (or a blank one) is
      *    the unpartitioned job over the whole key range.  A
      *    partition PARTFILE does not define is refused outright -
      *    guessing at a range could process another partition's
      *    accounts twice - and no override applies.
           OPEN INPUT PARTSEL-FILE
           IF WS-PARTSEL-STATUS = '00'
               READ PARTSEL-FILE INTO PARTREC-RECORD
                   AT END
                       MOVE SPACES TO PART-ID
               END-READ
               MOVE PART-ID TO WS-PART-ID
               CLOSE PARTSEL-FILE
           END-IF
           IF WS-PART-ID NOT = SPACES
               SET WS-PARTITIONED-RUN TO TRUE
               PERFORM 1035-LOAD-PARTITION-RANGE
           END-IF.

       1035-LOAD-PARTITION-RANGE.
           OPEN INPUT PARTFILE-FILE
           IF WS-PARTFILE-STATUS = '00'
               PERFORM UNTIL WS-EOF-PARTFILE OR WS-PART-FOUND
                   READ PARTFILE-FILE INTO PARTREC-RECORD
                       AT END
                           SET WS-EOF-PARTFILE TO TRUE
                       NOT AT END
                           IF PART-ID = WS-PART-ID
                               SET WS-PART-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTFILE-FILE
           END-IF
           IF WS-PART-FOUND
               MOVE PART-LOW-KEY TO WS-PART-LOW-KEY
               MOVE PART-HIGH-KEY TO WS-PART-HIGH-KEY
               DISPLAY "Partition " WS-PART-ID " - account keys "
                       WS-PART-LOW-KEY " through " WS-PART-HIGH-KEY
           ELSE
               SET WS-PARTITION-UNDEFINED TO TRUE
               DISPLAY "Run refused - partition " WS-PART-ID
                       " named on PARTSEL is not defined on PARTFILE."
           END-IF.

       1040-CHECK-PERIOD-OPEN.
      *    A cycle whose business date falls in a month PRD010 has
      *    closed would change history STMT010 has already issued
      *    statements from, so it is refused - first run, restart or
      *    operator override alike; the way back in is a reopen,
      *    logged on PERDFILE with who asked and why.  A trial writes
      *    nothing permanent and is only warned.  PERDFILE is in
      *    event order, so the last event for the month is its
      *    status; no PERDFILE, or no event, is an open month.
           COMPUTE WS-RUN-PERIOD = WS-RUN-DATE / 100
           OPEN INPUT PERDFILE-FILE
           IF WS-PERDFILE-STATUS = '00'
               PERFORM UNTIL WS-EOF-PERDFILE
                   READ PERDFILE-FILE INTO PERDREC-RECORD
                       AT END
                           SET WS-EOF-PERDFILE TO TRUE
                       NOT AT END
                           IF PERD-PERIOD = WS-RUN-PERIOD
                               MOVE PERD-ACTION TO WS-PERIOD-ACTION
                               MOVE PERD-BUSINESS-DATE
                                   TO WS-PERIOD-EVENT-DATE
                               MOVE PERD-USER-ID TO WS-PERIOD-USER-ID
                               MOVE PERD-REASON TO WS-PERIOD-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERDFILE-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-PERIOD-IS-CLOSED AND CYCL-TRIAL-RUN
                   DISPLAY "Trial cycle - period " WS-RUN-PERIOD
                           " was closed on " WS-PERIOD-EVENT-DATE
                           "; a real run would be refused"
               WHEN WS-PERIOD-IS-CLOSED
                   SET WS-PERIOD-CLOSED TO TRUE
                   DISPLAY "Run refused - business date " WS-RUN-DATE
                           " falls in period " WS-RUN-PERIOD
                           ", closed on " WS-PERIOD-EVENT-DATE
                           " by " WS-PERIOD-USER-ID ".  The period "
                           "must be reopened through PRD010 first."
               WHEN WS-PERIOD-IS-REOPENED
                   DISPLAY "Period " WS-RUN-PERIOD " reopened on "
                           WS-PERIOD-EVENT-DATE " by "
                           WS-PERIOD-USER-ID " - " WS-PERIOD-REASON
           END-EVALUATE.

       1050-READ-RESTART-CHECKPOINT.
      *    CKPTOUT (this run's checkpoint output) is never REWRITten -
      *    every checkpoint is a plain WRITE, so CKPTIN on the next run
      *    cycle.  EXCP-SEQ-NO carries forward in every case - the
      *    exception log is append-forever and its sequence must not
      *    restart at 1.
      *    A checkpoint some other partition wrote (a miscoded CKPTIN)
      *    would restart this partition at the wrong account, so it is
      *    refused before anything else is judged; the override
      *    ignores it and processes this partition fresh.
           IF WS-CKPT-RECORD-FOUND
                   AND CKPT-PARTITION-ID NOT = WS-PART-ID
               IF CYCL-OVERRIDE-APPROVED
                   DISPLAY "Operator override - CKPTIN belongs to "
                           "partition " CKPT-PARTITION-ID " and is "
                           "ignored; partition " WS-PART-ID
                           " processes business date " WS-RUN-DATE
                           " cycle " WS-CYCLE-NUMBER " fresh"
                   MOVE 'N' TO WS-CKPT-FOUND-SW
               ELSE
                   SET WS-WRONG-PARTITION-CKPT TO TRUE
                   DISPLAY "Run refused - CKPTIN holds a checkpoint "
                           "written by partition " CKPT-PARTITION-ID
                           ", not " WS-PART-ID ".  Correct the "
                           "checkpoint file, or use the operator "
                           "override to start the partition fresh."
               END-IF
           END-IF
           IF WS-CKPT-RECORD-FOUND AND CYCL-TRIAL-RUN
      *        A trial changes nothing durable, so the duplicate-run
      *        and incomplete-prior-cycle protections have nothing
               MOVE CKPT-LAST-EXCP-SEQ TO WS-EXCP-SEQ-NO
           END-IF
           IF WS-CKPT-RECORD-FOUND AND NOT CYCL-TRIAL-RUN
                   AND NOT WS-RUN-REFUSED
               MOVE CKPT-LAST-EXCP-SEQ TO WS-EXCP-SEQ-NO
               EVALUATE TRUE
                   WHEN CKPT-RUN-COMPLETE
                           AND CKPT-CYCLE-NUMBER = WS-CYCLE-NUMBER
                       MOVE CKPT-ACCT-KEY TO WS-RESTART-ACCT-KEY
                       SET WS-RESTART-FOUND TO TRUE
                       MOVE CKPT-PART-ACCOUNT-COUNT
                                           TO WS-PART-ACCOUNT-COUNT
                       MOVE CKPT-PART-POSTED-COUNT
                                           TO WS-PART-POSTED-COUNT
                       MOVE CKPT-PART-NET-AMOUNT TO WS-PART-NET-AMOUNT
                       IF CKPT-RUN-IN-PROGRESS
                           MOVE CKPT-COUNT TO WS-COUNT
                           MOVE CKPT-AMOUNT TO WS-AMOUNT
                           MOVE CKPT-ADJ-AMOUNT TO WS-ADJ-AMOUNT
                           MOVE CKPT-REV-COUNT TO WS-REV-COUNT
                           MOVE CKPT-REV-AMOUNT TO WS-REV-AMOUNT
                           MOVE CKPT-XFR-COUNT TO WS-XFR-COUNT
                           MOVE CKPT-XFR-AMOUNT TO WS-XFR-AMOUNT
                           MOVE CKPT-LIMIT-BREACH-SW
                                               TO WS-LIMIT-BREACH-SW
                           MOVE CKPT-LIMIT-ITERATION
               END-EVALUATE
           END-IF.

      *    The three key-ordered inputs are read only through the
      *    partition's key range: keys below WS-PART-LOW-KEY belong to
      *    an earlier partition and are passed over, and the first key
      *    above WS-PART-HIGH-KEY is end-of-file for this run.  An
      *    unpartitioned run's range is LOW-VALUES to HIGH-VALUES, so
      *    it sees every record as before.
       1075-READ-NEXT-ACCOUNT.
           PERFORM 1076-READ-ACCOUNT-RECORD
           PERFORM UNTIL WS-EOF-ACCTMASTER
                   OR ACCT-KEY >= WS-PART-LOW-KEY
               PERFORM 1076-READ-ACCOUNT-RECORD
           END-PERFORM
           IF NOT WS-EOF-ACCTMASTER AND ACCT-KEY > WS-PART-HIGH-KEY
               SET WS-EOF-ACCTMASTER TO TRUE
           END-IF.

       1076-READ-ACCOUNT-RECORD.
           READ ACCTMAST-FILE INTO ACCTMAST-RECORD
               AT END
                   SET WS-EOF-ACCTMASTER TO TRUE
           END-READ.

       1100-READ-NEXT-TRAN.
           PERFORM 1101-READ-TRAN-RECORD
           PERFORM UNTIL WS-EOF-TRANFILE
                   OR TR-ACCT-KEY >= WS-PART-LOW-KEY
               PERFORM 1101-READ-TRAN-RECORD
           END-PERFORM
           IF NOT WS-EOF-TRANFILE AND TR-ACCT-KEY > WS-PART-HIGH-KEY
               SET WS-EOF-TRANFILE TO TRUE
           END-IF.

       1101-READ-TRAN-RECORD.
           READ TRANFILE-FILE INTO TRANREC-RECORD
               AT END
                   SET WS-EOF-TRANFILE TO TRUE
           END-READ.

       1150-READ-NEXT-CONTROL.
           PERFORM 1151-READ-CONTROL-RECORD
           PERFORM UNTIL WS-EOF-CTLFILE
                   OR CTL-ACCT-KEY >= WS-PART-LOW-KEY
               PERFORM 1151-READ-CONTROL-RECORD
           END-PERFORM
           IF NOT WS-EOF-CTLFILE AND CTL-ACCT-KEY > WS-PART-HIGH-KEY
               SET WS-EOF-CTLFILE TO TRUE
           END-IF.

       1151-READ-CONTROL-RECORD.
           READ CTLFILE-FILE INTO CTLREC-RECORD
               AT END
                   SET WS-EOF-CTLFILE TO TRUE
           END-PERFORM.

       1165-SUSPEND-ORPHAN-CONTROL.
      *    CTLREC is shorter than the suspense image area - blank the
      *    image first so a control image never trails bytes of the
      *    previous suspense record.
           DISPLAY "Orphaned control total record suspended, "
                           WS-FEE-COUNT WS-FEE-AMOUNT
                           WS-ADJ-COUNT WS-ADJ-AMOUNT
                           WS-REV-COUNT WS-REV-AMOUNT
                           WS-XFR-COUNT WS-XFR-AMOUNT
           MOVE ZEROES TO WS-OVFL-ENTRY-COUNT WS-PEND-ENTRY-COUNT
           MOVE SPACE TO WS-RECON-STATUS
           MOVE 'N' TO WS-LIMIT-BREACH-SW
                               WS-FEE-COUNT WS-FEE-AMOUNT
                               WS-ADJ-COUNT WS-ADJ-AMOUNT
                               WS-REV-COUNT WS-REV-AMOUNT
                               WS-XFR-COUNT WS-XFR-AMOUNT
               MOVE 'N' TO WS-LIMIT-BREACH-SW
               MOVE ZEROES TO WS-LIMIT-ITERATION WS-LIMIT-TRAN-AMOUNT
                               WS-LIMIT-RUN-AMOUNT
                       PERFORM 2200-MARK-OVERFLOW
               END-ADD
           ELSE
      *        A transfer's debit leg carries a positive amount like
      *        its credit leg; it is the sending side, so it posts as
      *        a subtraction.
               MOVE TR-AMOUNT TO WS-FAILED-AMOUNT
               IF TR-TYPE-TRANSFER AND TR-XFER-DEBIT-LEG
                   COMPUTE WS-FAILED-AMOUNT = 0 - TR-AMOUNT
               END-IF
               ADD WS-FAILED-AMOUNT TO WS-AMOUNT
                   ON SIZE ERROR
                       PERFORM 2200-MARK-OVERFLOW
               END-ADD
      *    end-of-job.  Testing WS-AMOUNT (the cumulative balance)
      *    instead would miscount every iteration while the running
      *    balance happens to sit negative, and miss a real negative
      *    adjustment that doesn't push the balance below zero.  A
      *    transfer's debit leg is money moving between accounts,
      *    not an adjustment - the transfer bucket accounts for it.
           IF WS-FAILED-AMOUNT < 0
               IF WS-FALLBACK-MODE OR NOT TR-TYPE-TRANSFER
                   ADD 1 TO WS-NEG-ADJUST-COUNT
               END-IF
           END-IF.

       2275-TALLY-TRAN-TYPE.
               WHEN NOT WS-FALLBACK-MODE AND TR-TYPE-REVERSAL
                   ADD 1 TO WS-REV-COUNT
                   ADD WS-FAILED-AMOUNT TO WS-REV-AMOUNT
               WHEN NOT WS-FALLBACK-MODE AND TR-TYPE-TRANSFER
                   ADD 1 TO WS-XFR-COUNT
                   ADD WS-FAILED-AMOUNT TO WS-XFR-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-ADJ-COUNT
                   ADD WS-FAILED-AMOUNT TO WS-ADJ-AMOUNT
           MOVE WS-ADJ-AMOUNT TO CKPT-ADJ-AMOUNT
           MOVE WS-REV-COUNT TO CKPT-REV-COUNT
           MOVE WS-REV-AMOUNT TO CKPT-REV-AMOUNT
           MOVE WS-XFR-COUNT TO CKPT-XFR-COUNT
           MOVE WS-XFR-AMOUNT TO CKPT-XFR-AMOUNT
           MOVE WS-LIMIT-BREACH-SW TO CKPT-LIMIT-BREACH-SW
           MOVE WS-LIMIT-ITERATION TO CKPT-LIMIT-ITERATION
           MOVE WS-LIMIT-TRAN-AMOUNT TO CKPT-LIMIT-TRAN-AMOUNT
           MOVE WS-LIMIT-TRAN-TYPE TO CKPT-LIMIT-TRAN-TYPE
           MOVE WS-LIMIT-RUN-AMOUNT TO CKPT-LIMIT-RUN-AMOUNT
           MOVE WS-PART-ID TO CKPT-PARTITION-ID
           MOVE WS-PART-ACCOUNT-COUNT TO CKPT-PART-ACCOUNT-COUNT
           MOVE WS-PART-POSTED-COUNT TO CKPT-PART-POSTED-COUNT
           MOVE WS-PART-NET-AMOUNT TO CKPT-PART-NET-AMOUNT.

       2200-MARK-OVERFLOW.
      *    WS-OVERFLOW-COUNT is checkpointed (CKPT-OVERFLOW-COUNT) the
                               RS-FEE-COUNT RS-FEE-AMOUNT
                               RS-ADJ-COUNT RS-ADJ-AMOUNT
                               RS-REV-COUNT RS-REV-AMOUNT
                               RS-XFR-COUNT RS-XFR-AMOUNT
               MOVE SPACE TO RS-RECON-STATUS
               MOVE WS-CYCLE-NUMBER TO RS-CYCLE-NUMBER
               WRITE RPTSNAP-OUT-RECORD FROM RPTSNAP-RECORD

       2970-WRITE-ACCOUNT-SUMMARY.
           ADD 1 TO WS-ACCOUNT-OUT-COUNT
           ADD 1 TO WS-PART-ACCOUNT-COUNT
           ADD WS-COUNT TO WS-PART-POSTED-COUNT
           ADD WS-AMOUNT TO WS-PART-NET-AMOUNT
           SET RS-SUMMARY-REC TO TRUE
           MOVE ACCT-KEY           TO RS-ACCT-KEY
           MOVE WS-RUN-DATE        TO RS-RUN-DATE
           MOVE WS-ADJ-AMOUNT      TO RS-ADJ-AMOUNT
           MOVE WS-REV-COUNT       TO RS-REV-COUNT
           MOVE WS-REV-AMOUNT      TO RS-REV-AMOUNT
           MOVE WS-XFR-COUNT       TO RS-XFR-COUNT
           MOVE WS-XFR-AMOUNT      TO RS-XFR-AMOUNT
           WRITE RPTSNAP-OUT-RECORD FROM RPTSNAP-RECORD

           MOVE ACCT-KEY           TO ACCTOUT-ACCT-KEY
           MOVE WS-ADJ-AMOUNT      TO ACCTOUT-ADJ-AMOUNT
           MOVE WS-REV-COUNT       TO ACCTOUT-REV-COUNT
           MOVE WS-REV-AMOUNT      TO ACCTOUT-REV-AMOUNT
           MOVE WS-XFR-COUNT       TO ACCTOUT-XFR-COUNT
           MOVE WS-XFR-AMOUNT      TO ACCTOUT-XFR-AMOUNT
           WRITE ACCTOUT-OUT-RECORD FROM ACCTOUT-RECORD

      *    A trial feeds nothing to GL - the extract record is the
           MOVE ZEROES TO RUN-RECORDS-IN RUN-RECORDS-OUT
                           RUN-RETURN-CODE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
      *    A partition also logs its own start to PARTSTAT - unless it
      *    was refused, which is logged at end of job instead and
      *    leaves whatever status the partition already had alone.
           IF WS-PARTITIONED-RUN
               OPEN EXTEND PARTSTAT-FILE
               IF WS-PARTSTAT-STATUS NOT = '00'
                   OPEN OUTPUT PARTSTAT-FILE
               END-IF
               IF NOT WS-RUN-REFUSED
                   SET PST-EVENT-START TO TRUE
                   PERFORM 9050-WRITE-PARTITION-EVENT
               END-IF
           END-IF.

       9020-STAMP-RUN-TIME.
           ACCEPT WS-TIME-RAW FROM TIME
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE
           IF WS-PARTITIONED-RUN
               IF WS-RUN-REFUSED
                   SET PST-EVENT-REFUSED TO TRUE
               ELSE
                   SET PST-EVENT-COMPLETE TO TRUE
               END-IF
               PERFORM 9050-WRITE-PARTITION-EVENT
               CLOSE PARTSTAT-FILE
           END-IF.

       9050-WRITE-PARTITION-EVENT.
      *    The caller sets PST-EVENT.  The totals are the partition's
      *    running ACCTOUT totals - on the completion event, the whole
      *    partition's, restarts included.
           MOVE WS-PART-ID TO PST-PARTITION-ID
           MOVE WS-RUN-DATE TO PST-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO PST-CYCLE-NUMBER
           MOVE CYCL-TRIAL-SW TO PST-TRIAL-SW
           MOVE RUN-TIME TO PST-TIME
           IF WS-PARTITION-UNDEFINED
               MOVE SPACES TO PST-LOW-KEY PST-HIGH-KEY
           ELSE
               MOVE WS-PART-LOW-KEY TO PST-LOW-KEY
               MOVE WS-PART-HIGH-KEY TO PST-HIGH-KEY
           END-IF
           MOVE WS-PART-ACCOUNT-COUNT TO PST-ACCOUNT-COUNT
           MOVE WS-PART-POSTED-COUNT TO PST-POSTED-COUNT
           MOVE WS-PART-NET-AMOUNT TO PST-NET-AMOUNT
           MOVE RETURN-CODE TO PST-RETURN-CODE
           WRITE PARTSTAT-OUT-RECORD FROM PSTREC-RECORD.
