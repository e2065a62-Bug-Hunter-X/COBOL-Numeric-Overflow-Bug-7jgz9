       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACMRG010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * ACMRG010 - Partition merge for the partitioned ACCUM010 run.
      *
      * ACCUM010 runs as several partitions by account key range
      * (PARTFILE, PARTREC layout), each with its own checkpoint and
      * its own RPTSNAP, ACCTOUT, EXTRFILE, EXCPFILE and LIMFILE.
      * This step runs once every partition has run, ahead of
      * GLJ010, and builds the single RPTSNAP, ACCTOUT and EXTRFILE
      * the rest of the stream reads, and appends the partitions'
      * exception and limit-breach events to the permanent EXCPFILE
      * and LIMFILE.  The partitions' files arrive on PRPTSNAP,
      * PACCTOUT, PEXTRFIL, PEXCPFIL and PLIMFILE, each concatenated
      * in the JCL in PARTFILE order - the ranges ascend, so the
      * concatenation is already in account-key order and no sort or
      * key merge is needed.  EXCP-SEQ-NO is renumbered on the way
      * in, carrying on from the highest sequence number already in
      * the permanent EXCPFILE, because each partition numbers its
      * own exceptions.
      *
      * The cycle is held - RETURN-CODE 8, nothing built, the
      * permanent logs untouched - unless every partition on
      * PARTFILE has a completion event for the cycle on PARTSTAT
      * (PSTREC layout; the last start or completion event for a
      * partition is its status, and a refusal changes nothing).  It
      * is also held when PARTFILE itself is unusable (blank ID,
      * duplicate ID, a range out of order, overlapping the one
      * before or leaving a gap after it, a first range that does
      * not start at the lowest key or a last one that does not end
      * at HIGH-VALUES), when an account on ACCTMAST falls in no
      * partition's range, or when the cycle has already been
      * merged, unless operations sets the cycle override to merge
      * it again.  The ranges must abut exactly - each low key the
      * key immediately after the high key before it - because each
      * partition reads only its own range of TRANOK and CTLFILE,
      * and a transaction keyed between two ranges would otherwise
      * never be posted by any of them.
      *
      * Each partition's completion event carries its ACCTOUT
      * totals (accounts, posted count, net amount).  The merge first
      * tallies the concatenated ACCTOUT by partition range in a pass
      * of its own, and a partition whose totals do not tie - to its
      * own event, and its account count to ACCTMAST's accounts in
      * range - or an ACCTOUT out of key order or stamped with
      * another cycle, holds the cycle before ACCTOUT, RPTSNAP,
      * EXTRFILE or the permanent logs are opened, so the prior
      * cycle's files are left as they were.  Once every partition
      * ties, ACCTOUT is copied in a second pass.  A merged cycle is
      * logged to PARTSTAT as an 'M' event with the merged totals.
      * BAL010 and STAT010 report each partition's status and
      * balance from PARTSTAT.
      *
      * A trial cycle merges the trial's own partition events only;
      * the partitions wrote no extract, exception or limit records,
      * so there is nothing to append to the permanent logs and they
      * are not opened.  Each partition's checkpoint, SUSPOUT and
      * restart stay its own - rerunning one failed partition and
      * then this step is the whole recovery.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTFILE-FILE ASSIGN TO PARTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTFILE-STATUS.

           SELECT PARTSTAT-FILE ASSIGN TO PARTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSTAT-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT PART-RPTSNAP-FILE ASSIGN TO PRPTSNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPTSNAP-STATUS.

           SELECT PART-ACCTOUT-FILE ASSIGN TO PACCTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACCTOUT-STATUS.

           SELECT PART-EXTRFILE-FILE ASSIGN TO PEXTRFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXTRFIL-STATUS.

           SELECT PART-EXCPFILE-FILE ASSIGN TO PEXCPFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXCPFIL-STATUS.

           SELECT PART-LIMFILE-FILE ASSIGN TO PLIMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLIMFILE-STATUS.

           SELECT RPTSNAP-FILE ASSIGN TO RPTSNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTSNAP-STATUS.

           SELECT ACCTOUT-FILE ASSIGN TO ACCTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTOUT-STATUS.

           SELECT EXTRFILE-FILE ASSIGN TO EXTRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRFILE-STATUS.

           SELECT EXCPFILE-FILE ASSIGN TO EXCPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPFILE-STATUS.

           SELECT LIMFILE-FILE ASSIGN TO LIMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO MRGRPT
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
       FD  PARTFILE-FILE
           RECORDING MODE IS F.
       01  PARTFILE-IN-RECORD         PIC X(40).

       FD  PARTSTAT-FILE
           RECORDING MODE IS F.
       01  PARTSTAT-RECORD            PIC X(70).

       FD  ACCTMAST-FILE
           RECORDING MODE IS F.
       01  ACCTMAST-IN-RECORD         PIC X(47).

       FD  PART-RPTSNAP-FILE
           RECORDING MODE IS F.
       01  PART-RPTSNAP-IN-RECORD     PIC X(126).

       FD  PART-ACCTOUT-FILE
           RECORDING MODE IS F.
       01  PART-ACCTOUT-IN-RECORD     PIC X(122).

       FD  PART-EXTRFILE-FILE
           RECORDING MODE IS F.
       01  PART-EXTRFILE-IN-RECORD    PIC X(37).

       FD  PART-EXCPFILE-FILE
           RECORDING MODE IS F.
       01  PART-EXCPFILE-IN-RECORD    PIC X(65).

       FD  PART-LIMFILE-FILE
           RECORDING MODE IS F.
       01  PART-LIMFILE-IN-RECORD     PIC X(60).

       FD  RPTSNAP-FILE
           RECORDING MODE IS F.
       01  RPTSNAP-OUT-RECORD         PIC X(126).

       FD  ACCTOUT-FILE
           RECORDING MODE IS F.
       01  ACCTOUT-OUT-RECORD         PIC X(122).

       FD  EXTRFILE-FILE
           RECORDING MODE IS F.
       01  EXTRFILE-OUT-RECORD        PIC X(37).

       FD  EXCPFILE-FILE
           RECORDING MODE IS F.
       01  EXCPFILE-RECORD            PIC X(65).

       FD  LIMFILE-FILE
           RECORDING MODE IS F.
       01  LIMFILE-OUT-RECORD         PIC X(60).

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
       COPY PARTREC.
       COPY PSTREC.
       COPY ACCTMAST.
       COPY RPTSNAP.
       COPY ACCTOUT.
       COPY EXTRREC.
       COPY EXCPREC.
       COPY LIMREC.
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

       01  WS-EXCP-SEQ-NO             PIC 9(05) VALUE ZEROES.
       01  WS-FIRST-EXCP-SEQ          PIC 9(05) VALUE ZEROES.
       01  WS-PREV-ACCT-KEY           PIC X(10) VALUE LOW-VALUES.
       01  WS-PREV-HIGH-KEY           PIC X(10) VALUE LOW-VALUES.
       01  WS-FIND-KEY                PIC X(10) VALUE SPACES.

      *    The key immediately after WS-PREV-HIGH-KEY in the
      *    collating sequence - where the next partition must start.
       01  WS-NEXT-KEY                PIC X(10) VALUE SPACES.
       01  WS-NEXT-KEY-R REDEFINES WS-NEXT-KEY.
           05  WS-NEXT-KEY-CHAR       PIC X(01) OCCURS 10 TIMES.
       01  WS-KEY-POS                 PIC 9(02) VALUE ZEROES.
       01  WS-KEY-CARRY-SW            PIC X(01) VALUE 'N'.
           88  WS-KEY-CARRY                   VALUE 'Y'.

      *    The partitions, in PARTFILE order, with each one's status
      *    for the cycle from PARTSTAT and the merge's own tallies.
      *    Guarded OCCURS - but a partition that does not fit cannot
      *    simply be left out of the merge, so a full table makes
      *    PARTFILE unusable and holds the cycle.
       01  WS-PART-TABLE.
           05  WS-PT-MAX-ENTRIES      PIC 9(03) VALUE 20.
           05  WS-PT-ENTRY-COUNT      PIC 9(03) VALUE ZEROES.
           05  WS-PT-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-PT-IDX WS-PT-DUP-IDX.
               10  WS-PT-ID           PIC X(02).
               10  WS-PT-LOW-KEY      PIC X(10).
               10  WS-PT-HIGH-KEY     PIC X(10).
               10  WS-PT-STATUS       PIC X(01).
                   88  WS-PT-NOT-RUN          VALUE 'N'.
                   88  WS-PT-STARTED          VALUE 'S'.
                   88  WS-PT-COMPLETE         VALUE 'C'.
                   88  WS-PT-REFUSED          VALUE 'R'.
               10  WS-PT-EVENT-TIME   PIC 9(06).
               10  WS-PT-RPT-ACCOUNTS PIC 9(05).
               10  WS-PT-RPT-POSTED   PIC 9(07).
               10  WS-PT-RPT-NET      PIC S9(11)V99 COMP-3.
               10  WS-PT-MST-ACCOUNTS PIC 9(05).
               10  WS-PT-MRG-ACCOUNTS PIC 9(05).
               10  WS-PT-MRG-POSTED   PIC 9(07).
               10  WS-PT-MRG-NET      PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-INCOMPLETE-COUNT    PIC 9(03) VALUE ZEROES.
           05  WS-UNTIED-COUNT        PIC 9(03) VALUE ZEROES.
           05  WS-UNKNOWN-EVENT-COUNT PIC 9(05) VALUE ZEROES.
           05  WS-UNCOVERED-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-MASTER-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-SEQUENCE-ERR-COUNT  PIC 9(05) VALUE ZEROES.
           05  WS-OTHER-CYCLE-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-ACCTOUT-IN-COUNT    PIC 9(07) VALUE ZEROES.
           05  WS-ACCTOUT-OUT-COUNT   PIC 9(07) VALUE ZEROES.
           05  WS-RPTSNAP-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-EXTRFILE-COUNT      PIC 9(07) VALUE ZEROES.
           05  WS-EXCPFILE-COUNT      PIC 9(07) VALUE ZEROES.
           05  WS-LIMFILE-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-MRG-POSTED-TOTAL    PIC 9(07) VALUE ZEROES.

       01  WS-MRG-NET-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-PARTFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PARTSTAT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-ACCTMAST-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PRPTSNAP-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PACCTOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PEXTRFIL-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PEXCPFIL-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PLIMFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RPTSNAP-STATUS      PIC X(02) VALUE SPACES.
           05  WS-ACCTOUT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-EXTRFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-EXCPFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-LIMFILE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-PARTFILE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-PARTFILE            VALUE 'Y'.
           05  WS-EOF-PARTSTAT-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-PARTSTAT            VALUE 'Y'.
           05  WS-EOF-ACCTMAST-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-ACCTMAST            VALUE 'Y'.
           05  WS-EOF-INPUT-SW        PIC X(01) VALUE 'N'.
               88  WS-EOF-INPUT               VALUE 'Y'.
           05  WS-PART-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-PART-FOUND              VALUE 'Y'.
           05  WS-ALREADY-MERGED-SW   PIC X(01) VALUE 'N'.
               88  WS-ALREADY-MERGED          VALUE 'Y'.
      *    The first reason found for holding the cycle; later ones
      *    still reach the report and the console.
           05  WS-HOLD-SW             PIC X(01) VALUE 'N'.
               88  WS-CYCLE-HELD              VALUES 'P' 'M' 'D'
                                                     'I' 'U' 'B'.
               88  WS-HOLD-PARTFILE           VALUE 'P'.
               88  WS-HOLD-NO-MASTER          VALUE 'M'.
               88  WS-HOLD-DUPLICATE          VALUE 'D'.
               88  WS-HOLD-INCOMPLETE         VALUE 'I'.
               88  WS-HOLD-UNCOVERED          VALUE 'U'.
               88  WS-HOLD-UNTIED             VALUE 'B'.

       01  WS-HDG1.
           05  FILLER                 PIC X(26) VALUE
               "PARTITION MERGE REPORT".
           05  FILLER                 PIC X(15) VALUE "BUSINESS DATE:".
           05  WS-HDG1-DATE           PIC 9999/99/99.
           05  FILLER                 PIC X(08) VALUE "  CYCLE:".
           05  WS-HDG1-CYCLE          PIC ZZ9.

       01  WS-TRIAL-BANNER            PIC X(44) VALUE
           "*** TRIAL RUN - PERMANENT LOGS UNTOUCHED ***".

       01  WS-STATUS-HDG.
           05  FILLER                 PIC X(38) VALUE
               "PT LOW KEY    HIGH KEY   STATUS".
           05  FILLER                 PIC X(30) VALUE
               "ACCTS   POSTED      NET AMOUNT".

       01  WS-STATUS-LINE.
           05  WS-STL-ID              PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-STL-LOW-KEY         PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-STL-HIGH-KEY        PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-STL-STATUS          PIC X(11).
           05  WS-STL-ACCOUNTS        PIC ZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-STL-POSTED          PIC ZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-STL-NET             PIC -ZZZZZZZZZZ9.99.

       01  WS-PROOF-HDG.
           05  FILLER                 PIC X(33) VALUE
               "PT  MASTER ACCTOUT   POSTED".
           05  FILLER                 PIC X(19) VALUE
               "ACCTOUT NET  RESULT".

       01  WS-PROOF-LINE.
           05  WS-PRL-ID              PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-PRL-MASTER          PIC ZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-PRL-ACCOUNTS        PIC ZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-PRL-POSTED          PIC ZZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-PRL-NET             PIC -ZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PRL-RESULT          PIC X(14).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL           PIC X(34).
           05  WS-CNT-VALUE           PIC ZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL           PIC X(34).
           05  WS-AMT-VALUE           PIC -ZZZZZZZZZZ9.99.

       01  WS-VERDICT-OK              PIC X(48) VALUE
           "***  CYCLE MERGED - ALL PARTITIONS COMPLETE  ***".
       01  WS-VERDICT-LINE.
           05  FILLER                 PIC X(17) VALUE
               "*** CYCLE HELD - ".
           05  WS-VERDICT-REASON      PIC X(36).

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-WRITE-RUN-START
           PERFORM 1500-WRITE-HEADINGS
           PERFORM 1600-REPORT-PARTITION-STATUS
           IF NOT WS-CYCLE-HELD
               PERFORM 2000-MERGE-CYCLE
           END-IF
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           PERFORM 1010-READ-CYCLE-CONTROL
           PERFORM 1050-LOAD-PARTITIONS
           PERFORM 1100-LOAD-PARTITION-STATUS
           PERFORM 1200-COUNT-MASTER-ACCOUNTS
           PERFORM 1300-DECIDE-MERGE.

       1010-READ-CYCLE-CONTROL.
      *    Same fallback convention as ACCUM010: a missing or empty
      *    CYCLFILE means the machine date and cycle 1.
           OPEN INPUT CYCLFILE-FILE
           IF WS-CYCLFILE-STATUS = '00'
               READ CYCLFILE-FILE INTO CYCLREC-RECORD
                   AT END
                       PERFORM 1011-DEFAULT-CYCLE-CONTROL
               END-READ
               CLOSE CYCLFILE-FILE
           ELSE
               PERFORM 1011-DEFAULT-CYCLE-CONTROL
           END-IF.

       1011-DEFAULT-CYCLE-CONTROL.
           ACCEPT CYCL-BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE 1 TO CYCL-CYCLE-NUMBER
           MOVE SPACE TO CYCL-OVERRIDE-SW
           MOVE SPACE TO CYCL-TRIAL-SW.

       1050-LOAD-PARTITIONS.
      *    Every partition must have an ID of its own and a range
      *    starting immediately after the one before it, the first
      *    from the lowest key and the last to HIGH-VALUES.  Anything
      *    else could merge an account twice or post a transaction
      *    nowhere, so it makes PARTFILE unusable rather than being
      *    skipped.
           OPEN INPUT PARTFILE-FILE
           IF WS-PARTFILE-STATUS = '00'
               PERFORM 1060-READ-NEXT-PARTITION
               PERFORM UNTIL WS-EOF-PARTFILE
                   PERFORM 1070-CHECK-PARTITION
                   IF NOT WS-CYCLE-HELD
                       ADD 1 TO WS-PT-ENTRY-COUNT
                       SET WS-PT-IDX TO WS-PT-ENTRY-COUNT
                       MOVE PART-ID TO WS-PT-ID (WS-PT-IDX)
                       MOVE PART-LOW-KEY TO WS-PT-LOW-KEY (WS-PT-IDX)
                       MOVE PART-HIGH-KEY
                           TO WS-PT-HIGH-KEY (WS-PT-IDX)
                       SET WS-PT-NOT-RUN (WS-PT-IDX) TO TRUE
                       MOVE ZEROES TO WS-PT-EVENT-TIME (WS-PT-IDX)
                                   WS-PT-RPT-ACCOUNTS (WS-PT-IDX)
                                   WS-PT-RPT-POSTED (WS-PT-IDX)
                                   WS-PT-MST-ACCOUNTS (WS-PT-IDX)
                                   WS-PT-MRG-ACCOUNTS (WS-PT-IDX)
                                   WS-PT-MRG-POSTED (WS-PT-IDX)
                       MOVE ZERO TO WS-PT-RPT-NET (WS-PT-IDX)
                                    WS-PT-MRG-NET (WS-PT-IDX)
                       MOVE PART-HIGH-KEY TO WS-PREV-HIGH-KEY
                   END-IF
                   PERFORM 1060-READ-NEXT-PARTITION
               END-PERFORM
               CLOSE PARTFILE-FILE
           END-IF
           IF WS-PT-ENTRY-COUNT = 0 AND NOT WS-CYCLE-HELD
               SET WS-HOLD-PARTFILE TO TRUE
               DISPLAY "ACMRG010 - PARTFILE missing or empty; no "
                       "partitions to merge"
           END-IF
           IF NOT WS-CYCLE-HELD
                   AND WS-PREV-HIGH-KEY NOT = HIGH-VALUES
               SET WS-HOLD-PARTFILE TO TRUE
               DISPLAY "ACMRG010 - last partition ends at "
                       WS-PREV-HIGH-KEY ", not HIGH-VALUES; keys "
                       "above it are in no partition"
           END-IF.

       1060-READ-NEXT-PARTITION.
           READ PARTFILE-FILE INTO PARTREC-RECORD
               AT END
                   SET WS-EOF-PARTFILE TO TRUE
           END-READ.

       1070-CHECK-PARTITION.
           MOVE 'N' TO WS-PART-FOUND-SW
           PERFORM VARYING WS-PT-DUP-IDX FROM 1 BY 1
                   UNTIL WS-PT-DUP-IDX > WS-PT-ENTRY-COUNT
               IF WS-PT-ID (WS-PT-DUP-IDX) = PART-ID
                   SET WS-PART-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PT-ENTRY-COUNT > 0
               PERFORM 1080-FIND-NEXT-KEY
           END-IF
           EVALUATE TRUE
               WHEN PART-ID = SPACES
                   SET WS-HOLD-PARTFILE TO TRUE
                   DISPLAY "ACMRG010 - PARTFILE record with a blank "
                           "partition ID"
               WHEN WS-PART-FOUND
                   SET WS-HOLD-PARTFILE TO TRUE
                   DISPLAY "ACMRG010 - partition " PART-ID
                           " is defined twice on PARTFILE"
               WHEN PART-LOW-KEY > PART-HIGH-KEY
                   SET WS-HOLD-PARTFILE TO TRUE
                   DISPLAY "ACMRG010 - partition " PART-ID
                           " low key is above its high key"
               WHEN WS-PT-ENTRY-COUNT > 0
                       AND PART-LOW-KEY NOT > WS-PREV-HIGH-KEY
                   SET WS-HOLD-PARTFILE TO TRUE
                   DISPLAY "ACMRG010 - partition " PART-ID
                           " is out of key order or overlaps the "
                           "partition before it"
               WHEN WS-PT-ENTRY-COUNT = 0
                       AND PART-LOW-KEY NOT = LOW-VALUES
                       AND PART-LOW-KEY NOT = SPACES
                   SET WS-HOLD-PARTFILE TO TRUE
                   DISPLAY "ACMRG010 - first partition " PART-ID
                           " does not start at the lowest key; keys "
                           "below " PART-LOW-KEY " are in no partition"
               WHEN WS-PT-ENTRY-COUNT > 0
                       AND PART-LOW-KEY NOT = WS-NEXT-KEY
                   SET WS-HOLD-PARTFILE TO TRUE
                   DISPLAY "ACMRG010 - partition " PART-ID
                           " leaves a gap after the partition before "
                           "it; it must start at the key immediately "
                           "after " WS-PREV-HIGH-KEY
               WHEN WS-PT-ENTRY-COUNT NOT < WS-PT-MAX-ENTRIES
                   SET WS-HOLD-PARTFILE TO TRUE
                   DISPLAY "ACMRG010 - partition table full at "
                           "partition " PART-ID
           END-EVALUATE.

       1080-FIND-NEXT-KEY.
      *    Adds one to WS-PREV-HIGH-KEY in the collating sequence,
      *    from the last character leftward: a character at the top
      *    of the sequence wraps to the bottom and carries.
           MOVE WS-PREV-HIGH-KEY TO WS-NEXT-KEY
           MOVE 10 TO WS-KEY-POS
           SET WS-KEY-CARRY TO TRUE
           PERFORM UNTIL NOT WS-KEY-CARRY OR WS-KEY-POS = 0
               IF WS-NEXT-KEY-CHAR (WS-KEY-POS) = HIGH-VALUE
                   MOVE LOW-VALUE TO WS-NEXT-KEY-CHAR (WS-KEY-POS)
                   SUBTRACT 1 FROM WS-KEY-POS
               ELSE
                   MOVE FUNCTION CHAR
                           (FUNCTION ORD
                               (WS-NEXT-KEY-CHAR (WS-KEY-POS)) + 1)
                       TO WS-NEXT-KEY-CHAR (WS-KEY-POS)
                   MOVE 'N' TO WS-KEY-CARRY-SW
               END-IF
           END-PERFORM.

       1100-LOAD-PARTITION-STATUS.
      *    PARTSTAT is in event order, so applying every event for
      *    the cycle in turn leaves each partition at its latest
      *    status.  A trial cycle counts only trial events and a real
      *    cycle only real ones.
           OPEN INPUT PARTSTAT-FILE
           IF WS-PARTSTAT-STATUS = '00'
               PERFORM 1110-READ-NEXT-STATUS
               PERFORM UNTIL WS-EOF-PARTSTAT
                   IF PST-BUSINESS-DATE = CYCL-BUSINESS-DATE
                           AND PST-CYCLE-NUMBER = CYCL-CYCLE-NUMBER
                           AND ((PST-TRIAL-RUN AND CYCL-TRIAL-RUN)
                             OR (NOT PST-TRIAL-RUN
                                 AND NOT CYCL-TRIAL-RUN))
                       PERFORM 1120-APPLY-STATUS-EVENT
                   END-IF
                   PERFORM 1110-READ-NEXT-STATUS
               END-PERFORM
               CLOSE PARTSTAT-FILE
           END-IF.

       1110-READ-NEXT-STATUS.
           READ PARTSTAT-FILE INTO PSTREC-RECORD
               AT END
                   SET WS-EOF-PARTSTAT TO TRUE
           END-READ.

       1120-APPLY-STATUS-EVENT.
           IF PST-EVENT-MERGED
               SET WS-ALREADY-MERGED TO TRUE
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
                           MOVE PST-TIME
                               TO WS-PT-EVENT-TIME (WS-PT-IDX)
                           MOVE PST-ACCOUNT-COUNT
                               TO WS-PT-RPT-ACCOUNTS (WS-PT-IDX)
                           MOVE PST-POSTED-COUNT
                               TO WS-PT-RPT-POSTED (WS-PT-IDX)
                           MOVE PST-NET-AMOUNT
                               TO WS-PT-RPT-NET (WS-PT-IDX)
                       WHEN PST-EVENT-REFUSED
                           IF WS-PT-NOT-RUN (WS-PT-IDX)
                               SET WS-PT-REFUSED (WS-PT-IDX) TO TRUE
                               MOVE PST-TIME
                                   TO WS-PT-EVENT-TIME (WS-PT-IDX)
                           END-IF
                   END-EVALUATE
               ELSE
                   IF WS-UNKNOWN-EVENT-COUNT = 0
                       DISPLAY "ACMRG010 - PARTSTAT event for "
                               "partition " PST-PARTITION-ID
                               " not on PARTFILE - ignored"
                   END-IF
                   ADD 1 TO WS-UNKNOWN-EVENT-COUNT
               END-IF
           END-IF.

       1200-COUNT-MASTER-ACCOUNTS.
      *    Every master account must belong to some partition, or no
      *    partition ever processed it.  The count per partition is
      *    what each partition's ACCTOUT must come to - ACCUM010
      *    writes one record per master account, closed ones included.
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS = '00'
               PERFORM 1210-READ-NEXT-MASTER
               PERFORM UNTIL WS-EOF-ACCTMAST
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE ACCT-KEY TO WS-FIND-KEY
                   PERFORM 2900-FIND-PARTITION
                   IF WS-PART-FOUND
                       ADD 1 TO WS-PT-MST-ACCOUNTS (WS-PT-IDX)
                   ELSE
                       IF WS-UNCOVERED-COUNT = 0
                           DISPLAY "ACMRG010 - account " ACCT-KEY
                                   " is in no partition's key range"
                       END-IF
                       ADD 1 TO WS-UNCOVERED-COUNT
                   END-IF
                   PERFORM 1210-READ-NEXT-MASTER
               END-PERFORM
               CLOSE ACCTMAST-FILE
           ELSE
               IF NOT WS-CYCLE-HELD
                   SET WS-HOLD-NO-MASTER TO TRUE
               END-IF
               DISPLAY "ACMRG010 - ACCTMAST not available; partition "
                       "coverage cannot be proved"
           END-IF.

       1210-READ-NEXT-MASTER.
           READ ACCTMAST-FILE INTO ACCTMAST-RECORD
               AT END
                   SET WS-EOF-ACCTMAST TO TRUE
           END-READ.

       1300-DECIDE-MERGE.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-ENTRY-COUNT
               IF NOT WS-PT-COMPLETE (WS-PT-IDX)
                   ADD 1 TO WS-INCOMPLETE-COUNT
               END-IF
           END-PERFORM
           IF WS-ALREADY-MERGED
               IF CYCL-OVERRIDE-APPROVED
                   DISPLAY "Operator override - business date "
                           CYCL-BUSINESS-DATE " cycle "
                           CYCL-CYCLE-NUMBER " was already merged "
                           "and will be merged again"
               ELSE
                   DISPLAY "Merge refused - business date "
                           CYCL-BUSINESS-DATE " cycle "
                           CYCL-CYCLE-NUMBER " was already merged.  "
                           "Operator override required to merge it "
                           "again."
                   IF NOT WS-CYCLE-HELD
                       SET WS-HOLD-DUPLICATE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-INCOMPLETE-COUNT > 0
               DISPLAY "ACMRG010 - " WS-INCOMPLETE-COUNT
                       " partition(s) not complete for business date "
                       CYCL-BUSINESS-DATE " cycle " CYCL-CYCLE-NUMBER
                       " - cycle held"
               IF NOT WS-CYCLE-HELD
                   SET WS-HOLD-INCOMPLETE TO TRUE
               END-IF
           END-IF
           IF WS-UNCOVERED-COUNT > 0 AND NOT WS-CYCLE-HELD
               SET WS-HOLD-UNCOVERED TO TRUE
           END-IF.

       1500-WRITE-HEADINGS.
           MOVE CYCL-BUSINESS-DATE TO WS-HDG1-DATE
           MOVE CYCL-CYCLE-NUMBER TO WS-HDG1-CYCLE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF CYCL-TRIAL-RUN
               WRITE REPORT-OUT-LINE FROM WS-TRIAL-BANNER
               MOVE SPACES TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF.

       1600-REPORT-PARTITION-STATUS.
      *    The totals shown are the ones each partition reported on
      *    its latest event - a partition still running shows how far
      *    it had got at its last start.
           WRITE REPORT-OUT-LINE FROM WS-STATUS-HDG
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-ENTRY-COUNT
               MOVE WS-PT-ID (WS-PT-IDX) TO WS-STL-ID
               MOVE WS-PT-LOW-KEY (WS-PT-IDX) TO WS-STL-LOW-KEY
               MOVE WS-PT-HIGH-KEY (WS-PT-IDX) TO WS-STL-HIGH-KEY
               EVALUATE TRUE
                   WHEN WS-PT-COMPLETE (WS-PT-IDX)
                       MOVE "COMPLETE" TO WS-STL-STATUS
                   WHEN WS-PT-STARTED (WS-PT-IDX)
                       MOVE "NOT ENDED" TO WS-STL-STATUS
                   WHEN WS-PT-REFUSED (WS-PT-IDX)
                       MOVE "REFUSED" TO WS-STL-STATUS
                   WHEN OTHER
                       MOVE "NOT RUN" TO WS-STL-STATUS
               END-EVALUATE
               MOVE WS-PT-RPT-ACCOUNTS (WS-PT-IDX) TO WS-STL-ACCOUNTS
               MOVE WS-PT-RPT-POSTED (WS-PT-IDX) TO WS-STL-POSTED
               MOVE WS-PT-RPT-NET (WS-PT-IDX) TO WS-STL-NET
               WRITE REPORT-OUT-LINE FROM WS-STATUS-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       2000-MERGE-CYCLE.
      *    ACCTOUT is tallied and proved before anything is built: a
      *    partition that does not tie holds the cycle with ACCTOUT,
      *    RPTSNAP, EXTRFILE and the permanent logs never opened.
           PERFORM 2100-TALLY-ACCTOUT
           PERFORM 2150-PROVE-PARTITIONS
           IF NOT WS-CYCLE-HELD
               PERFORM 2170-MERGE-ACCTOUT
               PERFORM 2200-MERGE-RPTSNAP
               PERFORM 2300-MERGE-EXTRFILE
               IF NOT CYCL-TRIAL-RUN
                   PERFORM 2400-APPEND-EXCPFILE
                   PERFORM 2500-APPEND-LIMFILE
               END-IF
               PERFORM 2800-WRITE-MERGE-EVENT
           END-IF.

       2100-TALLY-ACCTOUT.
           OPEN INPUT PART-ACCTOUT-FILE
           MOVE 'N' TO WS-EOF-INPUT-SW
           IF WS-PACCTOUT-STATUS NOT = '00'
               SET WS-EOF-INPUT TO TRUE
           END-IF
           PERFORM 2110-READ-PART-ACCTOUT
           PERFORM UNTIL WS-EOF-INPUT
               IF ACCTOUT-ACCT-KEY NOT > WS-PREV-ACCT-KEY
                   IF WS-SEQUENCE-ERR-COUNT = 0
                       DISPLAY "ACMRG010 - ACCTOUT out of key order "
                               "at account " ACCTOUT-ACCT-KEY
                               " - check the PACCTOUT concatenation"
                   END-IF
                   ADD 1 TO WS-SEQUENCE-ERR-COUNT
               END-IF
               MOVE ACCTOUT-ACCT-KEY TO WS-PREV-ACCT-KEY
               IF ACCTOUT-RUN-DATE NOT = CYCL-BUSINESS-DATE
                       OR ACCTOUT-CYCLE-NUMBER NOT = CYCL-CYCLE-NUMBER
                   ADD 1 TO WS-OTHER-CYCLE-COUNT
               END-IF
               MOVE ACCTOUT-ACCT-KEY TO WS-FIND-KEY
               PERFORM 2900-FIND-PARTITION
               IF WS-PART-FOUND
                   ADD 1 TO WS-PT-MRG-ACCOUNTS (WS-PT-IDX)
                   ADD ACCTOUT-FINAL-COUNT
                       TO WS-PT-MRG-POSTED (WS-PT-IDX)
                   ADD ACCTOUT-FINAL-AMOUNT
                       TO WS-PT-MRG-NET (WS-PT-IDX)
               ELSE
                   ADD 1 TO WS-UNCOVERED-COUNT
               END-IF
               ADD ACCTOUT-FINAL-COUNT TO WS-MRG-POSTED-TOTAL
               ADD ACCTOUT-FINAL-AMOUNT TO WS-MRG-NET-TOTAL
               PERFORM 2110-READ-PART-ACCTOUT
           END-PERFORM
           IF WS-PACCTOUT-STATUS = '00' OR WS-PACCTOUT-STATUS = '10'
               CLOSE PART-ACCTOUT-FILE
           END-IF.

       2110-READ-PART-ACCTOUT.
           IF NOT WS-EOF-INPUT
               READ PART-ACCTOUT-FILE INTO ACCTOUT-RECORD
                   AT END
                       SET WS-EOF-INPUT TO TRUE
               END-READ
               IF NOT WS-EOF-INPUT
                   ADD 1 TO WS-ACCTOUT-IN-COUNT
               END-IF
           END-IF.

       2150-PROVE-PARTITIONS.
      *    A partition ties when its ACCTOUT records match its master
      *    accounts one for one and its ACCTOUT posted count and net
      *    amount match what the partition reported on completion.
           WRITE REPORT-OUT-LINE FROM WS-PROOF-HDG
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-ENTRY-COUNT
               MOVE WS-PT-ID (WS-PT-IDX) TO WS-PRL-ID
               MOVE WS-PT-MST-ACCOUNTS (WS-PT-IDX) TO WS-PRL-MASTER
               MOVE WS-PT-MRG-ACCOUNTS (WS-PT-IDX) TO WS-PRL-ACCOUNTS
               MOVE WS-PT-MRG-POSTED (WS-PT-IDX) TO WS-PRL-POSTED
               MOVE WS-PT-MRG-NET (WS-PT-IDX) TO WS-PRL-NET
               IF WS-PT-MRG-ACCOUNTS (WS-PT-IDX)
                           = WS-PT-MST-ACCOUNTS (WS-PT-IDX)
                       AND WS-PT-MRG-ACCOUNTS (WS-PT-IDX)
                           = WS-PT-RPT-ACCOUNTS (WS-PT-IDX)
                       AND WS-PT-MRG-POSTED (WS-PT-IDX)
                           = WS-PT-RPT-POSTED (WS-PT-IDX)
                       AND WS-PT-MRG-NET (WS-PT-IDX)
                           = WS-PT-RPT-NET (WS-PT-IDX)
                   MOVE "TIED" TO WS-PRL-RESULT
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-PRL-RESULT
                   ADD 1 TO WS-UNTIED-COUNT
                   DISPLAY "ACMRG010 - partition "
                           WS-PT-ID (WS-PT-IDX)
                           " ACCTOUT does not tie to its completion "
                           "totals or to ACCTMAST"
               END-IF
               WRITE REPORT-OUT-LINE FROM WS-PROOF-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF WS-OTHER-CYCLE-COUNT > 0
               DISPLAY "ACMRG010 - " WS-OTHER-CYCLE-COUNT
                       " partition ACCTOUT records carry another "
                       "cycle"
           END-IF
           IF WS-UNTIED-COUNT > 0 OR WS-SEQUENCE-ERR-COUNT > 0
                   OR WS-OTHER-CYCLE-COUNT > 0
                   OR WS-UNCOVERED-COUNT > 0
               SET WS-HOLD-UNTIED TO TRUE
           END-IF.

       2170-MERGE-ACCTOUT.
      *    The proved ACCTOUT, copied as it was tallied.
           OPEN INPUT PART-ACCTOUT-FILE
           OPEN OUTPUT ACCTOUT-FILE
           IF WS-PACCTOUT-STATUS = '00'
               MOVE 'N' TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ PART-ACCTOUT-FILE INTO ACCTOUT-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           WRITE ACCTOUT-OUT-RECORD FROM ACCTOUT-RECORD
                           ADD 1 TO WS-ACCTOUT-OUT-COUNT
                   END-READ
               END-PERFORM
               CLOSE PART-ACCTOUT-FILE
           END-IF
           CLOSE ACCTOUT-FILE.

       2200-MERGE-RPTSNAP.
           OPEN INPUT PART-RPTSNAP-FILE
           OPEN OUTPUT RPTSNAP-FILE
           IF WS-PRPTSNAP-STATUS = '00'
               MOVE 'N' TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ PART-RPTSNAP-FILE INTO RPTSNAP-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           WRITE RPTSNAP-OUT-RECORD FROM RPTSNAP-RECORD
                           ADD 1 TO WS-RPTSNAP-COUNT
                   END-READ
               END-PERFORM
               CLOSE PART-RPTSNAP-FILE
           END-IF
           CLOSE RPTSNAP-FILE.

       2300-MERGE-EXTRFILE.
           OPEN INPUT PART-EXTRFILE-FILE
           OPEN OUTPUT EXTRFILE-FILE
           IF WS-PEXTRFIL-STATUS = '00'
               MOVE 'N' TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ PART-EXTRFILE-FILE INTO EXTRREC-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           WRITE EXTRFILE-OUT-RECORD
                               FROM EXTRREC-RECORD
                           ADD 1 TO WS-EXTRFILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE PART-EXTRFILE-FILE
           END-IF
           CLOSE EXTRFILE-FILE.

       2400-APPEND-EXCPFILE.
      *    Each partition numbered its own exceptions; they go onto
      *    the permanent log renumbered from the highest sequence
      *    number already there, so (date, sequence) stays unique.
           PERFORM 2450-FIND-LAST-EXCP-SEQ
           COMPUTE WS-FIRST-EXCP-SEQ = WS-EXCP-SEQ-NO + 1
           OPEN INPUT PART-EXCPFILE-FILE
           OPEN EXTEND EXCPFILE-FILE
           IF WS-EXCPFILE-STATUS NOT = '00'
               OPEN OUTPUT EXCPFILE-FILE
           END-IF
           IF WS-PEXCPFIL-STATUS = '00'
               MOVE 'N' TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ PART-EXCPFILE-FILE INTO EXCPREC-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EXCP-SEQ-NO
                           MOVE WS-EXCP-SEQ-NO TO EXCP-SEQ-NO
                           WRITE EXCPFILE-RECORD FROM EXCPREC-RECORD
                           ADD 1 TO WS-EXCPFILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE PART-EXCPFILE-FILE
           END-IF
           CLOSE EXCPFILE-FILE.

       2450-FIND-LAST-EXCP-SEQ.
           MOVE ZEROES TO WS-EXCP-SEQ-NO
           OPEN INPUT EXCPFILE-FILE
           IF WS-EXCPFILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ EXCPFILE-FILE INTO EXCPREC-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           IF EXCP-SEQ-NO > WS-EXCP-SEQ-NO
                               MOVE EXCP-SEQ-NO TO WS-EXCP-SEQ-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCPFILE-FILE
           END-IF.

       2500-APPEND-LIMFILE.
           OPEN INPUT PART-LIMFILE-FILE
           OPEN EXTEND LIMFILE-FILE
           IF WS-LIMFILE-STATUS NOT = '00'
               OPEN OUTPUT LIMFILE-FILE
           END-IF
           IF WS-PLIMFILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-INPUT-SW
               PERFORM UNTIL WS-EOF-INPUT
                   READ PART-LIMFILE-FILE INTO LIMREC-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           WRITE LIMFILE-OUT-RECORD FROM LIMREC-RECORD
                           ADD 1 TO WS-LIMFILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE PART-LIMFILE-FILE
           END-IF
           CLOSE LIMFILE-FILE.

       2800-WRITE-MERGE-EVENT.
           OPEN EXTEND PARTSTAT-FILE
           IF WS-PARTSTAT-STATUS NOT = '00'
               OPEN OUTPUT PARTSTAT-FILE
           END-IF
           MOVE SPACES TO PST-PARTITION-ID PST-LOW-KEY PST-HIGH-KEY
           MOVE CYCL-BUSINESS-DATE TO PST-BUSINESS-DATE
           MOVE CYCL-CYCLE-NUMBER TO PST-CYCLE-NUMBER
           SET PST-EVENT-MERGED TO TRUE
           MOVE CYCL-TRIAL-SW TO PST-TRIAL-SW
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE PST-TIME = WS-TIME-RAW / 100
           MOVE WS-ACCTOUT-OUT-COUNT TO PST-ACCOUNT-COUNT
           MOVE WS-MRG-POSTED-TOTAL TO PST-POSTED-COUNT
           MOVE WS-MRG-NET-TOTAL TO PST-NET-AMOUNT
           MOVE ZEROES TO PST-RETURN-CODE
           WRITE PARTSTAT-RECORD FROM PSTREC-RECORD
           CLOSE PARTSTAT-FILE.

       2900-FIND-PARTITION.
      *    Finds the partition whose range holds WS-FIND-KEY and
      *    leaves WS-PT-IDX on it.
           MOVE 'N' TO WS-PART-FOUND-SW
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PT-ENTRY-COUNT
                   OR WS-PART-FOUND
               IF WS-FIND-KEY NOT < WS-PT-LOW-KEY (WS-PT-IDX)
                       AND WS-FIND-KEY NOT > WS-PT-HIGH-KEY (WS-PT-IDX)
                   SET WS-PART-FOUND TO TRUE
               ELSE
                   SET WS-PT-IDX UP BY 1
               END-IF
           END-PERFORM.

       7000-WRITE-SUMMARY.
           MOVE "PARTITIONS ON PARTFILE:" TO WS-CNT-LABEL
           MOVE WS-PT-ENTRY-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "PARTITIONS NOT COMPLETE:" TO WS-CNT-LABEL
           MOVE WS-INCOMPLETE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "ACCTMAST ACCOUNTS:" TO WS-CNT-LABEL
           MOVE WS-MASTER-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "ACCOUNTS IN NO PARTITION:" TO WS-CNT-LABEL
           MOVE WS-UNCOVERED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           IF WS-UNKNOWN-EVENT-COUNT > 0
               MOVE "EVENTS FOR UNKNOWN PARTITIONS:" TO WS-CNT-LABEL
               MOVE WS-UNKNOWN-EVENT-COUNT TO WS-CNT-VALUE
               WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           END-IF
           IF WS-SEQUENCE-ERR-COUNT > 0
               MOVE "ACCTOUT OUT OF KEY ORDER:" TO WS-CNT-LABEL
               MOVE WS-SEQUENCE-ERR-COUNT TO WS-CNT-VALUE
               WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           END-IF
           IF WS-OTHER-CYCLE-COUNT > 0
               MOVE "OTHER-CYCLE ACCTOUT RECORDS:" TO WS-CNT-LABEL
               MOVE WS-OTHER-CYCLE-COUNT TO WS-CNT-VALUE
               WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           END-IF
           MOVE "ACCTOUT RECORDS MERGED:" TO WS-CNT-LABEL
           MOVE WS-ACCTOUT-OUT-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "ACCTOUT POSTED COUNT:" TO WS-CNT-LABEL
           MOVE WS-MRG-POSTED-TOTAL TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "ACCTOUT NET AMOUNT:" TO WS-AMT-LABEL
           MOVE WS-MRG-NET-TOTAL TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           MOVE "RPTSNAP RECORDS MERGED:" TO WS-CNT-LABEL
           MOVE WS-RPTSNAP-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "EXTRFILE RECORDS MERGED:" TO WS-CNT-LABEL
           MOVE WS-EXTRFILE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "EXCPFILE RECORDS APPENDED:" TO WS-CNT-LABEL
           MOVE WS-EXCPFILE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           IF WS-EXCPFILE-COUNT > 0
               MOVE "  FIRST EXCP-SEQ-NO ASSIGNED:" TO WS-CNT-LABEL
               MOVE WS-FIRST-EXCP-SEQ TO WS-CNT-VALUE
               WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
               MOVE "  LAST EXCP-SEQ-NO ASSIGNED:" TO WS-CNT-LABEL
               MOVE WS-EXCP-SEQ-NO TO WS-CNT-VALUE
               WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           END-IF
           MOVE "LIMFILE RECORDS APPENDED:" TO WS-CNT-LABEL
           MOVE WS-LIMFILE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           EVALUATE TRUE
               WHEN WS-HOLD-PARTFILE
                   MOVE "PARTFILE UNUSABLE ***" TO WS-VERDICT-REASON
               WHEN WS-HOLD-NO-MASTER
                   MOVE "ACCTMAST NOT AVAILABLE ***"
                       TO WS-VERDICT-REASON
               WHEN WS-HOLD-DUPLICATE
                   MOVE "CYCLE ALREADY MERGED ***"
                       TO WS-VERDICT-REASON
               WHEN WS-HOLD-INCOMPLETE
                   MOVE "PARTITIONS NOT COMPLETE ***"
                       TO WS-VERDICT-REASON
               WHEN WS-HOLD-UNCOVERED
                   MOVE "ACCOUNTS IN NO PARTITION ***"
                       TO WS-VERDICT-REASON
               WHEN WS-HOLD-UNTIED
                   MOVE "MERGE OUT OF BALANCE ***"
                       TO WS-VERDICT-REASON
           END-EVALUATE
           IF WS-CYCLE-HELD
               WRITE REPORT-OUT-LINE FROM WS-VERDICT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE REPORT-OUT-LINE FROM WS-VERDICT-OK
           END-IF.

       8000-TERMINATE.
           CLOSE REPORT-FILE.

       9000-WRITE-RUN-START.
      *    Standard night-stream run logging - one 'S' record at
      *    start, one 'E' record at end, stamped with the business
      *    date and cycle.  See the RUNLOG copybook; STAT010 turns
      *    the file into the morning status page.
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           MOVE "ACMRG010" TO RUN-PROGRAM-ID
           MOVE CYCL-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYCL-CYCLE-NUMBER TO RUN-CYCLE-NUMBER
           SET RUN-EVENT-START TO TRUE
           MOVE ZEROES TO RUN-RECORDS-IN RUN-RECORDS-OUT
                           RUN-RETURN-CODE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD.

       9020-STAMP-RUN-TIME.
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE RUN-TIME = WS-TIME-RAW / 100.

       9100-WRITE-RUN-END.
           MOVE WS-ACCTOUT-IN-COUNT TO RUN-RECORDS-IN
           MOVE WS-ACCTOUT-OUT-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
