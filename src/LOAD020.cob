      * the account and business date still match (which is why the
      * file is opened ACCESS DYNAMIC, not RANDOM).  A missing
      * TRANIDX (first load) is created fresh.
      *
      * Reversals are tied to the posting they reverse.  A reversal
      * carries the original's TRANIDX key (TR-REVERSAL-REF), which
      * loads as the record's REVERSAL OF key; once it is written,
      * the original is read back and stamped REVERSED BY with the
      * reversal's own key, and the pairing is appended to the
      * reversal register (REVREG, REVREGREC layout).  EDIT010
      * refuses a second reversal of a marked original, so a mark
      * already held by a different reversal here means the file
      * was changed behind the edit - it is left alone, reported,
      * and the step ends RETURN-CODE 4.  A reprocess keeps the
      * marks straight: a replaced or purged reversal releases its
      * original's mark (a 'U' register entry) unless the new load
      * points at the same original, and a replaced original keeps
      * its REVERSED BY mark only when the reloaded transaction is
      * the same one (date, amount, type) - otherwise the mark is
      * dropped and reported, since the reversal no longer offsets
      * what sits at that key.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TDX-KEY
               FILE STATUS IS WS-TRANIDX-STATUS.

           SELECT REVREG-FILE ASSIGN TO REVREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVREG-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       FILE SECTION.
       FD  TRANOK-FILE
           RECORDING MODE IS F.
       01  TRANOK-IN-RECORD           PIC X(53).

       FD  TRANIDX-FILE.
       01  TRANIDX-RECORD.
           05  TDX-AMOUNT             PIC S9(7)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  TDX-TRAN-TYPE          PIC X(02).
           05  TDX-REVERSAL-OF.
               10  TDX-RVO-ACCT-KEY   PIC X(10).
               10  TDX-RVO-RUN-DATE   PIC X(08).
               10  TDX-RVO-SEQ-NO     PIC X(05).
           05  TDX-REVERSED-BY.
               10  TDX-RVB-ACCT-KEY   PIC X(10).
               10  TDX-RVB-RUN-DATE   PIC X(08).
               10  TDX-RVB-SEQ-NO     PIC X(05).

       FD  REVREG-FILE
           RECORDING MODE IS F.
       01  REVREG-OUT-RECORD          PIC X(80).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       COPY REVREGREC.
       COPY RUNLOG.
       COPY CYCLREC.


       01  WS-TRANOK-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TRANIDX-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REVREG-STATUS           PIC X(02) VALUE SPACES.

       01  WS-PREV-ACCT-KEY           PIC X(10) VALUE LOW-VALUES.
       01  WS-SEQ-NO                  PIC 9(05) VALUE ZEROES.

      *    Work areas for the reversal marks.  Marking or releasing
      *    an original reads a different record into the record
      *    area, so the record being loaded is saved and put back
      *    around it.
       01  WS-NEW-TDX-IMAGE           PIC X(89) VALUE SPACES.
       01  WS-KEEP-REVERSED-BY        PIC X(23) VALUE SPACES.
       01  WS-OLD-REVERSAL-OF         PIC X(23) VALUE SPACES.
       01  WS-REVERSAL-KEY            PIC X(23) VALUE SPACES.
       01  WS-REVERSAL-AMOUNT         PIC S9(7)V99 VALUE ZERO.
       01  WS-ORIGINAL-KEY            PIC X(23) VALUE SPACES.
       01  WS-PURGE-KEY               PIC X(23) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ADDED-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-REPLACED-COUNT      PIC 9(07) VALUE ZEROES.
           05  WS-PURGED-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-MARKED-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-RELEASED-COUNT      PIC 9(07) VALUE ZEROES.
           05  WS-MARK-PROBLEM-COUNT  PIC 9(07) VALUE ZEROES.

       01  WS-EOF-TRANOK-SW           PIC X(01) VALUE 'N'.
           88  WS-EOF-TRANOK                  VALUE 'Y'.
       01  WS-EOF-PURGE-SW            PIC X(01) VALUE 'N'.
           88  WS-EOF-PURGE                   VALUE 'Y'.
      *    The reversal marks do keyed reads that can legitimately
      *    come back '23', so whether the file is open is kept here
      *    rather than read off the last status.
       01  WS-TRANIDX-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-TRANIDX-OPEN                VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
               CLOSE TRANIDX-FILE
               OPEN I-O TRANIDX-FILE
           END-IF
           OPEN EXTEND REVREG-FILE
           IF WS-REVREG-STATUS NOT = '00'
               OPEN OUTPUT REVREG-FILE
           END-IF
           IF WS-TRANIDX-STATUS NOT = '00'
               DISPLAY "LOAD020 cannot open TRANIDX, status "
                       WS-TRANIDX-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-EOF-TRANOK TO TRUE
           ELSE
               SET WS-TRANIDX-OPEN TO TRUE
               IF NOT WS-EOF-TRANOK
                   PERFORM 1100-READ-NEXT-TRAN
               END-IF
           MOVE TR-TRAN-DATE TO TDX-TRAN-DATE
           MOVE TR-AMOUNT TO TDX-AMOUNT
           MOVE TR-TRAN-TYPE TO TDX-TRAN-TYPE
           IF TR-TYPE-REVERSAL
               MOVE TR-REVERSAL-REF TO TDX-REVERSAL-OF
           ELSE
               MOVE SPACES TO TDX-REVERSAL-OF
           END-IF
           MOVE SPACES TO TDX-REVERSED-BY
           WRITE TRANIDX-RECORD
               INVALID KEY
                   PERFORM 2100-REPLACE-EXISTING-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE
           IF TR-TYPE-REVERSAL
               PERFORM 2200-MARK-ORIGINAL
           END-IF
           PERFORM 1100-READ-NEXT-TRAN.

       2100-REPLACE-EXISTING-RECORD.
      *    The key is already loaded - an operator-override
      *    reprocess of a cycle already on file.  The latest run's
      *    detail wins, same as LOAD010's summary records.  The
      *    record on file is read first for its reversal marks: a
      *    reversal it held releases its original unless the new
      *    load reverses the same one, and its own REVERSED BY mark
      *    survives only if the same transaction is being reloaded.
           MOVE TRANIDX-RECORD TO WS-NEW-TDX-IMAGE
           MOVE SPACES TO WS-KEEP-REVERSED-BY WS-OLD-REVERSAL-OF
           READ TRANIDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TDX-REVERSAL-OF TO WS-OLD-REVERSAL-OF
                   MOVE TDX-AMOUNT TO WS-REVERSAL-AMOUNT
                   IF TDX-REVERSED-BY NOT = SPACES
                       IF TDX-TRAN-DATE = TR-TRAN-DATE
                               AND TDX-AMOUNT = TR-AMOUNT
                               AND TDX-TRAN-TYPE = TR-TRAN-TYPE
                           MOVE TDX-REVERSED-BY
                               TO WS-KEEP-REVERSED-BY
                       ELSE
                           DISPLAY "LOAD020 reversed posting "
                                   TDX-KEY " replaced by a "
                                   "different transaction - "
                                   "REVERSED BY " TDX-REVERSED-BY
                                   " dropped"
                           ADD 1 TO WS-MARK-PROBLEM-COUNT
                       END-IF
                   END-IF
           END-READ
           MOVE WS-NEW-TDX-IMAGE TO TRANIDX-RECORD
           IF WS-OLD-REVERSAL-OF NOT = SPACES
                   AND WS-OLD-REVERSAL-OF NOT = TDX-REVERSAL-OF
               MOVE WS-OLD-REVERSAL-OF TO WS-ORIGINAL-KEY
               MOVE TDX-KEY TO WS-REVERSAL-KEY
               PERFORM 2250-RELEASE-ORIGINAL
               MOVE WS-NEW-TDX-IMAGE TO TRANIDX-RECORD
           END-IF
           MOVE WS-KEEP-REVERSED-BY TO TDX-REVERSED-BY
           REWRITE TRANIDX-RECORD
               INVALID KEY
                   DISPLAY "LOAD020 rewrite failed for account "
                   ADD 1 TO WS-REPLACED-COUNT
           END-REWRITE.

       2200-MARK-ORIGINAL.
      *    The reversal just loaded names its original; stamp the
      *    original REVERSED BY with the reversal's key and register
      *    the pairing.  A mark this same reversal already holds
      *    (a reprocess of the same cycle) is left as it is and not
      *    registered twice.
           MOVE TRANIDX-RECORD TO WS-NEW-TDX-IMAGE
           MOVE TDX-KEY TO WS-REVERSAL-KEY
           MOVE TDX-AMOUNT TO WS-REVERSAL-AMOUNT
           MOVE TDX-REVERSAL-OF TO WS-ORIGINAL-KEY
           MOVE WS-ORIGINAL-KEY TO TDX-KEY
           READ TRANIDX-FILE
               INVALID KEY
                   DISPLAY "LOAD020 reversal " WS-REVERSAL-KEY
                           " - original " WS-ORIGINAL-KEY
                           " not on file, not marked"
                   ADD 1 TO WS-MARK-PROBLEM-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TDX-REVERSED-BY = WS-REVERSAL-KEY
                           CONTINUE
                       WHEN TDX-REVERSED-BY = SPACES
                           MOVE WS-REVERSAL-KEY TO TDX-REVERSED-BY
                           PERFORM 2270-REWRITE-MARK
                           IF WS-TRANIDX-STATUS = '00'
                               SET RVG-ACTION-MARKED TO TRUE
                               PERFORM 2260-WRITE-REGISTER-ENTRY
                               ADD 1 TO WS-MARKED-COUNT
                           END-IF
                       WHEN OTHER
                           DISPLAY "LOAD020 original "
                                   WS-ORIGINAL-KEY
                                   " already REVERSED BY "
                                   TDX-REVERSED-BY
                                   " - not re-marked for "
                                   WS-REVERSAL-KEY
                           ADD 1 TO WS-MARK-PROBLEM-COUNT
                   END-EVALUATE
           END-READ
           MOVE WS-NEW-TDX-IMAGE TO TRANIDX-RECORD.

       2250-RELEASE-ORIGINAL.
      *    A reversal is leaving the file (replaced or purged by a
      *    reprocess), so its original is no longer reversed - but
      *    only if the mark is still this reversal's.
      *    WS-ORIGINAL-KEY, WS-REVERSAL-KEY, and WS-REVERSAL-AMOUNT
      *    are preset by the caller; the record area is not
      *    restored here.
           MOVE WS-ORIGINAL-KEY TO TDX-KEY
           READ TRANIDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TDX-REVERSED-BY = WS-REVERSAL-KEY
                       MOVE SPACES TO TDX-REVERSED-BY
                       PERFORM 2270-REWRITE-MARK
                       IF WS-TRANIDX-STATUS = '00'
                           SET RVG-ACTION-RELEASED TO TRUE
                           PERFORM 2260-WRITE-REGISTER-ENTRY
                           ADD 1 TO WS-RELEASED-COUNT
                       END-IF
                   END-IF
           END-READ.

       2260-WRITE-REGISTER-ENTRY.
      *    The original is in the record area; RVG-ACTION is preset
      *    by the caller.
           MOVE CYCL-BUSINESS-DATE TO RVG-BUSINESS-DATE
           MOVE CYCL-CYCLE-NUMBER TO RVG-CYCLE-NUMBER
           MOVE TDX-KEY TO RVG-ORIG-KEY
           MOVE TDX-TRAN-TYPE TO RVG-ORIG-TRAN-TYPE
           MOVE TDX-AMOUNT TO RVG-ORIG-AMOUNT
           MOVE WS-REVERSAL-KEY TO RVG-REVERSAL-KEY
           MOVE WS-REVERSAL-AMOUNT TO RVG-REVERSAL-AMOUNT
           WRITE REVREG-OUT-RECORD FROM REVREGREC-RECORD.

       2270-REWRITE-MARK.
           REWRITE TRANIDX-RECORD
               INVALID KEY
                   DISPLAY "LOAD020 reversal mark rewrite failed "
                           "for " TDX-KEY
                           " status " WS-TRANIDX-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       2300-PURGE-GROUP-LEFTOVERS.
      *    Called when an account's group ends (and once at end of
      *    job for the last group).  A reprocess whose corrected
      *    date.  On a first load the START simply finds the next
      *    account and the loop ends at once.
           IF WS-PREV-ACCT-KEY NOT = LOW-VALUES
                   AND WS-TRANIDX-OPEN
               MOVE WS-PREV-ACCT-KEY TO TDX-ACCT-KEY
               MOVE CYCL-BUSINESS-DATE TO TDX-RUN-DATE
               COMPUTE TDX-SEQ-NO = WS-SEQ-NO + 1
                           IF TDX-ACCT-KEY = WS-PREV-ACCT-KEY
                                   AND TDX-RUN-DATE
                                       = CYCL-BUSINESS-DATE
                               PERFORM 2350-PURGE-ONE-RECORD
                           ELSE
                               SET WS-EOF-PURGE TO TRUE
                           END-IF
               END-PERFORM
           END-IF.

       2350-PURGE-ONE-RECORD.
      *    A purged reversal releases its original's mark.  That
      *    read moves the file position, so the browse is restarted
      *    just past the record deleted.  A purged original that was
      *    reversed leaves its reversal pointing at nothing - that
      *    is reported for follow-up, not repaired.
           MOVE TDX-KEY TO WS-PURGE-KEY
           IF TDX-REVERSED-BY NOT = SPACES
               DISPLAY "LOAD020 purged posting " TDX-KEY
                       " was REVERSED BY " TDX-REVERSED-BY
               ADD 1 TO WS-MARK-PROBLEM-COUNT
           END-IF
           MOVE TDX-REVERSAL-OF TO WS-OLD-REVERSAL-OF
           MOVE TDX-AMOUNT TO WS-REVERSAL-AMOUNT
           DELETE TRANIDX-FILE RECORD
           ADD 1 TO WS-PURGED-COUNT
           IF WS-OLD-REVERSAL-OF NOT = SPACES
               MOVE WS-OLD-REVERSAL-OF TO WS-ORIGINAL-KEY
               MOVE WS-PURGE-KEY TO WS-REVERSAL-KEY
               PERFORM 2250-RELEASE-ORIGINAL
               MOVE WS-PURGE-KEY TO TDX-KEY
               START TRANIDX-FILE KEY IS > TDX-KEY
                   INVALID KEY
                       SET WS-EOF-PURGE TO TRUE
               END-START
           END-IF.

       8000-TERMINATE.
           DISPLAY "LOAD020 detail records added:    " WS-ADDED-COUNT
           DISPLAY "LOAD020 detail records replaced: "
                   WS-REPLACED-COUNT
           DISPLAY "LOAD020 leftover records purged: "
                   WS-PURGED-COUNT
           DISPLAY "LOAD020 originals marked reversed: "
                   WS-MARKED-COUNT
           DISPLAY "LOAD020 reversal marks released: "
                   WS-RELEASED-COUNT
           IF WS-MARK-PROBLEM-COUNT > 0
               DISPLAY "LOAD020 reversal mark problems:  "
                       WS-MARK-PROBLEM-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-TRANOK-STATUS = '00' OR WS-TRANOK-STATUS = '10'
               CLOSE TRANOK-FILE
           END-IF
           IF WS-TRANIDX-OPEN
               CLOSE TRANIDX-FILE
           END-IF
           CLOSE REVREG-FILE.

       9000-WRITE-RUN-START.
      *    Standard night-stream run logging - one 'S' record at
