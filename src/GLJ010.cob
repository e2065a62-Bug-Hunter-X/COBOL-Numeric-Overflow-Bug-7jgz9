       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJ010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * GLJ010 - Double-entry GL journal by chart of accounts.
      *
      * EXTRFILE sends GL one net final amount per account, which
      * the GL team used to split into debits and credits by hand -
      * and a payment netting against a fee on the same account was
      * invisible to them.  This step runs after ACCUM010 (and
      * before BAL010) and builds a double-entry journal (GLJRNL,
      * GLJREC layout) from the per-type buckets ACCUM010 already
      * carries on ACCTOUT: payments, fees, adjustments, reversals,
      * and the net transfer bucket.
      *
      * Each type maps through the chart-of-accounts file (COAFILE,
      * COAREC layout, loaded once at start) to a GL debit account
      * and a GL credit account.  A non-zero bucket becomes one
      * journal entry - a debit line and a credit line of the same
      * amount - with the sides swapped when the bucket is negative
      * (see COAREC).  The batch is bracketed by a header naming the
      * business date and cycle and a trailer carrying the line
      * count and the debit and credit totals, equal by
      * construction; BAL010 proves both that and that the journal
      * ties back to the ACCTOUT buckets.
      *
      * A type with activity but no usable mapping is never posted
      * to a default or suspense GL account: the bucket is left out
      * of the journal, listed on the control report (GLJRPT) with
      * the account and amount, and the step ends with RETURN-CODE 8
      * so the scheduler holds the GL transmission until COAFILE is
      * fixed and the step rerun.  ACCTOUT records stamped with any
      * other cycle than the cycle control record's are counted and
      * ignored, the same filter BAL010 applies.  A trial cycle
      * writes no journal, as ACCUM010 writes no extract.
      *
      * The control report closes with debit and credit totals per
      * GL account, which is what the GL team reconciles against.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTOUT-FILE ASSIGN TO ACCTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTOUT-STATUS.

           SELECT COAFILE-FILE ASSIGN TO COAFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COAFILE-STATUS.

           SELECT GLJRNL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO GLJRPT
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
       FD  ACCTOUT-FILE
           RECORDING MODE IS F.
       01  ACCTOUT-IN-RECORD          PIC X(122).

       FD  COAFILE-FILE
           RECORDING MODE IS F.
       01  COAFILE-IN-RECORD          PIC X(42).

       FD  GLJRNL-FILE
           RECORDING MODE IS F.
       01  GLJRNL-OUT-RECORD          PIC X(60).

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
       COPY COAREC.
       COPY GLJREC.
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

      *    The bucket being posted, preset by the caller of
      *    2100-POST-BUCKET, and the two sides it resolves to.
       01  WS-POST-TYPE               PIC X(02) VALUE SPACES.
       01  WS-POST-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ENTRY-AMOUNT            PIC 9(09)V99 VALUE ZERO.
       01  WS-DEBIT-GL-ACCT           PIC X(10) VALUE SPACES.
       01  WS-CREDIT-GL-ACCT          PIC X(10) VALUE SPACES.
       01  WS-ENTRY-NO                PIC 9(07) VALUE ZEROES.

      *    The chart-of-accounts mapping, loaded once at start.  A
      *    handful of transaction types, so the table is small; the
      *    guarded-OCCURS pattern still applies - a mapping that does
      *    not fit is treated as absent, and the console says so.
       01  WS-COA-TABLE.
           05  WS-COA-MAX-ENTRIES     PIC 9(03) VALUE 20.
           05  WS-COA-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-COA-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-COA-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-COA-IDX.
               10  WS-COA-TYPE        PIC X(02).
               10  WS-COA-DEBIT-GL    PIC X(10).
               10  WS-COA-CREDIT-GL   PIC X(10).

      *    Debit and credit totals per GL account for the closing
      *    summary.  Guarded OCCURS: an account that does not fit is
      *    left off the summary (the batch totals stay complete) and
      *    the console says so.
       01  WS-GL-TABLE.
           05  WS-GLT-MAX-ENTRIES     PIC 9(03) VALUE 100.
           05  WS-GLT-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-GLT-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-GLT-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-GLT-IDX.
               10  WS-GLT-ACCOUNT     PIC X(10).
               10  WS-GLT-DEBITS      PIC S9(11)V99 COMP-3.
               10  WS-GLT-CREDITS     PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-ACCTOUT-READ-COUNT  PIC 9(07) VALUE ZEROES.
           05  WS-ACCOUNT-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-OTHER-CYCLE-COUNT   PIC 9(07) VALUE ZEROES.
           05  WS-LINE-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-DEBIT-COUNT         PIC 9(07) VALUE ZEROES.
           05  WS-CREDIT-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-UNMAPPED-COUNT      PIC 9(05) VALUE ZEROES.

       01  WS-TOTALS.
           05  WS-DEBIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CREDIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-UNMAPPED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-ACCTOUT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-COAFILE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-GLJRNL-STATUS       PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-ACCTOUT-SW      PIC X(01) VALUE 'N'.
               88  WS-EOF-ACCTOUT             VALUE 'Y'.
           05  WS-EOF-COAFILE-SW      PIC X(01) VALUE 'N'.
               88  WS-EOF-COAFILE             VALUE 'Y'.
           05  WS-MAPPING-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-MAPPING-FOUND           VALUE 'Y'.
           05  WS-GL-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-GL-FOUND                VALUE 'Y'.

       01  WS-HDG1.
           05  FILLER                 PIC X(26) VALUE
               "GL JOURNAL CONTROL REPORT".
           05  FILLER                 PIC X(15) VALUE "BUSINESS DATE:".
           05  WS-HDG1-DATE           PIC 9999/99/99.
           05  FILLER                 PIC X(08) VALUE "  CYCLE:".
           05  WS-HDG1-CYCLE          PIC ZZ9.

       01  WS-TRIAL-BANNER            PIC X(44) VALUE
           "*** TRIAL RUN - NO JOURNAL WRITTEN ***".

       01  WS-UNMAPPED-LINE.
           05  FILLER                 PIC X(16) VALUE
               "  UNMAPPED TYPE".
           05  WS-UNM-TYPE            PIC X(02).
           05  FILLER                 PIC X(10) VALUE "  ACCOUNT".
           05  WS-UNM-KEY             PIC X(10).
           05  FILLER                 PIC X(09) VALUE "  AMOUNT".
           05  WS-UNM-AMOUNT          PIC -ZZZZZZZZ9.99.

       01  WS-GL-HDG.
           05  FILLER                 PIC X(12) VALUE "GL ACCOUNT".
           05  FILLER                 PIC X(17) VALUE "         DEBITS".
           05  FILLER                 PIC X(17) VALUE "        CREDITS".

       01  WS-GL-LINE.
           05  WS-GLL-ACCOUNT         PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-GLL-DEBITS          PIC -ZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-GLL-CREDITS         PIC -ZZZZZZZZZZ9.99.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL           PIC X(34).
           05  WS-CNT-VALUE           PIC ZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL           PIC X(34).
           05  WS-AMT-VALUE           PIC -ZZZZZZZZZZ9.99.

       01  WS-VERDICT-OK              PIC X(40) VALUE
           "***  JOURNAL COMPLETE AND BALANCED  ***".
       01  WS-VERDICT-FAIL            PIC X(40) VALUE
           "*** JOURNAL INCOMPLETE - UNMAPPED ***".

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-WRITE-RUN-START
           PERFORM 1500-START-BATCH
           PERFORM 2000-JOURNAL-ONE-ACCOUNT
               UNTIL WS-EOF-ACCTOUT
           PERFORM 7000-END-BATCH
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-COA-TABLE
           OPEN INPUT ACCTOUT-FILE
           IF WS-ACCTOUT-STATUS NOT = '00'
               SET WS-EOF-ACCTOUT TO TRUE
           END-IF
           OPEN OUTPUT GLJRNL-FILE
           OPEN OUTPUT REPORT-FILE.

       1050-LOAD-COA-TABLE.
      *    A mapping with either GL account blank is no mapping at
      *    all - loading it would post one side of every entry
      *    nowhere.  It is left off and its type reports unmapped.
           OPEN INPUT COAFILE-FILE
           IF WS-COAFILE-STATUS = '00'
               PERFORM 1060-READ-NEXT-MAPPING
               PERFORM UNTIL WS-EOF-COAFILE
                   EVALUATE TRUE
                       WHEN COA-DEBIT-GL-ACCT = SPACES
                               OR COA-CREDIT-GL-ACCT = SPACES
                           DISPLAY "GLJ010 - mapping for type "
                                   COA-TRAN-TYPE
                                   " lacks a GL account - ignored"
                       WHEN WS-COA-ENTRY-COUNT < WS-COA-MAX-ENTRIES
                           ADD 1 TO WS-COA-ENTRY-COUNT
                           SET WS-COA-IDX TO WS-COA-ENTRY-COUNT
                           MOVE COA-TRAN-TYPE
                               TO WS-COA-TYPE (WS-COA-IDX)
                           MOVE COA-DEBIT-GL-ACCT
                               TO WS-COA-DEBIT-GL (WS-COA-IDX)
                           MOVE COA-CREDIT-GL-ACCT
                               TO WS-COA-CREDIT-GL (WS-COA-IDX)
                       WHEN OTHER
                           IF WS-COA-DROPPED-COUNT = 0
                               DISPLAY "Mapping table full at type "
                                       COA-TRAN-TYPE
                                       " - later types are unmapped"
                           END-IF
                           ADD 1 TO WS-COA-DROPPED-COUNT
                   END-EVALUATE
                   PERFORM 1060-READ-NEXT-MAPPING
               END-PERFORM
               CLOSE COAFILE-FILE
           ELSE
               DISPLAY "GLJ010 - COAFILE not available; every type "
                       "is unmapped"
           END-IF.

       1060-READ-NEXT-MAPPING.
           READ COAFILE-FILE INTO COAREC-RECORD
               AT END
                   SET WS-EOF-COAFILE TO TRUE
           END-READ.

       1100-READ-NEXT-ACCTOUT.
           READ ACCTOUT-FILE INTO ACCTOUT-RECORD
               AT END
                   SET WS-EOF-ACCTOUT TO TRUE
           END-READ
           IF NOT WS-EOF-ACCTOUT
               ADD 1 TO WS-ACCTOUT-READ-COUNT
           END-IF.

       1500-START-BATCH.
      *    Runs after the cycle control record is read, so the
      *    headings and the batch header carry the business date.
           MOVE CYCL-BUSINESS-DATE TO WS-HDG1-DATE
           MOVE CYCL-CYCLE-NUMBER TO WS-HDG1-CYCLE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF CYCL-TRIAL-RUN
               WRITE REPORT-OUT-LINE FROM WS-TRIAL-BANNER
               DISPLAY "GLJ010 - trial cycle; no journal written"
               SET WS-EOF-ACCTOUT TO TRUE
           ELSE
               MOVE SPACES TO GLJHDR-RECORD
               SET GLH-HEADER-REC TO TRUE
               MOVE CYCL-BUSINESS-DATE TO GLH-RUN-DATE
               MOVE CYCL-CYCLE-NUMBER TO GLH-CYCLE-NUMBER
               MOVE "ACCUM010" TO GLH-SOURCE-ID
               WRITE GLJRNL-OUT-RECORD FROM GLJHDR-RECORD
           END-IF
           IF NOT WS-EOF-ACCTOUT
               PERFORM 1100-READ-NEXT-ACCTOUT
           END-IF.

       2000-JOURNAL-ONE-ACCOUNT.
           IF ACCTOUT-RUN-DATE NOT = CYCL-BUSINESS-DATE
                   OR ACCTOUT-CYCLE-NUMBER NOT = CYCL-CYCLE-NUMBER
               ADD 1 TO WS-OTHER-CYCLE-COUNT
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE "PY" TO WS-POST-TYPE
               MOVE ACCTOUT-PAY-AMOUNT TO WS-POST-AMOUNT
               PERFORM 2100-POST-BUCKET
               MOVE "FE" TO WS-POST-TYPE
               MOVE ACCTOUT-FEE-AMOUNT TO WS-POST-AMOUNT
               PERFORM 2100-POST-BUCKET
               MOVE "AD" TO WS-POST-TYPE
               MOVE ACCTOUT-ADJ-AMOUNT TO WS-POST-AMOUNT
               PERFORM 2100-POST-BUCKET
               MOVE "RV" TO WS-POST-TYPE
               MOVE ACCTOUT-REV-AMOUNT TO WS-POST-AMOUNT
               PERFORM 2100-POST-BUCKET
               MOVE "XF" TO WS-POST-TYPE
               MOVE ACCTOUT-XFR-AMOUNT TO WS-POST-AMOUNT
               PERFORM 2100-POST-BUCKET
           END-IF
           PERFORM 1100-READ-NEXT-ACCTOUT.

       2100-POST-BUCKET.
      *    WS-POST-TYPE and WS-POST-AMOUNT are preset by the caller.
      *    A zero bucket posts nothing.  The mapping is written for
      *    a positive bucket; a negative one swaps the sides and
      *    posts the magnitude.
           IF WS-POST-AMOUNT NOT = ZERO
               PERFORM 2200-FIND-MAPPING
               IF WS-MAPPING-FOUND
                   ADD 1 TO WS-ENTRY-NO
                   IF WS-POST-AMOUNT > ZERO
                       MOVE WS-COA-DEBIT-GL (WS-COA-IDX)
                           TO WS-DEBIT-GL-ACCT
                       MOVE WS-COA-CREDIT-GL (WS-COA-IDX)
                           TO WS-CREDIT-GL-ACCT
                       MOVE WS-POST-AMOUNT TO WS-ENTRY-AMOUNT
                   ELSE
                       MOVE WS-COA-CREDIT-GL (WS-COA-IDX)
                           TO WS-DEBIT-GL-ACCT
                       MOVE WS-COA-DEBIT-GL (WS-COA-IDX)
                           TO WS-CREDIT-GL-ACCT
                       COMPUTE WS-ENTRY-AMOUNT = 0 - WS-POST-AMOUNT
                   END-IF
                   PERFORM 2300-WRITE-ENTRY
               ELSE
                   PERFORM 2900-REPORT-UNMAPPED
               END-IF
           END-IF.

       2200-FIND-MAPPING.
      *    Leaves WS-COA-IDX on the entry found.
           MOVE 'N' TO WS-MAPPING-FOUND-SW
           SET WS-COA-IDX TO 1
           PERFORM UNTIL WS-COA-IDX > WS-COA-ENTRY-COUNT
                   OR WS-MAPPING-FOUND
               IF WS-COA-TYPE (WS-COA-IDX) = WS-POST-TYPE
                   SET WS-MAPPING-FOUND TO TRUE
               ELSE
                   SET WS-COA-IDX UP BY 1
               END-IF
           END-PERFORM.

       2300-WRITE-ENTRY.
           MOVE SPACES TO GLJREC-RECORD
           SET GLJ-DETAIL-REC TO TRUE
           MOVE CYCL-BUSINESS-DATE TO GLJ-RUN-DATE
           MOVE CYCL-CYCLE-NUMBER TO GLJ-CYCLE-NUMBER
           MOVE WS-ENTRY-NO TO GLJ-ENTRY-NO
           MOVE WS-ENTRY-AMOUNT TO GLJ-AMOUNT
           MOVE ACCTOUT-ACCT-KEY TO GLJ-ACCT-KEY
           MOVE WS-POST-TYPE TO GLJ-TRAN-TYPE
           MOVE WS-DEBIT-GL-ACCT TO GLJ-GL-ACCOUNT
           SET GLJ-DEBIT TO TRUE
           WRITE GLJRNL-OUT-RECORD FROM GLJREC-RECORD
           ADD 1 TO WS-LINE-COUNT WS-DEBIT-COUNT
           ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
           PERFORM 2400-TALLY-GL-ACCOUNT
           MOVE WS-CREDIT-GL-ACCT TO GLJ-GL-ACCOUNT
           SET GLJ-CREDIT TO TRUE
           WRITE GLJRNL-OUT-RECORD FROM GLJREC-RECORD
           ADD 1 TO WS-LINE-COUNT WS-CREDIT-COUNT
           ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
           PERFORM 2400-TALLY-GL-ACCOUNT.

       2400-TALLY-GL-ACCOUNT.
      *    Adds the line just written (GLJREC-RECORD) to its GL
      *    account's summary entry, opening one if needed.
           MOVE 'N' TO WS-GL-FOUND-SW
           SET WS-GLT-IDX TO 1
           PERFORM UNTIL WS-GLT-IDX > WS-GLT-ENTRY-COUNT
                   OR WS-GL-FOUND
               IF WS-GLT-ACCOUNT (WS-GLT-IDX) = GLJ-GL-ACCOUNT
                   SET WS-GL-FOUND TO TRUE
               ELSE
                   SET WS-GLT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-GL-FOUND
               IF WS-GLT-ENTRY-COUNT < WS-GLT-MAX-ENTRIES
                   ADD 1 TO WS-GLT-ENTRY-COUNT
                   SET WS-GLT-IDX TO WS-GLT-ENTRY-COUNT
                   MOVE GLJ-GL-ACCOUNT TO WS-GLT-ACCOUNT (WS-GLT-IDX)
                   MOVE ZERO TO WS-GLT-DEBITS (WS-GLT-IDX)
                                WS-GLT-CREDITS (WS-GLT-IDX)
                   SET WS-GL-FOUND TO TRUE
               ELSE
                   IF WS-GLT-DROPPED-COUNT = 0
                       DISPLAY "GL account table full at "
                               GLJ-GL-ACCOUNT
                               " - left off the GL summary"
                   END-IF
                   ADD 1 TO WS-GLT-DROPPED-COUNT
               END-IF
           END-IF
           IF WS-GL-FOUND
               IF GLJ-DEBIT
                   ADD GLJ-AMOUNT TO WS-GLT-DEBITS (WS-GLT-IDX)
               ELSE
                   ADD GLJ-AMOUNT TO WS-GLT-CREDITS (WS-GLT-IDX)
               END-IF
           END-IF.

       2900-REPORT-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-COUNT
           ADD WS-POST-AMOUNT TO WS-UNMAPPED-TOTAL
           MOVE WS-POST-TYPE TO WS-UNM-TYPE
           MOVE ACCTOUT-ACCT-KEY TO WS-UNM-KEY
           MOVE WS-POST-AMOUNT TO WS-UNM-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-UNMAPPED-LINE
           DISPLAY "GLJ010 - type " WS-POST-TYPE
                   " has no GL mapping; account " ACCTOUT-ACCT-KEY.

       7000-END-BATCH.
           IF NOT CYCL-TRIAL-RUN
               MOVE SPACES TO GLJTRL-RECORD
               SET GLT-TRAILER-REC TO TRUE
               MOVE WS-LINE-COUNT TO GLT-RECORD-COUNT
               MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
               WRITE GLJRNL-OUT-RECORD FROM GLJTRL-RECORD
           END-IF
           IF WS-UNMAPPED-COUNT > 0
               MOVE SPACES TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-GL-HDG
           PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                   UNTIL WS-GLT-IDX > WS-GLT-ENTRY-COUNT
               MOVE WS-GLT-ACCOUNT (WS-GLT-IDX) TO WS-GLL-ACCOUNT
               MOVE WS-GLT-DEBITS (WS-GLT-IDX) TO WS-GLL-DEBITS
               MOVE WS-GLT-CREDITS (WS-GLT-IDX) TO WS-GLL-CREDITS
               WRITE REPORT-OUT-LINE FROM WS-GL-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE "ACCOUNTS JOURNALED:" TO WS-CNT-LABEL
           MOVE WS-ACCOUNT-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "JOURNAL ENTRIES:" TO WS-CNT-LABEL
           MOVE WS-ENTRY-NO TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "DEBIT LINES:" TO WS-CNT-LABEL
           MOVE WS-DEBIT-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "CREDIT LINES:" TO WS-CNT-LABEL
           MOVE WS-CREDIT-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "DEBIT TOTAL:" TO WS-AMT-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           MOVE "CREDIT TOTAL:" TO WS-AMT-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           MOVE "UNMAPPED BUCKETS (NOT POSTED):" TO WS-CNT-LABEL
           MOVE WS-UNMAPPED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "UNMAPPED NET AMOUNT:" TO WS-AMT-LABEL
           MOVE WS-UNMAPPED-TOTAL TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           IF WS-OTHER-CYCLE-COUNT > 0
               MOVE "OTHER-CYCLE ACCTOUT (IGNORED):"
                   TO WS-CNT-LABEL
               MOVE WS-OTHER-CYCLE-COUNT TO WS-CNT-VALUE
               WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF WS-UNMAPPED-COUNT > 0
               WRITE REPORT-OUT-LINE FROM WS-VERDICT-FAIL
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE REPORT-OUT-LINE FROM WS-VERDICT-OK
           END-IF.

       8000-TERMINATE.
           IF WS-ACCTOUT-STATUS = '00' OR WS-ACCTOUT-STATUS = '10'
               CLOSE ACCTOUT-FILE
           END-IF
           CLOSE GLJRNL-FILE
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
           MOVE "GLJ010  " TO RUN-PROGRAM-ID
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
           MOVE WS-ACCTOUT-READ-COUNT TO RUN-RECORDS-IN
           MOVE WS-LINE-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
