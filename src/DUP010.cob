       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * DUP010 - Duplicate transaction screen after the edit.
      *
      * EDIT010's header/trailer balancing catches a doubled feed,
      * but not a source system that resends one transaction a day
      * or two later - each night's feed balances on its own, and
      * the resend posted twice until the customer noticed.  This
      * step runs right after EDIT010 and ahead of the sort that
      * merges the transfer credit legs into TRANOK.  Every accepted
      * record is fingerprinted - account key, transaction date,
      * amount, and type, the first thirty bytes of the TRANREC
      * image - and checked against the fingerprints of everything
      * passed on the previous PARM-DUP-WINDOW-DAYS business days
      * (DUPHIST, see DUPHREC; default 5 days).  Two identical items
      * inside one feed are not suspects: the feed's own trailer
      * vouches for them.
      *
      * A record whose fingerprint is on file within the window is a
      * suspected duplicate: it is pulled out of the feed onto the
      * duplicate-hold file (see DUPREC) and listed on the duplicate
      * report (DUPRPT), which is the supervisor's worklist.  The
      * supervisor keys a decision for each item (DUPDEC, see
      * DUPDECREC) and the next run of this step applies it:
      *
      *   - release: the untouched image goes back into the next
      *     cycle through the suspense channel (reason 33, DUPSUSP,
      *     which the JCL sorts into SUSPIN beside GLFIX010's
      *     GLFIXSUS), so it is re-edited by EDIT010 against that
      *     night's master and TRANIDX like any other record.  The
      *     item stays on the hold file marked released, and when
      *     its fingerprint comes back through this step it passes
      *     once without being held again.  A release that never
      *     returns - still in suspense past PARM-SUSP-AGE-DAYS, or
      *     rejected by the edit on the way back - drops off the
      *     hold file onto the report;
      *   - kill: the item leaves the hold file and never posts.
      *
      * A decision is refused - and the item left held - when it
      * names no item on hold for that account, fingerprint, and
      * held date, carries no supervisor ID, or is neither 'R' nor
      * 'K'.  Undecided items carry forward and reappear on every
      * night's report until someone decides them.
      *
      * Everything passed goes to TRANCLR, which the JCL passes on
      * as TRANOK to the rest of the stream, and its fingerprint is
      * added to the history, rewritten as DUPHNEW with the business
      * days that have fallen out of the window dropped.  The window
      * counts business dates actually on the history, not calendar
      * days, so a weekend or a holiday does not shorten it.  A
      * history entry dated on or after tonight's business date is
      * left over from an earlier attempt at this cycle and is
      * dropped rather than matched against itself.
      *
      * A held transfer debit leg takes its credit leg with it: the
      * matching leg on EDIT010's XFERCR is left off XFERCLR (which
      * replaces XFERCR in the sort), so neither side posts and
      * BAL010's transfer check still nets to zero.  On release the
      * transfer is re-edited whole and EDIT010 writes a fresh
      * credit leg.
      *
      * All inputs arrive in account-key order (TRANOK from the
      * edit, DUPHIST, DUPIN, and DUPDEC presorted) and are matched
      * on the lowest key still unread, the APPR010 convention, so
      * TRANCLR, DUPHNEW, and DUPOUT go out in key order and need no
      * sort.  A run that holds any new suspect ends with
      * RETURN-CODE 4 so the morning review sees it.  A trial cycle
      * screens nothing: the feed, the transfer legs, the hold file,
      * and the history all pass through unchanged, so a trial can
      * neither hold an item nor seed tomorrow's screen.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANOK-FILE ASSIGN TO TRANOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANOK-STATUS.

           SELECT XFERCR-FILE ASSIGN TO XFERCR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERCR-STATUS.

           SELECT DUPHIST-FILE ASSIGN TO DUPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPHIST-STATUS.

           SELECT DUPIN-FILE ASSIGN TO DUPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPIN-STATUS.

           SELECT DUPDEC-FILE ASSIGN TO DUPDEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPDEC-STATUS.

           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT TRANCLR-FILE ASSIGN TO TRANCLR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCLR-STATUS.

           SELECT XFERCLR-FILE ASSIGN TO XFERCLR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERCLR-STATUS.

           SELECT DUPHNEW-FILE ASSIGN TO DUPHNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPHNEW-STATUS.

           SELECT DUPOUT-FILE ASSIGN TO DUPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPOUT-STATUS.

           SELECT DUPSUSP-FILE ASSIGN TO DUPSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPSUSP-STATUS.

           SELECT REPORT-FILE ASSIGN TO DUPRPT
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
       FD  TRANOK-FILE
           RECORDING MODE IS F.
       01  TRANOK-IN-RECORD           PIC X(53).

       FD  XFERCR-FILE
           RECORDING MODE IS F.
       01  XFERCR-IN-RECORD           PIC X(53).

       FD  DUPHIST-FILE
           RECORDING MODE IS F.
       01  DUPHIST-IN-RECORD          PIC X(38).

       FD  DUPIN-FILE
           RECORDING MODE IS F.
       01  DUPIN-IN-RECORD            PIC X(89).

       FD  DUPDEC-FILE
           RECORDING MODE IS F.
       01  DUPDEC-IN-RECORD           PIC X(47).

       FD  PARMFILE-FILE
           RECORDING MODE IS F.
       01  PARMFILE-IN-RECORD         PIC X(76).

       FD  TRANCLR-FILE
           RECORDING MODE IS F.
       01  TRANCLR-OUT-RECORD         PIC X(53).

       FD  XFERCLR-FILE
           RECORDING MODE IS F.
       01  XFERCLR-OUT-RECORD         PIC X(53).

       FD  DUPHNEW-FILE
           RECORDING MODE IS F.
       01  DUPHNEW-OUT-RECORD         PIC X(38).

       FD  DUPOUT-FILE
           RECORDING MODE IS F.
       01  DUPOUT-OUT-RECORD          PIC X(89).

       FD  DUPSUSP-FILE
           RECORDING MODE IS F.
       01  DUPSUSP-OUT-RECORD         PIC X(64).

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
       COPY TRANREC.
       COPY DUPHREC.
       COPY DUPREC.
       COPY DUPDECREC.
       COPY SUSPREC.
       COPY PARMREC.
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

       01  WS-RUN-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-CURRENT-KEY             PIC X(10) VALUE SPACES.
       01  WS-PREV-DDC-KEY            PIC X(10) VALUE LOW-VALUES.
       01  WS-REFUSE-REASON           PIC X(20) VALUE SPACES.
       01  WS-MATCH-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-RELEASE-AGE-DAYS        PIC S9(05) VALUE ZEROES.

      *    The window, worked out once from the business dates on the
      *    history: fingerprints dated on or after WS-CHECK-FROM-DATE
      *    are matched tonight, and those dated on or after
      *    WS-KEEP-FROM-DATE are still inside tomorrow's window and
      *    are kept.  Zero means "everything on file".
       01  WS-CHECK-FROM-DATE         PIC 9(08) VALUE ZEROES.
       01  WS-KEEP-FROM-DATE          PIC 9(08) VALUE ZEROES.
       01  WS-CHECK-RANK              PIC S9(04) VALUE ZEROES.
       01  WS-KEEP-RANK               PIC S9(04) VALUE ZEROES.
       01  WS-NEWER-COUNT             PIC S9(04) VALUE ZEROES.

      *    The record being reported, as a TRANREC image - TRANREC
      *    itself holds the TRANOK look-ahead and must not be
      *    overwritten while a key's hold items are listed.
       01  WS-HELD-TRAN.
           05  WS-HTR-ACCT-KEY        PIC X(10).
           05  WS-HTR-TRAN-DATE       PIC 9(08).
           05  WS-HTR-AMOUNT          PIC S9(7)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  WS-HTR-TRAN-TYPE       PIC X(02).
               88  WS-HTR-TYPE-TRANSFER        VALUE 'XF'.
           05  WS-HTR-XFER-TO-KEY     PIC X(10).
           05  FILLER                 PIC X(13).

      *    Distinct business dates on the history, for the window.
      *    Guarded OCCURS with an overflow count and console warning,
      *    the same pattern the other programs use; the history is
      *    trimmed to the window every night, so it only ever holds
      *    a handful of dates.
       01  WS-WINDOW-DATE-TABLE.
           05  WS-WDT-MAX-ENTRIES     PIC 9(03) VALUE 400.
           05  WS-WDT-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-WDT-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-WDT-ENTRY OCCURS 400 TIMES
                               INDEXED BY WS-WDT-IDX WS-WDT-IDX2.
               10  WS-WDT-DATE        PIC 9(08).

      *    The current account's fingerprints inside tonight's
      *    window.
       01  WS-FP-TABLE.
           05  WS-FP-MAX-ENTRIES      PIC 9(03) VALUE 500.
           05  WS-FP-ENTRY-COUNT      PIC 9(03) VALUE ZEROES.
           05  WS-FP-DROPPED-COUNT    PIC 9(05) VALUE ZEROES.
           05  WS-FP-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-FP-IDX.
               10  WS-FP-BUSINESS-DATE PIC 9(08).
               10  WS-FP-FINGERPRINT  PIC X(30).

      *    The current account's items carried in on the hold file,
      *    each with what this run has done to it: 'C' carry it out
      *    again, 'D' it is finished with (killed, returned, or
      *    aged off) and is not carried.
       01  WS-HOLD-TABLE.
           05  WS-HLD-MAX-ENTRIES     PIC 9(03) VALUE 100.
           05  WS-HLD-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-HLD-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-HLD-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-HLD-IDX.
               10  WS-HLD-ITEM        PIC X(89).
               10  WS-HLD-ACTION      PIC X(01).
                   88  WS-HLD-CARRY           VALUE 'C'.
                   88  WS-HLD-DONE            VALUE 'D'.

      *    Transfer debit legs held tonight, so their credit legs
      *    can be kept off XFERCLR.  The date-and-amount bytes are
      *    the TRANREC image's, which both legs share.
       01  WS-HELD-XFER-TABLE.
           05  WS-HXF-MAX-ENTRIES     PIC 9(03) VALUE 500.
           05  WS-HXF-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-HXF-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-HXF-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-HXF-IDX.
               10  WS-HXF-SENDER-KEY  PIC X(10).
               10  WS-HXF-RECEIVER-KEY PIC X(10).
               10  WS-HXF-DATE-AMOUNT PIC X(18).
               10  WS-HXF-LEG-FOUND-SW PIC X(01).
                   88  WS-HXF-LEG-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANOK-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-PASSED-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-RETURNED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-NEW-HELD-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-XFERCR-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-LEG-HELD-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-DUPIN-COUNT         PIC 9(05) VALUE ZEROES.
           05  WS-DECISION-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-RELEASED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-KILLED-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-DEC-REFUSED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-NOT-RETURNED-COUNT  PIC 9(05) VALUE ZEROES.
           05  WS-CARRIED-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-DUPHIST-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-HIST-KEPT-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-HIST-EXPIRED-COUNT  PIC 9(05) VALUE ZEROES.
           05  WS-HIST-RERUN-COUNT    PIC 9(05) VALUE ZEROES.
           05  WS-HIST-ADDED-COUNT    PIC 9(05) VALUE ZEROES.

       01  WS-FILE-STATUSES.
           05  WS-TRANOK-STATUS       PIC X(02) VALUE SPACES.
           05  WS-XFERCR-STATUS       PIC X(02) VALUE SPACES.
           05  WS-DUPHIST-STATUS      PIC X(02) VALUE SPACES.
           05  WS-DUPIN-STATUS        PIC X(02) VALUE SPACES.
           05  WS-DUPDEC-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PARMFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-TRANCLR-STATUS      PIC X(02) VALUE SPACES.
           05  WS-XFERCLR-STATUS      PIC X(02) VALUE SPACES.
           05  WS-DUPHNEW-STATUS      PIC X(02) VALUE SPACES.
           05  WS-DUPOUT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-DUPSUSP-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-TRANOK-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF-TRANOK              VALUE 'Y'.
           05  WS-EOF-XFERCR-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF-XFERCR              VALUE 'Y'.
           05  WS-EOF-DUPHIST-SW      PIC X(01) VALUE 'N'.
               88  WS-EOF-DUPHIST             VALUE 'Y'.
           05  WS-EOF-DUPIN-SW        PIC X(01) VALUE 'N'.
               88  WS-EOF-DUPIN               VALUE 'Y'.
           05  WS-EOF-DUPDEC-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF-DUPDEC              VALUE 'Y'.
           05  WS-ENTRY-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND             VALUE 'Y'.

       01  WS-HDG1.
           05  FILLER                 PIC X(30) VALUE
               "DUPLICATE TRANSACTION HOLD".
           05  FILLER                 PIC X(15) VALUE
               "BUSINESS DATE:".
           05  WS-HDG1-DATE           PIC 9999/99/99.

       01  WS-HDG2.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT KEY".
           05  FILLER                 PIC X(12) VALUE "TRAN DATE".
           05  FILLER                 PIC X(04) VALUE "TY".
           05  FILLER                 PIC X(13) VALUE "     AMOUNT".
           05  FILLER                 PIC X(12) VALUE "HELD ON".
           05  FILLER                 PIC X(27) VALUE "DISPOSITION".

       01  WS-TRIAL-LINE.
           05  FILLER                 PIC X(50) VALUE
               "*** TRIAL CYCLE - NOTHING SCREENED OR HELD ***".

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-TRAN-DATE       PIC 9999/99/99.
           05  WS-DTL-TRAN-DATE-X REDEFINES WS-DTL-TRAN-DATE
                                   PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-TYPE            PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT          PIC -ZZZZZZ9.99.
           05  WS-DTL-AMOUNT-X REDEFINES WS-DTL-AMOUNT
                                   PIC X(11).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-HELD-DATE       PIC 9999/99/99.
           05  WS-DTL-HELD-DATE-X REDEFINES WS-DTL-HELD-DATE
                                   PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-DISPOSITION     PIC X(27).

       01  WS-EDIT-DATE               PIC 9999/99/99.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL           PIC X(34).
           05  WS-CNT-VALUE           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-WRITE-RUN-START
           PERFORM 1500-WRITE-REPORT-HEADINGS
      *    A trial cycle commits nothing, and this step's hold and
      *    history files are permanent - so it screens nothing and
      *    says so.
           IF CYCL-TRIAL-RUN
               DISPLAY "DUP010 - trial cycle; feed passed "
                       "unscreened, hold and history left untouched"
               PERFORM 7500-PASS-TRIAL-CYCLE
           ELSE
               PERFORM 1600-FIND-WINDOW-DATES
               PERFORM 2000-PROCESS-ONE-KEY
                   UNTIL WS-EOF-TRANOK AND WS-EOF-DUPHIST
                       AND WS-EOF-DUPIN AND WS-EOF-DUPDEC
               PERFORM 7000-COPY-CREDIT-LEGS
           END-IF
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1025-READ-PARAMETERS
           OPEN INPUT TRANOK-FILE
           IF WS-TRANOK-STATUS = '00'
               PERFORM 1100-READ-NEXT-TRAN
           ELSE
               SET WS-EOF-TRANOK TO TRUE
           END-IF
           OPEN INPUT DUPIN-FILE
           IF WS-DUPIN-STATUS = '00'
               PERFORM 1300-READ-NEXT-HOLD
           ELSE
               SET WS-EOF-DUPIN TO TRUE
           END-IF
           OPEN INPUT DUPDEC-FILE
           IF WS-DUPDEC-STATUS = '00'
               PERFORM 1400-READ-NEXT-DECISION
           ELSE
               SET WS-EOF-DUPDEC TO TRUE
           END-IF
           OPEN OUTPUT TRANCLR-FILE
           OPEN OUTPUT XFERCLR-FILE
           OPEN OUTPUT DUPHNEW-FILE
           OPEN OUTPUT DUPOUT-FILE
           OPEN OUTPUT DUPSUSP-FILE
           OPEN OUTPUT REPORT-FILE.

       1025-READ-PARAMETERS.
      *    Same convention as the other parameter readers: missing
      *    file, empty file, or an old-format record without the
      *    window field falls back to the standing default.  The
      *    suspense age is SUSP010's - it bounds how long a released
      *    item can take to come back.
           OPEN INPUT PARMFILE-FILE
           IF WS-PARMFILE-STATUS = '00'
               READ PARMFILE-FILE INTO PARMREC-RECORD
                   AT END
                       PERFORM 1026-DEFAULT-PARAMETERS
               END-READ
               CLOSE PARMFILE-FILE
           ELSE
               PERFORM 1026-DEFAULT-PARAMETERS
           END-IF
           IF PARM-DUP-WINDOW-DAYS IS NOT NUMERIC
                   OR PARM-DUP-WINDOW-DAYS = 0
               MOVE 5 TO PARM-DUP-WINDOW-DAYS
           END-IF
           IF PARM-SUSP-AGE-DAYS IS NOT NUMERIC
               MOVE 5 TO PARM-SUSP-AGE-DAYS
           END-IF.

       1026-DEFAULT-PARAMETERS.
           MOVE 5 TO PARM-DUP-WINDOW-DAYS
           MOVE 5 TO PARM-SUSP-AGE-DAYS.

       1100-READ-NEXT-TRAN.
           READ TRANOK-FILE INTO TRANREC-RECORD
               AT END
                   SET WS-EOF-TRANOK TO TRUE
           END-READ.

       1200-READ-NEXT-HISTORY.
      *    File area only, like the hold file: DUPHREC-RECORD is
      *    where tonight's new fingerprints are built.  The account
      *    key is byte 9 of the record.
           READ DUPHIST-FILE
               AT END
                   SET WS-EOF-DUPHIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUPHIST-COUNT
           END-READ.

       1300-READ-NEXT-HOLD.
      *    Read into the file area only - DUPREC-RECORD is the work
      *    area for the item being processed, and the look-ahead
      *    record must not overwrite it.  The account key sits at
      *    the front of the image, byte 37 of the record.
           READ DUPIN-FILE
               AT END
                   SET WS-EOF-DUPIN TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUPIN-COUNT
           END-READ.

       1400-READ-NEXT-DECISION.
      *    A decision below the last one read is out of sequence -
      *    its key's turn in the match has already passed - so it is
      *    refused here, at the read, and the next one tried.
           READ DUPDEC-FILE INTO DUPDECREC-RECORD
               AT END
                   SET WS-EOF-DUPDEC TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF-DUPDEC
                   OR DDC-ACCT-KEY >= WS-PREV-DDC-KEY
               ADD 1 TO WS-DECISION-COUNT
               MOVE 'DECISION OUT OF SEQ' TO WS-REFUSE-REASON
               PERFORM 2490-REFUSE-DECISION
               READ DUPDEC-FILE INTO DUPDECREC-RECORD
                   AT END
                       SET WS-EOF-DUPDEC TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-EOF-DUPDEC
               MOVE DDC-ACCT-KEY TO WS-PREV-DDC-KEY
           END-IF.

       1500-WRITE-REPORT-HEADINGS.
           MOVE CYCL-BUSINESS-DATE TO WS-HDG1-DATE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           IF CYCL-TRIAL-RUN
               WRITE REPORT-OUT-LINE FROM WS-TRIAL-LINE
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-HDG2.

       1600-FIND-WINDOW-DATES.
      *    One pass over the history to collect its business dates,
      *    then the main pass from the top.  The Nth newest date
      *    before tonight starts tonight's window; the (N-1)th
      *    newest starts tomorrow's, so anything older is dropped
      *    as the history is rewritten.  With fewer dates on file
      *    than the window the whole file counts.
           OPEN INPUT DUPHIST-FILE
           IF WS-DUPHIST-STATUS = '00'
               PERFORM 1200-READ-NEXT-HISTORY
               PERFORM UNTIL WS-EOF-DUPHIST
                   MOVE DUPHIST-IN-RECORD TO DUPHREC-RECORD
                   IF DPH-BUSINESS-DATE < CYCL-BUSINESS-DATE
                       PERFORM 1650-NOTE-WINDOW-DATE
                   END-IF
                   PERFORM 1200-READ-NEXT-HISTORY
               END-PERFORM
               CLOSE DUPHIST-FILE
           END-IF
           MOVE ZEROES TO WS-DUPHIST-COUNT
           MOVE ZEROES TO WS-CHECK-FROM-DATE
           MOVE ZEROES TO WS-KEEP-FROM-DATE
           COMPUTE WS-CHECK-RANK = PARM-DUP-WINDOW-DAYS - 1
           COMPUTE WS-KEEP-RANK = PARM-DUP-WINDOW-DAYS - 2
           IF WS-KEEP-RANK < 0
               MOVE CYCL-BUSINESS-DATE TO WS-KEEP-FROM-DATE
           END-IF
           PERFORM VARYING WS-WDT-IDX FROM 1 BY 1
                   UNTIL WS-WDT-IDX > WS-WDT-ENTRY-COUNT
               MOVE ZEROES TO WS-NEWER-COUNT
               PERFORM VARYING WS-WDT-IDX2 FROM 1 BY 1
                       UNTIL WS-WDT-IDX2 > WS-WDT-ENTRY-COUNT
                   IF WS-WDT-DATE (WS-WDT-IDX2)
                           > WS-WDT-DATE (WS-WDT-IDX)
                       ADD 1 TO WS-NEWER-COUNT
                   END-IF
               END-PERFORM
               IF WS-NEWER-COUNT = WS-CHECK-RANK
                   MOVE WS-WDT-DATE (WS-WDT-IDX) TO WS-CHECK-FROM-DATE
               END-IF
               IF WS-NEWER-COUNT = WS-KEEP-RANK
                   MOVE WS-WDT-DATE (WS-WDT-IDX) TO WS-KEEP-FROM-DATE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF-DUPHIST-SW
           OPEN INPUT DUPHIST-FILE
           IF WS-DUPHIST-STATUS = '00'
               PERFORM 1200-READ-NEXT-HISTORY
           ELSE
               SET WS-EOF-DUPHIST TO TRUE
           END-IF.

       1650-NOTE-WINDOW-DATE.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM VARYING WS-WDT-IDX FROM 1 BY 1
                   UNTIL WS-WDT-IDX > WS-WDT-ENTRY-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-WDT-DATE (WS-WDT-IDX) = DPH-BUSINESS-DATE
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-WDT-ENTRY-COUNT < WS-WDT-MAX-ENTRIES
                   ADD 1 TO WS-WDT-ENTRY-COUNT
                   SET WS-WDT-IDX TO WS-WDT-ENTRY-COUNT
                   MOVE DPH-BUSINESS-DATE TO WS-WDT-DATE (WS-WDT-IDX)
               ELSE
                   IF WS-WDT-DROPPED-COUNT = 0
                       DISPLAY "Window date table full - later "
                               "history dates not counted"
                   END-IF
                   ADD 1 TO WS-WDT-DROPPED-COUNT
               END-IF
           END-IF.

       2000-PROCESS-ONE-KEY.
      *    Four presorted inputs matched on account key.  The
      *    account's history and hold items are picked up first, the
      *    decisions applied to the hold items, and then tonight's
      *    records screened against both; whatever is still on hold
      *    at the end is carried out.
           PERFORM 2010-FIND-LOW-KEY
           MOVE ZEROES TO WS-FP-ENTRY-COUNT WS-FP-DROPPED-COUNT
           MOVE ZEROES TO WS-HLD-ENTRY-COUNT
           PERFORM UNTIL WS-EOF-DUPHIST
                   OR DUPHIST-IN-RECORD (9:10) NOT = WS-CURRENT-KEY
               PERFORM 2100-LOAD-HISTORY-ENTRY
               PERFORM 1200-READ-NEXT-HISTORY
           END-PERFORM
           PERFORM UNTIL WS-EOF-DUPIN
                   OR DUPIN-IN-RECORD (37:10) NOT = WS-CURRENT-KEY
               PERFORM 2200-LOAD-HOLD-ITEM
               PERFORM 1300-READ-NEXT-HOLD
           END-PERFORM
           PERFORM UNTIL WS-EOF-DUPDEC
                   OR DDC-ACCT-KEY NOT = WS-CURRENT-KEY
               ADD 1 TO WS-DECISION-COUNT
               PERFORM 2400-APPLY-DECISION
               PERFORM 1400-READ-NEXT-DECISION
           END-PERFORM
           PERFORM UNTIL WS-EOF-TRANOK
                   OR TR-ACCT-KEY NOT = WS-CURRENT-KEY
               ADD 1 TO WS-TRANOK-COUNT
               PERFORM 2500-SCREEN-ONE-TRAN
               PERFORM 1100-READ-NEXT-TRAN
           END-PERFORM
           PERFORM 2800-CARRY-HOLD-ITEMS.

       2010-FIND-LOW-KEY.
           MOVE HIGH-VALUES TO WS-CURRENT-KEY
           IF NOT WS-EOF-TRANOK AND TR-ACCT-KEY < WS-CURRENT-KEY
               MOVE TR-ACCT-KEY TO WS-CURRENT-KEY
           END-IF
           IF NOT WS-EOF-DUPHIST
                   AND DUPHIST-IN-RECORD (9:10) < WS-CURRENT-KEY
               MOVE DUPHIST-IN-RECORD (9:10) TO WS-CURRENT-KEY
           END-IF
           IF NOT WS-EOF-DUPIN
                   AND DUPIN-IN-RECORD (37:10) < WS-CURRENT-KEY
               MOVE DUPIN-IN-RECORD (37:10) TO WS-CURRENT-KEY
           END-IF
           IF NOT WS-EOF-DUPDEC AND DDC-ACCT-KEY < WS-CURRENT-KEY
               MOVE DDC-ACCT-KEY TO WS-CURRENT-KEY
           END-IF.

       2100-LOAD-HISTORY-ENTRY.
      *    Kept entries are written straight back out; tonight's new
      *    fingerprints for the account follow them, so DUPHNEW stays
      *    in key order.
           MOVE DUPHIST-IN-RECORD TO DUPHREC-RECORD
           EVALUATE TRUE
               WHEN DPH-BUSINESS-DATE >= CYCL-BUSINESS-DATE
                   ADD 1 TO WS-HIST-RERUN-COUNT
               WHEN DPH-BUSINESS-DATE < WS-CHECK-FROM-DATE
                   ADD 1 TO WS-HIST-EXPIRED-COUNT
               WHEN OTHER
                   IF WS-FP-ENTRY-COUNT < WS-FP-MAX-ENTRIES
                       ADD 1 TO WS-FP-ENTRY-COUNT
                       SET WS-FP-IDX TO WS-FP-ENTRY-COUNT
                       MOVE DPH-BUSINESS-DATE
                           TO WS-FP-BUSINESS-DATE (WS-FP-IDX)
                       MOVE DPH-FINGERPRINT
                           TO WS-FP-FINGERPRINT (WS-FP-IDX)
                   ELSE
                       IF WS-FP-DROPPED-COUNT = 0
                           DISPLAY "Fingerprint table full for "
                                   "account " WS-CURRENT-KEY
                                   " - older entries not matched"
                       END-IF
                       ADD 1 TO WS-FP-DROPPED-COUNT
                   END-IF
                   IF DPH-BUSINESS-DATE >= WS-KEEP-FROM-DATE
                       WRITE DUPHNEW-OUT-RECORD FROM DUPHREC-RECORD
                       ADD 1 TO WS-HIST-KEPT-COUNT
                   ELSE
                       ADD 1 TO WS-HIST-EXPIRED-COUNT
                   END-IF
           END-EVALUATE.

       2200-LOAD-HOLD-ITEM.
      *    An account with more items on hold than the table holds
      *    carries the excess out untouched - decisions against them
      *    are refused until the table has room again.
           IF WS-HLD-ENTRY-COUNT < WS-HLD-MAX-ENTRIES
               ADD 1 TO WS-HLD-ENTRY-COUNT
               SET WS-HLD-IDX TO WS-HLD-ENTRY-COUNT
               MOVE DUPIN-IN-RECORD TO WS-HLD-ITEM (WS-HLD-IDX)
               SET WS-HLD-CARRY (WS-HLD-IDX) TO TRUE
           ELSE
               IF WS-HLD-DROPPED-COUNT = 0
                   DISPLAY "Hold table full for account "
                           WS-CURRENT-KEY
                           " - excess items carried undecided"
               END-IF
               ADD 1 TO WS-HLD-DROPPED-COUNT
               WRITE DUPOUT-OUT-RECORD FROM DUPIN-IN-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.

       2400-APPLY-DECISION.
      *    The decision must name an item still held (not one
      *    released already) by its fingerprint and held date.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-ENTRY-COUNT
                   OR WS-ENTRY-FOUND
               MOVE WS-HLD-ITEM (WS-HLD-IDX) TO DUPREC-RECORD
               IF WS-HLD-CARRY (WS-HLD-IDX)
                       AND DUP-HELD
                       AND DUP-FINGERPRINT = DDC-FINGERPRINT
                       AND DUPREC-RECORD (2:8) = DDC-HELD-DATE
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
      *    The search leaves the index one past the entry it found.
           IF WS-ENTRY-FOUND
               SET WS-HLD-IDX DOWN BY 1
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   MOVE 'NO SUCH HELD ITEM' TO WS-REFUSE-REASON
                   PERFORM 2490-REFUSE-DECISION
               WHEN DDC-SUPERVISOR-ID = SPACES
                   MOVE 'NO SUPERVISOR ID' TO WS-REFUSE-REASON
                   PERFORM 2490-REFUSE-DECISION
               WHEN NOT DDC-VALID-DECISION
                   MOVE 'INVALID DECISION' TO WS-REFUSE-REASON
                   PERFORM 2490-REFUSE-DECISION
               WHEN DDC-RELEASE
                   PERFORM 2450-RELEASE-HELD-ITEM
               WHEN OTHER
                   PERFORM 2460-KILL-HELD-ITEM
           END-EVALUATE.

       2450-RELEASE-HELD-ITEM.
      *    Back in through the suspense channel, the GLFIX010 way:
      *    SUSP010 merges it into the next cycle's feed and adjusts
      *    the trailer, and EDIT010 edits it again.  The item stays
      *    on the hold file, marked, until it comes back past here.
           MOVE SPACES TO SUSPREC-RECORD
           SET SUSP-TRAN-REC TO TRUE
           MOVE WS-RUN-DATE TO SUSP-DATE-SUSPENDED
           SET SUSP-DUP-RELEASED TO TRUE
           MOVE DUP-TRAN-IMAGE TO SUSP-RECORD-IMAGE
           WRITE DUPSUSP-OUT-RECORD FROM SUSPREC-RECORD
           SET DUP-RELEASED TO TRUE
           MOVE CYCL-BUSINESS-DATE TO DUP-RELEASED-DATE
           MOVE DDC-SUPERVISOR-ID TO DUP-SUPERVISOR-ID
           MOVE DUPREC-RECORD TO WS-HLD-ITEM (WS-HLD-IDX)
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM 2850-BUILD-ITEM-LINE
           STRING "RELEASED BY " DELIMITED BY SIZE
                  DDC-SUPERVISOR-ID DELIMITED BY SIZE
                  INTO WS-DTL-DISPOSITION
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2460-KILL-HELD-ITEM.
           SET WS-HLD-DONE (WS-HLD-IDX) TO TRUE
           ADD 1 TO WS-KILLED-COUNT
           PERFORM 2850-BUILD-ITEM-LINE
           STRING "KILLED BY " DELIMITED BY SIZE
                  DDC-SUPERVISOR-ID DELIMITED BY SIZE
                  INTO WS-DTL-DISPOSITION
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2490-REFUSE-DECISION.
      *    WS-REFUSE-REASON is preset by the caller.  The decision's
      *    fields are printed as keyed - they are only bytes until
      *    they have matched an item.
           ADD 1 TO WS-DEC-REFUSED-COUNT
           MOVE DDC-ACCT-KEY TO WS-DTL-KEY
           MOVE DDC-TRAN-DATE TO WS-DTL-TRAN-DATE-X
           MOVE DDC-TRAN-TYPE TO WS-DTL-TYPE
           MOVE DDC-AMOUNT TO WS-DTL-AMOUNT-X
           MOVE DDC-HELD-DATE TO WS-DTL-HELD-DATE-X
           MOVE SPACES TO WS-DTL-DISPOSITION
           STRING "REJ: " DELIMITED BY SIZE
                  WS-REFUSE-REASON DELIMITED BY SIZE
                  INTO WS-DTL-DISPOSITION
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2500-SCREEN-ONE-TRAN.
      *    A released item coming back is let through once, ahead of
      *    the history test it would otherwise fail again.
           PERFORM 2510-FIND-RETURNING-RELEASE
           IF WS-ENTRY-FOUND
               WRITE TRANCLR-OUT-RECORD FROM TRANREC-RECORD
               PERFORM 2590-ADD-FINGERPRINT
               ADD 1 TO WS-PASSED-COUNT
               ADD 1 TO WS-RETURNED-COUNT
               MOVE WS-HLD-ITEM (WS-HLD-IDX) TO DUPREC-RECORD
               PERFORM 2850-BUILD-ITEM-LINE
               MOVE "RELEASE RETURNED - POSTED"
                   TO WS-DTL-DISPOSITION
               WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM 2520-FIND-IN-HISTORY
               IF WS-ENTRY-FOUND
                   PERFORM 2550-HOLD-SUSPECT
               ELSE
                   WRITE TRANCLR-OUT-RECORD FROM TRANREC-RECORD
                   PERFORM 2590-ADD-FINGERPRINT
                   ADD 1 TO WS-PASSED-COUNT
               END-IF
           END-IF.

       2510-FIND-RETURNING-RELEASE.
      *    Only an item released on an earlier night can be on its
      *    way back - one released tonight is still in suspense, and
      *    a fresh resend tonight must not be mistaken for it.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-ENTRY-COUNT
                   OR WS-ENTRY-FOUND
               MOVE WS-HLD-ITEM (WS-HLD-IDX) TO DUPREC-RECORD
               IF WS-HLD-CARRY (WS-HLD-IDX)
                       AND DUP-RELEASED
                       AND DUP-RELEASED-DATE < CYCL-BUSINESS-DATE
                       AND DUP-FINGERPRINT = TRANREC-RECORD (1:30)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SET WS-HLD-IDX DOWN BY 1
               SET WS-HLD-DONE (WS-HLD-IDX) TO TRUE
           END-IF.

       2520-FIND-IN-HISTORY.
      *    The newest matching business date is the one reported.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           MOVE ZEROES TO WS-MATCH-DATE
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-ENTRY-COUNT
               IF WS-FP-FINGERPRINT (WS-FP-IDX)
                       = TRANREC-RECORD (1:30)
                   SET WS-ENTRY-FOUND TO TRUE
                   IF WS-FP-BUSINESS-DATE (WS-FP-IDX) > WS-MATCH-DATE
                       MOVE WS-FP-BUSINESS-DATE (WS-FP-IDX)
                           TO WS-MATCH-DATE
                   END-IF
               END-IF
           END-PERFORM.

       2550-HOLD-SUSPECT.
      *    Written straight to the hold file - it belongs to this
      *    account's key group, so DUPOUT stays in key order.
           MOVE SPACES TO DUPREC-RECORD
           SET DUP-HELD TO TRUE
           MOVE CYCL-BUSINESS-DATE TO DUP-HELD-DATE
           MOVE CYCL-CYCLE-NUMBER TO DUP-HELD-CYCLE
           MOVE WS-MATCH-DATE TO DUP-MATCH-DATE
           MOVE ZEROES TO DUP-RELEASED-DATE
           MOVE TRANREC-RECORD TO DUP-TRAN-IMAGE
           WRITE DUPOUT-OUT-RECORD FROM DUPREC-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           ADD 1 TO WS-NEW-HELD-COUNT
           IF TR-TYPE-TRANSFER
               PERFORM 2560-NOTE-HELD-TRANSFER
           END-IF
           PERFORM 2850-BUILD-ITEM-LINE
           MOVE WS-MATCH-DATE TO WS-EDIT-DATE
           STRING "NEW HOLD - SEEN " DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
                  INTO WS-DTL-DISPOSITION
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2560-NOTE-HELD-TRANSFER.
           IF WS-HXF-ENTRY-COUNT < WS-HXF-MAX-ENTRIES
               ADD 1 TO WS-HXF-ENTRY-COUNT
               SET WS-HXF-IDX TO WS-HXF-ENTRY-COUNT
               MOVE TR-ACCT-KEY TO WS-HXF-SENDER-KEY (WS-HXF-IDX)
               MOVE TR-XFER-TO-KEY TO WS-HXF-RECEIVER-KEY (WS-HXF-IDX)
               MOVE TRANREC-RECORD (11:18)
                   TO WS-HXF-DATE-AMOUNT (WS-HXF-IDX)
               MOVE 'N' TO WS-HXF-LEG-FOUND-SW (WS-HXF-IDX)
           ELSE
               IF WS-HXF-DROPPED-COUNT = 0
                   DISPLAY "Held transfer table full at key "
                           TR-ACCT-KEY
                           " - credit legs will post; BAL010 "
                           "transfer check will show it"
               END-IF
               ADD 1 TO WS-HXF-DROPPED-COUNT
           END-IF.

       2590-ADD-FINGERPRINT.
           MOVE CYCL-BUSINESS-DATE TO DPH-BUSINESS-DATE
           MOVE TRANREC-RECORD (1:30) TO DPH-FINGERPRINT
           WRITE DUPHNEW-OUT-RECORD FROM DUPHREC-RECORD
           ADD 1 TO WS-HIST-ADDED-COUNT.

       2800-CARRY-HOLD-ITEMS.
      *    Every item still open is listed every night - the report
      *    is the supervisor's worklist.  An item released tonight
      *    was listed when it was released.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-ENTRY-COUNT
               IF WS-HLD-CARRY (WS-HLD-IDX)
                   MOVE WS-HLD-ITEM (WS-HLD-IDX) TO DUPREC-RECORD
                   PERFORM 2810-CARRY-ONE-ITEM
               END-IF
           END-PERFORM.

       2810-CARRY-ONE-ITEM.
      *    A release that has not come back within the suspense age
      *    (one day's grace for the suspense aging running on the
      *    machine date) has aged off suspense or been rejected on
      *    the way back; it is dropped here and reported.
           IF DUP-RELEASED
               COMPUTE WS-RELEASE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (CYCL-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE (DUP-RELEASED-DATE)
               IF WS-RELEASE-AGE-DAYS > PARM-SUSP-AGE-DAYS + 1
                   ADD 1 TO WS-NOT-RETURNED-COUNT
                   PERFORM 2850-BUILD-ITEM-LINE
                   MOVE "RELEASE NEVER RETURNED"
                       TO WS-DTL-DISPOSITION
                   WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE
               ELSE
                   WRITE DUPOUT-OUT-RECORD FROM DUPREC-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
                   IF DUP-RELEASED-DATE < CYCL-BUSINESS-DATE
                       PERFORM 2850-BUILD-ITEM-LINE
                       MOVE "RELEASED - AWAITING RETURN"
                           TO WS-DTL-DISPOSITION
                       WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE
                   END-IF
               END-IF
           ELSE
               WRITE DUPOUT-OUT-RECORD FROM DUPREC-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM 2850-BUILD-ITEM-LINE
               MOVE DUP-MATCH-DATE TO WS-EDIT-DATE
               STRING "HELD - SEEN " DELIMITED BY SIZE
                      WS-EDIT-DATE DELIMITED BY SIZE
                      INTO WS-DTL-DISPOSITION
               WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE
           END-IF.

       2850-BUILD-ITEM-LINE.
      *    Common report columns for the item in DUPREC-RECORD; the
      *    caller fills in the disposition.
           MOVE DUP-TRAN-IMAGE TO WS-HELD-TRAN
           MOVE WS-HTR-ACCT-KEY TO WS-DTL-KEY
           MOVE WS-HTR-TRAN-DATE TO WS-DTL-TRAN-DATE
           MOVE WS-HTR-TRAN-TYPE TO WS-DTL-TYPE
           MOVE WS-HTR-AMOUNT TO WS-DTL-AMOUNT
           MOVE DUP-HELD-DATE TO WS-DTL-HELD-DATE
           MOVE SPACES TO WS-DTL-DISPOSITION.

       7000-COPY-CREDIT-LEGS.
      *    EDIT010's credit legs pass to XFERCLR except the one leg
      *    belonging to each transfer held tonight.
           OPEN INPUT XFERCR-FILE
           IF WS-XFERCR-STATUS = '00'
               PERFORM 7100-READ-NEXT-CREDIT-LEG
               PERFORM UNTIL WS-EOF-XFERCR
                   ADD 1 TO WS-XFERCR-COUNT
                   PERFORM 7200-MATCH-HELD-TRANSFER
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-LEG-HELD-COUNT
                   ELSE
                       WRITE XFERCLR-OUT-RECORD FROM TRANREC-RECORD
                   END-IF
                   PERFORM 7100-READ-NEXT-CREDIT-LEG
               END-PERFORM
               CLOSE XFERCR-FILE
           END-IF
           PERFORM VARYING WS-HXF-IDX FROM 1 BY 1
                   UNTIL WS-HXF-IDX > WS-HXF-ENTRY-COUNT
               IF NOT WS-HXF-LEG-FOUND (WS-HXF-IDX)
                   DISPLAY "No credit leg found for held transfer "
                           "from " WS-HXF-SENDER-KEY (WS-HXF-IDX)
                           " to " WS-HXF-RECEIVER-KEY (WS-HXF-IDX)
               END-IF
           END-PERFORM.

       7100-READ-NEXT-CREDIT-LEG.
           READ XFERCR-FILE INTO TRANREC-RECORD
               AT END
                   SET WS-EOF-XFERCR TO TRUE
           END-READ.

       7200-MATCH-HELD-TRANSFER.
      *    A credit leg is keyed by the receiver and points back at
      *    the sender; date and amount are the debit leg's own.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM VARYING WS-HXF-IDX FROM 1 BY 1
                   UNTIL WS-HXF-IDX > WS-HXF-ENTRY-COUNT
                   OR WS-ENTRY-FOUND
               IF NOT WS-HXF-LEG-FOUND (WS-HXF-IDX)
                       AND WS-HXF-RECEIVER-KEY (WS-HXF-IDX)
                           = TR-ACCT-KEY
                       AND WS-HXF-SENDER-KEY (WS-HXF-IDX)
                           = TR-XFER-TO-KEY
                       AND WS-HXF-DATE-AMOUNT (WS-HXF-IDX)
                           = TRANREC-RECORD (11:18)
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-HXF-LEG-FOUND (WS-HXF-IDX) TO TRUE
               END-IF
           END-PERFORM.

       7500-PASS-TRIAL-CYCLE.
           PERFORM UNTIL WS-EOF-TRANOK
               ADD 1 TO WS-TRANOK-COUNT
               WRITE TRANCLR-OUT-RECORD FROM TRANREC-RECORD
               ADD 1 TO WS-PASSED-COUNT
               PERFORM 1100-READ-NEXT-TRAN
           END-PERFORM
           PERFORM UNTIL WS-EOF-DUPIN
               WRITE DUPOUT-OUT-RECORD FROM DUPIN-IN-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM 1300-READ-NEXT-HOLD
           END-PERFORM
           OPEN INPUT DUPHIST-FILE
           IF WS-DUPHIST-STATUS = '00'
               PERFORM 1200-READ-NEXT-HISTORY
               PERFORM UNTIL WS-EOF-DUPHIST
                   WRITE DUPHNEW-OUT-RECORD FROM DUPHIST-IN-RECORD
                   ADD 1 TO WS-HIST-KEPT-COUNT
                   PERFORM 1200-READ-NEXT-HISTORY
               END-PERFORM
           ELSE
               SET WS-EOF-DUPHIST TO TRUE
           END-IF
           OPEN INPUT XFERCR-FILE
           IF WS-XFERCR-STATUS = '00'
               PERFORM 7100-READ-NEXT-CREDIT-LEG
               PERFORM UNTIL WS-EOF-XFERCR
                   ADD 1 TO WS-XFERCR-COUNT
                   WRITE XFERCLR-OUT-RECORD FROM TRANREC-RECORD
                   PERFORM 7100-READ-NEXT-CREDIT-LEG
               END-PERFORM
               CLOSE XFERCR-FILE
           END-IF.

       8000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE "DUPLICATE WINDOW (BUSINESS DAYS):" TO WS-CNT-LABEL
           MOVE PARM-DUP-WINDOW-DAYS TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "ACCEPTED RECORDS SCREENED:" TO WS-CNT-LABEL
           MOVE WS-TRANOK-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  PASSED TO THE STREAM:" TO WS-CNT-LABEL
           MOVE WS-PASSED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "    RELEASED ITEMS RETURNED:" TO WS-CNT-LABEL
           MOVE WS-RETURNED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  SUSPECTED DUPLICATES HELD:" TO WS-CNT-LABEL
           MOVE WS-NEW-HELD-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "TRANSFER CREDIT LEGS READ:" TO WS-CNT-LABEL
           MOVE WS-XFERCR-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  HELD WITH THEIR DEBIT LEG:" TO WS-CNT-LABEL
           MOVE WS-LEG-HELD-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "HOLD ITEMS CARRIED IN:" TO WS-CNT-LABEL
           MOVE WS-DUPIN-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "DECISIONS READ:" TO WS-CNT-LABEL
           MOVE WS-DECISION-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  RELEASED - TO SUSPENSE:" TO WS-CNT-LABEL
           MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  KILLED:" TO WS-CNT-LABEL
           MOVE WS-KILLED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REFUSED:" TO WS-CNT-LABEL
           MOVE WS-DEC-REFUSED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "RELEASES NEVER RETURNED:" TO WS-CNT-LABEL
           MOVE WS-NOT-RETURNED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "HOLD ITEMS CARRIED OUT:" TO WS-CNT-LABEL
           MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "HISTORY FINGERPRINTS READ:" TO WS-CNT-LABEL
           MOVE WS-DUPHIST-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  KEPT:" TO WS-CNT-LABEL
           MOVE WS-HIST-KEPT-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  AGED OUT OF THE WINDOW:" TO WS-CNT-LABEL
           MOVE WS-HIST-EXPIRED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  DROPPED - SAME CYCLE RERUN:" TO WS-CNT-LABEL
           MOVE WS-HIST-RERUN-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  ADDED TONIGHT:" TO WS-CNT-LABEL
           MOVE WS-HIST-ADDED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           IF WS-NEW-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TRANOK-STATUS = '00' OR WS-TRANOK-STATUS = '10'
               CLOSE TRANOK-FILE
           END-IF
           IF WS-DUPHIST-STATUS = '00' OR WS-DUPHIST-STATUS = '10'
               CLOSE DUPHIST-FILE
           END-IF
           IF WS-DUPIN-STATUS = '00' OR WS-DUPIN-STATUS = '10'
               CLOSE DUPIN-FILE
           END-IF
           IF WS-DUPDEC-STATUS = '00' OR WS-DUPDEC-STATUS = '10'
               CLOSE DUPDEC-FILE
           END-IF
           CLOSE TRANCLR-FILE
           CLOSE XFERCLR-FILE
           CLOSE DUPHNEW-FILE
           CLOSE DUPOUT-FILE
           CLOSE DUPSUSP-FILE
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
           MOVE "DUP010  " TO RUN-PROGRAM-ID
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
           MOVE WS-TRANOK-COUNT TO RUN-RECORDS-IN
           MOVE WS-PASSED-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
