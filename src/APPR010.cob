       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPR010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * APPR010 - Maintenance approval (maker-checker) in front of
      * MAINT010.
      *
      * MAINT010 applied whatever one user keyed, the same night -
      * one person alone could unfreeze a disputed account or lift
      * its exposure limit.  Keyed maintenance (MNTFILE, presorted by
      * account key) now comes here first and is queued on the
      * pending-approval file (see PENDREC); a second user reviews
      * the approval report and keys a decision (APPRFILE, see
      * APPRREC) for each item.  Per account key this step:
      *
      *   - queues a newly keyed item on the pending file, dated
      *     today and classed routine, unfreeze, or limit increase
      *     against the current ACCTMAST (read forward alongside in
      *     the same key order).  An item for an account that
      *     already has one pending, a second item for one key in
      *     one run, an item with no keying user ID, and an item out
      *     of account-key sequence are refused on the report and
      *     never queued;
      *   - applies a decision to the account's pending item (the
      *     one carried from PENDIN or the one queued just now): the
      *     keyed date must match the item's, the approver ID must be
      *     present and must not be the keying user, and the
      *     decision must be approve or decline.  A valid decision
      *     sends the item forward to MAINT010 (MNTAPPR, MNTREC
      *     layout with the approver and decision filled in) and
      *     takes it off the pending file - a decline goes forward
      *     too, so MAINT010 audits it beside the keyer.  A refused
      *     decision leaves the item pending;
      *   - ages an undecided item: pending more than
      *     PARM-PEND-AGE-DAYS days after it was keyed, it ages off
      *     onto the report as never approved and leaves the file;
      *     otherwise it carries forward to PENDOUT with its
      *     original keyed date.
      *
      * Every item and every refusal appears on the approval report
      * (APPRRPT), which is also the approvers' worklist for the
      * next day: account, action, keyer, keyed date, age, and the
      * sensitive class flagged.  MNTAPPR and PENDOUT go out in
      * account-key order, so neither needs a sort.
      *
      * The product/pricing code keyed on a maintenance item rides
      * beside the pending image (PEND-PRODUCT-CODE) and is put back
      * after the approval fields on the way out to MAINT010.  A
      * repricing is a routine item here - it needs the second user
      * like everything else, but it is not flagged.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIN-FILE ASSIGN TO PENDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.

           SELECT MNTFILE-FILE ASSIGN TO MNTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTFILE-STATUS.

           SELECT APPRFILE-FILE ASSIGN TO APPRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRFILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT PENDOUT-FILE ASSIGN TO PENDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.

           SELECT MNTAPPR-FILE ASSIGN TO MNTAPPR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAPPR-STATUS.

           SELECT REPORT-FILE ASSIGN TO APPRRPT
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
       FD  PENDIN-FILE
           RECORDING MODE IS F.
       01  PENDIN-IN-RECORD           PIC X(65).

       FD  MNTFILE-FILE
           RECORDING MODE IS F.
       01  MNTFILE-IN-RECORD          PIC X(65).

       FD  APPRFILE-FILE
           RECORDING MODE IS F.
       01  APPRFILE-IN-RECORD         PIC X(27).

       FD  ACCTMAST-FILE
           RECORDING MODE IS F.
       01  ACCTMAST-IN-RECORD         PIC X(47).

       FD  PARMFILE-FILE
           RECORDING MODE IS F.
       01  PARMFILE-IN-RECORD         PIC X(76).

       FD  PENDOUT-FILE
           RECORDING MODE IS F.
       01  PENDOUT-OUT-RECORD         PIC X(65).

       FD  MNTAPPR-FILE
           RECORDING MODE IS F.
       01  MNTAPPR-OUT-RECORD         PIC X(65).

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
       COPY PENDREC.
       COPY MNTREC.
       COPY APPRREC.
       COPY ACCTMAST.
       COPY PARMREC.
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

       01  WS-RUN-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-TODAY-INTEGER           PIC 9(07) VALUE ZEROES.
       01  WS-PEND-AGE-DAYS           PIC S9(05) VALUE ZEROES.
       01  WS-CURRENT-KEY             PIC X(10) VALUE SPACES.
       01  WS-PREV-MNT-KEY            PIC X(10) VALUE LOW-VALUES.
       01  WS-PREV-APPR-KEY           PIC X(10) VALUE LOW-VALUES.
       01  WS-REFUSE-REASON           PIC X(20) VALUE SPACES.

      *    The account's pending item while its key is being worked:
      *    carried in from PENDIN or queued from MNTFILE this run.
       01  WS-HELD-ITEM               PIC X(65) VALUE SPACES.

      *    Numeric views of the keyed limit and the master's limit
      *    for the sensitive-class test.  The keyed field is only
      *    moved here after it has been proven digits-plus-sign.
       01  WS-NEW-LIMIT-X             PIC X(12) VALUE SPACES.
       01  WS-NEW-LIMIT REDEFINES WS-NEW-LIMIT-X
                                   PIC S9(9)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
       01  WS-OLD-LIMIT               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-LIMIT-INCREASE          PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PENDIN-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-KEYED-COUNT         PIC 9(05) VALUE ZEROES.
           05  WS-QUEUED-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-KEYED-REFUSED-COUNT PIC 9(05) VALUE ZEROES.
           05  WS-DECISION-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-APPROVED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-DECLINED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-DEC-REFUSED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-AGED-COUNT          PIC 9(05) VALUE ZEROES.
           05  WS-CARRIED-COUNT       PIC 9(05) VALUE ZEROES.

       01  WS-FILE-STATUSES.
           05  WS-PENDIN-STATUS       PIC X(02) VALUE SPACES.
           05  WS-MNTFILE-STATUS      PIC X(02) VALUE SPACES.
           05  WS-APPRFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-ACCTMAST-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PARMFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PENDOUT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-MNTAPPR-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-PENDIN-SW       PIC X(01) VALUE 'N'.
               88  WS-EOF-PENDIN              VALUE 'Y'.
           05  WS-EOF-MNTFILE-SW      PIC X(01) VALUE 'N'.
               88  WS-EOF-MNTFILE             VALUE 'Y'.
           05  WS-EOF-APPRFILE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-APPRFILE            VALUE 'Y'.
           05  WS-EOF-ACCTMASTER-SW   PIC X(01) VALUE 'N'.
               88  WS-EOF-ACCTMASTER          VALUE 'Y'.
           05  WS-ITEM-HELD-SW        PIC X(01) VALUE 'N'.
               88  WS-ITEM-HELD               VALUE 'Y'.
           05  WS-ITEM-NEW-SW         PIC X(01) VALUE 'N'.
               88  WS-ITEM-NEW                VALUE 'Y'.

       01  WS-HDG1.
           05  FILLER                 PIC X(32) VALUE
               "MAINTENANCE APPROVAL REPORT".
           05  FILLER                 PIC X(10) VALUE "RUN DATE:".
           05  WS-HDG1-DATE           PIC 9999/99/99.

       01  WS-HDG2.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT KEY".
           05  FILLER                 PIC X(03) VALUE "A".
           05  FILLER                 PIC X(10) VALUE "KEYED BY".
           05  FILLER                 PIC X(12) VALUE "KEYED DATE".
           05  FILLER                 PIC X(07) VALUE "  AGE".
           05  FILLER                 PIC X(10) VALUE "CLASS".
           05  FILLER                 PIC X(26) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION          PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-USER-ID         PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-KEYED-DATE      PIC 9999/99/99.
           05  WS-DTL-KEYED-DATE-X REDEFINES WS-DTL-KEYED-DATE
                                   PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-AGE             PIC ZZZZ9.
           05  WS-DTL-AGE-X REDEFINES WS-DTL-AGE
                                   PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-CLASS           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-DISPOSITION     PIC X(26).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL           PIC X(34).
           05  WS-CNT-VALUE           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-WRITE-RUN-START
           PERFORM 2000-PROCESS-ONE-KEY
               UNTIL WS-EOF-PENDIN AND WS-EOF-MNTFILE
                   AND WS-EOF-APPRFILE
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               TO WS-TODAY-INTEGER
           PERFORM 1025-READ-PARAMETERS
           OPEN OUTPUT PENDOUT-FILE
           OPEN OUTPUT MNTAPPR-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDG1-DATE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           WRITE REPORT-OUT-LINE FROM WS-HDG2
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS = '00'
               PERFORM 1400-READ-NEXT-ACCOUNT
           ELSE
               SET WS-EOF-ACCTMASTER TO TRUE
           END-IF
           OPEN INPUT PENDIN-FILE
           IF WS-PENDIN-STATUS = '00'
               PERFORM 1100-READ-NEXT-PENDING
           ELSE
               SET WS-EOF-PENDIN TO TRUE
           END-IF
           OPEN INPUT MNTFILE-FILE
           IF WS-MNTFILE-STATUS = '00'
               PERFORM 1200-READ-NEXT-MNT
           ELSE
               SET WS-EOF-MNTFILE TO TRUE
           END-IF
           OPEN INPUT APPRFILE-FILE
           IF WS-APPRFILE-STATUS = '00'
               PERFORM 1300-READ-NEXT-DECISION
           ELSE
               SET WS-EOF-APPRFILE TO TRUE
           END-IF.

       1025-READ-PARAMETERS.
      *    Same convention as the other parameter readers: missing
      *    file, empty file, or an old-format record without the
      *    approval fields falls back to the standing defaults.  A
      *    zero threshold is legal - it flags every limit increase.
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
           IF PARM-PEND-AGE-DAYS IS NOT NUMERIC
               MOVE 5 TO PARM-PEND-AGE-DAYS
           END-IF
           IF PARM-LIMIT-APPR-THRESHOLD IS NOT NUMERIC
               MOVE ZERO TO PARM-LIMIT-APPR-THRESHOLD
           END-IF.

       1026-DEFAULT-PARAMETERS.
           MOVE 5 TO PARM-PEND-AGE-DAYS
           MOVE ZERO TO PARM-LIMIT-APPR-THRESHOLD.

       1100-READ-NEXT-PENDING.
      *    Read into the file area only - PENDREC-RECORD is the work
      *    area for the account being processed, and the look-ahead
      *    record must not overwrite it.
           READ PENDIN-FILE
               AT END
                   SET WS-EOF-PENDIN TO TRUE
               NOT AT END
                   ADD 1 TO WS-PENDIN-COUNT
           END-READ.

       1200-READ-NEXT-MNT.
      *    A keyed record below the last one read is out of sequence
      *    - it would arrive after its key's turn in the match - so
      *    it is refused here, at the read, and the next one tried.
      *    An equal key is left to the match, which refuses the
      *    second item for one account.
           MOVE SPACES TO MNTREC-RECORD
           READ MNTFILE-FILE INTO MNTREC-RECORD
               AT END
                   SET WS-EOF-MNTFILE TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF-MNTFILE
                   OR MNT-ACCT-KEY >= WS-PREV-MNT-KEY
               ADD 1 TO WS-KEYED-COUNT
               MOVE 'MAINT OUT OF SEQ' TO WS-REFUSE-REASON
               PERFORM 2290-REFUSE-KEYED-MNT
               MOVE SPACES TO MNTREC-RECORD
               READ MNTFILE-FILE INTO MNTREC-RECORD
                   AT END
                       SET WS-EOF-MNTFILE TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-EOF-MNTFILE
               MOVE MNT-ACCT-KEY TO WS-PREV-MNT-KEY
           END-IF.

       1300-READ-NEXT-DECISION.
      *    Same sequence guard as the keyed file.
           READ APPRFILE-FILE INTO APPRREC-RECORD
               AT END
                   SET WS-EOF-APPRFILE TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF-APPRFILE
                   OR APPR-ACCT-KEY >= WS-PREV-APPR-KEY
               ADD 1 TO WS-DECISION-COUNT
               MOVE 'DECISION OUT OF SEQ' TO WS-REFUSE-REASON
               PERFORM 2490-REFUSE-DECISION
               READ APPRFILE-FILE INTO APPRREC-RECORD
                   AT END
                       SET WS-EOF-APPRFILE TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-EOF-APPRFILE
               MOVE APPR-ACCT-KEY TO WS-PREV-APPR-KEY
           END-IF.

       1400-READ-NEXT-ACCOUNT.
           READ ACCTMAST-FILE INTO ACCTMAST-RECORD
               AT END
                   SET WS-EOF-ACCTMASTER TO TRUE
           END-READ.

       2000-PROCESS-ONE-KEY.
      *    Three presorted inputs matched on account key: the lowest
      *    key still unread on any of them is the account worked
      *    this pass (the pending look-ahead key sits in the image at
      *    the same offset as in PENDREC).  Its pending item is
      *    picked up first, then any newly keyed maintenance, then
      *    any decisions, and whatever is still pending at the end
      *    is aged or carried.
           PERFORM 2010-FIND-LOW-KEY
           MOVE 'N' TO WS-ITEM-HELD-SW
           MOVE 'N' TO WS-ITEM-NEW-SW
           IF NOT WS-EOF-PENDIN
                   AND PENDIN-IN-RECORD (2:10) = WS-CURRENT-KEY
               MOVE PENDIN-IN-RECORD TO WS-HELD-ITEM
               SET WS-ITEM-HELD TO TRUE
               PERFORM 1100-READ-NEXT-PENDING
           END-IF
           PERFORM UNTIL WS-EOF-MNTFILE
                   OR MNT-ACCT-KEY NOT = WS-CURRENT-KEY
               ADD 1 TO WS-KEYED-COUNT
               PERFORM 2200-QUEUE-KEYED-MNT
               PERFORM 1200-READ-NEXT-MNT
           END-PERFORM
           PERFORM UNTIL WS-EOF-APPRFILE
                   OR APPR-ACCT-KEY NOT = WS-CURRENT-KEY
               ADD 1 TO WS-DECISION-COUNT
               PERFORM 2400-APPLY-DECISION
               PERFORM 1300-READ-NEXT-DECISION
           END-PERFORM
           IF WS-ITEM-HELD
               MOVE WS-HELD-ITEM TO PENDREC-RECORD
               PERFORM 2500-AGE-OR-CARRY-FORWARD
           END-IF.

       2010-FIND-LOW-KEY.
           MOVE HIGH-VALUES TO WS-CURRENT-KEY
           IF NOT WS-EOF-PENDIN
                   AND PENDIN-IN-RECORD (2:10) < WS-CURRENT-KEY
               MOVE PENDIN-IN-RECORD (2:10) TO WS-CURRENT-KEY
           END-IF
           IF NOT WS-EOF-MNTFILE AND MNT-ACCT-KEY < WS-CURRENT-KEY
               MOVE MNT-ACCT-KEY TO WS-CURRENT-KEY
           END-IF
           IF NOT WS-EOF-APPRFILE AND APPR-ACCT-KEY < WS-CURRENT-KEY
               MOVE APPR-ACCT-KEY TO WS-CURRENT-KEY
           END-IF.

       2200-QUEUE-KEYED-MNT.
      *    One pending item per account: a second keying while one
      *    is still pending is refused rather than stacked, the same
      *    one-transaction-per-key rule MAINT010 enforces in a run.
           EVALUATE TRUE
               WHEN WS-ITEM-HELD AND WS-ITEM-NEW
                   MOVE 'DUPLICATE MAINT KEY' TO WS-REFUSE-REASON
                   PERFORM 2290-REFUSE-KEYED-MNT
               WHEN WS-ITEM-HELD
                   MOVE 'ALREADY PENDING' TO WS-REFUSE-REASON
                   PERFORM 2290-REFUSE-KEYED-MNT
               WHEN MNT-USER-ID = SPACES
                   MOVE 'NO KEYING USER ID' TO WS-REFUSE-REASON
                   PERFORM 2290-REFUSE-KEYED-MNT
               WHEN OTHER
                   MOVE SPACES TO PENDREC-RECORD
                   MOVE MNTREC-RECORD TO PEND-MNT-IMAGE
                   MOVE MNT-PRODUCT-CODE TO PEND-PRODUCT-CODE
                   MOVE WS-RUN-DATE TO PEND-KEYED-DATE
                   PERFORM 2300-CLASSIFY-ITEM
                   MOVE PENDREC-RECORD TO WS-HELD-ITEM
                   SET WS-ITEM-HELD TO TRUE
                   SET WS-ITEM-NEW TO TRUE
                   ADD 1 TO WS-QUEUED-COUNT
           END-EVALUATE.

       2290-REFUSE-KEYED-MNT.
      *    WS-REFUSE-REASON is preset by the caller.  "REJ: " keeps
      *    the 20-byte reason whole in the 26-byte column, the same
      *    width reasoning as GLACK010's prefix.
           ADD 1 TO WS-KEYED-REFUSED-COUNT
           MOVE MNT-ACCT-KEY TO WS-DTL-KEY
           MOVE MNT-ACTION TO WS-DTL-ACTION
           MOVE MNT-USER-ID TO WS-DTL-USER-ID
           MOVE WS-RUN-DATE TO WS-DTL-KEYED-DATE
           MOVE SPACES TO WS-DTL-AGE-X
           MOVE "KEYING" TO WS-DTL-CLASS
           MOVE SPACES TO WS-DTL-DISPOSITION
           STRING "REJ: " DELIMITED BY SIZE
                  WS-REFUSE-REASON DELIMITED BY SIZE
                  INTO WS-DTL-DISPOSITION
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2300-CLASSIFY-ITEM.
      *    Sensitive classes, judged against the master as it stands
      *    tonight: a status change taking a frozen account out of
      *    frozen, and a limit change that raises the exposure limit
      *    by more than PARM-LIMIT-APPR-THRESHOLD (or removes the
      *    limit altogether - all zeroes means no limit).  A keyed
      *    limit that is not digits-plus-sign is left routine here;
      *    MAINT010 rejects it when it comes to apply.
           SET PEND-ROUTINE TO TRUE
           PERFORM UNTIL WS-EOF-ACCTMASTER
                   OR ACCT-KEY >= MNT-ACCT-KEY
               PERFORM 1400-READ-NEXT-ACCOUNT
           END-PERFORM
           MOVE ZERO TO WS-OLD-LIMIT
           IF NOT WS-EOF-ACCTMASTER AND ACCT-KEY = MNT-ACCT-KEY
               IF NOT ACCT-NO-LIMIT-KEYED
                   MOVE ACCT-LIMIT-AMOUNT TO WS-OLD-LIMIT
               END-IF
               IF ACCT-FROZEN AND MNT-CHANGE
                       AND NOT MNT-STATUS-BLANK
                       AND MNT-ACCT-STATUS NOT = 'F'
                   SET PEND-UNFREEZE TO TRUE
               END-IF
           END-IF
           IF PEND-ROUTINE
                   AND NOT MNT-LIMIT-BLANK
                   AND MNT-LIMIT-DIGITS IS NUMERIC
                   AND (MNT-LIMIT-SIGN = '+' OR MNT-LIMIT-SIGN = '-')
               MOVE MNT-LIMIT-AMOUNT-X TO WS-NEW-LIMIT-X
               IF WS-NEW-LIMIT = 0
                   IF WS-OLD-LIMIT NOT = 0
                       SET PEND-LIMIT-INCREASE TO TRUE
                   END-IF
               ELSE
                   COMPUTE WS-LIMIT-INCREASE =
                       WS-NEW-LIMIT - WS-OLD-LIMIT
                   IF WS-LIMIT-INCREASE > PARM-LIMIT-APPR-THRESHOLD
                           AND (WS-OLD-LIMIT NOT = 0 OR MNT-ADD)
                       SET PEND-LIMIT-INCREASE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2400-APPLY-DECISION.
      *    The held item (if any) is in WS-HELD-ITEM; it is brought
      *    back into PENDREC-RECORD for the checks and the output.
           IF WS-ITEM-HELD
               MOVE WS-HELD-ITEM TO PENDREC-RECORD
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ITEM-HELD
                   MOVE 'NO PENDING ITEM' TO WS-REFUSE-REASON
                   PERFORM 2490-REFUSE-DECISION
               WHEN APPR-KEYED-DATE NOT = PEND-KEYED-DATE
                   MOVE 'KEYED DATE MISMATCH' TO WS-REFUSE-REASON
                   PERFORM 2490-REFUSE-DECISION
               WHEN APPR-APPROVER-ID = SPACES
                   MOVE 'NO APPROVER ID' TO WS-REFUSE-REASON
                   PERFORM 2490-REFUSE-DECISION
               WHEN APPR-APPROVER-ID = PEND-USER-ID
                   MOVE 'SELF APPROVAL' TO WS-REFUSE-REASON
                   PERFORM 2490-REFUSE-DECISION
               WHEN NOT APPR-VALID-DECISION
                   MOVE 'INVALID DECISION' TO WS-REFUSE-REASON
                   PERFORM 2490-REFUSE-DECISION
               WHEN OTHER
                   PERFORM 2450-RELEASE-DECIDED-ITEM
           END-EVALUATE.

       2450-RELEASE-DECIDED-ITEM.
      *    Approved or declined, the item goes forward to MAINT010
      *    with the decision on it and leaves the pending file.
           MOVE SPACES TO MNTREC-RECORD
           MOVE PEND-MNT-IMAGE TO MNTREC-RECORD
           MOVE APPR-APPROVER-ID TO MNT-APPROVER-ID
           MOVE APPR-DECISION TO MNT-DECISION
           MOVE PEND-PRODUCT-CODE TO MNT-PRODUCT-CODE
           WRITE MNTAPPR-OUT-RECORD FROM MNTREC-RECORD
           MOVE 'N' TO WS-ITEM-HELD-SW
           PERFORM 2800-BUILD-ITEM-LINE
           IF APPR-APPROVE
               ADD 1 TO WS-APPROVED-COUNT
               STRING "APPROVED BY " DELIMITED BY SIZE
                      APPR-APPROVER-ID DELIMITED BY SIZE
                      INTO WS-DTL-DISPOSITION
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
               STRING "DECLINED BY " DELIMITED BY SIZE
                      APPR-APPROVER-ID DELIMITED BY SIZE
                      INTO WS-DTL-DISPOSITION
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2490-REFUSE-DECISION.
      *    WS-REFUSE-REASON is preset by the caller.  The account's
      *    pending item, if there is one, is untouched.
           ADD 1 TO WS-DEC-REFUSED-COUNT
           MOVE APPR-ACCT-KEY TO WS-DTL-KEY
           MOVE SPACE TO WS-DTL-ACTION
           MOVE APPR-APPROVER-ID TO WS-DTL-USER-ID
           MOVE APPR-KEYED-DATE TO WS-DTL-KEYED-DATE-X
           MOVE SPACES TO WS-DTL-AGE-X
           MOVE "DECISION" TO WS-DTL-CLASS
           MOVE SPACES TO WS-DTL-DISPOSITION
           STRING "REJ: " DELIMITED BY SIZE
                  WS-REFUSE-REASON DELIMITED BY SIZE
                  INTO WS-DTL-DISPOSITION
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2500-AGE-OR-CARRY-FORWARD.
      *    Aging measures from the original keying, preserved on the
      *    item while it carries, the same way REJ010 ages rejects.
           PERFORM 2800-BUILD-ITEM-LINE
           IF WS-PEND-AGE-DAYS > PARM-PEND-AGE-DAYS
               ADD 1 TO WS-AGED-COUNT
               MOVE "AGED OFF - NEVER APPROVED" TO WS-DTL-DISPOSITION
           ELSE
               WRITE PENDOUT-OUT-RECORD FROM PENDREC-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               IF WS-ITEM-NEW
                   MOVE "QUEUED FOR APPROVAL"
                       TO WS-DTL-DISPOSITION
               ELSE
                   MOVE "STILL PENDING APPROVAL"
                       TO WS-DTL-DISPOSITION
               END-IF
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2800-BUILD-ITEM-LINE.
      *    Common report columns for a pending item in PENDREC-RECORD;
      *    the caller fills in the disposition.
           COMPUTE WS-PEND-AGE-DAYS =
               WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (PEND-KEYED-DATE)
           MOVE PEND-ACCT-KEY TO WS-DTL-KEY
           MOVE PEND-ACTION TO WS-DTL-ACTION
           MOVE PEND-USER-ID TO WS-DTL-USER-ID
           MOVE PEND-KEYED-DATE TO WS-DTL-KEYED-DATE
           MOVE WS-PEND-AGE-DAYS TO WS-DTL-AGE
           EVALUATE TRUE
               WHEN PEND-UNFREEZE
                   MOVE "*UNFRZ*" TO WS-DTL-CLASS
               WHEN PEND-LIMIT-INCREASE
                   MOVE "*LIMIT*" TO WS-DTL-CLASS
               WHEN OTHER
                   MOVE "ROUTINE" TO WS-DTL-CLASS
           END-EVALUATE
           MOVE SPACES TO WS-DTL-DISPOSITION.

       8000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE "PENDING ITEMS CARRIED IN:" TO WS-CNT-LABEL
           MOVE WS-PENDIN-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "MAINTENANCE ITEMS KEYED:" TO WS-CNT-LABEL
           MOVE WS-KEYED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  QUEUED FOR APPROVAL:" TO WS-CNT-LABEL
           MOVE WS-QUEUED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  NOT QUEUED:" TO WS-CNT-LABEL
           MOVE WS-KEYED-REFUSED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "DECISIONS READ:" TO WS-CNT-LABEL
           MOVE WS-DECISION-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  APPROVED - SENT TO MAINT010:" TO WS-CNT-LABEL
           MOVE WS-APPROVED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  DECLINED - SENT TO MAINT010:" TO WS-CNT-LABEL
           MOVE WS-DECLINED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "  REFUSED:" TO WS-CNT-LABEL
           MOVE WS-DEC-REFUSED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "AGED OFF - NEVER APPROVED:" TO WS-CNT-LABEL
           MOVE WS-AGED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "STILL PENDING - CARRIED OUT:" TO WS-CNT-LABEL
           MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           IF WS-PENDIN-STATUS = '00' OR WS-PENDIN-STATUS = '10'
               CLOSE PENDIN-FILE
           END-IF
           IF WS-MNTFILE-STATUS = '00' OR WS-MNTFILE-STATUS = '10'
               CLOSE MNTFILE-FILE
           END-IF
           IF WS-APPRFILE-STATUS = '00' OR WS-APPRFILE-STATUS = '10'
               CLOSE APPRFILE-FILE
           END-IF
           IF WS-ACCTMAST-STATUS = '00' OR WS-ACCTMAST-STATUS = '10'
               CLOSE ACCTMAST-FILE
           END-IF
           CLOSE PENDOUT-FILE
           CLOSE MNTAPPR-FILE
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
           MOVE "APPR010 " TO RUN-PROGRAM-ID
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
           COMPUTE RUN-RECORDS-IN = WS-PENDIN-COUNT
               + WS-KEYED-COUNT + WS-DECISION-COUNT
           COMPUTE RUN-RECORDS-OUT = WS-APPROVED-COUNT
               + WS-DECLINED-COUNT + WS-CARRIED-COUNT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
