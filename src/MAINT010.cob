      * and not digits-plus-trailing-sign is rejected before it can
      * plant a non-numeric value in the master for ACCUM010 to trip
      * over.
      *
      * Maintenance is maker-checker now: keyed transactions go to
      * APPR010's pending-approval file first, and what reaches this
      * program (MNTAPPR, the MNTREC layout with the approval fields
      * filled in) has been approved or declined there by a second
      * user.  An item is applied only when it is approved and the
      * approver is not the keying user - an item arriving without
      * an approval, or approved by its own keyer, is rejected
      * before any other edit, and a declined item is audited as a
      * rejection with the decline as its reason.  The approver ID
      * and decision ride the audit record beside the keyer's ID.
      *
      * The product/pricing code (ACCT-PRODUCT-CODE) that keys the
      * month-end interest and service-charge assessment is
      * maintained here the same way as the limit: MNT-PRODUCT-CODE
      * blank leaves it alone on a change and means no product on
      * an add.  A keyed code must be on the rate table (RATEFILE,
      * loaded once at start) or the item is rejected, so an account
      * can never be priced from a product the assessment cannot
      * find.  Before/after product images ride the audit record.
      * A change that keys only a limit or only a product code (a
      * repricing) is applied like any other; only a change asking
      * for nothing at all is rejected as BLANK ACCOUNT NAME.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT MNTFILE-FILE ASSIGN TO MNTAPPR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTFILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLFILE-STATUS.

           SELECT RATEFILE-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE
           RECORDING MODE IS F.
       01  ACCTMAST-IN-RECORD         PIC X(47).

       FD  MNTFILE-FILE
           RECORDING MODE IS F.
       01  MNTFILE-IN-RECORD          PIC X(65).

       FD  TRANFILE-FILE
           RECORDING MODE IS F.
       01  TRANFILE-IN-RECORD         PIC X(53).

       FD  ACCTNEW-FILE
           RECORDING MODE IS F.
       01  ACCTNEW-OUT-RECORD         PIC X(47).

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
       01  AUDITLOG-OUT-RECORD        PIC X(107).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CYCLFILE-IN-RECORD         PIC X(13).

       FD  RATEFILE-FILE
           RECORDING MODE IS F.
       01  RATEFILE-IN-RECORD         PIC X(48).

       WORKING-STORAGE SECTION.
       COPY ACCTMAST.
       COPY MNTREC.
       COPY AUDREC.
       COPY RUNLOG.
       COPY CYCLREC.
       COPY RATEREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
           05  WS-ADD-ACCT-NAME       PIC X(20).
           05  WS-ADD-ACCT-STATUS     PIC X(01).
           05  WS-ADD-ACCT-LIMIT      PIC X(12).
           05  WS-ADD-ACCT-PRODUCT    PIC X(04).

      *    Every product code on the rate table, loaded once at start
      *    for the product-code edit.  Guarded OCCURS with overflow
      *    warning, the usual pattern: a product that does not fit is
      *    treated as not on file, and the console says so.
       01  WS-PRODUCT-TABLE.
           05  WS-PRD-MAX-ENTRIES     PIC 9(03) VALUE 200.
           05  WS-PRD-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-PRD-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-PRD-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-PRD-IDX.
               10  WS-PRD-CODE        PIC X(04).

       01  WS-COUNTERS.
           05  WS-ADD-COUNT           PIC 9(05) VALUE ZEROES.
           05  WS-CHANGE-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-DELETE-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-REJECT-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-DECLINE-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-MASTER-OUT-COUNT    PIC 9(05) VALUE ZEROES.

       01  WS-FILE-STATUSES.
           05  WS-TRANFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-ACCTNEW-STATUS      PIC X(02) VALUE SPACES.
           05  WS-AUDITLOG-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RATEFILE-STATUS     PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-ACCTMASTER-SW   PIC X(01) VALUE 'N'.
               88  WS-ACCT-HAS-ACTIVITY       VALUE 'Y'.
           05  WS-MNT-SEQ-SW          PIC X(01) VALUE 'Y'.
               88  WS-MNT-IN-SEQUENCE         VALUE 'Y'.
           05  WS-MNT-APPROVAL-SW     PIC X(01) VALUE 'Y'.
               88  WS-MNT-APPROVAL-OK         VALUE 'Y'.
           05  WS-EOF-RATEFILE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-RATEFILE            VALUE 'Y'.
           05  WS-PRODUCT-SW          PIC X(01) VALUE 'N'.
               88  WS-PRODUCT-ON-FILE         VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-PRODUCT-TABLE
           OPEN INPUT ACCTMAST-FILE
           OPEN INPUT MNTFILE-FILE
           OPEN INPUT TRANFILE-FILE
           PERFORM 1100-READ-NEXT-ACCOUNT
           PERFORM 1150-READ-NEXT-MNT.

       1050-LOAD-PRODUCT-TABLE.
      *    A missing or empty rate table leaves the product table
      *    empty - maintenance that keys no product code still posts,
      *    and any keyed code rejects as unknown.
           OPEN INPUT RATEFILE-FILE
           IF WS-RATEFILE-STATUS = '00'
               PERFORM 1060-READ-NEXT-RATE
               PERFORM UNTIL WS-EOF-RATEFILE
                   IF WS-PRD-ENTRY-COUNT < WS-PRD-MAX-ENTRIES
                       ADD 1 TO WS-PRD-ENTRY-COUNT
                       SET WS-PRD-IDX TO WS-PRD-ENTRY-COUNT
                       MOVE RATE-PRODUCT-CODE
                           TO WS-PRD-CODE (WS-PRD-IDX)
                   ELSE
                       IF WS-PRD-DROPPED-COUNT = 0
                           DISPLAY "Product table full at code "
                                   RATE-PRODUCT-CODE
                                   " - later products will reject"
                                   " as unknown"
                       END-IF
                       ADD 1 TO WS-PRD-DROPPED-COUNT
                   END-IF
                   PERFORM 1060-READ-NEXT-RATE
               END-PERFORM
               CLOSE RATEFILE-FILE
           ELSE
               DISPLAY "MAINT010 - RATEFILE not available; keyed "
                       "product codes will reject"
           END-IF.

       1060-READ-NEXT-RATE.
           READ RATEFILE-FILE INTO RATEREC-RECORD
               AT END
                   SET WS-EOF-RATEFILE TO TRUE
           END-READ.

       1100-READ-NEXT-ACCOUNT.
           READ ACCTMAST-FILE INTO ACCTMAST-RECORD
               AT END
               IF NOT WS-MNT-IN-SEQUENCE
                   PERFORM 2900-REJECT-MNT
               ELSE
                   PERFORM 2060-CHECK-MNT-APPROVAL
                   EVALUATE TRUE
                       WHEN NOT WS-MNT-APPROVAL-OK
                           PERFORM 2900-REJECT-MNT
                       WHEN WS-EOF-ACCTMASTER
                               OR ACCT-KEY > MNT-ACCT-KEY
                           PERFORM 2200-APPLY-UNMATCHED-MNT
                       WHEN OTHER
                           PERFORM 2300-APPLY-MATCHED-MNT
                   END-EVALUATE
               END-IF
      *        The sequence high-water mark only moves forward on an
      *        in-sequence record - letting a rejected out-of-order
               MOVE 'N' TO WS-MNT-SEQ-SW
           END-IF.

       2060-CHECK-MNT-APPROVAL.
      *    Nothing posts on one user's say-so: the item must carry an
      *    approval from a second user ID.  A refused item does not
      *    consume the matched master record - it is copied forward
      *    unchanged when the merge passes it, as for a sequence
      *    reject.
           MOVE 'N' TO WS-MNT-APPROVAL-SW
           EVALUATE TRUE
               WHEN MNT-DECLINED
                   MOVE 'DECLINED BY APPROVER' TO AUD-REASON
                   ADD 1 TO WS-DECLINE-COUNT
               WHEN NOT MNT-APPROVED OR MNT-APPROVER-ID = SPACES
                   MOVE 'NOT APPROVED' TO AUD-REASON
               WHEN MNT-APPROVER-ID = MNT-USER-ID
                   MOVE 'SELF APPROVAL' TO AUD-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-MNT-APPROVAL-SW
           END-EVALUATE.

       2070-CHECK-MNT-PRODUCT.
      *    The rate table is small and unordered as far as this
      *    program cares, so the lookup runs the whole table.
           MOVE 'N' TO WS-PRODUCT-SW
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-ENTRY-COUNT
                   OR WS-PRODUCT-ON-FILE
               IF WS-PRD-CODE (WS-PRD-IDX) = MNT-PRODUCT-CODE
                   SET WS-PRODUCT-ON-FILE TO TRUE
               END-IF
           END-PERFORM.

       2100-COPY-MASTER-FORWARD.
           WRITE ACCTNEW-OUT-RECORD FROM ACCTMAST-RECORD
           ADD 1 TO WS-MASTER-OUT-COUNT
      *    (written at this point of the merge, so the new master
      *    stays in key sequence); a change or delete has nothing to
      *    apply against and is rejected.
           PERFORM 2070-CHECK-MNT-PRODUCT
           EVALUATE TRUE
               WHEN MNT-ADD AND MNT-ACCT-NAME = SPACES
                   MOVE 'BLANK ACCOUNT NAME' TO AUD-REASON
                               AND MNT-LIMIT-SIGN NOT = '-'))
                   MOVE 'INVALID LIMIT AMOUNT' TO AUD-REASON
                   PERFORM 2900-REJECT-MNT
               WHEN MNT-ADD
                       AND NOT MNT-PRODUCT-BLANK
                       AND NOT WS-PRODUCT-ON-FILE
                   MOVE 'UNKNOWN PRODUCT CODE' TO AUD-REASON
                   PERFORM 2900-REJECT-MNT
               WHEN MNT-ADD
                   MOVE MNT-ACCT-KEY TO WS-ADD-ACCT-KEY
                   MOVE MNT-ACCT-NAME TO WS-ADD-ACCT-NAME
                       MOVE MNT-ACCT-STATUS TO WS-ADD-ACCT-STATUS
                   END-IF
                   MOVE MNT-LIMIT-AMOUNT-X TO WS-ADD-ACCT-LIMIT
                   MOVE MNT-PRODUCT-CODE TO WS-ADD-ACCT-PRODUCT
                   WRITE ACCTNEW-OUT-RECORD FROM WS-ADD-RECORD
                   ADD 1 TO WS-MASTER-OUT-COUNT
                   ADD 1 TO WS-ADD-COUNT
      *    consumed here either way: changed and written, deleted and
      *    not written, or (on a reject) written forward unchanged so
      *    a bad maintenance transaction never costs a good account.
           PERFORM 2070-CHECK-MNT-PRODUCT
           EVALUATE TRUE
               WHEN MNT-ADD
                   MOVE 'DUPLICATE KEY' TO AUD-REASON
                   PERFORM 2900-REJECT-MNT
                   PERFORM 2100-COPY-MASTER-FORWARD
               WHEN MNT-CHANGE AND MNT-ACCT-NAME = SPACES
                       AND MNT-STATUS-BLANK AND MNT-LIMIT-BLANK
                       AND MNT-PRODUCT-BLANK
      *            A change must ask for something - a name, a
      *            status, a limit, a product, or any of them.
                   MOVE 'BLANK ACCOUNT NAME' TO AUD-REASON
                   PERFORM 2900-REJECT-MNT
                   PERFORM 2100-COPY-MASTER-FORWARD
                   PERFORM 2900-REJECT-MNT
                   PERFORM 2100-COPY-MASTER-FORWARD
               WHEN MNT-CHANGE
                       AND NOT MNT-PRODUCT-BLANK
                       AND NOT WS-PRODUCT-ON-FILE
                   MOVE 'UNKNOWN PRODUCT CODE' TO AUD-REASON
                   PERFORM 2900-REJECT-MNT
                   PERFORM 2100-COPY-MASTER-FORWARD
               WHEN MNT-CHANGE
      *            A blank name leaves the name alone (status-only
      *            change); a blank status leaves the status alone,
      *            so a name-only change can never quietly
      *            reactivate a frozen account; a blank limit
      *            leaves the limit alone the same way, and so
      *            does a blank product code.
                   PERFORM 2950-WRITE-AUDIT-APPLIED
                   IF MNT-ACCT-NAME NOT = SPACES
                       MOVE MNT-ACCT-NAME TO ACCT-NAME
                       MOVE MNT-LIMIT-AMOUNT-X
                           TO ACCT-LIMIT-AMOUNT-X
                   END-IF
                   IF NOT MNT-PRODUCT-BLANK
                       MOVE MNT-PRODUCT-CODE TO ACCT-PRODUCT-CODE
                   END-IF
                   WRITE ACCTNEW-OUT-RECORD FROM ACCTMAST-RECORD
                   ADD 1 TO WS-MASTER-OUT-COUNT
                   ADD 1 TO WS-CHANGE-COUNT
      *    on a delete (a delete has no after).
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE MNT-USER-ID TO AUD-USER-ID
           MOVE MNT-APPROVER-ID TO AUD-APPROVER-ID
           MOVE MNT-DECISION TO AUD-DECISION
           MOVE MNT-ACTION TO AUD-ACTION
           MOVE MNT-ACCT-KEY TO AUD-ACCT-KEY
           IF NOT WS-EOF-ACCTMASTER AND ACCT-KEY = MNT-ACCT-KEY
               MOVE ACCT-NAME TO AUD-BEFORE-NAME
               MOVE ACCT-STATUS TO AUD-BEFORE-STATUS
               MOVE ACCT-PRODUCT-CODE TO AUD-BEFORE-PRODUCT
           ELSE
               MOVE SPACES TO AUD-BEFORE-NAME
               MOVE SPACE TO AUD-BEFORE-STATUS
               MOVE SPACES TO AUD-BEFORE-PRODUCT
           END-IF
           IF MNT-DELETE
               MOVE SPACES TO AUD-AFTER-NAME
               MOVE SPACE TO AUD-AFTER-STATUS
               MOVE SPACES TO AUD-AFTER-PRODUCT
           ELSE
               MOVE MNT-ACCT-NAME TO AUD-AFTER-NAME
               MOVE MNT-PRODUCT-CODE TO AUD-AFTER-PRODUCT
      *        The after image records what the maintenance asked
      *        for, as the name field always has - except an add's
      *        blank status, which actually applies as active.
           DISPLAY "MAINT010 changes applied:  " WS-CHANGE-COUNT
           DISPLAY "MAINT010 deletes applied:  " WS-DELETE-COUNT
           DISPLAY "MAINT010 rejects:          " WS-REJECT-COUNT
           DISPLAY "MAINT010 declines (in rej):" WS-DECLINE-COUNT
           DISPLAY "MAINT010 new master count: " WS-MASTER-OUT-COUNT
           CLOSE ACCTMAST-FILE
           CLOSE MNTFILE-FILE
