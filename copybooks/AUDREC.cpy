      * "who froze this account and when" is answerable from the
      * file.  They are appended after the original fields so old
      * AUDITLOG records stay readable in place.
      * AUD-APPROVER-ID/AUD-DECISION record the second user who
      * approved or declined the maintenance in APPR010, beside the
      * keying user in AUD-USER-ID, so "who keyed it and who let it
      * through" is one record.  A maintenance item refused for
      * lacking a valid approval carries whatever approval fields it
      * arrived with (spaces when none).  Appended the same way, so
      * older records read as spaces.
      * AUD-BEFORE-PRODUCT/AUD-AFTER-PRODUCT are the product/pricing
      * code images, so "who repriced this account and when" is
      * answerable the same way.  Appended the same way.
      *================================================================
       01  AUDREC-RECORD.
           05  AUD-RUN-DATE            PIC 9(08).
           05  AUD-REASON              PIC X(20).
           05  AUD-BEFORE-STATUS       PIC X(01).
           05  AUD-AFTER-STATUS        PIC X(01).
           05  AUD-APPROVER-ID         PIC X(08).
           05  AUD-DECISION            PIC X(01).
               88  AUD-DECISION-APPROVED       VALUE 'A'.
               88  AUD-DECISION-DECLINED       VALUE 'D'.
           05  AUD-BEFORE-PRODUCT      PIC X(04).
           05  AUD-AFTER-PRODUCT       PIC X(04).
