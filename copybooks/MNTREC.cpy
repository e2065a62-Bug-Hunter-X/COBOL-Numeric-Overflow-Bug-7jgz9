      * field stays alphanumeric here so MAINT010 can validate it
      * before anything numeric touches it, the same reasoning as
      * EDIT010's raw image.
      * Keyed maintenance no longer goes straight to MAINT010: it is
      * queued on the pending-approval file by APPR010 (see PENDREC)
      * and only reaches MAINT010 (as MNTAPPR, same layout) once a
      * second user has approved or declined it.  MNT-APPROVER-ID
      * and MNT-DECISION carry that second user and the decision;
      * keyers leave them blank, APPR010 fills them in.  MAINT010
      * applies an item only when it is approved by a user ID other
      * than MNT-USER-ID, and audits a decline as a rejection.
      * Appended after the original fields, so a keyed record in the
      * old length still reads cleanly with the approval blank.
      * MNT-PRODUCT-CODE carries the requested ACCT-PRODUCT-CODE for
      * an add or change.  Blank means leave it alone on a change and
      * no product on an add; a keyed code must be on the rate table
      * (RATEREC) or MAINT010 rejects it.  Appended after the
      * approval fields for the same old-length reason.
      *================================================================
       01  MNTREC-RECORD.
           05  MNT-ACTION              PIC X(01).
           05  MNT-LIMIT-AMOUNT-X REDEFINES MNT-LIMIT-AMOUNT
                                   PIC X(12).
               88  MNT-LIMIT-BLANK             VALUE SPACES.
           05  MNT-APPROVER-ID         PIC X(08).
           05  MNT-DECISION            PIC X(01).
               88  MNT-APPROVED                VALUE 'A'.
               88  MNT-DECLINED                VALUE 'D'.
           05  MNT-PRODUCT-CODE        PIC X(04).
               88  MNT-PRODUCT-BLANK           VALUE SPACES.
