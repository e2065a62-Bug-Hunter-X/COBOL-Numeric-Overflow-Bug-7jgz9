      *================================================================
      * GLJREC.CPY
      * Double-entry GL journal - GLJ010's output to the GL posting
      * interface, alongside the one-net-amount-per-account EXTRFILE.
      * Each non-zero per-type bucket on an account's ACCTOUT record
      * becomes one journal entry of two lines, a debit and a credit
      * of the same unsigned amount to the GL accounts COAFILE maps
      * the type to; both lines carry the same GLJ-ENTRY-NO, the
      * customer account, and the type, so GL sees a payment and a
      * fee on the same account as two entries instead of their net.
      *
      * The batch is bracketed the way the transaction feed is: a
      * header ('HDR') naming the business date and cycle, and a
      * trailer ('TRL') carrying the detail line count and the debit
      * and credit totals, which are equal in a balanced batch.  All
      * three layouts are sixty bytes.
      *================================================================
       01  GLJREC-RECORD.
           05  GLJ-REC-ID              PIC X(03).
               88  GLJ-DETAIL-REC              VALUE 'DTL'.
           05  GLJ-RUN-DATE            PIC 9(08).
           05  GLJ-CYCLE-NUMBER        PIC 9(03).
           05  GLJ-ENTRY-NO            PIC 9(07).
           05  GLJ-GL-ACCOUNT          PIC X(10).
           05  GLJ-DR-CR               PIC X(01).
               88  GLJ-DEBIT                   VALUE 'D'.
               88  GLJ-CREDIT                  VALUE 'C'.
           05  GLJ-AMOUNT              PIC 9(09)V99.
           05  GLJ-ACCT-KEY            PIC X(10).
           05  GLJ-TRAN-TYPE           PIC X(02).
           05  FILLER                  PIC X(05).

       01  GLJHDR-RECORD.
           05  GLH-REC-ID              PIC X(03).
               88  GLH-HEADER-REC              VALUE 'HDR'.
           05  GLH-RUN-DATE            PIC 9(08).
           05  GLH-CYCLE-NUMBER        PIC 9(03).
           05  GLH-SOURCE-ID           PIC X(08).
           05  FILLER                  PIC X(38).

       01  GLJTRL-RECORD.
           05  GLT-REC-ID              PIC X(03).
               88  GLT-TRAILER-REC             VALUE 'TRL'.
           05  GLT-RECORD-COUNT        PIC 9(07).
           05  GLT-DEBIT-TOTAL         PIC 9(11)V99.
           05  GLT-CREDIT-TOTAL        PIC 9(11)V99.
           05  FILLER                  PIC X(24).
