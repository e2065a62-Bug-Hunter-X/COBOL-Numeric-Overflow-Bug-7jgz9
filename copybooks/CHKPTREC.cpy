      * requested business date and cycle means that cycle already
      * ran to completion, and a 'P'/'A' record for a different one
      * means a prior cycle never finished.
      * CKPT-PARTITION-ID names the ACCUM010 partition that wrote the
      * record (spaces for an unpartitioned run); each partition has
      * its own CKPTIN/CKPTOUT, and a run refuses a checkpoint written
      * by any other partition.  The CKPT-PART- totals are the
      * partition's running ACCTOUT totals - accounts written, their
      * posted counts and their net amount - carried forward so the
      * partition's 'C' status event reports the whole partition even
      * when it reached completion through one or more restarts.
      *================================================================
       01  CHKPTREC-RECORD.
           05  CKPT-ACCT-KEY           PIC X(10).
           05  CKPT-LIMIT-TRAN-TYPE    PIC X(02).
           05  CKPT-LIMIT-RUN-AMOUNT   PIC S9(9)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
      *    The transfer bucket rides the checkpoint for the same
      *    reason the other per-type buckets do.
           05  CKPT-XFR-COUNT          PIC 9(03).
           05  CKPT-XFR-AMOUNT         PIC S9(9)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
      *    Partition identity and running partition totals.
           05  CKPT-PARTITION-ID       PIC X(02).
           05  CKPT-PART-ACCOUNT-COUNT PIC 9(05).
           05  CKPT-PART-POSTED-COUNT  PIC 9(07).
           05  CKPT-PART-NET-AMOUNT    PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
