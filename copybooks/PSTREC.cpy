      *================================================================
      * PSTREC.CPY
      * Partition status event, written to the common PARTSTAT file
      * (opened EXTEND, the same way RUNLOG is) by every partitioned
      * ACCUM010 step and by ACMRG010.  Events are written in the
      * order they happen, so for any one partition and cycle the
      * last 'S' or 'C' event on file is the partition's status:
      *
      *   'S' - the partition started processing the cycle.  An 'S'
      *         with no 'C' after it means the step failed or is
      *         still running; the partition is rerun on its own from
      *         its own checkpoint.
      *   'C' - the partition ran to its 'C' checkpoint.  The totals
      *         are for the whole partition, restarts included.
      *   'R' - the partition step was refused (duplicate cycle,
      *         incomplete prior cycle, wrong checkpoint, or a
      *         partition not on PARTFILE).  A refusal does not
      *         change a status the partition already had.
      *   'M' - ACMRG010 merged the cycle.  PST-PARTITION-ID is
      *         spaces and the totals are for the merged cycle.
      *
      * PST-ACCOUNT-COUNT, PST-POSTED-COUNT and PST-NET-AMOUNT are
      * the number of ACCTOUT records, the sum of their final counts
      * and the sum of their final amounts - what ACMRG010 and BAL010
      * prove the merged ACCTOUT against, partition by partition.
      * PST-TRIAL-SW marks the events of a trial cycle, which the
      * real cycle's merge never counts.
      *================================================================
       01  PSTREC-RECORD.
           05  PST-PARTITION-ID        PIC X(02).
           05  PST-BUSINESS-DATE       PIC 9(08).
           05  PST-CYCLE-NUMBER        PIC 9(03).
           05  PST-EVENT               PIC X(01).
               88  PST-EVENT-START             VALUE 'S'.
               88  PST-EVENT-COMPLETE          VALUE 'C'.
               88  PST-EVENT-REFUSED           VALUE 'R'.
               88  PST-EVENT-MERGED            VALUE 'M'.
           05  PST-TRIAL-SW            PIC X(01).
               88  PST-TRIAL-RUN               VALUE 'Y'.
           05  PST-TIME                PIC 9(06).
           05  PST-LOW-KEY             PIC X(10).
           05  PST-HIGH-KEY            PIC X(10).
           05  PST-ACCOUNT-COUNT       PIC 9(05).
           05  PST-POSTED-COUNT        PIC 9(07).
           05  PST-NET-AMOUNT          PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  PST-RETURN-CODE         PIC 9(03).
