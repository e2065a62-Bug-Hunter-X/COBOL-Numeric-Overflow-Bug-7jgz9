      *================================================================
      * PARTREC.CPY
      * Partition control record - one per ACCUM010 partition, read
      * from PARTFILE.  Each partition owns the account keys from
      * PART-LOW-KEY through PART-HIGH-KEY inclusive.  The records
      * must be in ascending key order and must cover every possible
      * key with no overlap and no gap: the first low key is spaces
      * (or LOW-VALUES), each later low key is the key immediately
      * after the high key before it, and the last high key is
      * HIGH-VALUES.  ACMRG010 refuses to merge a cycle on any other
      * PARTFILE, or with a master account that falls in no
      * partition's range, and BAL010 and STAT010 report the
      * partitions in PARTFILE order.
      *
      * Each partition's ACCUM010 job step is told which partition it
      * is by PARTSEL, a one-record file in this same layout of which
      * only PART-ID is used - the range itself always comes from
      * PARTFILE, so it is maintained in one place only.
      *================================================================
       01  PARTREC-RECORD.
           05  PART-ID                 PIC X(02).
           05  PART-LOW-KEY            PIC X(10).
           05  PART-HIGH-KEY           PIC X(10).
           05  PART-DESCRIPTION        PIC X(18).
