      *================================================================
      * REVREGREC.CPY
      * Reversal register entry - one record each time LOAD020 marks
      * an original posting on TRANIDX as reversed, or releases that
      * mark again.  A reversal ('RV') names the TRANIDX key of the
      * posting it reverses; EDIT010 has already proven the original
      * is on file, offset exactly, and not yet reversed, so when the
      * reversal itself loads, LOAD020 stamps the original's
      * REVERSED BY key and appends an 'M' entry here.  An
      * operator-override reprocess that drops or replaces a
      * reversal lifts the mark and appends a 'U' entry, so the
      * register reads as the full history of every original's
      * reversal status, not just the latest state TRANIDX holds.
      * REVREG is opened EXTEND run after run, the RUNLOG
      * convention; each entry carries the business date and cycle
      * of the load that wrote it.
      *================================================================
       01  REVREGREC-RECORD.
           05  RVG-BUSINESS-DATE       PIC 9(08).
           05  RVG-CYCLE-NUMBER        PIC 9(03).
           05  RVG-ACTION              PIC X(01).
               88  RVG-ACTION-MARKED           VALUE 'M'.
               88  RVG-ACTION-RELEASED         VALUE 'U'.
           05  RVG-ORIG-KEY.
               10  RVG-ORIG-ACCT-KEY   PIC X(10).
               10  RVG-ORIG-RUN-DATE   PIC 9(08).
               10  RVG-ORIG-SEQ-NO     PIC 9(05).
           05  RVG-ORIG-TRAN-TYPE      PIC X(02).
           05  RVG-ORIG-AMOUNT         PIC S9(7)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  RVG-REVERSAL-KEY.
               10  RVG-REV-ACCT-KEY    PIC X(10).
               10  RVG-REV-RUN-DATE    PIC 9(08).
               10  RVG-REV-SEQ-NO      PIC 9(05).
           05  RVG-REVERSAL-AMOUNT     PIC S9(7)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
