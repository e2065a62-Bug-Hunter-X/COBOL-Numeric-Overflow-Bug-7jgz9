      * and bad-status items) and generates correcting TRANREC
      * transactions:
      *
      *   - amount mismatch: a backing-out entry for the amount GL
      *     wrongly posted and a repost ('AD') for the correct
      *     amount - generated as a pair or not at all, since a half
      *     correction is worse than none;
      * remediation report (GLFIXRPT) shows what was generated for
      * which reject and which items were left for manual handling,
      * with GL's own reason text.
      *
      * The backing-out half of a mismatch pair is now a negative
      * adjustment ('AD'), not a reversal.  A reversal must name the
      * TRANIDX posting it reverses, and what is being backed out
      * here is GL's posting of an extract amount, which has no
      * single transaction behind it - as an 'RV' it would only be
      * rejected at the edit.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  GLFIXSUS-FILE
           RECORDING MODE IS F.
       01  GLFIXSUS-OUT-RECORD        PIC X(64).

       FD  REPORT-FILE
           RECORDING MODE IS F.
               PERFORM 2900-REPORT-MANUAL-ITEM
           ELSE
               MOVE WS-REVERSAL-AMOUNT TO TR-AMOUNT
               SET TR-TYPE-ADJUSTMENT TO TRUE
               PERFORM 2500-WRITE-CORRECTION
               MOVE WS-REPOST-AMOUNT TO TR-AMOUNT
               SET TR-TYPE-ADJUSTMENT TO TRUE
      *    other record in the feed.
           MOVE GLD-ACCT-KEY TO TR-ACCT-KEY
           MOVE WS-RUN-DATE TO TR-TRAN-DATE
           MOVE SPACES TO TR-REFERENCE-AREA
           SET SUSP-TRAN-REC TO TRUE
           MOVE WS-RUN-DATE TO SUSP-DATE-SUSPENDED
           SET SUSP-GL-REMEDIATION TO TRUE
