       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASMT010.
       AUTHOR. BATCH-SYSTEMS.
      *================================================================
      * ASMT010 - Month-end interest and service-charge assessment.
      *
      * Runs once at month-end, after HIST010 has appended the last
      * cycle of the month.  Interest and service charges used to be
      * keyed by hand every month-end from a spreadsheet built off
      * the HRPT010 pages; this step works them out from ACCTHIST
      * and the product rate table and generates the charges itself.
      *
      * The month assessed is the calendar month of the cycle
      * control record's business date.  An account's position is
      * the running sum of every cycle's final amount from its first
      * cycle on ACCTHIST - the same position STMT010 and YREND010
      * carry - so the month opens at the sum of everything before
      * it, and each day's position is the opening plus the month's
      * cycles up to and including that day.  The average daily
      * balance is that position carried across every calendar day
      * of the month, days with no cycle included, divided by the
      * days in the month.  ACCTHIST arrives presorted by account
      * key then run date (the same external sort step in the JCL
      * that feeds HRPT010, with the ARCH010 archive generations
      * concatenated ahead of it so the opening position still
      * holds history the retention purge has moved off) and is
      * matched against ACCTMAST in key order.  History after the
      * month is read past.
      *
      * Each account's product code (ACCT-PRODUCT-CODE, maintained
      * through MAINT010) selects its rates from RATEFILE (RATEREC):
      *
      *   - interest ('AD'): a positive average daily balance earns
      *     the product's annual rate for the days in the month over
      *     a 365-day year;
      *   - service charge ('FE', posted negative): the product's
      *     monthly charge, waived when the average daily balance
      *     reaches the product's waiver balance.
      *
      * Frozen and closed accounts are skipped - nothing is
      * generated for them, but they are listed so the register
      * shows why.  An account with no product code is not priced
      * and is only counted.  A product code missing from the rate
      * table, or a charge too large for the TRANREC amount picture,
      * is listed and left for manual handling, and the step ends
      * with RETURN-CODE 4 so the morning review sees it.
      *
      * The charges go out as reason-34 suspense records (SUSPREC
      * layout, ASMTSUS) that the JCL sorts into the next cycle's
      * SUSPIN, the same front door GLFIX010 uses: SUSP010 merges
      * them into the feed in key sequence and adjusts the trailer,
      * and EDIT010 edits them like any other item.  Each charge is
      * dated the last day of the month assessed, so a run before
      * month-end has its charges warehoused until that date.  An
      * accidental second run for the same month generates identical
      * items, which DUP010 holds as suspected duplicates.  A trial
      * cycle prints the register but generates nothing.
      *
      * The assessment register (ASMTRPT) shows, for every charge,
      * the balance basis (average daily balance), the rate, and
      * the amount, so a dispute can be answered from one page.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZSERIES.
       OBJECT-COMPUTER. IBM-ZSERIES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTHIST-STATUS.

           SELECT RATEFILE-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEFILE-STATUS.

           SELECT ASMTSUS-FILE ASSIGN TO ASMTSUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASMTSUS-STATUS.

           SELECT REPORT-FILE ASSIGN TO ASMTRPT
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
       FD  ACCTMAST-FILE
           RECORDING MODE IS F.
       01  ACCTMAST-IN-RECORD         PIC X(47).

       FD  ACCTHIST-FILE
           RECORDING MODE IS F.
       01  ACCTHIST-IN-RECORD         PIC X(122).

       FD  RATEFILE-FILE
           RECORDING MODE IS F.
       01  RATEFILE-IN-RECORD         PIC X(48).

       FD  ASMTSUS-FILE
           RECORDING MODE IS F.
       01  ASMTSUS-OUT-RECORD         PIC X(64).

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
       COPY ACCTMAST.
       COPY ACCTOUT.
       COPY RATEREC.
       COPY SUSPREC.
       COPY TRANREC.
       COPY RUNLOG.
       COPY CYCLREC.

       01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CYCLFILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TIME-RAW                PIC 9(08) VALUE ZEROES.

       01  WS-RUN-DATE                PIC 9(08) VALUE ZEROES.

      *    The month assessed, worked out once from the business
      *    date: first day, last day, and the day count the interest
      *    accrues over.
       01  WS-MONTH-START             PIC 9(08) VALUE ZEROES.
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05  WS-MS-YYYY             PIC 9(04).
           05  WS-MS-MM               PIC 9(02).
           05  WS-MS-DD               PIC 9(02).
       01  WS-NEXT-MONTH-START        PIC 9(08) VALUE ZEROES.
       01  WS-NEXT-MONTH-START-R REDEFINES WS-NEXT-MONTH-START.
           05  WS-NMS-YYYY            PIC 9(04).
           05  WS-NMS-MM              PIC 9(02).
           05  WS-NMS-DD              PIC 9(02).
       01  WS-MONTH-END               PIC 9(08) VALUE ZEROES.
       01  WS-MONTH-DAYS              PIC 9(03) VALUE ZEROES.
       01  WS-MONTH-START-DAY         PIC 9(07) VALUE ZEROES.
       01  WS-NEXT-MONTH-DAY          PIC 9(07) VALUE ZEROES.

      *    One account's month, accumulated while its history is
      *    read.  WS-POSITION is the running position; WS-POSITION-
      *    TOTAL the sum of the end-of-day positions from the first
      *    of the month up to (not including) WS-CARRIED-TO-DAY.
       01  WS-POSITION                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-POSITION-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CARRIED-TO-DAY          PIC 9(07) VALUE ZEROES.
       01  WS-HIST-DAY                PIC 9(07) VALUE ZEROES.
       01  WS-AVG-POSITION            PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    The charge is computed here with size checking before it
      *    goes anywhere near TR-AMOUNT - a charge that does not fit
      *    the S9(7)V99 picture is left for manual handling rather
      *    than posted truncated.
       01  WS-CHARGE-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-EDIT-PCT                PIC Z9.9999.

      *    The current account's rates, copied out of the table by
      *    the lookup.
       01  WS-CUR-INT-RATE-PCT        PIC 9(02)V9(04) VALUE ZERO.
       01  WS-CUR-FEE-AMOUNT          PIC 9(05)V99 VALUE ZERO.
       01  WS-CUR-FEE-WAIVE-BALANCE   PIC 9(09)V99 VALUE ZERO.

      *    Every rate on RATEFILE, loaded once at start.  Guarded
      *    OCCURS with overflow warning, the usual pattern: a product
      *    that does not fit is treated as not on the table, and the
      *    console says so.
       01  WS-RATE-TABLE.
           05  WS-RTB-MAX-ENTRIES     PIC 9(03) VALUE 200.
           05  WS-RTB-ENTRY-COUNT     PIC 9(03) VALUE ZEROES.
           05  WS-RTB-DROPPED-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-RTB-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-RTB-IDX.
               10  WS-RTB-PRODUCT-CODE PIC X(04).
               10  WS-RTB-INT-RATE-PCT PIC 9(02)V9(04).
               10  WS-RTB-FEE-AMOUNT  PIC 9(05)V99.
               10  WS-RTB-FEE-WAIVE-BALANCE
                                      PIC 9(09)V99.

       01  WS-COUNTERS.
           05  WS-ACCT-READ-COUNT     PIC 9(05) VALUE ZEROES.
           05  WS-HIST-READ-COUNT     PIC 9(07) VALUE ZEROES.
           05  WS-HIST-ORPHAN-COUNT   PIC 9(05) VALUE ZEROES.
           05  WS-ASSESSED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-UNPRICED-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-FROZEN-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-CLOSED-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-NO-RATE-COUNT       PIC 9(05) VALUE ZEROES.
           05  WS-INTEREST-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-FEE-COUNT           PIC 9(05) VALUE ZEROES.
           05  WS-WAIVED-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-MANUAL-COUNT        PIC 9(05) VALUE ZEROES.
           05  WS-TRAN-GEN-COUNT      PIC 9(05) VALUE ZEROES.
           05  WS-RATE-BAD-COUNT      PIC 9(05) VALUE ZEROES.

       01  WS-TOTALS.
           05  WS-INTEREST-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-FEE-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS     PIC X(02) VALUE SPACES.
           05  WS-ACCTHIST-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RATEFILE-STATUS     PIC X(02) VALUE SPACES.
           05  WS-ASMTSUS-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-ACCTMASTER-SW   PIC X(01) VALUE 'N'.
               88  WS-EOF-ACCTMASTER          VALUE 'Y'.
           05  WS-EOF-ACCTHIST-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-ACCTHIST            VALUE 'Y'.
           05  WS-EOF-RATEFILE-SW     PIC X(01) VALUE 'N'.
               88  WS-EOF-RATEFILE            VALUE 'Y'.
           05  WS-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND              VALUE 'Y'.
           05  WS-SIZE-ERROR-SW       PIC X(01) VALUE 'N'.
               88  WS-SIZE-ERROR              VALUE 'Y'.

       01  WS-HDG1.
           05  FILLER                 PIC X(32) VALUE
               "MONTH-END ASSESSMENT REGISTER".
           05  FILLER                 PIC X(07) VALUE "MONTH:".
           05  WS-HDG1-MONTH          PIC 9999/99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "BUS DATE:".
           05  WS-HDG1-DATE           PIC 9999/99/99.

       01  WS-HDG-TRIAL.
           05  FILLER                 PIC X(48) VALUE
               "*** TRIAL CYCLE - NO CHARGES GENERATED ***".

       01  WS-HDG2.
           05  FILLER                 PIC X(12) VALUE "ACCOUNT KEY".
           05  FILLER                 PIC X(06) VALUE "PROD".
           05  FILLER                 PIC X(09) VALUE "CHARGE".
           05  FILLER                 PIC X(15) VALUE "  AVG DAILY BAL".
           05  FILLER                 PIC X(11) VALUE "      RATE".
           05  FILLER                 PIC X(12) VALUE "     AMOUNT".
           05  FILLER                 PIC X(15) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-PRODUCT         PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-CHARGE          PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-BASIS           PIC -ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-RATE            PIC X(10) JUSTIFIED RIGHT.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-AMOUNT          PIC -ZZZZZZ9.99.
           05  WS-DTL-AMOUNT-X REDEFINES WS-DTL-AMOUNT
                                      PIC X(11).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-NOTE            PIC X(15).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL           PIC X(34).
           05  WS-CNT-VALUE           PIC ZZZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL           PIC X(34).
           05  WS-AMT-VALUE           PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-WRITE-RUN-START
           PERFORM 1500-SET-ASSESSMENT-MONTH
           PERFORM 2000-ASSESS-ONE-ACCOUNT
               UNTIL WS-EOF-ACCTMASTER
           PERFORM 8000-TERMINATE
           PERFORM 9100-WRITE-RUN-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-RATE-TABLE
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = '00'
               SET WS-EOF-ACCTMASTER TO TRUE
           END-IF
           OPEN INPUT ACCTHIST-FILE
           IF WS-ACCTHIST-STATUS NOT = '00'
               SET WS-EOF-ACCTHIST TO TRUE
           END-IF
           OPEN OUTPUT ASMTSUS-FILE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-EOF-ACCTMASTER
               PERFORM 1100-READ-NEXT-ACCOUNT
           END-IF
           IF NOT WS-EOF-ACCTHIST
               PERFORM 1200-READ-NEXT-HISTORY
           END-IF.

       1050-LOAD-RATE-TABLE.
      *    A rate record whose rates are not numeric is left off the
      *    table (and its accounts list as having no rate) rather
      *    than abending the month-end in the middle of the file.
           OPEN INPUT RATEFILE-FILE
           IF WS-RATEFILE-STATUS = '00'
               PERFORM 1060-READ-NEXT-RATE
               PERFORM UNTIL WS-EOF-RATEFILE
                   EVALUATE TRUE
                       WHEN RATE-INT-RATE-PCT IS NOT NUMERIC
                               OR RATE-FEE-AMOUNT IS NOT NUMERIC
                               OR RATE-FEE-WAIVE-BALANCE
                                   IS NOT NUMERIC
                           DISPLAY "ASMT010 - rate record for product "
                                   RATE-PRODUCT-CODE
                                   " not numeric - ignored"
                           ADD 1 TO WS-RATE-BAD-COUNT
                       WHEN WS-RTB-ENTRY-COUNT < WS-RTB-MAX-ENTRIES
                           ADD 1 TO WS-RTB-ENTRY-COUNT
                           SET WS-RTB-IDX TO WS-RTB-ENTRY-COUNT
                           MOVE RATE-PRODUCT-CODE
                               TO WS-RTB-PRODUCT-CODE (WS-RTB-IDX)
                           MOVE RATE-INT-RATE-PCT
                               TO WS-RTB-INT-RATE-PCT (WS-RTB-IDX)
                           MOVE RATE-FEE-AMOUNT
                               TO WS-RTB-FEE-AMOUNT (WS-RTB-IDX)
                           MOVE RATE-FEE-WAIVE-BALANCE
                               TO WS-RTB-FEE-WAIVE-BALANCE
                                   (WS-RTB-IDX)
                       WHEN OTHER
                           IF WS-RTB-DROPPED-COUNT = 0
                               DISPLAY "Rate table full at product "
                                       RATE-PRODUCT-CODE
                                       " - later products will show"
                                       " no rate"
                           END-IF
                           ADD 1 TO WS-RTB-DROPPED-COUNT
                   END-EVALUATE
                   PERFORM 1060-READ-NEXT-RATE
               END-PERFORM
               CLOSE RATEFILE-FILE
           ELSE
               DISPLAY "ASMT010 - RATEFILE not available; priced "
                       "accounts will show no rate"
           END-IF.

       1060-READ-NEXT-RATE.
           READ RATEFILE-FILE INTO RATEREC-RECORD
               AT END
                   SET WS-EOF-RATEFILE TO TRUE
           END-READ.

       1100-READ-NEXT-ACCOUNT.
           READ ACCTMAST-FILE INTO ACCTMAST-RECORD
               AT END
                   SET WS-EOF-ACCTMASTER TO TRUE
           END-READ.

       1200-READ-NEXT-HISTORY.
           READ ACCTHIST-FILE INTO ACCTOUT-RECORD
               AT END
                   SET WS-EOF-ACCTHIST TO TRUE
           END-READ
           IF NOT WS-EOF-ACCTHIST
               ADD 1 TO WS-HIST-READ-COUNT
           END-IF.

       1500-SET-ASSESSMENT-MONTH.
      *    Runs after the cycle control record is read, so the month
      *    and the headings carry the business date, not the machine
      *    date.
           MOVE CYCL-BUSINESS-DATE TO WS-MONTH-START
           MOVE 01 TO WS-MS-DD
           MOVE WS-MONTH-START TO WS-NEXT-MONTH-START
           IF WS-MS-MM = 12
               ADD 1 TO WS-NMS-YYYY
               MOVE 01 TO WS-NMS-MM
           ELSE
               ADD 1 TO WS-NMS-MM
           END-IF
           COMPUTE WS-MONTH-START-DAY =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
           COMPUTE WS-NEXT-MONTH-DAY =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START)
           COMPUTE WS-MONTH-DAYS =
               WS-NEXT-MONTH-DAY - WS-MONTH-START-DAY
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1)
           COMPUTE WS-HDG1-MONTH = WS-MONTH-START / 100
           MOVE CYCL-BUSINESS-DATE TO WS-HDG1-DATE
           WRITE REPORT-OUT-LINE FROM WS-HDG1
           IF CYCL-TRIAL-RUN
               WRITE REPORT-OUT-LINE FROM WS-HDG-TRIAL
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-HDG2.

       2000-ASSESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ-COUNT
           PERFORM 2100-SKIP-UNMATCHED-HISTORY
           MOVE ZERO TO WS-POSITION WS-POSITION-TOTAL
           MOVE WS-MONTH-START-DAY TO WS-CARRIED-TO-DAY
           PERFORM 2200-ACCUMULATE-HISTORY
               UNTIL WS-EOF-ACCTHIST
               OR ACCTOUT-ACCT-KEY NOT = ACCT-KEY
           MOVE WS-NEXT-MONTH-DAY TO WS-HIST-DAY
           PERFORM 2250-CARRY-POSITION
           COMPUTE WS-AVG-POSITION ROUNDED =
               WS-POSITION-TOTAL / WS-MONTH-DAYS
           MOVE ACCT-KEY TO WS-DTL-KEY
           MOVE ACCT-PRODUCT-CODE TO WS-DTL-PRODUCT
           MOVE WS-AVG-POSITION TO WS-DTL-BASIS
           EVALUATE TRUE
               WHEN ACCT-NO-PRODUCT
                   ADD 1 TO WS-UNPRICED-COUNT
               WHEN ACCT-FROZEN
                   ADD 1 TO WS-FROZEN-COUNT
                   MOVE "FROZEN - SKIP" TO WS-DTL-NOTE
                   PERFORM 2850-WRITE-NOT-ASSESSED
               WHEN ACCT-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CLOSED - SKIP" TO WS-DTL-NOTE
                   PERFORM 2850-WRITE-NOT-ASSESSED
               WHEN OTHER
                   PERFORM 2300-FIND-PRODUCT-RATE
                   IF WS-RATE-FOUND
                       ADD 1 TO WS-ASSESSED-COUNT
                       PERFORM 2400-ASSESS-INTEREST
                       PERFORM 2500-ASSESS-SERVICE-CHARGE
                   ELSE
                       ADD 1 TO WS-NO-RATE-COUNT
                       MOVE "NO RATE ON FILE" TO WS-DTL-NOTE
                       PERFORM 2850-WRITE-NOT-ASSESSED
                   END-IF
           END-EVALUATE
           PERFORM 1100-READ-NEXT-ACCOUNT.

       2100-SKIP-UNMATCHED-HISTORY.
      *    History for a key no longer on the master (an account
      *    deleted since) has nothing to assess against - read past
      *    it, counted, the same forward-only match ACCUM010 uses.
           PERFORM UNTIL WS-EOF-ACCTHIST
                   OR ACCTOUT-ACCT-KEY >= ACCT-KEY
               ADD 1 TO WS-HIST-ORPHAN-COUNT
               PERFORM 1200-READ-NEXT-HISTORY
           END-PERFORM.

       2200-ACCUMULATE-HISTORY.
      *    History before the month builds the opening position.  In
      *    the month, history is in run-date order within the
      *    account, so the position held so far is carried over the
      *    days before this cycle's date, and the cycle then moves
      *    the position for its own day onward - every cycle on a
      *    date counts toward that date's end-of-day position.
           EVALUATE TRUE
               WHEN ACCTOUT-RUN-DATE < WS-MONTH-START
                   ADD ACCTOUT-FINAL-AMOUNT TO WS-POSITION
               WHEN ACCTOUT-RUN-DATE NOT > WS-MONTH-END
                   COMPUTE WS-HIST-DAY =
                       FUNCTION INTEGER-OF-DATE (ACCTOUT-RUN-DATE)
                   PERFORM 2250-CARRY-POSITION
                   ADD ACCTOUT-FINAL-AMOUNT TO WS-POSITION
           END-EVALUATE
           PERFORM 1200-READ-NEXT-HISTORY.

       2250-CARRY-POSITION.
      *    The current position stands as the end-of-day position
      *    of every day from WS-CARRIED-TO-DAY up to WS-HIST-DAY.
           IF WS-HIST-DAY > WS-CARRIED-TO-DAY
               COMPUTE WS-POSITION-TOTAL = WS-POSITION-TOTAL
                   + WS-POSITION * (WS-HIST-DAY - WS-CARRIED-TO-DAY)
               MOVE WS-HIST-DAY TO WS-CARRIED-TO-DAY
           END-IF.

       2300-FIND-PRODUCT-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           PERFORM VARYING WS-RTB-IDX FROM 1 BY 1
                   UNTIL WS-RTB-IDX > WS-RTB-ENTRY-COUNT
                   OR WS-RATE-FOUND
               IF WS-RTB-PRODUCT-CODE (WS-RTB-IDX) = ACCT-PRODUCT-CODE
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RTB-INT-RATE-PCT (WS-RTB-IDX)
                       TO WS-CUR-INT-RATE-PCT
                   MOVE WS-RTB-FEE-AMOUNT (WS-RTB-IDX)
                       TO WS-CUR-FEE-AMOUNT
                   MOVE WS-RTB-FEE-WAIVE-BALANCE (WS-RTB-IDX)
                       TO WS-CUR-FEE-WAIVE-BALANCE
               END-IF
           END-PERFORM.

       2400-ASSESS-INTEREST.
      *    Interest is paid on a positive average position only; a
      *    zero rate, or an amount that rounds to nothing, generates
      *    no line.
           IF WS-AVG-POSITION > 0 AND WS-CUR-INT-RATE-PCT > 0
               MOVE 'N' TO WS-SIZE-ERROR-SW
               COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   WS-AVG-POSITION * WS-CUR-INT-RATE-PCT / 100
                   * WS-MONTH-DAYS / 365
                   ON SIZE ERROR
                       SET WS-SIZE-ERROR TO TRUE
               END-COMPUTE
               IF WS-SIZE-ERROR OR WS-CHARGE-AMOUNT > 0
                   MOVE "INTEREST" TO WS-DTL-CHARGE
                   MOVE WS-CUR-INT-RATE-PCT TO WS-EDIT-PCT
                   MOVE SPACES TO WS-DTL-RATE
                   STRING WS-EDIT-PCT DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                          INTO WS-DTL-RATE
                   IF WS-SIZE-ERROR
                       PERFORM 2900-REPORT-MANUAL-ITEM
                   ELSE
                       MOVE WS-CHARGE-AMOUNT TO TR-AMOUNT
                       SET TR-TYPE-ADJUSTMENT TO TRUE
                       PERFORM 2600-WRITE-CHARGE
                       ADD 1 TO WS-INTEREST-COUNT
                       ADD WS-CHARGE-AMOUNT TO WS-INTEREST-TOTAL
                       MOVE WS-CHARGE-AMOUNT TO WS-DTL-AMOUNT
                       MOVE SPACES TO WS-DTL-NOTE
                       PERFORM 2800-WRITE-REPORT-DETAIL
                   END-IF
               END-IF
           END-IF.

       2500-ASSESS-SERVICE-CHARGE.
      *    The service charge is a debit to the account, so it posts
      *    negative.  A waived charge is still listed, with the
      *    basis that earned the waiver.
           IF WS-CUR-FEE-AMOUNT > 0
               MOVE "SVC CHG" TO WS-DTL-CHARGE
               MOVE "FLAT" TO WS-DTL-RATE
               IF WS-CUR-FEE-WAIVE-BALANCE > 0
                       AND WS-AVG-POSITION
                           NOT < WS-CUR-FEE-WAIVE-BALANCE
                   ADD 1 TO WS-WAIVED-COUNT
                   MOVE ZERO TO WS-DTL-AMOUNT
                   MOVE "WAIVED" TO WS-DTL-NOTE
               ELSE
                   COMPUTE WS-CHARGE-AMOUNT = 0 - WS-CUR-FEE-AMOUNT
                   MOVE WS-CHARGE-AMOUNT TO TR-AMOUNT
                   SET TR-TYPE-FEE TO TRUE
                   PERFORM 2600-WRITE-CHARGE
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-CHARGE-AMOUNT TO WS-FEE-TOTAL
                   MOVE WS-CHARGE-AMOUNT TO WS-DTL-AMOUNT
                   MOVE SPACES TO WS-DTL-NOTE
               END-IF
               PERFORM 2800-WRITE-REPORT-DETAIL
           END-IF.

       2600-WRITE-CHARGE.
      *    TR-AMOUNT and TR-TRAN-TYPE are preset by the caller.  The
      *    charge rides the suspense channel (reason 34) into the
      *    next cycle, dated the last day of the month assessed.  A
      *    trial cycle writes nothing.
           IF NOT CYCL-TRIAL-RUN
               MOVE ACCT-KEY TO TR-ACCT-KEY
               MOVE WS-MONTH-END TO TR-TRAN-DATE
               MOVE SPACES TO TR-REFERENCE-AREA
               SET SUSP-TRAN-REC TO TRUE
               MOVE WS-RUN-DATE TO SUSP-DATE-SUSPENDED
               SET SUSP-MONTH-END-CHARGE TO TRUE
               MOVE TRANREC-RECORD TO SUSP-RECORD-IMAGE
               WRITE ASMTSUS-OUT-RECORD FROM SUSPREC-RECORD
               ADD 1 TO WS-TRAN-GEN-COUNT
           END-IF.

       2800-WRITE-REPORT-DETAIL.
      *    Key, product and basis are set per account; charge, rate,
      *    amount and note are preset by the caller.
           WRITE REPORT-OUT-LINE FROM WS-DETAIL-LINE.

       2850-WRITE-NOT-ASSESSED.
      *    WS-DTL-NOTE is preset by the caller.
           MOVE "NONE" TO WS-DTL-CHARGE
           MOVE SPACES TO WS-DTL-RATE
           MOVE SPACES TO WS-DTL-AMOUNT-X
           PERFORM 2800-WRITE-REPORT-DETAIL.

       2900-REPORT-MANUAL-ITEM.
           ADD 1 TO WS-MANUAL-COUNT
           MOVE SPACES TO WS-DTL-AMOUNT-X
           MOVE "MANUAL: TOO BIG" TO WS-DTL-NOTE
           PERFORM 2800-WRITE-REPORT-DETAIL.

       8000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE "ACCOUNTS READ:" TO WS-CNT-LABEL
           MOVE WS-ACCT-READ-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "ACCOUNTS ASSESSED:" TO WS-CNT-LABEL
           MOVE WS-ASSESSED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "NO PRODUCT CODE (NOT PRICED):" TO WS-CNT-LABEL
           MOVE WS-UNPRICED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "FROZEN - SKIPPED:" TO WS-CNT-LABEL
           MOVE WS-FROZEN-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "CLOSED - SKIPPED:" TO WS-CNT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "PRODUCT NOT ON RATE TABLE:" TO WS-CNT-LABEL
           MOVE WS-NO-RATE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "INTEREST CHARGES:" TO WS-CNT-LABEL
           MOVE WS-INTEREST-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "INTEREST TOTAL:" TO WS-AMT-LABEL
           MOVE WS-INTEREST-TOTAL TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           MOVE "SERVICE CHARGES:" TO WS-CNT-LABEL
           MOVE WS-FEE-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "SERVICE CHARGE TOTAL:" TO WS-AMT-LABEL
           MOVE WS-FEE-TOTAL TO WS-AMT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-AMOUNT-LINE
           MOVE "SERVICE CHARGES WAIVED:" TO WS-CNT-LABEL
           MOVE WS-WAIVED-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "LEFT FOR MANUAL HANDLING:" TO WS-CNT-LABEL
           MOVE WS-MANUAL-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           MOVE "CHARGE TRANSACTIONS WRITTEN:" TO WS-CNT-LABEL
           MOVE WS-TRAN-GEN-COUNT TO WS-CNT-VALUE
           WRITE REPORT-OUT-LINE FROM WS-COUNT-LINE
           IF WS-HIST-ORPHAN-COUNT > 0
               DISPLAY "ASMT010 history records with no master: "
                       WS-HIST-ORPHAN-COUNT
           END-IF
           IF WS-NO-RATE-COUNT > 0 OR WS-MANUAL-COUNT > 0
                   OR WS-RATE-BAD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ACCTMAST-STATUS = '00' OR WS-ACCTMAST-STATUS = '10'
               CLOSE ACCTMAST-FILE
           END-IF
           IF WS-ACCTHIST-STATUS = '00' OR WS-ACCTHIST-STATUS = '10'
               CLOSE ACCTHIST-FILE
           END-IF
           CLOSE ASMTSUS-FILE
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
           MOVE "ASMT010 " TO RUN-PROGRAM-ID
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
           MOVE WS-HIST-READ-COUNT TO RUN-RECORDS-IN
           MOVE WS-TRAN-GEN-COUNT TO RUN-RECORDS-OUT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           SET RUN-EVENT-END TO TRUE
           PERFORM 9020-STAMP-RUN-TIME
           WRITE RUNLOG-OUT-RECORD FROM RUNLOGREC-RECORD
           CLOSE RUNLOG-FILE.
