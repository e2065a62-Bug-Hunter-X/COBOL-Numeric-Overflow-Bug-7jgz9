      * forward to the last one (same latest-is-last logic as
      * INQ010) and then repositioning to that date's first record.
      * Entering spaces or END for the account key ends the session.
      *
      * Reversals show both sides: a posting that has been reversed
      * lists a REVERSED BY line under it naming the reversal's
      * key, and a reversal lists a REVERSAL OF line naming the
      * original's - the marks LOAD020 keeps on TRANIDX - so the
      * branch can go straight to the other side of the pair.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  TDX-AMOUNT             PIC S9(7)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  TDX-TRAN-TYPE          PIC X(02).
           05  TDX-REVERSAL-OF.
               10  TDX-RVO-ACCT-KEY   PIC X(10).
               10  TDX-RVO-RUN-DATE   PIC X(08).
               10  TDX-RVO-SEQ-NO     PIC X(05).
           05  TDX-REVERSED-BY.
               10  TDX-RVB-ACCT-KEY   PIC X(10).
               10  TDX-RVB-RUN-DATE   PIC X(08).
               10  TDX-RVB-SEQ-NO     PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-TRANIDX-STATUS          PIC X(02) VALUE SPACES.
                   "  " WS-DSP-TRAN-DATE
                   "  TYPE " TDX-TRAN-TYPE
                   "  AMOUNT " WS-DSP-AMOUNT
           IF TDX-REVERSED-BY NOT = SPACES
               DISPLAY "      REVERSED BY " TDX-RVB-ACCT-KEY
                       "  DATE " TDX-RVB-RUN-DATE
                       "  SEQ " TDX-RVB-SEQ-NO
           END-IF
           IF TDX-REVERSAL-OF NOT = SPACES
               DISPLAY "      REVERSAL OF " TDX-RVO-ACCT-KEY
                       "  DATE " TDX-RVO-RUN-DATE
                       "  SEQ " TDX-RVO-SEQ-NO
           END-IF
           ADD 1 TO WS-LISTED-COUNT.

       8000-TERMINATE.
