      * account's summary block now breaks the activity out by
      * transaction type (payments, fees, adjustments, reversals)
      * from the per-type buckets ACCUM010 carries on the summary
      * record.  Transfers print as a TRANSFERS NET line: the legs
      * posted to the account, out-going legs negative.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  RPTSNAP-FILE
           RECORDING MODE IS F.
       01  RPTSNAP-IN-RECORD          PIC X(126).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           MOVE RS-REV-COUNT TO WS-TYP-COUNT
           MOVE RS-REV-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE
           MOVE "TRANSFERS NET:" TO WS-TYP-LABEL
           MOVE RS-XFR-COUNT TO WS-TYP-COUNT
           MOVE RS-XFR-AMOUNT TO WS-TYP-AMOUNT
           WRITE REPORT-OUT-LINE FROM WS-TYPE-LINE

           IF RS-OVERFLOW-COUNT > 0
               MOVE RS-OVERFLOW-COUNT TO WS-OVFL-COUNT-OUT
