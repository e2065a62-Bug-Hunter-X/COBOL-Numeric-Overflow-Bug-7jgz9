       FILE SECTION.
       FD  ACCTOUT-FILE
           RECORDING MODE IS F.
       01  ACCTOUT-IN-RECORD          PIC X(122).

       FD  ACCTIDX-FILE.
       01  ACCTIDX-RECORD.
           05  IDX-KEY.
               10  IDX-ACCT-KEY       PIC X(10).
               10  IDX-RUN-DATE       PIC 9(08).
           05  IDX-REST               PIC X(104).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
