           05  IDX-KEY.
               10  IDX-ACCT-KEY       PIC X(10).
               10  IDX-RUN-DATE       PIC 9(08).
           05  IDX-REST               PIC X(104).

       WORKING-STORAGE SECTION.
       COPY ACCTOUT.
