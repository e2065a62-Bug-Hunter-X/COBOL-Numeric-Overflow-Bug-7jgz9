       FILE SECTION.
       FD  SUSPIN-FILE
           RECORDING MODE IS F.
       01  SUSPIN-IN-RECORD           PIC X(64).

       FD  ACCTMAST-FILE
           RECORDING MODE IS F.
       01  ACCTMAST-IN-RECORD         PIC X(47).

       FD  TRANFILE-FILE
           RECORDING MODE IS F.
       01  TRANFILE-IN-RECORD         PIC X(53).

       FD  CTLFILE-FILE
           RECORDING MODE IS F.

       FD  PARMFILE-FILE
           RECORDING MODE IS F.
       01  PARMFILE-IN-RECORD         PIC X(76).

       FD  TRANMRG-FILE
           RECORDING MODE IS F.
       01  TRANMRG-OUT-RECORD         PIC X(53).

       FD  CTLMRG-FILE
           RECORDING MODE IS F.

       FD  SUSPOUT-FILE
           RECORDING MODE IS F.
       01  SUSPOUT-OUT-RECORD         PIC X(64).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           05  WS-RCY-AMOUNT.
               10  WS-RCY-AMT-DIGITS  PIC 9(07)V99.
               10  WS-RCY-AMT-SIGN    PIC X(01).
           05  FILLER                 PIC X(25).

       01  WS-RECYCLE-HASH            PIC S9(11)V99 COMP-3 VALUE ZERO.

