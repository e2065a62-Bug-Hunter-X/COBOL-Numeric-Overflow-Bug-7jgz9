       FILE SECTION.
       FD  ACCTHIST-FILE
           RECORDING MODE IS F.
       01  ACCTHIST-IN-RECORD         PIC X(122).

       FD  PARMFILE-FILE
           RECORDING MODE IS F.
       01  PARMFILE-IN-RECORD         PIC X(76).

       FD  REPORT-FILE
           RECORDING MODE IS F.
