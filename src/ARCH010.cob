       FILE SECTION.
       FD  PARMFILE-FILE
           RECORDING MODE IS F.
       01  PARMFILE-IN-RECORD         PIC X(76).

       FD  EXCPFILE-FILE
           RECORDING MODE IS F.

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
       01  AUDITLOG-IN-RECORD         PIC X(107).

       FD  AUDITNEW-FILE
           RECORDING MODE IS F.
       01  AUDITNEW-OUT-RECORD        PIC X(107).

       FD  AUDITARC-FILE
           RECORDING MODE IS F.
       01  AUDITARC-OUT-RECORD        PIC X(107).

       FD  ACCTHIST-FILE
           RECORDING MODE IS F.
       01  ACCTHIST-IN-RECORD         PIC X(122).

       FD  HISTNEW-FILE
           RECORDING MODE IS F.
       01  HISTNEW-OUT-RECORD         PIC X(122).

       FD  HISTARC-FILE
           RECORDING MODE IS F.
       01  HISTARC-OUT-RECORD         PIC X(122).

       FD  GLCARRY-FILE
           RECORDING MODE IS F.
