      *================================================================
      * PERDREC.CPY
      * Accounting period control event, appended to PERDFILE by
      * PRD010 only.  PERDFILE is the period log: nothing is ever
      * rewritten, so every close and every reopen stays on file with
      * who did it and why.  For any one period the last event on
      * file is its status:
      *
      *   'C' - the period is closed.  HIST010 will not append
      *         history dated in it, STMT010 will not reissue its
      *         statements, and ACCUM010 will not run a cycle whose
      *         business date falls in it.
      *   'R' - the period was reopened (PERD-USER-ID and
      *         PERD-REASON are mandatory) and is open again until
      *         the next 'C'.
      *   'Y' - the year close: closes December (PERD-MONTH 12) and
      *         with it the year, once January to November are
      *         closed.  YREND010 summarizes the year from it.  A
      *         reopen of December reopens the year too.
      *
      * A period with no event on file is open.  PERD-BUSINESS-DATE
      * and PERD-TIME are when PRD010 logged the event.
      *
      * Operations key the month-end requests on PRDREQ in this same
      * layout; PRD010 uses the period, action, user and reason and
      * stamps the date and time itself.
      *================================================================
       01  PERDREC-RECORD.
           05  PERD-PERIOD             PIC 9(06).
           05  PERD-PERIOD-R REDEFINES PERD-PERIOD.
               10  PERD-YEAR           PIC 9(04).
               10  PERD-MONTH          PIC 9(02).
           05  PERD-ACTION             PIC X(01).
               88  PERD-CLOSE                  VALUE 'C'.
               88  PERD-REOPEN                 VALUE 'R'.
               88  PERD-YEAR-CLOSE             VALUE 'Y'.
               88  PERD-CLOSED-EVENT           VALUES 'C' 'Y'.
           05  PERD-BUSINESS-DATE      PIC 9(08).
           05  PERD-TIME               PIC 9(06).
           05  PERD-USER-ID            PIC X(08).
           05  PERD-REASON             PIC X(31).
