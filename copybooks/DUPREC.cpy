      *================================================================
      * DUPREC.CPY
      * Duplicate-hold item.  DUP010 pulls an accepted transaction
      * out of the feed when its fingerprint (account, transaction
      * date, amount, type - the first thirty bytes of the image)
      * matches one already passed within the rolling window, and
      * holds it here, untouched, until a supervisor decides it.
      * The hold file is carried night to night (DUPIN to DUPOUT)
      * in account-key order.
      *
      * DUP-STATUS 'H' is held awaiting a decision.  A release turns
      * it to 'R': the image goes back into the next cycle through
      * suspense (reason 33) and the item stays here, marked, until
      * it comes back through DUP010, which lets it pass the one
      * time instead of holding it again.  A kill takes the item
      * off the file and it never posts.  DUP-HELD-DATE and
      * DUP-HELD-CYCLE are the cycle that held it (the supervisor's
      * decision quotes the held date); DUP-MATCH-DATE is the
      * business date of the earlier feed it matched.
      *================================================================
       01  DUPREC-RECORD.
           05  DUP-STATUS              PIC X(01).
               88  DUP-HELD                    VALUE 'H'.
               88  DUP-RELEASED                VALUE 'R'.
           05  DUP-HELD-DATE           PIC 9(08).
           05  DUP-HELD-CYCLE          PIC 9(03).
           05  DUP-MATCH-DATE          PIC 9(08).
           05  DUP-RELEASED-DATE       PIC 9(08).
           05  DUP-SUPERVISOR-ID       PIC X(08).
           05  DUP-TRAN-IMAGE          PIC X(53).
           05  DUP-IMAGE-R REDEFINES DUP-TRAN-IMAGE.
               10  DUP-FINGERPRINT     PIC X(30).
               10  FILLER              PIC X(23).
