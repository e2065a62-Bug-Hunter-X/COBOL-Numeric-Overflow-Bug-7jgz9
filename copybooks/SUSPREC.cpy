      * then account key (the same external-sort convention the other
      * feeds follow), so the 'C' group arrives ahead of the 'T'
      * group with keys ascending within each.
      * The image area grew with the TRANREC record when transfers
      * added the counter-account key and leg; a suspended transfer
      * rides here whole and is re-edited, both sides, when it
      * recycles.  It grew again when reversals added the original's
      * TRANIDX key.
      *================================================================
       01  SUSPREC-RECORD.
           05  SUSP-REC-TYPE           PIC X(01).
      *    sequence AND adjusts the feed trailer for it, so the
      *    correction enters through the normal EDIT010 front door
      *    and the feed still balances.
      *    Reason 33 is a suspected duplicate a supervisor has
      *    released from DUP010's duplicate hold.  It rides the same
      *    channel for the same reason - back through EDIT010 in the
      *    next cycle, trailer-balanced - and DUP010 recognizes it
      *    on its return and lets it through without holding it
      *    again.
      *    Reason 34 is a month-end interest or service charge
      *    generated by ASMT010 from the account's average daily
      *    position and its product's rates.  Same channel, same
      *    reason: the charge is edited and trailer-balanced like
      *    any other item in the next cycle's feed.
           05  SUSP-REASON             PIC X(02).
               88  SUSP-ACCT-NOT-ON-MASTER     VALUE '30'.
               88  SUSP-ACCT-FROZEN            VALUE '31'.
               88  SUSP-GL-REMEDIATION         VALUE '32'.
               88  SUSP-DUP-RELEASED           VALUE '33'.
               88  SUSP-MONTH-END-CHARGE       VALUE '34'.
           05  SUSP-RECORD-IMAGE       PIC X(53).
           05  SUSP-IMAGE-KEY-R REDEFINES SUSP-RECORD-IMAGE.
               10  SUSP-IMAGE-ACCT-KEY PIC X(10).
               10  FILLER              PIC X(43).
