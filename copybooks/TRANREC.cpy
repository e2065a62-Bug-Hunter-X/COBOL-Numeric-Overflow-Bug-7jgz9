      * in the single accumulated total.  ACCUM010 keeps per-type
      * count and amount buckets per account alongside that total,
      * and EDIT010 rejects a record whose type is not one of the
      * valid codes.
      *
      * The raw feed now arrives bracketed by a header and a trailer
      * record in the same record image (TRANHDR-RECORD and
      * TRANTRL-RECORD below), flagged by 'HDR'/'TRL' in the first
      * three bytes - a doubled or truncated feed used to sail
      * straight through the edit because the file carried no control
      * merged file still balances and a doubled source feed still
      * shows up as a count mismatch.  Neither record ever reaches
      * TRANOK - ACCUM010's input stays pure detail.
      *
      * Type 'XF' is an account-to-account transfer.  The feed
      * carries one record per transfer, keyed by the account the
      * money leaves, with TR-XFER-TO-KEY naming the account it goes
      * to and a positive TR-AMOUNT.  EDIT010 checks both accounts
      * and accepts or rejects the transfer whole; an accepted
      * transfer goes to TRANOK as the debit leg exactly as it
      * arrived, and EDIT010 generates the matching credit leg
      * (TR-XFER-LEG 'C') keyed by the receiving account, with
      * TR-XFER-TO-KEY pointing back at the sender.  ACCUM010 posts
      * the debit leg as a subtraction and the credit leg as an
      * addition, so the day's transfers net to zero across the
      * accounts - which BAL010 proves.  Both fields are spaces on
      * every other type and on old-format records, and the header
      * and trailer fillers grew with the record.
      *
      * A reversal ('RV') must name the posting it reverses: the
      * original's TRANIDX key - account, business date it was
      * loaded under, and per-account sequence - rides in
      * TR-REVERSAL-REF, which shares the reference area with the
      * transfer fields (a record is one type or the other).
      * EDIT010 reads the original back from TRANIDX and rejects a
      * reversal whose original is not there, whose amount does not
      * offset it exactly, or which is already reversed; LOAD020
      * marks the original reversed when the reversal loads.  The
      * area is spaces on every other type.
      *================================================================
       01  TRANREC-RECORD.
           05  TR-ACCT-KEY             PIC X(10).
               88  TR-TYPE-FEE                 VALUE 'FE'.
               88  TR-TYPE-ADJUSTMENT          VALUE 'AD'.
               88  TR-TYPE-REVERSAL            VALUE 'RV'.
               88  TR-TYPE-TRANSFER            VALUE 'XF'.
               88  TR-TYPE-VALID               VALUES 'PY' 'FE'
                                                      'AD' 'RV' 'XF'.
           05  TR-REFERENCE-AREA.
               10  TR-XFER-TO-KEY      PIC X(10).
               10  TR-XFER-LEG         PIC X(01).
                   88  TR-XFER-DEBIT-LEG       VALUE SPACE.
                   88  TR-XFER-CREDIT-LEG      VALUE 'C'.
               10  FILLER              PIC X(12).
           05  TR-REVERSAL-REF REDEFINES TR-REFERENCE-AREA.
               10  TR-REV-ORIG-ACCT    PIC X(10).
               10  TR-REV-ORIG-DATE    PIC 9(08).
               10  TR-REV-ORIG-SEQ     PIC 9(05).

       01  TRANHDR-RECORD.
           05  TRH-REC-ID              PIC X(03).
               88  TRH-HEADER-REC              VALUE 'HDR'.
           05  TRH-FEED-DATE           PIC 9(08).
           05  TRH-SOURCE-ID           PIC X(08).
           05  FILLER                  PIC X(34).

       01  TRANTRL-RECORD.
           05  TRT-REC-ID              PIC X(03).
           05  TRT-RECORD-COUNT        PIC 9(07).
           05  TRT-HASH-TOTAL          PIC S9(11)V99
                                   SIGN TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(29).
