      *================================================================
      * RATEREC.CPY
      * Product rate table - one record per product/pricing code
      * (ACCT-PRODUCT-CODE), giving the rates the month-end
      * assessment (ASMT010) prices each account from.  RATEFILE is
      * maintained by the product area and presorted by product code.
      * RATE-INT-RATE-PCT is the annual interest rate in percent,
      * paid on a positive average daily position and accrued for
      * the days in the month over a 365-day year.  RATE-FEE-AMOUNT
      * is the monthly service charge; it is waived when the average
      * daily position reaches RATE-FEE-WAIVE-BALANCE (zero means the
      * charge is never waived).  A product with zero rate and zero
      * charge is a legitimate free product.  MAINT010 also reads
      * the table, so only a product code on file can be keyed onto
      * an account.
      *================================================================
       01  RATEREC-RECORD.
           05  RATE-PRODUCT-CODE       PIC X(04).
           05  RATE-DESCRIPTION        PIC X(20).
           05  RATE-INT-RATE-PCT       PIC 9(02)V9(04).
           05  RATE-FEE-AMOUNT         PIC 9(05)V99.
           05  RATE-FEE-WAIVE-BALANCE  PIC 9(09)V99.
