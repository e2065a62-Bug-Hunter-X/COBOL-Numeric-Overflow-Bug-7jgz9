      * holds report.  Spaces (an old-format record) or zero means
      * no limit; the redefinition exists so readers can test for
      * the blank old-format field without a numeric abend.
      * ACCT-PRODUCT-CODE is the account's product/pricing code - the
      * key into the rate table (RATEREC) the month-end assessment
      * prices interest and service charges from.  Maintained
      * through MAINT010 like every other master field.  Spaces (an
      * old-format record, or an account never priced) means the
      * account carries no product and the assessment passes it by.
      *================================================================
       01  ACCTMAST-RECORD.
           05  ACCT-KEY                PIC X(10).
           05  ACCT-LIMIT-AMOUNT-X REDEFINES ACCT-LIMIT-AMOUNT
                                   PIC X(12).
               88  ACCT-NO-LIMIT-KEYED         VALUE SPACES.
           05  ACCT-PRODUCT-CODE       PIC X(04).
               88  ACCT-NO-PRODUCT             VALUE SPACES.
