      *                    mailing address. A record written before
      *                    this change reads back with SPACES here,
      *                    which means no customer is linked yet.
      *   15/10/2026 VAW - Add ACCT-PRODUCT-CODE naming the account's
      *                    product on the PRODMSTR catalogue, which
      *                    sets its interest bands, velocity limits
      *                    and approval threshold. CBL004 assigns it
      *                    at opening. A record written before this
      *                    change reads back with SPACES here, which
      *                    the posting programs treat as the house
      *                    default product, DEFAULT-PRODUCT-CODE.
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-ID                     PIC X(10).
               88  ACCT-DORMANT            VALUE 'D'.
           05  ACCT-CURRENCY               PIC X(03).
           05  ACCT-CUST-ID                PIC X(10).
           05  ACCT-PRODUCT-CODE           PIC X(03).
