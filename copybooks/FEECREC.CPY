      ******************************************************************
      * Copybook: FEECREC
      * Purpose:  Record layout for the keyed fee-charged file
      *           (FEECHGD). CBL019 writes one record for every fee
      *           it assesses against an account, keyed by the
      *           account, the fee code and the charge period: the
      *           run date for a fee charged every night, the YYYYMM
      *           month (space-filled on the right) for a monthly
      *           one. CBL019 reads it before charging a fee and
      *           skips a fee already on file for the period, so a
      *           restarted fee run never takes a fee twice and a
      *           monthly fee is taken on the first night it falls
      *           due and on no other night that month.
      *
      *           Status:
      *             P - posted: taken off the balance and written to
      *                 TRANLOG as the FEE entry stamped FC-TIMESTAMP
      *             U - uncollected: the account could not cover it;
      *                 listed on FEERPT and raised on EXCPFILE for
      *                 the back office, who settle it by hand, so it
      *                 is not tried again
      *           FC-CHARGED-DATE is the run date the fee was
      *           assessed on and FC-AMOUNT the amount assessed.
      ******************************************************************
       01  FEE-CHARGED-RECORD.
           05  FC-KEY.
               10  FC-ACCT-ID              PIC X(10).
               10  FC-FEE-CODE             PIC X(08).
               10  FC-CHARGE-PERIOD        PIC X(08).
           05  FC-STATUS                   PIC X(01).
               88  FC-POSTED               VALUE 'P'.
               88  FC-UNCOLLECTED          VALUE 'U'.
           05  FC-CHARGED-DATE             PIC X(08).
           05  FC-AMOUNT                   PIC S9(10)V99.
           05  FC-TIMESTAMP                PIC X(21).
