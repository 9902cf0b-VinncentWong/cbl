      ******************************************************************
      * Copybook: FEESREC
      * Purpose:  Record layout for the fee schedule file (FEESCHED)
      *           CBL019 reads at the start of each night's fee run,
      *           one row per fee the bank charges:
      *             MAINT    - account-maintenance fee, a flat
      *                        FS-FEE-AMOUNT per account.
      *             ACTIVITY - excess-activity fee, FS-FEE-AMOUNT for
      *                        every DAYTOTAL posting past
      *                        FS-FREE-COUNT on the run date.
      *             LOWBAL   - low-balance fee, a flat FS-FEE-AMOUNT
      *                        when ACCT-BALANCE is under
      *                        FS-MIN-BALANCE.
      *           FS-CHARGE-DAY is the day of the month a monthly fee
      *           falls due (01 for a fee taken on the first); 00
      *           charges the fee every night. A monthly fee is taken
      *           once a month, on the first night on or after its
      *           charge day - or on the last day of a month too
      *           short to reach it - so a night the batch does not
      *           run never loses the month's fee. CBL019 records each
      *           fee taken on FEECHGD by month, or by run date for a
      *           nightly fee, to keep it to once. A fee with no row
      *           on the schedule is not charged at all.
      ******************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FS-FEE-CODE                 PIC X(08).
           05  FS-FEE-AMOUNT               PIC S9(10)V99.
           05  FS-CHARGE-DAY               PIC 9(02).
           05  FS-FREE-COUNT               PIC 9(05).
           05  FS-MIN-BALANCE              PIC S9(10)V99.
