      ******************************************************************
      * Copybook: PRODREC
      * Purpose:  Record layout for the keyed product catalogue
      *           (PRODMSTR). Every account carries one of these
      *           product codes in ACCT-PRODUCT-CODE:
      *             SAV - savings
      *             CUR - current
      *             BUS - business
      *             STF - staff
      *           Each product carries its own daily velocity limits,
      *           dual-control approval threshold and tiered interest
      *           bands, which CBL001, CBL003, CBL009 and CBL014 read
      *           instead of hard-coded constants.
      *
      *           The key is the product code plus the date a version
      *           of the product takes effect, so a rate or limit
      *           change is a new record keyed under its effective
      *           date rather than an overwrite, and the old figures
      *           stay on file. A program wanting the product as of a
      *           given date reads the latest version whose
      *           PROD-EFFECTIVE-DATE is not after that date. CBL020
      *           is the only program that writes this file.
      *
      *           PROD-INTEREST-TIER holds up to five balance bands in
      *           ascending PROD-TIER-FLOOR order, the first always
      *           floored at zero. CBL003 pays the whole balance at
      *           the PROD-TIER-RATE of the highest band whose floor
      *           the balance reaches; the rate is the nightly decimal
      *           fraction of the balance (0.00050 = one-twentieth of
      *           a percent per night).
      ******************************************************************
       01  PRODUCT-RECORD.
           05  PROD-KEY.
               10  PROD-CODE               PIC X(03).
                   88  PROD-CODE-VALID     VALUE 'SAV' 'CUR' 'BUS'
                                                 'STF'.
               10  PROD-EFFECTIVE-DATE     PIC X(08).
           05  PROD-NAME                   PIC X(30).
           05  PROD-VELOCITY-COUNT         PIC 9(05).
           05  PROD-VELOCITY-AMOUNT        PIC S9(10)V99.
           05  PROD-APPROVAL-THRESHOLD     PIC S9(10)V99.
           05  PROD-TIER-COUNT             PIC 9(01).
           05  PROD-INTEREST-TIERS.
               10  PROD-INTEREST-TIER OCCURS 5 TIMES.
                   15  PROD-TIER-FLOOR     PIC S9(10)V99.
                   15  PROD-TIER-RATE      PIC 9(01)V9(05).
           05  PROD-CHANGED-BY             PIC X(08).
           05  PROD-CHANGED-TIMESTAMP      PIC X(21).
