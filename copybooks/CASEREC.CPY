      ******************************************************************
      * Copybook: CASEREC
      * Purpose:  Record layout for the keyed compliance case file
      *           (CASEFILE). CBL021 raises one case for every
      *           customer-level hit its nightly cash surveillance
      *           finds:
      *             B - threshold breach: the customer's cash in, or
      *                 cash out, across all their accounts on one day
      *                 reached the reporting threshold
      *             S - structuring pattern: repeated cash deposits
      *                 just under the threshold across days or
      *                 accounts inside the look-back window
      *           The key is the customer, the case type and the date
      *           the case was raised. A breach is raised once per
      *           customer per day; a structuring case is not raised
      *           again while the customer already has one raised
      *           inside the current window, whatever its status, so
      *           a pattern compliance has already worked is not put
      *           back in front of them every night.
      *
      *           Cases are raised open. Compliance marks each one
      *           filed (reported to the authorities) or cleared (no
      *           report needed) through CBL022, which stamps who did
      *           it, when, and their note - a filing reference or the
      *           reason for clearing.
      *
      *           The amounts are the cash behind the hit: for a
      *           breach, the day's cash in and out; for structuring,
      *           the just-under-threshold deposits in the window in
      *           CS-CASH-IN-AMOUNT/-COUNT. CS-ACCOUNT-DAYS counts the
      *           separate account-days that cash landed on.
      ******************************************************************
       01  CASE-RECORD.
           05  CS-KEY.
               10  CS-CUST-ID              PIC X(10).
               10  CS-CASE-TYPE            PIC X(01).
                   88  CS-BREACH           VALUE 'B'.
                   88  CS-STRUCTURING      VALUE 'S'.
               10  CS-RAISED-DATE          PIC X(08).
           05  CS-STATUS                   PIC X(01).
               88  CS-OPEN                 VALUE 'O'.
               88  CS-FILED                VALUE 'F'.
               88  CS-CLEARED              VALUE 'C'.
           05  CS-WINDOW-START             PIC X(08).
           05  CS-CASH-IN-AMOUNT           PIC S9(10)V99.
           05  CS-CASH-IN-COUNT            PIC 9(05).
           05  CS-CASH-OUT-AMOUNT          PIC S9(10)V99.
           05  CS-CASH-OUT-COUNT           PIC 9(05).
           05  CS-ACCOUNT-DAYS             PIC 9(05).
           05  CS-STATUS-BY                PIC X(08).
           05  CS-STATUS-DATE              PIC X(08).
           05  CS-STATUS-NOTE              PIC X(40).
