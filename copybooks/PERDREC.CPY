      ******************************************************************
      * Copybook: PERDREC
      * Purpose:  Record layout for the keyed period balance history
      *           file (PERDHIST), one record per account per calendar
      *           month. CBL028 folds each night's TRANLOG postings
      *           into the account's record for the current month and
      *           rolls the closing balance forward off ACCTMSTR, then
      *           closes the month on its last day. A closed record is
      *           never written again; it is the book's answer to
      *           "what was the balance at month end", so statements
      *           and reports take prior-period figures from here
      *           instead of replaying the TRANARCH generations.
      *
      *           PH-PERIOD is YYYYMM. PH-OPENING-BALANCE is the
      *           balance going into the month - the prior month's
      *           closing balance - and PH-CLOSING-BALANCE the balance
      *           as of the last roll, final once the period is
      *           closed. Credits, debits and interest are positive
      *           totals of the month's postings; interest is kept out
      *           of PH-TOTAL-CREDITS. PH-BALANCE-DAYS is the running
      *           sum of each day's closing balance, which CBL028
      *           divides by the days in the month at the close to give
      *           PH-AVERAGE-BALANCE. PH-LAST-ROLL-DATE is the last
      *           night the record was rolled, so a rerun of the same
      *           night leaves it alone. PH-LATE-COUNT counts postings
      *           dated in an already-closed month that the close
      *           carried into this month instead.
      ******************************************************************
       01  PERIOD-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-ACCT-ID              PIC X(10).
               10  PH-PERIOD               PIC X(06).
           05  PH-CURRENCY                 PIC X(03).
           05  PH-STATUS                   PIC X(01).
               88  PH-OPEN                 VALUE 'O'.
               88  PH-CLOSED               VALUE 'C'.
           05  PH-OPENING-BALANCE          PIC S9(10)V99.
           05  PH-CLOSING-BALANCE          PIC S9(10)V99.
           05  PH-TOTAL-CREDITS            PIC S9(10)V99.
           05  PH-TOTAL-DEBITS             PIC S9(10)V99.
           05  PH-TOTAL-INTEREST           PIC S9(10)V99.
           05  PH-POSTING-COUNT            PIC 9(07).
           05  PH-LATE-COUNT               PIC 9(05).
           05  PH-BALANCE-DAYS             PIC S9(13)V99.
           05  PH-AVERAGE-BALANCE          PIC S9(10)V99.
           05  PH-LAST-ROLL-DATE           PIC X(08).
           05  PH-CLOSED-DATE              PIC X(08).
           05  PH-CLOSED-BY                PIC X(08).
