      ******************************************************************
      * Copybook: CASHREC
      * Purpose:  Record layout for the keyed customer cash history
      *           file (CASHHIST), one record per customer per day per
      *           account the customer moved cash through that day.
      *           CBL021 rolls each night's TRANLOG ADD (cash in) and
      *           SUBTRACT (cash out) entries up to the customer
      *           through ACCT-CUST-ID and carries the account's
      *           DAYTOTAL posting count and volume for the day
      *           alongside, so compliance sees the cash against
      *           everything else the account did. TRANLOG only ever
      *           holds one day; this file is what the structuring
      *           check looks back over.
      *
      *           The key runs customer, date, account, so one START
      *           finds a customer's whole window in date order.
      *           CH-NEAR-COUNT and CH-NEAR-AMOUNT count the single
      *           cash deposits that landed just under the reporting
      *           threshold - at or above CBL021's
      *           STRUCTURING-FLOOR-AMOUNT. CH-RUN-TIMESTAMP stamps
      *           the run that built the record, so a rerun of the
      *           same night rebuilds the day instead of adding it in
      *           twice. CBL021 purges records once they fall out of
      *           its look-back window.
      ******************************************************************
       01  CASH-HISTORY-RECORD.
           05  CH-KEY.
               10  CH-CUST-ID              PIC X(10).
               10  CH-DATE                 PIC X(08).
               10  CH-ACCT-ID              PIC X(10).
           05  CH-CASH-IN-AMOUNT           PIC S9(10)V99.
           05  CH-CASH-IN-COUNT            PIC 9(05).
           05  CH-CASH-OUT-AMOUNT          PIC S9(10)V99.
           05  CH-CASH-OUT-COUNT           PIC 9(05).
           05  CH-NEAR-AMOUNT              PIC S9(10)V99.
           05  CH-NEAR-COUNT               PIC 9(05).
           05  CH-DAY-TRAN-COUNT           PIC 9(05).
           05  CH-DAY-TRAN-AMOUNT          PIC S9(10)V99.
           05  CH-RUN-TIMESTAMP            PIC X(21).
