      ******************************************************************
      * Copybook: BENEREC
      * Purpose:  Record layout for the keyed beneficiary master
      *           (BENEMSTR), one record per external payee an
      *           outbound payment can be sent to: the payee's bank
      *           code, their account number at that bank and the name
      *           the clearing house matches it against. CBL023 is the
      *           only program that writes this file; CBL001, CBL013
      *           and CBL014 read it to post a PAYMENT, and CBL012 to
      *           point a standing order at a beneficiary instead of
      *           an internal account.
      *
      *           A beneficiary is never deleted. Removing one leaves
      *           it on file under status R, so a payment already sent
      *           to it can always be traced back, and nothing new can
      *           be paid to it. BENE-CHANGED-BY and BENE-CHANGED-DATE
      *           name the supervisor who last added or removed it.
      ******************************************************************
       01  BENEFICIARY-RECORD.
           05  BENE-ID                     PIC X(10).
           05  BENE-BANK-CODE              PIC X(11).
           05  BENE-ACCOUNT-NO             PIC X(20).
           05  BENE-NAME                   PIC X(30).
           05  BENE-STATUS                 PIC X(01).
               88  BENE-ACTIVE             VALUE 'A'.
               88  BENE-REMOVED            VALUE 'R'.
           05  BENE-CHANGED-BY             PIC X(08).
           05  BENE-CHANGED-DATE           PIC X(08).
