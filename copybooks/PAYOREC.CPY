      ******************************************************************
      * Copybook: PAYOREC
      * Purpose:  Record layout for the keyed outbound payment file
      *           (PAYOUT), one record per PAYMENT posted to an
      *           external beneficiary, keyed by PO-PAYMENT-ID - the
      *           next free number, the same way CBL001 numbers the
      *           approval queue. The PAYMENT is written by CBL001 at
      *           the console, by CBL014 when a supervisor approves one
      *           over the threshold, and by CBL013 for a standing
      *           order pointed at a beneficiary. PO-TIMESTAMP is the
      *           TL-TIMESTAMP of the PAYMENT entry on TRANLOG, so the
      *           two can always be tied together.
      *
      *           The beneficiary's bank code, account number and name
      *           are copied on at posting time, so what went to the
      *           clearing house is on record even if the beneficiary
      *           is later removed.
      *
      *           Status:
      *             P - pending: debited, not yet sent
      *             S - sent: on the clearing file CBL024 wrote for
      *                 PO-SENT-DATE
      *             R - returned: the clearing house sent it back and
      *                 CBL025 re-credited the account on
      *                 PO-RETURN-DATE for PO-RETURN-REASON
      *           PO-ORDER-ID names the standing order behind a CBL013
      *           payment; SPACES on a payment keyed at the console.
      ******************************************************************
       01  PAYMENT-OUT-RECORD.
           05  PO-PAYMENT-ID               PIC 9(08).
           05  PO-TIMESTAMP                PIC X(21).
           05  PO-ACCT-ID                  PIC X(10).
           05  PO-BENE-ID                  PIC X(10).
           05  PO-BANK-CODE                PIC X(11).
           05  PO-BENE-ACCOUNT-NO          PIC X(20).
           05  PO-BENE-NAME                PIC X(30).
           05  PO-AMOUNT                   PIC S9(10)V99.
           05  PO-STATUS                   PIC X(01).
               88  PO-PENDING              VALUE 'P'.
               88  PO-SENT                 VALUE 'S'.
               88  PO-RETURNED             VALUE 'R'.
           05  PO-OPERATOR-ID              PIC X(08).
           05  PO-ORDER-ID                 PIC X(10).
           05  PO-SENT-DATE                PIC X(08).
           05  PO-RETURN-DATE              PIC X(08).
           05  PO-RETURN-REASON            PIC X(04).
