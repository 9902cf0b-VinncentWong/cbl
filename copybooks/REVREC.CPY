      ******************************************************************
      * Copybook: REVREC
      * Purpose:  Record layout for the keyed reversal register
      *           (REVREG), one record per TRANLOG entry that has been
      *           reversed, keyed by the entry's account plus its
      *           TL-TIMESTAMP. CBL001's REVERSE writes a record for
      *           every leg it undoes - both legs of a transfer - and
      *           refuses any entry already on file, so the same
      *           posting can never be reversed twice. A reversal over
      *           the dual-control threshold is registered under
      *           status P with the approval-queue item that carries
      *           it; CBL014 marks it R when the item is approved and
      *           deletes it when the item is rejected, so a rejected
      *           reversal can be keyed again.
      ******************************************************************
       01  REVERSAL-RECORD.
           05  RR-KEY.
               10  RR-ACCT-ID              PIC X(10).
               10  RR-ORIG-TIMESTAMP       PIC X(21).
           05  RR-STATUS                   PIC X(01).
               88  RR-PENDING              VALUE 'P'.
               88  RR-REVERSED             VALUE 'R'.
           05  RR-TIMESTAMP                PIC X(21).
           05  RR-OPERATOR-ID              PIC X(08).
           05  RR-PEND-ID                  PIC 9(07).
