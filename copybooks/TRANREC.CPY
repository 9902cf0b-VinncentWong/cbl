      * Purpose:  Record layout for the transaction audit log written
      *           by CBL001 and read back by CBL002.
      * TL-OPERATION values: ADD, SUBTRACT, TRANS-DR (transfer debit
      *           leg), TRANS-CR (transfer credit leg), REV-DR and
      *           REV-CR (CBL001 REVERSE: the debit or credit that
      *           undoes an earlier posting), PAYMENT (a debit sent
      *           to an external beneficiary), RETURN (CBL025's
      *           re-credit of a returned PAYMENT) and FEE (a service
      *           fee CBL019 charges, journaled by CBL015 to fee
      *           income, GL 4000).
      *
      * Modification History:
      *   15/10/2026 VAW - Add TL-OPERATOR-ID, the OPERMSTR id of the
      *                    operator who keyed (or, through CBL014,
      *                    approved) the posting. Unattended batch
      *                    programs stamp their own program id here
      *                    instead, so every entry names who moved the
      *                    money. A record written before this change
      *                    reads back with SPACES here.
      *   15/10/2026 VAW - Add TL-REVERSAL-REF. On a REV-DR/REV-CR entry
      *                    it holds the TL-TIMESTAMP of the entry being
      *                    reversed, tying the correction to the
      *                    mistake; SPACES on every other entry.
      *   15/10/2026 VAW - Add PAYMENT (a debit sent out to an external
      *                    beneficiary on BENEMSTR, recorded on PAYOUT)
      *                    and RETURN (CBL025's re-credit of a PAYMENT
      *                    the clearing house sent back).
      *   15/10/2026 VAW - Add FEE (CBL019's nightly service-fee debit,
      *                    credited to fee income, GL 4000).
      ******************************************************************
       01  TRAN-LOG-RECORD.
           05  TL-TIMESTAMP                PIC X(21).
           05  TL-OPERATION                PIC X(10).
           05  TL-AMOUNT                   PIC S9(10)V99.
           05  TL-RESULT-BALANCE           PIC S9(10)V99.
           05  TL-OPERATOR-ID              PIC X(08).
           05  TL-REVERSAL-REF             PIC X(21).
