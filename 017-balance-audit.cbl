      *
      * Modification History:
      *   02/09/2026 VAW - Initial version.
      *   15/10/2026 VAW - Chain the REV-CR/REV-DR reversal legs as a
      *                    credit and a debit.
      *   15/10/2026 VAW - Chain the CBL019 FEE charge as a debit.
      *   15/10/2026 VAW - Chain an outbound PAYMENT as a debit and the
      *                    RETURN that re-credits one as a credit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL017.
                   OR DET-OPERATION = 'TRANS-CR'
                   OR DET-OPERATION = 'INTEREST'
                   OR DET-OPERATION = 'ADJUST'
                   OR DET-OPERATION = 'REV-CR'
                   OR DET-OPERATION = 'RETURN'
               COMPUTE EXPECTED-BALANCE = CHAIN-BALANCE + DET-AMOUNT
           ELSE
               IF DET-OPERATION = 'SUBTRACT'
                       OR DET-OPERATION = 'TRANS-DR'
                       OR DET-OPERATION = 'REV-DR'
                       OR DET-OPERATION = 'FEE'
                       OR DET-OPERATION = 'PAYMENT'
                   COMPUTE EXPECTED-BALANCE =
                       CHAIN-BALANCE - DET-AMOUNT
               ELSE
