      *          accounts - ADD/SUBTRACT between cash and the
      *          customer-liability account, INTEREST to interest
      *          expense, ADJUST to suspense, the TRANS-DR/TRANS-CR
      *          legs netted through a transfer-clearing account, the
      *          REV-DR/REV-CR reversal legs through a corrections
      *          account, FEE charges to fee income, outbound PAYMENT
      *          debits and their RETURN re-credits through the
      *          payments-outbound clearing account - and the journal
      *          ends with balancing total records. A run whose debits
      *          and credits do not tie, or that hits an operation
      *          code it cannot map, truncates the journal back to
      *          empty and ends with a nonzero return code so the
      *          batch chain stops instead of handing a bad journal
      *          to the corporate loader.
      *          This must run ahead of CBL007, which truncates
      *          TRANLOG for the night.
      * Tectonics: cobc
      *
      * Modification History:
      *   02/09/2026 VAW - Initial version.
      *   15/10/2026 VAW - Map the REV-DR/REV-CR legs CBL001 and CBL014
      *                    post for a reversal against GL-CORRECTIONS
      *                    so finance can see corrections apart from
      *                    the customer activity they undo.
      *   15/10/2026 VAW - Map the FEE charges CBL019 posts from
      *                    customer liability to GL-FEE-INCOME.
      *   15/10/2026 VAW - Map the outbound PAYMENT debits from
      *                    customer liability to GL-PAYMENTS-CLEARING,
      *                    which the clearing house settles, and the
      *                    RETURN re-credits CBL025 posts back out of
      *                    it.
      *   15/10/2026 VAW - Append the rows read, journaled and left
      *                    unmapped, with their amount totals, to the
      *                    RUNCTL run-control file for the
      *                    end-of-night proof.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL015.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE.
           05  GJ-AMOUNT                   PIC S9(12)V99.
           05  GJ-SOURCE-ACCT-ID           PIC X(10).
           05  GJ-OPERATION                PIC X(10).
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       WORKING-STORAGE SECTION.
       77  TRAN-FILE-STATUS PIC X(02).
       77  GL-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).
       77  RUN-CONTROL-PROGRAM PIC X(08) VALUE "CBL015".

       77  TRAN-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-TRAN-FILE VALUE 'Y'.
       77  GL-CASH-ACCOUNT PIC X(04) VALUE "1000".
       77  GL-CUST-LIABILITY PIC X(04) VALUE "2000".
       77  GL-TRANSFER-CLEARING PIC X(04) VALUE "2500".
       77  GL-FEE-INCOME PIC X(04) VALUE "4000".
       77  GL-INTEREST-EXPENSE PIC X(04) VALUE "5000".
       77  GL-CORRECTIONS-ACCOUNT PIC X(04) VALUE "2600".
       77  GL-PAYMENTS-CLEARING PIC X(04) VALUE "2700".
       77  GL-SUSPENSE-ACCOUNT PIC X(04) VALUE "9999".

       77  RUN-DATE PIC X(08).
       77  RUN-TIMESTAMP PIC X(21).
       77  ROWS-JOURNALED PIC 9(07) VALUE ZEROES.
       77  ROWS-UNMAPPED PIC 9(07) VALUE ZEROES.
       77  ROWS-READ PIC 9(07) VALUE ZEROES.
       77  AMOUNT-READ PIC S9(12)V99 VALUE ZEROES.
       77  AMOUNT-JOURNALED PIC S9(12)V99 VALUE ZEROES.
       77  AMOUNT-UNMAPPED PIC S9(12)V99 VALUE ZEROES.
       77  TOTAL-DEBITS PIC S9(12)V99 VALUE ZEROES.
       77  TOTAL-CREDITS PIC S9(12)V99 VALUE ZEROES.

           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRAN-FILE-STATUS = '35'
               DISPLAY 'Transaction log not found. Nothing to journal.'
               PERFORM WRITE-RUN-CONTROL
           ELSE
               IF TRAN-FILE-STATUS NOT = '00'
                   DISPLAY
               ELSE
                   PERFORM EXTRACT-GL-JOURNAL
                   CLOSE TRANSACTION-LOG-FILE
                   PERFORM WRITE-RUN-CONTROL
               END-IF
           END-IF.
           STOP RUN.
       JOURNAL-TRANSACTION.
           MOVE 'N' TO ENTRY-MAPPED-SWITCH.
           COMPUTE ENTRY-AMOUNT = FUNCTION ABS(TL-AMOUNT).
           ADD 1 TO ROWS-READ.
           ADD ENTRY-AMOUNT TO AMOUNT-READ.
           IF TL-OPERATION = 'ADD'
               MOVE GL-CASH-ACCOUNT TO ENTRY-DR-ACCOUNT
               MOVE GL-CUST-LIABILITY TO ENTRY-CR-ACCOUNT
                                   MOVE GL-CUST-LIABILITY
                                       TO ENTRY-CR-ACCOUNT
                                   MOVE 'Y' TO ENTRY-MAPPED-SWITCH
                               ELSE
                                   IF TL-OPERATION = 'FEE'
                                       PERFORM MAP-FEE-ENTRY
                                   ELSE
                                       PERFORM MAP-PAYMENT-ENTRY
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
           IF ENTRY-MAPPED
               PERFORM WRITE-JOURNAL-PAIR
               ADD 1 TO ROWS-JOURNALED
               ADD ENTRY-AMOUNT TO AMOUNT-JOURNALED
           ELSE
               DISPLAY 'Unmapped operation "' TL-OPERATION
                   '" for account ' TL-ACCT-ID
                   '. Journal will not be handed off.'
               ADD 1 TO ROWS-UNMAPPED
               ADD ENTRY-AMOUNT TO AMOUNT-UNMAPPED
           END-IF.
           PERFORM READ-TRANSACTION-RECORD.

           END-IF.
           MOVE 'Y' TO ENTRY-MAPPED-SWITCH.

      ******************************************************************
      * MAP-REVERSAL-ENTRY
      * A REV-DR took back a credit the customer should not have had,
      * so it debits customer liability; a REV-CR gave back a debit,
      * so it credits it. The offset either way is the corrections
      * account, not the cash or clearing account the original hit.
      * Any other operation code is left unmapped.
      ******************************************************************
       MAP-REVERSAL-ENTRY.
           IF TL-OPERATION = 'REV-DR'
               MOVE GL-CUST-LIABILITY TO ENTRY-DR-ACCOUNT
               MOVE GL-CORRECTIONS-ACCOUNT TO ENTRY-CR-ACCOUNT
               MOVE 'Y' TO ENTRY-MAPPED-SWITCH
           ELSE
               IF TL-OPERATION = 'REV-CR'
                   MOVE GL-CORRECTIONS-ACCOUNT TO ENTRY-DR-ACCOUNT
                   MOVE GL-CUST-LIABILITY TO ENTRY-CR-ACCOUNT
                   MOVE 'Y' TO ENTRY-MAPPED-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * MAP-FEE-ENTRY
      * A FEE is a service charge CBL019 took off the customer's
      * balance, so it debits customer liability and books the income.
      ******************************************************************
       MAP-FEE-ENTRY.
           MOVE GL-CUST-LIABILITY TO ENTRY-DR-ACCOUNT.
           MOVE GL-FEE-INCOME TO ENTRY-CR-ACCOUNT.
           MOVE 'Y' TO ENTRY-MAPPED-SWITCH.

      ******************************************************************
      * MAP-PAYMENT-ENTRY
      * A PAYMENT took the customer's money out to an external
      * beneficiary, so it debits customer liability and credits the
      * payments-outbound clearing account until the clearing house
      * settles the night's file. A RETURN is a payment the clearing
      * house sent back; it unwinds the same pair. Anything else goes
      * on to MAP-REVERSAL-ENTRY.
      ******************************************************************
       MAP-PAYMENT-ENTRY.
           IF TL-OPERATION = 'PAYMENT'
               MOVE GL-CUST-LIABILITY TO ENTRY-DR-ACCOUNT
               MOVE GL-PAYMENTS-CLEARING TO ENTRY-CR-ACCOUNT
               MOVE 'Y' TO ENTRY-MAPPED-SWITCH
           ELSE
               IF TL-OPERATION = 'RETURN'
                   MOVE GL-PAYMENTS-CLEARING TO ENTRY-DR-ACCOUNT
                   MOVE GL-CUST-LIABILITY TO ENTRY-CR-ACCOUNT
                   MOVE 'Y' TO ENTRY-MAPPED-SWITCH
               ELSE
                   PERFORM MAP-REVERSAL-ENTRY
               END-IF
           END-IF.

       WRITE-JOURNAL-PAIR.
           MOVE 'D' TO GJ-RECORD-TYPE.
           MOVE TL-TIMESTAMP(1:8) TO GJ-DATE.
           DISPLAY 'Journal refused. Credits: ' DISPLAY-TOTAL.
           DISPLAY 'Unmapped rows: ' ROWS-UNMAPPED.
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * WRITE-RUN-CONTROL
      * Appends the extract's counts and totals to RUNCTL for CBL030's
      * end-of-night proof, with the same OPEN EXTEND convention as
      * the transaction log. The journal moves no balances, so the
      * net effect is zero; the proof ties the rows and amount read
      * here to what CBL007 archives.
      ******************************************************************
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF RUNC-FILE-STATUS = '00'
               MOVE 'R' TO RC-RECORD-TYPE
               MOVE RUN-CONTROL-PROGRAM TO RC-PROGRAM-ID
               MOVE RUN-DATE TO RC-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE ROWS-READ TO RC-RECORDS-READ
               MOVE AMOUNT-READ TO RC-AMOUNT-READ
               MOVE ROWS-JOURNALED TO RC-RECORDS-POSTED
               MOVE AMOUNT-JOURNALED TO RC-AMOUNT-POSTED
               MOVE ROWS-UNMAPPED TO RC-RECORDS-REJECTED
               MOVE AMOUNT-UNMAPPED TO RC-AMOUNT-REJECTED
               MOVE ZEROES TO RC-NET-EFFECT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to write run control record.'
           END-IF.
