      *                    or reconciliation run before this report
      *                    still lands in named totals instead of just
      *                    TRAN-COUNT/CLOSING-BALANCE.
      *   15/10/2026 VAW - Recognize the REV-CR/REV-DR reversal legs
      *                    CBL001 and CBL014 post, totalled on their
      *                    own report lines so a corrected entry does
      *                    not read as fresh activity.
      *   15/10/2026 VAW - Total the FEE charges CBL019 posts on their
      *                    own report line.
      *   15/10/2026 VAW - Total the outbound PAYMENT debits CBL001,
      *                    CBL013 and CBL014 post, and the RETURN
      *                    credits CBL025 posts when the clearing
      *                    house sends one back, on report lines of
      *                    their own.
      *   15/10/2026 VAW - Rename ACCUMULATE-REVERSAL to
      *                    ACCUMULATE-OTHER-OPERATIONS now that it
      *                    totals FEE, PAYMENT and RETURN as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL002.
       77  TOTAL-TRANSFERS-OUT PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-INTEREST PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-ADJUSTMENTS PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-REVERSAL-CREDITS PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-REVERSAL-DEBITS PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-FEES PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-PAYMENTS PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-RETURNS PIC S9(10)V99 VALUE ZEROES.
       77  TRAN-COUNT PIC 9(07) VALUE ZEROES.

       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ.99-.
                           ELSE
                               IF TL-OPERATION = 'ADJUST'
                                   ADD TL-AMOUNT TO TOTAL-ADJUSTMENTS
                               ELSE
                                   PERFORM ACCUMULATE-OTHER-OPERATIONS
                               END-IF
                           END-IF
                       END-IF
           MOVE TL-RESULT-BALANCE TO CLOSING-BALANCE.
           ADD 1 TO TRAN-COUNT.

      ******************************************************************
      * ACCUMULATE-OTHER-OPERATIONS
      * Totals the operations ACCUMULATE-TRANSACTION does not: the
      * REV-CR/REV-DR reversal legs, FEE charges and, through
      * ACCUMULATE-PAYMENT, outbound PAYMENT debits and their RETURN
      * credits. Any other code only counts towards TRAN-COUNT.
      ******************************************************************
       ACCUMULATE-OTHER-OPERATIONS.
           IF TL-OPERATION = 'REV-CR'
               ADD TL-AMOUNT TO TOTAL-REVERSAL-CREDITS
           ELSE
               IF TL-OPERATION = 'REV-DR'
                   ADD TL-AMOUNT TO TOTAL-REVERSAL-DEBITS
               ELSE
                   IF TL-OPERATION = 'FEE'
                       ADD TL-AMOUNT TO TOTAL-FEES
                   ELSE
                       PERFORM ACCUMULATE-PAYMENT
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-PAYMENT.
           IF TL-OPERATION = 'PAYMENT'
               ADD TL-AMOUNT TO TOTAL-PAYMENTS
           ELSE
               IF TL-OPERATION = 'RETURN'
                   ADD TL-AMOUNT TO TOTAL-RETURNS
               END-IF
           END-IF.

      ******************************************************************
      * DERIVE-OPENING-BALANCE
      * Backs the opening balance out of the first matching
      * debit like a SUBTRACT. TL-AMOUNT is always stored as the
      * signed change CBL003/CBL008 actually applied, so INTEREST and
      * ADJUST back out the same way an ADD does regardless of which
      * direction an ADJUST moved the balance. A reversal credit
      * backs out like an ADD; a reversal debit and a FEE back out
      * like a SUBTRACT. An outbound PAYMENT backs out like a
      * SUBTRACT and the RETURN that re-credits one like an ADD.
      ******************************************************************
       DERIVE-OPENING-BALANCE.
           IF TL-OPERATION = 'ADD' OR TL-OPERATION = 'TRANS-CR'
                   OR TL-OPERATION = 'INTEREST'
                   OR TL-OPERATION = 'ADJUST'
                   OR TL-OPERATION = 'REV-CR'
                   OR TL-OPERATION = 'RETURN'
               COMPUTE OPENING-BALANCE =
                   TL-RESULT-BALANCE - TL-AMOUNT
           ELSE
               IF TL-OPERATION = 'SUBTRACT' OR TL-OPERATION = 'TRANS-DR'
                       OR TL-OPERATION = 'REV-DR'
                       OR TL-OPERATION = 'FEE'
                       OR TL-OPERATION = 'PAYMENT'
                   COMPUTE OPENING-BALANCE =
                       TL-RESULT-BALANCE + TL-AMOUNT
               END-IF
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE TOTAL-REVERSAL-CREDITS TO DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REVERSAL CREDITS......: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE TOTAL-REVERSAL-DEBITS TO DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REVERSAL DEBITS.......: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE TOTAL-FEES TO DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL FEES............: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE TOTAL-PAYMENTS TO DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL PAYMENTS OUT....: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE TOTAL-RETURNS TO DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PAYMENTS RETURNED.....: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE CLOSING-BALANCE TO DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSING BALANCE.......: ' DELIMITED BY SIZE
