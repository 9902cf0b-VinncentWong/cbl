      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Nightly batch program that builds the outbound
      *          clearing-house file. It walks the keyed PAYOUT file,
      *          puts every pending payment on CLRFILE as a detail
      *          record between a header and a trailer carrying the
      *          record count and amount total the clearing house
      *          balances the file against, and marks each payment
      *          sent as of the run date. Every payment sent is listed
      *          on the PAYRPT report for the back office. The money
      *          itself already left the customer's account when the
      *          PAYMENT was posted; this run only moves the payment
      *          out of the building. Payments are marked sent in a
      *          second pass, only once the whole file down to the
      *          trailer has been written and closed: a file that
      *          fails part-way is emptied and leaves every payment
      *          pending, and a rerun never sends one twice.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      *   15/10/2026 VAW - Check every CLRFILE write and the close, and
      *                    mark payments sent only after the complete
      *                    file is closed; empty the file and stop the
      *                    chain if it cannot be written in full.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL024.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PAYMENT-ID
               FILE STATUS IS PAYO-FILE-STATUS.
           SELECT CLEARING-FILE ASSIGN TO "CLRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLR-FILE-STATUS.
           SELECT PAYMENT-REPORT-FILE ASSIGN TO "PAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-OUT-FILE.
           COPY PAYOREC.
      ******************************************************************
      * CLRFILE: the fixed-format 100-byte clearing-house file. One
      * header record (type 1) naming the originating bank, the file
      * date and time and the settlement currency; one detail record
      * (type 6) per payment; and one trailer record (type 9) with the
      * number of detail records and the total of their amounts.
      * Amounts are unsigned with two implied decimals.
      ******************************************************************
       FD  CLEARING-FILE.
       01  CLR-HEADER-RECORD.
           05  CLR-HDR-RECORD-TYPE         PIC X(01).
           05  CLR-HDR-ORIGINATOR          PIC X(11).
           05  CLR-HDR-FILE-DATE           PIC X(08).
           05  CLR-HDR-FILE-TIME           PIC X(06).
           05  CLR-HDR-CURRENCY            PIC X(03).
           05  FILLER                      PIC X(71).
       01  CLR-DETAIL-RECORD.
           05  CLR-DTL-RECORD-TYPE         PIC X(01).
           05  CLR-DTL-PAYMENT-ID          PIC 9(08).
           05  CLR-DTL-BANK-CODE           PIC X(11).
           05  CLR-DTL-BENE-ACCOUNT-NO     PIC X(20).
           05  CLR-DTL-BENE-NAME           PIC X(30).
           05  CLR-DTL-AMOUNT              PIC 9(10)V99.
           05  CLR-DTL-ORIG-ACCT-ID        PIC X(10).
           05  FILLER                      PIC X(08).
       01  CLR-TRAILER-RECORD.
           05  CLR-TRL-RECORD-TYPE         PIC X(01).
           05  CLR-TRL-RECORD-COUNT        PIC 9(07).
           05  CLR-TRL-TOTAL-AMOUNT        PIC 9(12)V99.
           05  FILLER                      PIC X(78).
       FD  PAYMENT-REPORT-FILE.
       01  PAYMENT-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  PAYO-FILE-STATUS PIC X(02).
       77  CLR-FILE-STATUS PIC X(02).
       77  RPT-FILE-STATUS PIC X(02).
       77  RUN-TIMESTAMP PIC X(21).
       77  RUN-DATE PIC X(08).

      ******************************************************************
      * Clearing-house constants. ORIGINATOR-BANK-CODE is this bank's
      * code as the clearing house knows it; the house settles in
      * DEFAULT-CURRENCY-CODE alone, which is why CBL001 only lets a
      * house-currency account pay out.
      ******************************************************************
       77  ORIGINATOR-BANK-CODE PIC X(11) VALUE "HOUSEBANK01".
       77  DEFAULT-CURRENCY-CODE PIC X(03) VALUE "USD".

       77  PAYO-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-PAYO-FILE VALUE 'Y'.
       77  PAYO-OPEN-SWITCH PIC X VALUE 'N'.
           88  PAYMENT-OUT-FILE-OPEN VALUE 'Y'.
       77  CLR-FAILED-SWITCH PIC X VALUE 'N'.
           88  CLEARING-FILE-FAILED VALUE 'Y'.

      ******************************************************************
      * LAST-PAYMENT-SENT is the highest payment id put on tonight's
      * file. The marking pass stops there, so a payment keyed at the
      * console while the file was being written stays pending for
      * tomorrow's file instead of being marked sent without going.
      ******************************************************************
       77  LAST-PAYMENT-SENT PIC 9(08) VALUE ZEROES.

       77  PAYMENTS-READ PIC 9(07) VALUE ZEROES.
       77  PAYMENTS-SENT PIC 9(07) VALUE ZEROES.
       77  PAYMENTS-MARKED PIC 9(07) VALUE ZEROES.
       77  PAYMENTS-NOT-MARKED PIC 9(07) VALUE ZEROES.
       77  TOTAL-AMOUNT-SENT PIC S9(12)V99 VALUE ZEROES.

       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ.99-.
       77  DISPLAY-TOTAL PIC Z,ZZZ,ZZZ,ZZZ.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           OPEN OUTPUT CLEARING-FILE.
           OPEN OUTPUT PAYMENT-REPORT-FILE.
           IF CLR-FILE-STATUS NOT = '00'
                   OR RPT-FILE-STATUS NOT = '00'
               DISPLAY
                   'Unable to open required files. Clearing run '
                   'aborted.'
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM BUILD-CLEARING-FILE
               IF CLEARING-FILE-FAILED
                   PERFORM REFUSE-CLEARING-FILE
               ELSE
                   PERFORM MARK-PAYMENTS-SENT
               END-IF
               IF PAYMENT-OUT-FILE-OPEN
                   CLOSE PAYMENT-OUT-FILE
               END-IF
               PERFORM WRITE-REPORT-FOOTER
               CLOSE PAYMENT-REPORT-FILE
               DISPLAY 'Clearing run complete. Payments read: '
                   PAYMENTS-READ ' Sent: ' PAYMENTS-SENT
           END-IF.
           STOP RUN.

      ******************************************************************
      * BUILD-CLEARING-FILE
      * Writes the header, a detail for every pending payment and the
      * trailer, then closes the file. The first write or close that
      * fails sets CLEARING-FILE-FAILED and nothing further is put on
      * the file, so the caller can refuse it before any payment is
      * marked sent.
      ******************************************************************
       BUILD-CLEARING-FILE.
           PERFORM WRITE-CLEARING-HEADER.
           IF NOT CLEARING-FILE-FAILED
               PERFORM SEND-PENDING-PAYMENTS
           END-IF.
           IF NOT CLEARING-FILE-FAILED
               PERFORM WRITE-CLEARING-TRAILER
           END-IF.
           CLOSE CLEARING-FILE.
           IF CLR-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to close clearing file. Status '
                   CLR-FILE-STATUS
               MOVE 'Y' TO CLR-FAILED-SWITCH
           END-IF.

      ******************************************************************
      * SEND-PENDING-PAYMENTS
      * Walks PAYOUT in payment-id order and puts every payment still
      * pending on the clearing file. PAYOUT is left open for the
      * marking pass. No PAYOUT file yet just means no payment has
      * ever been made; the clearing file still goes out with its
      * header and a zero trailer, so the clearing house always gets
      * a file to balance.
      ******************************************************************
       SEND-PENDING-PAYMENTS.
           OPEN I-O PAYMENT-OUT-FILE.
           IF PAYO-FILE-STATUS = '35'
               DISPLAY 'Outbound payment file not found. Nothing to '
                   'send.'
           ELSE
               IF PAYO-FILE-STATUS NOT = '00'
                   DISPLAY 'Unable to open outbound payment file. '
                       'No payments sent.'
                   MOVE SPACES TO PAYMENT-REPORT-LINE
                   STRING 'OUTBOUND PAYMENT FILE NOT AVAILABLE - '
                           DELIMITED BY SIZE
                       'NO PAYMENTS SENT' DELIMITED BY SIZE
                       INTO PAYMENT-REPORT-LINE
                   WRITE PAYMENT-REPORT-LINE
               ELSE
                   MOVE 'Y' TO PAYO-OPEN-SWITCH
                   MOVE ZEROES TO PO-PAYMENT-ID
                   MOVE 'N' TO PAYO-EOF-SWITCH
                   START PAYMENT-OUT-FILE
                           KEY NOT LESS THAN PO-PAYMENT-ID
                       INVALID KEY
                           MOVE 'Y' TO PAYO-EOF-SWITCH
                   END-START
                   IF NOT END-OF-PAYO-FILE
                       PERFORM READ-NEXT-PAYMENT
                       PERFORM SEND-PAYMENT
                           UNTIL END-OF-PAYO-FILE
                              OR CLEARING-FILE-FAILED
                   END-IF
               END-IF
           END-IF.

       READ-NEXT-PAYMENT.
           READ PAYMENT-OUT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PAYO-EOF-SWITCH
           END-READ.

      ******************************************************************
      * SEND-PAYMENT
      * Puts one pending payment on the clearing file and lists it.
      * Its PAYOUT status is not touched here; that waits for
      * MARK-PAYMENTS-SENT once the whole file is safely closed.
      ******************************************************************
       SEND-PAYMENT.
           ADD 1 TO PAYMENTS-READ.
           IF PO-PENDING
               PERFORM WRITE-CLEARING-DETAIL
               IF NOT CLEARING-FILE-FAILED
                   PERFORM REPORT-SENT-PAYMENT
               END-IF
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

      ******************************************************************
      * MARK-PAYMENTS-SENT
      * Second pass over PAYOUT, run only when the clearing file was
      * written and closed in full: marks each pending payment up to
      * LAST-PAYMENT-SENT sent as of the run date.
      ******************************************************************
       MARK-PAYMENTS-SENT.
           IF PAYMENT-OUT-FILE-OPEN AND PAYMENTS-SENT > ZERO
               MOVE ZEROES TO PO-PAYMENT-ID
               MOVE 'N' TO PAYO-EOF-SWITCH
               START PAYMENT-OUT-FILE
                       KEY NOT LESS THAN PO-PAYMENT-ID
                   INVALID KEY
                       MOVE 'Y' TO PAYO-EOF-SWITCH
               END-START
               IF NOT END-OF-PAYO-FILE
                   PERFORM READ-NEXT-PAYMENT
                   PERFORM MARK-PAYMENT-SENT
                       UNTIL END-OF-PAYO-FILE
                          OR PO-PAYMENT-ID > LAST-PAYMENT-SENT
               END-IF
           END-IF.

      ******************************************************************
      * MARK-PAYMENT-SENT
      * The payment is already on the closed clearing file, so a
      * rewrite that fails cannot take it back off. It is listed for
      * the back office to mark sent by hand before the next run,
      * and the return code stops the chain so it is not missed.
      ******************************************************************
       MARK-PAYMENT-SENT.
           IF PO-PENDING
               MOVE 'S' TO PO-STATUS
               MOVE RUN-DATE TO PO-SENT-DATE
               REWRITE PAYMENT-OUT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF PAYO-FILE-STATUS = '00'
                   ADD 1 TO PAYMENTS-MARKED
               ELSE
                   PERFORM REPORT-UNMARKED-PAYMENT
               END-IF
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       REPORT-UNMARKED-PAYMENT.
           ADD 1 TO PAYMENTS-NOT-MARKED.
           DISPLAY 'Payment ' PO-PAYMENT-ID ' is on the clearing '
               'file but could not be marked sent. Mark it sent by '
               'hand before the next run.'.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           STRING 'NOT MARKED SENT PAYMENT=' DELIMITED BY SIZE
               PO-PAYMENT-ID DELIMITED BY SIZE
               ' - ON THIS FILE, MARK SENT BY HAND'
                   DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * REFUSE-CLEARING-FILE
      * Truncates the clearing file back to empty - the same technique
      * CBL015 uses on its journal - so a file missing details or its
      * trailer can never reach the clearing house. No payment has
      * been marked sent, so all of them go on the next run's file;
      * the return code stops the batch chain for the operator.
      ******************************************************************
       REFUSE-CLEARING-FILE.
           OPEN OUTPUT CLEARING-FILE.
           CLOSE CLEARING-FILE.
           MOVE ZEROES TO PAYMENTS-SENT.
           MOVE ZEROES TO TOTAL-AMOUNT-SENT.
           DISPLAY 'Clearing file refused. No payments marked sent.'.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           STRING 'CLEARING FILE NOT WRITTEN IN FULL - REFUSED, '
                   DELIMITED BY SIZE
               'PAYMENTS LISTED ABOVE LEFT PENDING' DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * CHECK-CLEARING-WRITE
      * Flags the clearing file failed when the last header, detail or
      * trailer write did not complete.
      ******************************************************************
       CHECK-CLEARING-WRITE.
           IF CLR-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to write clearing file. Status '
                   CLR-FILE-STATUS
               MOVE 'Y' TO CLR-FAILED-SWITCH
           END-IF.

       WRITE-CLEARING-HEADER.
           MOVE SPACES TO CLR-HEADER-RECORD.
           MOVE '1' TO CLR-HDR-RECORD-TYPE.
           MOVE ORIGINATOR-BANK-CODE TO CLR-HDR-ORIGINATOR.
           MOVE RUN-DATE TO CLR-HDR-FILE-DATE.
           MOVE RUN-TIMESTAMP(9:6) TO CLR-HDR-FILE-TIME.
           MOVE DEFAULT-CURRENCY-CODE TO CLR-HDR-CURRENCY.
           WRITE CLR-HEADER-RECORD.
           PERFORM CHECK-CLEARING-WRITE.

       WRITE-CLEARING-DETAIL.
           MOVE SPACES TO CLR-DETAIL-RECORD.
           MOVE '6' TO CLR-DTL-RECORD-TYPE.
           MOVE PO-PAYMENT-ID TO CLR-DTL-PAYMENT-ID.
           MOVE PO-BANK-CODE TO CLR-DTL-BANK-CODE.
           MOVE PO-BENE-ACCOUNT-NO TO CLR-DTL-BENE-ACCOUNT-NO.
           MOVE PO-BENE-NAME TO CLR-DTL-BENE-NAME.
           MOVE PO-AMOUNT TO CLR-DTL-AMOUNT.
           MOVE PO-ACCT-ID TO CLR-DTL-ORIG-ACCT-ID.
           WRITE CLR-DETAIL-RECORD.
           PERFORM CHECK-CLEARING-WRITE.
           IF NOT CLEARING-FILE-FAILED
               ADD 1 TO PAYMENTS-SENT
               ADD PO-AMOUNT TO TOTAL-AMOUNT-SENT
               MOVE PO-PAYMENT-ID TO LAST-PAYMENT-SENT
           END-IF.

       WRITE-CLEARING-TRAILER.
           MOVE SPACES TO CLR-TRAILER-RECORD.
           MOVE '9' TO CLR-TRL-RECORD-TYPE.
           MOVE PAYMENTS-SENT TO CLR-TRL-RECORD-COUNT.
           MOVE TOTAL-AMOUNT-SENT TO CLR-TRL-TOTAL-AMOUNT.
           WRITE CLR-TRAILER-RECORD.
           PERFORM CHECK-CLEARING-WRITE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           STRING 'CLEARING FILE RUN ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ' - PAYMENTS SENT TO THE CLEARING HOUSE'
                   DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.

       REPORT-SENT-PAYMENT.
           MOVE PO-AMOUNT TO DISPLAY-AMOUNT.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           STRING 'SENT PAYMENT=' DELIMITED BY SIZE
               PO-PAYMENT-ID DELIMITED BY SIZE
               ' ACCT=' DELIMITED BY SIZE
               PO-ACCT-ID DELIMITED BY SIZE
               ' BENE=' DELIMITED BY SIZE
               PO-BENE-ID DELIMITED BY SIZE
               ' BANK=' DELIMITED BY SIZE
               PO-BANK-CODE DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           STRING 'PAYMENTS READ.........: ' DELIMITED BY SIZE
               PAYMENTS-READ DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           STRING 'PAYMENTS SENT.........: ' DELIMITED BY SIZE
               PAYMENTS-SENT DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           MOVE TOTAL-AMOUNT-SENT TO DISPLAY-TOTAL.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           STRING 'AMOUNT SENT...........: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           STRING 'PAYMENTS MARKED SENT..: ' DELIMITED BY SIZE
               PAYMENTS-MARKED DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           IF PAYMENTS-NOT-MARKED > ZERO
               MOVE SPACES TO PAYMENT-REPORT-LINE
               STRING 'NOT MARKED SENT.......: ' DELIMITED BY SIZE
                   PAYMENTS-NOT-MARKED DELIMITED BY SIZE
                   INTO PAYMENT-REPORT-LINE
               WRITE PAYMENT-REPORT-LINE
           END-IF.
