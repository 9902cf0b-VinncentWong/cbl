      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Nightly batch program that posts the clearing house's
      *          returns file. Every payment the clearing house could
      *          not deliver comes back on RETFILE with its payment id,
      *          amount and a reason code; this run matches each one
      *          to the sent payment on PAYOUT, credits the amount back
      *          to the account it left, logs a RETURN entry on TRANLOG
      *          so CBL002, CBL005 and CBL015 pick it up, and marks the
      *          payment returned. Before anything is posted the file's
      *          trailer count and amount total are checked against the
      *          detail records; a file that does not balance, or has
      *          no trailer, is not posted at all. A return that cannot
      *          be matched, has already been posted, does not agree
      *          with the payment's amount, or belongs to a closed
      *          account is not credited but listed on the RTNRPT
      *          report for the back office, and raised on the EXCPFILE
      *          exception file unless it was already posted. No
      *          returns file on a night just means nothing came back.
      *          A RETURN credit is not customer activity, so it is not
      *          folded into DAYTOTAL.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      *   15/10/2026 VAW - Append the returns read, credited and
      *                    refused, with their amount totals, to the
      *                    RUNCTL run-control file for the
      *                    end-of-night proof.
      *   15/10/2026 VAW - Raise every return that is not credited on
      *                    the keyed EXCPFILE exception file as well
      *                    as RTNRPT, for the back office to work
      *                    through CBL031. A return already credited
      *                    is a rerun, not a refusal, and is not
      *                    raised; nor is the same return raised twice
      *                    while its exception is open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL025.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT PAYMENT-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PAYMENT-ID
               FILE STATUS IS PAYO-FILE-STATUS.
           SELECT RETURNS-FILE ASSIGN TO "RETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-FILE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-ID
               FILE STATUS IS EXCP-FILE-STATUS.
           SELECT RETURN-REPORT-FILE ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  PAYMENT-OUT-FILE.
           COPY PAYOREC.
      ******************************************************************
      * RETFILE: the clearing house's fixed-format 100-byte returns
      * file. One header record (type 1) naming the clearing house
      * and the file date; one detail record (type 6) per returned
      * payment, carrying the payment id and amount from our clearing
      * file and the clearing house's reason code and text; and one
      * trailer record (type 9) with the number of detail records and
      * the total of their amounts. Amounts are unsigned with two
      * implied decimals.
      ******************************************************************
       FD  RETURNS-FILE.
       01  RTN-HEADER-RECORD.
           05  RTN-HDR-RECORD-TYPE         PIC X(01).
           05  RTN-HDR-SENDER              PIC X(11).
           05  RTN-HDR-FILE-DATE           PIC X(08).
           05  FILLER                      PIC X(80).
       01  RTN-DETAIL-RECORD.
           05  RTN-DTL-RECORD-TYPE         PIC X(01).
           05  RTN-DTL-PAYMENT-ID          PIC 9(08).
           05  RTN-DTL-AMOUNT              PIC 9(10)V99.
           05  RTN-DTL-REASON-CODE         PIC X(04).
           05  RTN-DTL-REASON-TEXT         PIC X(30).
           05  FILLER                      PIC X(45).
       01  RTN-TRAILER-RECORD.
           05  RTN-TRL-RECORD-TYPE         PIC X(01).
           05  RTN-TRL-RECORD-COUNT        PIC 9(07).
           05  RTN-TRL-TOTAL-AMOUNT        PIC 9(12)V99.
           05  FILLER                      PIC X(78).
       FD  TRANSACTION-LOG-FILE.
           COPY TRANREC.
       FD  EXCEPTION-FILE.
           COPY EXCPREC.
       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE PIC X(100).
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  PAYO-FILE-STATUS PIC X(02).
       77  RET-FILE-STATUS PIC X(02).
       77  TRAN-FILE-STATUS PIC X(02).
       77  RPT-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).
       77  TRAN-TIMESTAMP PIC X(21).
       77  BATCH-OPERATOR-ID PIC X(08) VALUE "CBL025".
       77  RUN-DATE PIC X(08).

       77  RET-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-RET-FILE VALUE 'Y'.

      ******************************************************************
      * Control totals. The first pass over RETFILE counts and adds up
      * the detail records and picks up the trailer's figures; the
      * file is posted only when a trailer was found, the two agree,
      * and no record of an unknown type turned up.
      ******************************************************************
       77  FILE-DETAIL-COUNT PIC 9(07) VALUE ZEROES.
       77  FILE-DETAIL-AMOUNT PIC S9(12)V99 VALUE ZEROES.
       77  TRAILER-RECORD-COUNT PIC 9(07) VALUE ZEROES.
       77  TRAILER-TOTAL-AMOUNT PIC S9(12)V99 VALUE ZEROES.
       77  UNKNOWN-RECORD-COUNT PIC 9(07) VALUE ZEROES.
       77  TRAILER-FOUND-SWITCH PIC X VALUE 'N'.
           88  TRAILER-FOUND VALUE 'Y'.
       77  CONTROLS-SWITCH PIC X VALUE 'N'.
           88  CONTROLS-IN-BALANCE VALUE 'Y'.

      ******************************************************************
      * One return item. The first check that fails leaves its reason
      * in RETURN-FAIL-REASON and the item is reported, not credited.
      ******************************************************************
       77  RETURN-FAIL-REASON PIC X(30).
       77  RETURN-AMOUNT PIC S9(10)V99.
       77  RETURN-BALANCE PIC S9(10)V99.

       77  RETURNS-READ PIC 9(07) VALUE ZEROES.
       77  RETURNS-POSTED PIC 9(07) VALUE ZEROES.
       77  RETURNS-REFUSED PIC 9(07) VALUE ZEROES.
       77  TOTAL-RETURNS-POSTED PIC S9(12)V99 VALUE ZEROES.
       77  TOTAL-RETURNS-REFUSED PIC S9(12)V99 VALUE ZEROES.

       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ.99-.
       77  DISPLAY-TOTAL PIC Z,ZZZ,ZZZ,ZZZ.99-.

      ******************************************************************
      * Exception file fields. The exception file is opened once for
      * the run and walked once for the next free exception id and
      * the count of this program's exceptions still open, kept in
      * OPEN-RETURN-EXCEPTIONS, so the search for a return already
      * raised is skipped when there are none.
      ******************************************************************
       77  EXCP-FILE-STATUS PIC X(02).
       77  EXCP-REASON-CODE PIC X(02).
       77  NEXT-EXCP-ID PIC 9(07).
       77  OPEN-RETURN-EXCEPTIONS PIC 9(07) VALUE ZEROES.
       77  EXCEPTIONS-RAISED PIC 9(07) VALUE ZEROES.
       77  EXCP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-EXCP-SCAN VALUE 'Y'.
       77  EXCP-OPEN-SWITCH PIC X VALUE 'N'.
           88  EXCP-FILE-OPEN VALUE 'Y'.
       77  EXCP-FOUND-SWITCH PIC X VALUE 'N'.
           88  RETURN-EXCEPTION-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           MOVE TRAN-TIMESTAMP(1:8) TO RUN-DATE.
           OPEN INPUT RETURNS-FILE.
           IF RET-FILE-STATUS = '35'
               DISPLAY 'No returns file tonight. Nothing to post.'
               PERFORM WRITE-RUN-CONTROL
           ELSE
               IF RET-FILE-STATUS NOT = '00'
                   DISPLAY 'Unable to open returns file. Returns run '
                       'skipped.'
               ELSE
                   PERFORM VERIFY-RETURNS-CONTROLS
                   CLOSE RETURNS-FILE
                   PERFORM RUN-RETURNS
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * VERIFY-RETURNS-CONTROLS
      * First pass over RETFILE: counts and totals the detail records
      * and compares them with the trailer. Nothing is posted on this
      * pass.
      ******************************************************************
       VERIFY-RETURNS-CONTROLS.
           MOVE 'N' TO RET-EOF-SWITCH.
           PERFORM READ-RETURNS-FILE.
           PERFORM TALLY-RETURNS-RECORD
               UNTIL END-OF-RET-FILE.
           MOVE 'N' TO CONTROLS-SWITCH.
           IF TRAILER-FOUND
                   AND UNKNOWN-RECORD-COUNT = ZERO
                   AND TRAILER-RECORD-COUNT = FILE-DETAIL-COUNT
                   AND TRAILER-TOTAL-AMOUNT = FILE-DETAIL-AMOUNT
               MOVE 'Y' TO CONTROLS-SWITCH
           END-IF.

       READ-RETURNS-FILE.
           READ RETURNS-FILE
               AT END
                   MOVE 'Y' TO RET-EOF-SWITCH
           END-READ.

       TALLY-RETURNS-RECORD.
           IF RTN-DTL-RECORD-TYPE = '6'
               ADD 1 TO FILE-DETAIL-COUNT
               ADD RTN-DTL-AMOUNT TO FILE-DETAIL-AMOUNT
           ELSE
               IF RTN-DTL-RECORD-TYPE = '9'
                   MOVE 'Y' TO TRAILER-FOUND-SWITCH
                   MOVE RTN-TRL-RECORD-COUNT TO TRAILER-RECORD-COUNT
                   MOVE RTN-TRL-TOTAL-AMOUNT TO TRAILER-TOTAL-AMOUNT
               ELSE
                   IF RTN-DTL-RECORD-TYPE NOT = '1'
                       ADD 1 TO UNKNOWN-RECORD-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-RETURNS-FILE.

      ******************************************************************
      * RUN-RETURNS
      * Opens the report and, when the controls balance, the account
      * master and PAYOUT, then makes the second pass over RETFILE
      * posting each return. A file out of balance is reported with
      * both sets of figures and left for operations to have resent.
      ******************************************************************
       RUN-RETURNS.
           OPEN OUTPUT RETURN-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open returns report. Returns run '
                   'aborted.'
           ELSE
               PERFORM WRITE-REPORT-HEADER
               IF NOT CONTROLS-IN-BALANCE
                   PERFORM REPORT-CONTROLS-OUT
                   DISPLAY 'Returns file out of balance. Nothing '
                       'posted.'
                   MOVE FILE-DETAIL-COUNT TO RETURNS-READ
                   MOVE FILE-DETAIL-COUNT TO RETURNS-REFUSED
                   MOVE FILE-DETAIL-AMOUNT TO TOTAL-RETURNS-REFUSED
                   PERFORM WRITE-RUN-CONTROL
               ELSE
                   OPEN I-O ACCOUNT-MASTER-FILE
                   OPEN I-O PAYMENT-OUT-FILE
                   OPEN INPUT RETURNS-FILE
                   IF ACCT-FILE-STATUS NOT = '00'
                           OR PAYO-FILE-STATUS NOT = '00'
                           OR RET-FILE-STATUS NOT = '00'
                       DISPLAY 'Unable to open required files. '
                           'Returns run aborted.'
                   ELSE
                       PERFORM OPEN-EXCEPTION-FILE
                       MOVE 'N' TO RET-EOF-SWITCH
                       PERFORM READ-RETURNS-FILE
                       PERFORM POST-RETURNS-RECORD
                           UNTIL END-OF-RET-FILE
                       PERFORM WRITE-REPORT-FOOTER
                       DISPLAY 'Returns run complete. Returns read: '
                           RETURNS-READ ' Posted: ' RETURNS-POSTED
                           ' Refused: ' RETURNS-REFUSED
                       DISPLAY 'Exceptions raised: ' EXCEPTIONS-RAISED
                       IF EXCP-FILE-OPEN
                           CLOSE EXCEPTION-FILE
                       END-IF
                       PERFORM WRITE-RUN-CONTROL
                   END-IF
                   CLOSE RETURNS-FILE
                   CLOSE PAYMENT-OUT-FILE
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
               CLOSE RETURN-REPORT-FILE
           END-IF.

       POST-RETURNS-RECORD.
           IF RTN-DTL-RECORD-TYPE = '6'
               PERFORM POST-RETURN-ITEM
           END-IF.
           PERFORM READ-RETURNS-FILE.

      ******************************************************************
      * POST-RETURN-ITEM
      * Matches one return to its payment and credits it back. The
      * payment must be on PAYOUT, sent and not already returned, for
      * the same amount, and its account must still be open. A
      * payment already returned is how a rerun of the same file is
      * kept from crediting anything twice.
      ******************************************************************
       POST-RETURN-ITEM.
           ADD 1 TO RETURNS-READ.
           MOVE SPACES TO RETURN-FAIL-REASON.
           MOVE RTN-DTL-AMOUNT TO RETURN-AMOUNT.
           MOVE RTN-DTL-PAYMENT-ID TO PO-PAYMENT-ID.
           READ PAYMENT-OUT-FILE
               INVALID KEY
                   MOVE 'PAYMENT NOT ON FILE' TO RETURN-FAIL-REASON
           END-READ.
           IF RETURN-FAIL-REASON = SPACES
               IF PO-RETURNED
                   MOVE 'ALREADY RETURNED' TO RETURN-FAIL-REASON
               ELSE
                   IF NOT PO-SENT
                       MOVE 'PAYMENT NOT SENT' TO RETURN-FAIL-REASON
                   ELSE
                       IF PO-AMOUNT NOT = RETURN-AMOUNT
                           MOVE 'AMOUNT DOES NOT MATCH PAYMENT'
                               TO RETURN-FAIL-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF RETURN-FAIL-REASON = SPACES
               MOVE PO-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT FOUND' TO RETURN-FAIL-REASON
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           MOVE 'ACCOUNT CLOSED' TO RETURN-FAIL-REASON
                       END-IF
               END-READ
           END-IF.
           IF RETURN-FAIL-REASON = SPACES
               PERFORM CREDIT-RETURNED-PAYMENT
           ELSE
               PERFORM REPORT-REFUSED-RETURN
           END-IF.

      ******************************************************************
      * CREDIT-RETURNED-PAYMENT
      * Puts the amount back on the account, marks the payment
      * returned with tonight's date and the clearing house's reason
      * code, and logs the RETURN entry. A dormant account is still
      * credited; the money is the customer's either way.
      ******************************************************************
       CREDIT-RETURNED-PAYMENT.
           COMPUTE RETURN-BALANCE = ACCT-BALANCE + RETURN-AMOUNT.
           MOVE RETURN-BALANCE TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT REWRITE FAILED' TO RETURN-FAIL-REASON
           END-REWRITE.
           IF RETURN-FAIL-REASON = SPACES
               MOVE 'R' TO PO-STATUS
               MOVE RUN-DATE TO PO-RETURN-DATE
               MOVE RTN-DTL-REASON-CODE TO PO-RETURN-REASON
               REWRITE PAYMENT-OUT-RECORD
                   INVALID KEY
                       DISPLAY 'Payment ' PO-PAYMENT-ID ' credited '
                           'back but not marked returned; do not '
                           'rerun before correcting PAYOUT.'
               END-REWRITE
               PERFORM WRITE-RETURN-LOG
               ADD 1 TO RETURNS-POSTED
               ADD RETURN-AMOUNT TO TOTAL-RETURNS-POSTED
               PERFORM REPORT-POSTED-RETURN
           ELSE
               PERFORM REPORT-REFUSED-RETURN
           END-IF.

      ******************************************************************
      * WRITE-RETURN-LOG
      * Appends one RETURN line per payment credited back, using the
      * same TRAN-LOG-RECORD layout and OPEN EXTEND convention
      * CBL019's WRITE-FEE-LOG uses. TL-AMOUNT is the amount credited,
      * as on an ADD.
      ******************************************************************
       WRITE-RETURN-LOG.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF TRAN-FILE-STATUS = '05' OR TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           MOVE TRAN-TIMESTAMP TO TL-TIMESTAMP.
           MOVE PO-ACCT-ID TO TL-ACCT-ID.
           MOVE 'RETURN' TO TL-OPERATION.
           MOVE RETURN-AMOUNT TO TL-AMOUNT.
           MOVE RETURN-BALANCE TO TL-RESULT-BALANCE.
           MOVE BATCH-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'PAYMENT RETURNS RUN ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ' - PAYMENTS RETURNED BY THE CLEARING HOUSE'
                   DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.

       REPORT-CONTROLS-OUT.
           MOVE SPACES TO RETURN-REPORT-LINE.
           IF TRAILER-FOUND
               MOVE 'RETURNS FILE OUT OF BALANCE - NOTHING POSTED'
                   TO RETURN-REPORT-LINE
           ELSE
               MOVE 'RETURNS FILE HAS NO TRAILER - NOTHING POSTED'
                   TO RETURN-REPORT-LINE
           END-IF.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'DETAIL RECORDS ON FILE: ' DELIMITED BY SIZE
               FILE-DETAIL-COUNT DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'TRAILER RECORD COUNT..: ' DELIMITED BY SIZE
               TRAILER-RECORD-COUNT DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE FILE-DETAIL-AMOUNT TO DISPLAY-TOTAL.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'DETAIL AMOUNT ON FILE.: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE TRAILER-TOTAL-AMOUNT TO DISPLAY-TOTAL.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'TRAILER AMOUNT TOTAL..: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'UNKNOWN RECORD TYPES..: ' DELIMITED BY SIZE
               UNKNOWN-RECORD-COUNT DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.

       REPORT-POSTED-RETURN.
           MOVE RETURN-AMOUNT TO DISPLAY-AMOUNT.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'RETURNED PAYMENT=' DELIMITED BY SIZE
               RTN-DTL-PAYMENT-ID DELIMITED BY SIZE
               ' ACCT=' DELIMITED BY SIZE
               PO-ACCT-ID DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RTN-DTL-REASON-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RTN-DTL-REASON-TEXT DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.

       REPORT-REFUSED-RETURN.
           MOVE RETURN-AMOUNT TO DISPLAY-AMOUNT.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'NOT POSTED PAYMENT=' DELIMITED BY SIZE
               RTN-DTL-PAYMENT-ID DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RTN-DTL-REASON-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RETURN-FAIL-REASON DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           ADD 1 TO RETURNS-REFUSED.
           ADD RETURN-AMOUNT TO TOTAL-RETURNS-REFUSED.
           IF RETURN-FAIL-REASON NOT = 'ALREADY RETURNED'
               PERFORM RAISE-RETURN-EXCEPTION
           END-IF.

      ******************************************************************
      * OPEN-EXCEPTION-FILE
      * Opens the exception file for the run, creating it on first
      * use, and walks it once for the next free exception id and
      * the count of this program's exceptions still open. The run
      * goes ahead without raising exceptions if the file cannot be
      * opened; RTNRPT still lists every return not credited.
      ******************************************************************
       OPEN-EXCEPTION-FILE.
           OPEN I-O EXCEPTION-FILE.
           IF EXCP-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN I-O EXCEPTION-FILE
           END-IF.
           IF EXCP-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open exception file. Returns not '
                   'credited will be reported but not raised.'
           ELSE
               MOVE 'Y' TO EXCP-OPEN-SWITCH
               MOVE 1 TO NEXT-EXCP-ID
               PERFORM START-EXCEPTION-SCAN
               PERFORM NOTE-EXCEPTION
                   UNTIL END-OF-EXCP-SCAN
           END-IF.

       START-EXCEPTION-SCAN.
           MOVE ZEROES TO EX-ID.
           MOVE 'N' TO EXCP-EOF-SWITCH.
           START EXCEPTION-FILE KEY NOT LESS THAN EX-ID
               INVALID KEY
                   MOVE 'Y' TO EXCP-EOF-SWITCH
           END-START.
           IF NOT END-OF-EXCP-SCAN
               PERFORM READ-NEXT-EXCEPTION
           END-IF.

       READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EXCP-EOF-SWITCH
           END-READ.

       NOTE-EXCEPTION.
           COMPUTE NEXT-EXCP-ID = EX-ID + 1.
           IF EX-OPEN AND EX-SOURCE-PROGRAM = BATCH-OPERATOR-ID
               ADD 1 TO OPEN-RETURN-EXCEPTIONS
           END-IF.
           PERFORM READ-NEXT-EXCEPTION.

      ******************************************************************
      * FIND-RETURN-EXCEPTION
      * Looks for an exception this program raised for the same
      * payment that is still open, so the same return sent again,
      * or the same file rerun, is not raised twice. There is
      * nothing to look for when no exception of this program's is
      * open.
      ******************************************************************
       FIND-RETURN-EXCEPTION.
           MOVE 'N' TO EXCP-FOUND-SWITCH.
           IF OPEN-RETURN-EXCEPTIONS > ZERO
               PERFORM START-EXCEPTION-SCAN
               PERFORM MATCH-RETURN-EXCEPTION
                   UNTIL END-OF-EXCP-SCAN OR RETURN-EXCEPTION-FOUND
           END-IF.

       MATCH-RETURN-EXCEPTION.
           IF EX-OPEN AND EX-SOURCE-PROGRAM = BATCH-OPERATOR-ID
                   AND EX-SOURCE-REF = RTN-DTL-PAYMENT-ID
               MOVE 'Y' TO EXCP-FOUND-SWITCH
           ELSE
               PERFORM READ-NEXT-EXCEPTION
           END-IF.

      ******************************************************************
      * RAISE-RETURN-EXCEPTION
      * Raises the return just refused on the exception file, open,
      * with the payment id as the source reference. An account
      * closed or gone is CL; anything else - no such payment, not
      * sent, amount disagreeing, a failed rewrite - is OT. A return
      * whose payment is not on PAYOUT has no account to carry.
      ******************************************************************
       RAISE-RETURN-EXCEPTION.
           IF EXCP-FILE-OPEN
               PERFORM FIND-RETURN-EXCEPTION
               IF NOT RETURN-EXCEPTION-FOUND
                   IF RETURN-FAIL-REASON = 'ACCOUNT CLOSED'
                           OR RETURN-FAIL-REASON = 'ACCOUNT NOT FOUND'
                       MOVE 'CL' TO EXCP-REASON-CODE
                   ELSE
                       MOVE 'OT' TO EXCP-REASON-CODE
                   END-IF
                   MOVE NEXT-EXCP-ID TO EX-ID
                   MOVE FUNCTION CURRENT-DATE TO EX-RAISED-TIMESTAMP
                   MOVE BATCH-OPERATOR-ID TO EX-SOURCE-PROGRAM
                   MOVE RTN-DTL-PAYMENT-ID TO EX-SOURCE-REF
                   MOVE BATCH-OPERATOR-ID TO EX-RAISED-BY-ID
                   MOVE 'RETURN' TO EX-OPERATION
                   IF RETURN-FAIL-REASON = 'PAYMENT NOT ON FILE'
                       MOVE SPACES TO EX-ACCT-ID
                   ELSE
                       MOVE PO-ACCT-ID TO EX-ACCT-ID
                   END-IF
                   MOVE SPACES TO EX-DEST-ACCT-ID
                   MOVE RETURN-AMOUNT TO EX-AMOUNT
                   MOVE EXCP-REASON-CODE TO EX-REASON-CODE
                   MOVE RETURN-FAIL-REASON TO EX-REASON-TEXT
                   MOVE 'O' TO EX-STATUS
                   MOVE ZEROES TO EX-RESUBMIT-ID
                   MOVE SPACES TO EX-STATUS-BY
                   MOVE SPACES TO EX-STATUS-DATE
                   MOVE SPACES TO EX-STATUS-NOTE
                   WRITE EXCEPTION-RECORD
                       INVALID KEY
                           DISPLAY 'Unable to raise exception for '
                               'returned payment ' RTN-DTL-PAYMENT-ID
                               '. Write failed.'
                   END-WRITE
                   IF EXCP-FILE-STATUS = '00'
                       ADD 1 TO NEXT-EXCP-ID
                       ADD 1 TO OPEN-RETURN-EXCEPTIONS
                       ADD 1 TO EXCEPTIONS-RAISED
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'RETURNS READ..........: ' DELIMITED BY SIZE
               RETURNS-READ DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'RETURNS POSTED........: ' DELIMITED BY SIZE
               RETURNS-POSTED DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE TOTAL-RETURNS-POSTED TO DISPLAY-TOTAL.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'AMOUNT CREDITED BACK..: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'RETURNS NOT POSTED....: ' DELIMITED BY SIZE
               RETURNS-REFUSED DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE TOTAL-RETURNS-REFUSED TO DISPLAY-TOTAL.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING 'AMOUNT NOT POSTED.....: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.

      ******************************************************************
      * WRITE-RUN-CONTROL
      * Appends the run's counts and totals to RUNCTL for CBL030's
      * end-of-night proof, with the same OPEN EXTEND convention as
      * the transaction log. Every RETURN entry is a credit, so the
      * net effect on balances is the returns credited. A file out
      * of balance goes down with every detail record refused.
      ******************************************************************
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF RUNC-FILE-STATUS = '00'
               MOVE 'R' TO RC-RECORD-TYPE
               MOVE BATCH-OPERATOR-ID TO RC-PROGRAM-ID
               MOVE RUN-DATE TO RC-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE RETURNS-READ TO RC-RECORDS-READ
               COMPUTE RC-AMOUNT-READ =
                   TOTAL-RETURNS-POSTED + TOTAL-RETURNS-REFUSED
               MOVE RETURNS-POSTED TO RC-RECORDS-POSTED
               MOVE TOTAL-RETURNS-POSTED TO RC-AMOUNT-POSTED
               MOVE RETURNS-REFUSED TO RC-RECORDS-REJECTED
               MOVE TOTAL-RETURNS-REFUSED TO RC-AMOUNT-REJECTED
               MOVE TOTAL-RETURNS-POSTED TO RC-NET-EFFECT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to write run control record.'
           END-IF.
