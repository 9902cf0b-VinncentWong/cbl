      *                    has flagged dormant, the same way CBL001
      *                    refuses a dormant debit, and report it so
      *                    the back office chases the reactivation.
      *   15/10/2026 VAW - Stamp CBL013 as the operator id on every
      *                    TRANLOG entry this run writes, since no
      *                    operator signs on to an unattended job.
      *   15/10/2026 VAW - Write TL-REVERSAL-REF as SPACES; only a
      *                    CBL001 REVERSE entry carries a reference.
      *   15/10/2026 VAW - Convert at the rate on the keyed FXRATE
      *                    history in effect on the run date, and fail
      *                    the order when the pair's newest active
      *                    rate is out of date, as CBL001 does.
      *   15/10/2026 VAW - Execute an order pointed at a beneficiary
      *                    on BENEMSTR as a PAYMENT out of the source
      *                    account, held to CBL001's house-currency
      *                    rule, and record it on PAYOUT for the
      *                    clearing file. Such an order used to fail
      *                    at the destination read after the source
      *                    account had already been debited.
      *   15/10/2026 VAW - Append the run's counts and totals to the
      *                    RUNCTL run-control file for the
      *                    end-of-night proof.
      *   15/10/2026 VAW - Raise every order that fails on the keyed
      *                    EXCPFILE exception file, with its reason,
      *                    for the back office to work through CBL031.
      *                    An order already open there is not raised
      *                    again each night it retries, and its
      *                    exception is marked cleared on the night
      *                    the order finally executes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL013.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FX-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYT-FILE-STATUS.
           SELECT BENEFICIARY-MASTER-FILE ASSIGN TO "BENEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENE-ID
               FILE STATUS IS BENE-FILE-STATUS.
           SELECT PAYMENT-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PAYMENT-ID
               FILE STATUS IS PAYO-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-ID
               FILE STATUS IS EXCP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       01  ORDER-REPORT-LINE PIC X(100).
       FD  DAILY-TOTAL-FILE.
           COPY DAYTREC.
       FD  BENEFICIARY-MASTER-FILE.
           COPY BENEREC.
       FD  PAYMENT-OUT-FILE.
           COPY PAYOREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       FD  EXCEPTION-FILE.
           COPY EXCPREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  SORD-FILE-STATUS PIC X(02).
       77  FX-FILE-STATUS PIC X(02).
       77  HOLD-FILE-STATUS PIC X(02).
       77  RPT-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).
       77  TRAN-TIMESTAMP PIC X(21).
       77  BATCH-OPERATOR-ID PIC X(08) VALUE "CBL013".

       77  SORD-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-SORD-FILE VALUE 'Y'.
       77  ORDERS-READ PIC 9(07) VALUE ZEROES.
       77  ORDERS-EXECUTED PIC 9(07) VALUE ZEROES.
       77  ORDERS-FAILED PIC 9(07) VALUE ZEROES.
       77  ENTRIES-POSTED PIC 9(07) VALUE ZEROES.
       77  TOTAL-AMOUNT-POSTED PIC S9(12)V99 VALUE ZEROES.
       77  POSTED-NET-EFFECT PIC S9(12)V99 VALUE ZEROES.
       77  TOTAL-AMOUNT-FAILED PIC S9(12)V99 VALUE ZEROES.

      ******************************************************************
      * ORDER-OK-SWITCH carries one order through its checks; the
           88  END-OF-FX-FILE VALUE 'Y'.
       77  FX-FOUND-SWITCH PIC X VALUE 'N'.
           88  FX-RATE-FOUND VALUE 'Y'.
       77  FX-MAX-RATE-AGE-DAYS PIC 9(03) VALUE 003.
       77  FX-STALE-SWITCH PIC X VALUE 'N'.
           88  FX-RATE-STALE VALUE 'Y'.
       01  FX-DATE-WORK.
           05  FX-AS-OF-NUM                PIC 9(08).
           05  FX-AS-OF-DATE REDEFINES FX-AS-OF-NUM
                                           PIC X(08).
           05  FX-RATE-DATE-NUM            PIC 9(08).
           05  FX-RATE-DATE REDEFINES FX-RATE-DATE-NUM
                                           PIC X(08).
       77  FX-RATE-AGE-DAYS PIC S9(07).

      ******************************************************************
      * Funds-hold fields, mirroring CBL001's SUM-ACTIVE-HOLDS so a
       77  DAYT-FOUND-SWITCH PIC X VALUE 'N'.
           88  DAYT-TOTAL-FOUND VALUE 'Y'.

      ******************************************************************
      * Outbound payment fields, mirroring CBL001's. An order whose
      * SO-BENE-ID is filled in pays that beneficiary instead of
      * transferring to an internal account: FETCH-ORDER-BENEFICIARY
      * keeps the beneficiary's bank details in the PAY- fields, and
      * WRITE-OUTBOUND-PAYMENT records the PAYMENT on PAYOUT under
      * the next free NEXT-PAYMENT-ID. The clearing house settles in
      * the house currency alone, so only an account in
      * DEFAULT-CURRENCY-CODE can pay out.
      ******************************************************************
       77  BENE-FILE-STATUS PIC X(02).
       77  PAYO-FILE-STATUS PIC X(02).
       77  PAY-BANK-CODE PIC X(11).
       77  PAY-BENE-ACCOUNT-NO PIC X(20).
       77  PAY-BENE-NAME PIC X(30).
       77  NEXT-PAYMENT-ID PIC 9(08).
       77  PAYO-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-PAYO-SCAN VALUE 'Y'.

       77  DISPLAY-ORDER-AMOUNT PIC Z,ZZZ,ZZZ.99-.
       77  DISPLAY-ORDER-PAYEE PIC X(10).

      ******************************************************************
      * Exception fields. OPEN-EXCEPTION-FILE opens the keyed EXCPFILE
      * exception file for the run, notes the next free NEXT-EXCP-ID
      * and counts the exceptions this program already has open in
      * OPEN-ORDER-EXCEPTIONS, so the search for a given order's open
      * exception is skipped on the usual night when there are none.
      * EXCP-REASON-CODE classifies ORDER-FAIL-REASON for the
      * exception.
      ******************************************************************
       77  EXCP-FILE-STATUS PIC X(02).
       77  EXCP-REASON-CODE PIC X(02).
       77  NEXT-EXCP-ID PIC 9(07).
       77  OPEN-ORDER-EXCEPTIONS PIC 9(07) VALUE ZEROES.
       77  EXCEPTIONS-RAISED PIC 9(07) VALUE ZEROES.
       77  EXCEPTIONS-CLEARED PIC 9(07) VALUE ZEROES.
       77  REASON-TALLY PIC 9(03).
       77  EXCP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-EXCP-SCAN VALUE 'Y'.
       77  EXCP-OPEN-SWITCH PIC X VALUE 'N'.
           88  EXCP-FILE-OPEN VALUE 'Y'.
       77  EXCP-FOUND-SWITCH PIC X VALUE 'N'.
           88  ORDER-EXCEPTION-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           OPEN I-O STANDING-ORDER-FILE.
           IF SORD-FILE-STATUS = '35'
               DISPLAY 'Standing-order file not found. Nothing due.'
               PERFORM WRITE-RUN-CONTROL
           ELSE
               IF SORD-FILE-STATUS NOT = '00'
                   DISPLAY
                   'run aborted.'
               CLOSE STANDING-ORDER-FILE
           ELSE
               PERFORM OPEN-EXCEPTION-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM READ-NEXT-ORDER
               PERFORM PROCESS-ORDER
               CLOSE ORDER-REPORT-FILE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE STANDING-ORDER-FILE
               IF EXCP-FILE-OPEN
                   CLOSE EXCEPTION-FILE
               END-IF
               DISPLAY 'Standing-order run complete. Orders read: '
                   ORDERS-READ ' Executed: ' ORDERS-EXECUTED
                   ' Failed: ' ORDERS-FAILED
               DISPLAY 'Exceptions raised: ' EXCEPTIONS-RAISED
                   ' Cleared: ' EXCEPTIONS-CLEARED
               PERFORM WRITE-RUN-CONTROL
           END-IF.

       READ-NEXT-ORDER.
      * Runs one due order through the same checks TRANSFER-BALANCE
      * applies at the CBL001 console - accounts on file and open,
      * balance net of active holds covers the amount, an FX rate is
      * on file and current when the currencies differ - then posts
      * both sides, logs both legs, and rolls the next-due date
      * forward. An order that fails any check keeps its due date, so
      * it is retried tomorrow night and reported tonight, and is
      * raised on the exception file unless it is open there already;
      * an order that executes clears any exception still open for
      * it.
      ******************************************************************
       EXECUTE-DUE-ORDER.
           MOVE 'Y' TO ORDER-OK-SWITCH.
                   MOVE 'N' TO ORDER-OK-SWITCH
                   MOVE 'NO FX RATE ON FILE' TO ORDER-FAIL-REASON
               END-IF
               IF FX-RATE-STALE
                   MOVE 'N' TO ORDER-OK-SWITCH
                   MOVE 'FX RATE OUT OF DATE' TO ORDER-FAIL-REASON
               END-IF
           END-IF.
           IF ORDER-EXECUTABLE
               PERFORM POST-ORDER-TRANSFER
               PERFORM WRITE-ORDER-LOG
               PERFORM ROLL-ORDER-FORWARD
               ADD 1 TO ORDERS-EXECUTED
               PERFORM CLEAR-ORDER-EXCEPTION
           ELSE
               PERFORM REPORT-FAILED-ORDER
               ADD 1 TO ORDERS-FAILED
               ADD SO-AMOUNT TO TOTAL-AMOUNT-FAILED
               PERFORM RAISE-ORDER-EXCEPTION
           END-IF.

      ******************************************************************
      * Reads the order's source and destination accounts off the
      * master file, capturing each one's balance and currency before
      * the other read reuses the record area. A missing or closed
      * account on either side fails the order. An order paying a
      * beneficiary has no destination account; its beneficiary is
      * checked instead.
      ******************************************************************
       FETCH-ORDER-ACCOUNTS.
           MOVE SO-SOURCE-ACCT-ID TO ACCT-ID.
                       END-IF
                   END-IF
           END-READ.
           IF ORDER-EXECUTABLE AND SO-BENE-ID = SPACES
               MOVE SO-DEST-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       END-IF
               END-READ
           END-IF.
           IF ORDER-EXECUTABLE AND SO-BENE-ID NOT = SPACES
               PERFORM FETCH-ORDER-BENEFICIARY
           END-IF.

      ******************************************************************
      * FETCH-ORDER-BENEFICIARY
      * Holds a beneficiary order to the rules CBL001's PAY-BENEFICIARY
      * applies at the console: the source account must be in the
      * house currency and the beneficiary must be active on BENEMSTR.
      * The destination currency is the source's, so no conversion
      * applies and the PAYMENT goes out for SO-AMOUNT.
      ******************************************************************
       FETCH-ORDER-BENEFICIARY.
           MOVE SOURCE-CURRENCY TO DEST-CURRENCY.
           IF SOURCE-CURRENCY NOT = DEFAULT-CURRENCY-CODE
               MOVE 'N' TO ORDER-OK-SWITCH
               MOVE 'SOURCE NOT IN HOUSE CURRENCY'
                   TO ORDER-FAIL-REASON
           ELSE
               OPEN INPUT BENEFICIARY-MASTER-FILE
               IF BENE-FILE-STATUS NOT = '00'
                   MOVE 'N' TO ORDER-OK-SWITCH
                   MOVE 'BENEFICIARY MASTER NOT AVAILABLE'
                       TO ORDER-FAIL-REASON
               ELSE
                   MOVE SO-BENE-ID TO BENE-ID
                   READ BENEFICIARY-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO ORDER-OK-SWITCH
                           MOVE 'BENEFICIARY NOT FOUND'
                               TO ORDER-FAIL-REASON
                       NOT INVALID KEY
                           IF BENE-REMOVED
                               MOVE 'N' TO ORDER-OK-SWITCH
                               MOVE 'BENEFICIARY REMOVED'
                                   TO ORDER-FAIL-REASON
                           ELSE
                               MOVE BENE-BANK-CODE TO PAY-BANK-CODE
                               MOVE BENE-ACCOUNT-NO
                                   TO PAY-BENE-ACCOUNT-NO
                               MOVE BENE-NAME TO PAY-BENE-NAME
                           END-IF
                   END-READ
                   CLOSE BENEFICIARY-MASTER-FILE
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-ORDER-FUNDS
      * LOOKUP-FX-RATE
      * Converts SO-AMOUNT (in SOURCE-CURRENCY) into CONVERTED-AMOUNT
      * (in DEST-CURRENCY), the same way CBL001's paragraph of the
      * same name converts an operator-keyed transfer: at the newest
      * active rate dated on or before the run date, flagging it
      * stale when it is older than FX-MAX-RATE-AGE-DAYS. When the
      * two currencies match the rate is 1 and no file lookup is
      * needed.
      ******************************************************************
       LOOKUP-FX-RATE.
           MOVE 'N' TO FX-STALE-SWITCH.
           IF SOURCE-CURRENCY = DEST-CURRENCY
               MOVE 'Y' TO FX-FOUND-SWITCH
               MOVE SO-AMOUNT TO CONVERTED-AMOUNT
           ELSE
               MOVE 'N' TO FX-FOUND-SWITCH
               MOVE RUN-DATE TO FX-AS-OF-DATE
               OPEN INPUT FX-RATE-FILE
               IF FX-FILE-STATUS = '00'
                   MOVE SOURCE-CURRENCY TO FX-FROM-CURRENCY
                   MOVE DEST-CURRENCY TO FX-TO-CURRENCY
                   MOVE LOW-VALUES TO FX-EFFECTIVE-DATE
                   MOVE 'N' TO FX-EOF-SWITCH
                   START FX-RATE-FILE KEY NOT LESS THAN FX-KEY
                       INVALID KEY
                           MOVE 'Y' TO FX-EOF-SWITCH
                   END-START
                   IF NOT END-OF-FX-FILE
                       PERFORM READ-FX-RATE
                       PERFORM NOTE-FX-RATE
                           UNTIL END-OF-FX-FILE
                   END-IF
                   CLOSE FX-RATE-FILE
               END-IF
               IF FX-RATE-FOUND
                   COMPUTE FX-RATE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(FX-AS-OF-NUM)
                       - FUNCTION INTEGER-OF-DATE(FX-RATE-DATE-NUM)
                   IF FX-RATE-AGE-DAYS > FX-MAX-RATE-AGE-DAYS
                       MOVE 'Y' TO FX-STALE-SWITCH
                   END-IF
                   COMPUTE CONVERTED-AMOUNT ROUNDED =
                       SO-AMOUNT * APPLIED-FX-RATE
               END-IF
           END-IF.

       READ-FX-RATE.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO FX-EOF-SWITCH
           END-READ.

       NOTE-FX-RATE.
           IF FX-FROM-CURRENCY NOT = SOURCE-CURRENCY
                   OR FX-TO-CURRENCY NOT = DEST-CURRENCY
                   OR FX-EFFECTIVE-DATE > FX-AS-OF-DATE
               MOVE 'Y' TO FX-EOF-SWITCH
           ELSE
               IF FX-ACTIVE
                   MOVE 'Y' TO FX-FOUND-SWITCH
                   MOVE FX-RATE TO APPLIED-FX-RATE
                   MOVE FX-EFFECTIVE-DATE TO FX-RATE-DATE
               END-IF
               PERFORM READ-FX-RATE
           END-IF.

      * POST-ORDER-TRANSFER
      * Rewrites both accounts the same read-then-rewrite way CBL001's
      * TRANSFER-BALANCE does, debiting the source by SO-AMOUNT and
      * crediting the destination by the converted amount. A
      * beneficiary order only debits the source; the money leaves
      * the bank through the clearing file.
      ******************************************************************
       POST-ORDER-TRANSFER.
           COMPUTE SOURCE-BALANCE = SOURCE-BALANCE - SO-AMOUNT.
                           TO ORDER-FAIL-REASON
               END-REWRITE
           END-IF.
           IF ORDER-EXECUTABLE AND SO-BENE-ID = SPACES
               MOVE SO-DEST-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                           TO ORDER-FAIL-REASON
               END-READ
           END-IF.
           IF ORDER-EXECUTABLE AND SO-BENE-ID = SPACES
               MOVE DEST-BALANCE TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
      * with the same layout and OPEN EXTEND convention CBL001's
      * WRITE-TRANSFER-LOG uses, so the rest of the reporting chain
      * sees a standing-order movement exactly like a keyed transfer.
      * A beneficiary order logs a single PAYMENT entry instead and
      * goes on PAYOUT, as a payment keyed at CBL001 does.
      ******************************************************************
       WRITE-ORDER-LOG.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           IF TRAN-FILE-STATUS = '05' OR TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           IF SO-BENE-ID NOT = SPACES
               PERFORM WRITE-PAYMENT-LOG
           ELSE
               PERFORM WRITE-TRANSFER-LEGS
           END-IF.

       WRITE-PAYMENT-LOG.
           MOVE TRAN-TIMESTAMP TO TL-TIMESTAMP.
           MOVE SO-SOURCE-ACCT-ID TO TL-ACCT-ID.
           MOVE 'PAYMENT' TO TL-OPERATION.
           MOVE SO-AMOUNT TO TL-AMOUNT.
           MOVE SOURCE-BALANCE TO TL-RESULT-BALANCE.
           MOVE BATCH-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           MOVE SO-SOURCE-ACCT-ID TO DAYT-UPD-ACCT-ID.
           MOVE SO-AMOUNT TO DAYT-UPD-AMOUNT.
           PERFORM UPDATE-DAILY-TOTAL.
           PERFORM WRITE-OUTBOUND-PAYMENT.
           ADD 1 TO ENTRIES-POSTED.
           ADD SO-AMOUNT TO TOTAL-AMOUNT-POSTED.
           SUBTRACT SO-AMOUNT FROM POSTED-NET-EFFECT.

       WRITE-TRANSFER-LEGS.
           MOVE TRAN-TIMESTAMP TO TL-TIMESTAMP.
           MOVE SO-SOURCE-ACCT-ID TO TL-ACCT-ID.
           MOVE 'TRANS-DR' TO TL-OPERATION.
           MOVE SO-AMOUNT TO TL-AMOUNT.
           MOVE SOURCE-BALANCE TO TL-RESULT-BALANCE.
           MOVE BATCH-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           MOVE SO-DEST-ACCT-ID TO TL-ACCT-ID.
           MOVE 'TRANS-CR' TO TL-OPERATION.
           MOVE CONVERTED-AMOUNT TO TL-AMOUNT.
           MOVE DEST-BALANCE TO TL-RESULT-BALANCE.
           MOVE BATCH-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           MOVE SO-SOURCE-ACCT-ID TO DAYT-UPD-ACCT-ID.
           MOVE SO-DEST-ACCT-ID TO DAYT-UPD-ACCT-ID.
           MOVE CONVERTED-AMOUNT TO DAYT-UPD-AMOUNT.
           PERFORM UPDATE-DAILY-TOTAL.
           ADD 2 TO ENTRIES-POSTED.
           ADD SO-AMOUNT CONVERTED-AMOUNT TO TOTAL-AMOUNT-POSTED.
           COMPUTE POSTED-NET-EFFECT = POSTED-NET-EFFECT
               - SO-AMOUNT + CONVERTED-AMOUNT.

      ******************************************************************
      * WRITE-OUTBOUND-PAYMENT
      * Records the order's PAYMENT on PAYOUT, pending, the same way
      * CBL001's paragraph of the same name records one keyed at the
      * console, tied to its TRANLOG entry by PO-TIMESTAMP and to the
      * order by PO-ORDER-ID. The file is created on first use.
      ******************************************************************
       WRITE-OUTBOUND-PAYMENT.
           OPEN I-O PAYMENT-OUT-FILE.
           IF PAYO-FILE-STATUS = '35'
               OPEN OUTPUT PAYMENT-OUT-FILE
               CLOSE PAYMENT-OUT-FILE
               OPEN I-O PAYMENT-OUT-FILE
           END-IF.
           IF PAYO-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open outbound payment file. Order '
                   SO-ORDER-ID ' paid but not queued for clearing; '
                   'notify operations.'
           ELSE
               PERFORM FIND-NEXT-PAYMENT-ID
               MOVE NEXT-PAYMENT-ID TO PO-PAYMENT-ID
               MOVE TRAN-TIMESTAMP TO PO-TIMESTAMP
               MOVE SO-SOURCE-ACCT-ID TO PO-ACCT-ID
               MOVE SO-BENE-ID TO PO-BENE-ID
               MOVE PAY-BANK-CODE TO PO-BANK-CODE
               MOVE PAY-BENE-ACCOUNT-NO TO PO-BENE-ACCOUNT-NO
               MOVE PAY-BENE-NAME TO PO-BENE-NAME
               MOVE SO-AMOUNT TO PO-AMOUNT
               MOVE 'P' TO PO-STATUS
               MOVE BATCH-OPERATOR-ID TO PO-OPERATOR-ID
               MOVE SO-ORDER-ID TO PO-ORDER-ID
               MOVE SPACES TO PO-SENT-DATE
               MOVE SPACES TO PO-RETURN-DATE
               MOVE SPACES TO PO-RETURN-REASON
               WRITE PAYMENT-OUT-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to record order ' SO-ORDER-ID
                           ' for clearing. Write failed; notify '
                           'operations.'
               END-WRITE
               CLOSE PAYMENT-OUT-FILE
           END-IF.

       FIND-NEXT-PAYMENT-ID.
           MOVE 1 TO NEXT-PAYMENT-ID.
           MOVE ZEROES TO PO-PAYMENT-ID.
           MOVE 'N' TO PAYO-EOF-SWITCH.
           START PAYMENT-OUT-FILE KEY NOT LESS THAN PO-PAYMENT-ID
               INVALID KEY
                   MOVE 'Y' TO PAYO-EOF-SWITCH
           END-START.
           IF NOT END-OF-PAYO-SCAN
               PERFORM READ-NEXT-PAYMENT
               PERFORM NOTE-PAYMENT-ID
                   UNTIL END-OF-PAYO-SCAN
           END-IF.

       READ-NEXT-PAYMENT.
           READ PAYMENT-OUT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PAYO-EOF-SWITCH
           END-READ.

       NOTE-PAYMENT-ID.
           COMPUTE NEXT-PAYMENT-ID = PO-PAYMENT-ID + 1.
           PERFORM READ-NEXT-PAYMENT.

      ******************************************************************
      * UPDATE-DAILY-TOTAL
               MOVE MONTH-END-DAY TO DUE-DAY
           END-IF.

      ******************************************************************
      * OPEN-EXCEPTION-FILE
      * Opens the exception file for the run, creating it on first
      * use, and walks it once for the next free exception id and
      * the count of this program's exceptions still open. The run
      * goes ahead without raising exceptions if the file cannot be
      * opened; SORDRPT still lists every failed order.
      ******************************************************************
       OPEN-EXCEPTION-FILE.
           OPEN I-O EXCEPTION-FILE.
           IF EXCP-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN I-O EXCEPTION-FILE
           END-IF.
           IF EXCP-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open exception file. Failed orders '
                   'will be reported but not raised.'
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
               ADD 1 TO OPEN-ORDER-EXCEPTIONS
           END-IF.
           PERFORM READ-NEXT-EXCEPTION.

      ******************************************************************
      * FIND-ORDER-EXCEPTION
      * Looks for an exception this program raised for SO-ORDER-ID
      * that is still open, leaving it in the record area with
      * ORDER-EXCEPTION-FOUND set. There is nothing to look for when
      * no exception of this program's is open.
      ******************************************************************
       FIND-ORDER-EXCEPTION.
           MOVE 'N' TO EXCP-FOUND-SWITCH.
           IF OPEN-ORDER-EXCEPTIONS > ZERO
               PERFORM START-EXCEPTION-SCAN
               PERFORM MATCH-ORDER-EXCEPTION
                   UNTIL END-OF-EXCP-SCAN OR ORDER-EXCEPTION-FOUND
           END-IF.

       MATCH-ORDER-EXCEPTION.
           IF EX-OPEN AND EX-SOURCE-PROGRAM = BATCH-OPERATOR-ID
                   AND EX-SOURCE-REF = SO-ORDER-ID
               MOVE 'Y' TO EXCP-FOUND-SWITCH
           ELSE
               PERFORM READ-NEXT-EXCEPTION
           END-IF.

      ******************************************************************
      * RAISE-ORDER-EXCEPTION
      * Raises the order that just failed on the exception file,
      * open, with the order id as the source reference, unless the
      * order is already open there from an earlier night: the order
      * keeps retrying every night until it executes or the back
      * office works it, and one open exception is enough. A
      * beneficiary order carries the BENE-ID as its destination.
      ******************************************************************
       RAISE-ORDER-EXCEPTION.
           IF EXCP-FILE-OPEN
               PERFORM FIND-ORDER-EXCEPTION
               IF NOT ORDER-EXCEPTION-FOUND
                   PERFORM CLASSIFY-FAIL-REASON
                   MOVE NEXT-EXCP-ID TO EX-ID
                   MOVE FUNCTION CURRENT-DATE TO EX-RAISED-TIMESTAMP
                   MOVE BATCH-OPERATOR-ID TO EX-SOURCE-PROGRAM
                   MOVE SO-ORDER-ID TO EX-SOURCE-REF
                   MOVE BATCH-OPERATOR-ID TO EX-RAISED-BY-ID
                   MOVE SO-SOURCE-ACCT-ID TO EX-ACCT-ID
                   IF SO-BENE-ID NOT = SPACES
                       MOVE 'PAYMENT' TO EX-OPERATION
                       MOVE SO-BENE-ID TO EX-DEST-ACCT-ID
                   ELSE
                       MOVE 'TRANSFER' TO EX-OPERATION
                       MOVE SO-DEST-ACCT-ID TO EX-DEST-ACCT-ID
                   END-IF
                   MOVE SO-AMOUNT TO EX-AMOUNT
                   MOVE EXCP-REASON-CODE TO EX-REASON-CODE
                   MOVE ORDER-FAIL-REASON TO EX-REASON-TEXT
                   MOVE 'O' TO EX-STATUS
                   MOVE ZEROES TO EX-RESUBMIT-ID
                   MOVE SPACES TO EX-STATUS-BY
                   MOVE SPACES TO EX-STATUS-DATE
                   MOVE SPACES TO EX-STATUS-NOTE
                   WRITE EXCEPTION-RECORD
                       INVALID KEY
                           DISPLAY 'Unable to raise exception for '
                               'order ' SO-ORDER-ID '. Write failed.'
                   END-WRITE
                   IF EXCP-FILE-STATUS = '00'
                       ADD 1 TO NEXT-EXCP-ID
                       ADD 1 TO OPEN-ORDER-EXCEPTIONS
                       ADD 1 TO EXCEPTIONS-RAISED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CLEAR-ORDER-EXCEPTION
      * Marks the open exception for an order that has now executed
      * cleared, stamped with this program and the run date, so an
      * order the back office fixed at its source drops off the open
      * list and the aged-exceptions report by itself.
      ******************************************************************
       CLEAR-ORDER-EXCEPTION.
           IF EXCP-FILE-OPEN
               PERFORM FIND-ORDER-EXCEPTION
               IF ORDER-EXCEPTION-FOUND
                   MOVE 'C' TO EX-STATUS
                   MOVE BATCH-OPERATOR-ID TO EX-STATUS-BY
                   MOVE RUN-DATE TO EX-STATUS-DATE
                   MOVE 'ORDER EXECUTED ON A LATER RUN'
                       TO EX-STATUS-NOTE
                   REWRITE EXCEPTION-RECORD
                       INVALID KEY
                           DISPLAY 'Unable to clear exception for '
                               'order ' SO-ORDER-ID '. Rewrite failed.'
                   END-REWRITE
                   IF EXCP-FILE-STATUS = '00'
                       SUBTRACT 1 FROM OPEN-ORDER-EXCEPTIONS
                       ADD 1 TO EXCEPTIONS-CLEARED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CLASSIFY-FAIL-REASON
      * Sorts ORDER-FAIL-REASON into the exception file's reason
      * codes by the words it carries: short of funds or funds held,
      * dormant, closed or not found, an FX rate missing or out of
      * date, and anything else.
      ******************************************************************
       CLASSIFY-FAIL-REASON.
           MOVE 'OT' TO EXCP-REASON-CODE.
           MOVE ZERO TO REASON-TALLY.
           INSPECT ORDER-FAIL-REASON TALLYING REASON-TALLY
               FOR ALL 'INSUFFICIENT' ALL 'FUNDS HELD'.
           IF REASON-TALLY > ZERO
               MOVE 'IF' TO EXCP-REASON-CODE
           END-IF.
           MOVE ZERO TO REASON-TALLY.
           INSPECT ORDER-FAIL-REASON TALLYING REASON-TALLY
               FOR ALL 'DORMANT'.
           IF REASON-TALLY > ZERO
               MOVE 'DM' TO EXCP-REASON-CODE
           END-IF.
           MOVE ZERO TO REASON-TALLY.
           INSPECT ORDER-FAIL-REASON TALLYING REASON-TALLY
               FOR ALL 'ACCOUNT CLOSED' ALL 'ACCOUNT NOT FOUND'.
           IF REASON-TALLY > ZERO
               MOVE 'CL' TO EXCP-REASON-CODE
           END-IF.
           MOVE ZERO TO REASON-TALLY.
           INSPECT ORDER-FAIL-REASON TALLYING REASON-TALLY
               FOR ALL 'FX RATE'.
           IF REASON-TALLY > ZERO
               MOVE 'FX' TO EXCP-REASON-CODE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ORDER-REPORT-LINE.
           STRING 'STANDING-ORDER RUN ' DELIMITED BY SIZE

       REPORT-FAILED-ORDER.
           MOVE SO-AMOUNT TO DISPLAY-ORDER-AMOUNT.
           IF SO-BENE-ID NOT = SPACES
               MOVE SO-BENE-ID TO DISPLAY-ORDER-PAYEE
           ELSE
               MOVE SO-DEST-ACCT-ID TO DISPLAY-ORDER-PAYEE
           END-IF.
           MOVE SPACES TO ORDER-REPORT-LINE.
           STRING 'FAILED ORDER=' DELIMITED BY SIZE
               SO-ORDER-ID DELIMITED BY SIZE
               ' FROM=' DELIMITED BY SIZE
               SO-SOURCE-ACCT-ID DELIMITED BY SIZE
               ' TO=' DELIMITED BY SIZE
               DISPLAY-ORDER-PAYEE DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               DISPLAY-ORDER-AMOUNT DELIMITED BY SIZE
               ' REASON=' DELIMITED BY SIZE
               ORDERS-FAILED DELIMITED BY SIZE
               INTO ORDER-REPORT-LINE.
           WRITE ORDER-REPORT-LINE.

      ******************************************************************
      * WRITE-RUN-CONTROL
      * Appends this run's counts and totals to RUNCTL for CBL030's
      * end-of-night proof, with the same OPEN EXTEND convention as
      * the transaction log. Posted figures are the TRANLOG entries
      * written - two legs per transfer, one PAYMENT per beneficiary
      * order - and the net effect is credits less debits, which
      * nets to the FX difference on cross-currency transfers.
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
               MOVE ORDERS-READ TO RC-RECORDS-READ
               MOVE ZEROES TO RC-AMOUNT-READ
               MOVE ENTRIES-POSTED TO RC-RECORDS-POSTED
               MOVE TOTAL-AMOUNT-POSTED TO RC-AMOUNT-POSTED
               MOVE ORDERS-FAILED TO RC-RECORDS-REJECTED
               MOVE TOTAL-AMOUNT-FAILED TO RC-AMOUNT-REJECTED
               MOVE POSTED-NET-EFFECT TO RC-NET-EFFECT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to write run control record.'
           END-IF.
