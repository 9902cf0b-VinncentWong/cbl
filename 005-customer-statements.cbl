      *                    customer linked is flagged on its header
      *                    so the vendor kicks it out instead of
      *                    mailing a blank envelope.
      *   15/10/2026 VAW - Print a REV-DR/REV-CR reversal leg as a
      *                    correction naming the date of the entry it
      *                    undoes, and count corrections on their own
      *                    footer line instead of as transactions.
      *   15/10/2026 VAW - Print each CBL019 FEE charge as a service
      *                    charge line of its own, totalled in the
      *                    footer apart from the customer's
      *                    transactions.
      *   15/10/2026 VAW - Mark the RETURN credit CBL025 posts when the
      *                    clearing house sends an outbound payment
      *                    back, so the customer can tie it to the
      *                    PAYMENT it refunds.
      *   15/10/2026 VAW - Print the balance brought forward from the
      *                    closed prior month on the new PERDHIST
      *                    period history when the statement starts on
      *                    the first of a month, and the month's
      *                    closed figures in the footer when it covers
      *                    one whole month, instead of leaving prior
      *                    periods to the archive. PERDHIST is
      *                    optional, like CUSTMSTR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL005.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PERD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       01  STATEMENT-LINE PIC X(90).
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.
       FD  PERIOD-HISTORY-FILE.
           COPY PERDREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  TRAN-FILE-STATUS PIC X(02).
       77  ARCH-FILE-STATUS PIC X(02).
       77  STMT-FILE-STATUS PIC X(02).
       77  CUST-FILE-STATUS PIC X(02).
       77  PERD-FILE-STATUS PIC X(02).
       77  CUST-OPEN-SWITCH PIC X VALUE 'N'.
           88  CUSTOMER-MASTER-OPEN VALUE 'Y'.
       77  PERD-OPEN-SWITCH PIC X VALUE 'N'.
           88  PERIOD-HISTORY-OPEN VALUE 'Y'.

       77  ACCT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-ACCT-FILE VALUE 'Y'.
       77  STMT-END-DATE PIC X(08).
       77  DET-TRAN-DATE PIC X(08).

      ******************************************************************
      * Statement periods against the PERDHIST calendar months. A
      * statement starting on the first of a month opens with the
      * balance brought forward from the month before
      * (BROUGHT-FORWARD-PERIOD); one covering a single whole month
      * closes with that month's figures from the close.
      ******************************************************************
       77  BROUGHT-FORWARD-SWITCH PIC X VALUE 'N'.
           88  STATEMENT-STARTS-MONTH VALUE 'Y'.
       77  WHOLE-MONTH-SWITCH PIC X VALUE 'N'.
           88  STATEMENT-IS-WHOLE-MONTH VALUE 'Y'.
       77  BROUGHT-FORWARD-PERIOD PIC X(06).
       01  STMT-PERIOD-WORK.
           05  STMT-PERIOD-TEXT            PIC X(06).
           05  STMT-PERIOD-PARTS REDEFINES STMT-PERIOD-TEXT.
               10  STMT-PERIOD-YEAR        PIC 9(04).
               10  STMT-PERIOD-MONTH       PIC 9(02).
       01  STMT-END-DATE-WORK.
           05  STMT-END-DATE-NUM           PIC 9(08).
           05  STMT-END-DATE-TEXT REDEFINES STMT-END-DATE-NUM
                                           PIC X(08).
       77  STMT-END-DATE-INT PIC 9(08).

       77  STMT-ACCT-ID PIC X(10).
       77  ACCTS-STATEMENTED PIC 9(07) VALUE ZEROES.
       77  ACCT-TRAN-COUNT PIC 9(07).
       77  ACCT-CORRECTION-COUNT PIC 9(07).
       77  ACCT-FEE-COUNT PIC 9(07).
       77  ACCT-FEE-TOTAL PIC S9(10)V99.

      ******************************************************************
      * DET- fields hold one detail line's worth of data, whichever
      * file it came from, so WRITE-STATEMENT-DETAIL can print an
      * archive record and a live TRANLOG record the same way.
      * DET-REVERSAL-REF is the timestamp of the entry a reversal leg
      * undoes, SPACES on every other line.
      ******************************************************************
       77  DET-TIMESTAMP PIC X(21).
       77  DET-OPERATION PIC X(10).
       77  DET-REVERSAL-REF PIC X(21).
       77  DET-AMOUNT PIC S9(10)V99.
       77  DET-BALANCE PIC S9(10)V99.

           ACCEPT STMT-BEGIN-DATE.
           DISPLAY 'Statement period end date (YYYYMMDD): '.
           ACCEPT STMT-END-DATE.
           PERFORM SET-STATEMENT-MONTHS.
           PERFORM OPEN-FILES.
           IF ACCT-FILE-STATUS = '00' AND STMT-FILE-STATUS = '00'
               PERFORM READ-NEXT-ACCOUNT
           PERFORM CLOSE-FILES.
           STOP RUN.

      ******************************************************************
      * SET-STATEMENT-MONTHS
      * Works out whether the statement starts on the first of a
      * month, and which month is then the one brought forward from,
      * and whether it runs from the first to the last day of one
      * month.
      ******************************************************************
       SET-STATEMENT-MONTHS.
           IF STMT-BEGIN-DATE(7:2) = '01'
               MOVE 'Y' TO BROUGHT-FORWARD-SWITCH
               MOVE STMT-BEGIN-DATE(1:6) TO STMT-PERIOD-TEXT
               IF STMT-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM STMT-PERIOD-YEAR
                   MOVE 12 TO STMT-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM STMT-PERIOD-MONTH
               END-IF
               MOVE STMT-PERIOD-TEXT TO BROUGHT-FORWARD-PERIOD
               IF STMT-END-DATE(1:6) = STMT-BEGIN-DATE(1:6)
                   MOVE STMT-END-DATE TO STMT-END-DATE-TEXT
                   COMPUTE STMT-END-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(STMT-END-DATE-NUM) + 1
                   COMPUTE STMT-END-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(STMT-END-DATE-INT)
                   IF STMT-END-DATE-TEXT(1:6) NOT = STMT-END-DATE(1:6)
                       MOVE 'Y' TO WHOLE-MONTH-SWITCH
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * OPEN-FILES
      * The customer master is optional the same way TRANARCH is: a
      * run without it still statements every account, it just flags
      * each header as unmailable instead of abending. The period
      * history is optional too; without it a statement simply
      * carries no brought-forward balance or month-end figures.
      ******************************************************************
       OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
               DISPLAY 'Customer master not available. Statements '
                   'will carry no mailing address.'
           END-IF.
           OPEN INPUT PERIOD-HISTORY-FILE.
           IF PERD-FILE-STATUS = '00'
               MOVE 'Y' TO PERD-OPEN-SWITCH
           ELSE
               DISPLAY 'Period history not available. Statements '
                   'will carry no brought-forward balance.'
           END-IF.

       CLOSE-FILES.
           IF ACCT-FILE-STATUS = '00'
           IF CUSTOMER-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF PERIOD-HISTORY-OPEN
               CLOSE PERIOD-HISTORY-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               STMT-END-DATE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.
           IF STATEMENT-STARTS-MONTH AND PERIOD-HISTORY-OPEN
               PERFORM WRITE-BROUGHT-FORWARD
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ZEROES TO ACCT-TRAN-COUNT.
           MOVE ZEROES TO ACCT-CORRECTION-COUNT.
           MOVE ZEROES TO ACCT-FEE-COUNT.
           MOVE ZEROES TO ACCT-FEE-TOTAL.

      ******************************************************************
      * WRITE-BROUGHT-FORWARD
      * Prints the closing balance of the month before the statement
      * as the balance brought forward, taken from the account's
      * closed PERDHIST record for that month. A month not yet closed,
      * or one from before the account or the history existed, prints
      * nothing.
      ******************************************************************
       WRITE-BROUGHT-FORWARD.
           MOVE STMT-ACCT-ID TO PH-ACCT-ID.
           MOVE BROUGHT-FORWARD-PERIOD TO PH-PERIOD.
           READ PERIOD-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-CLOSED
                       MOVE PH-CLOSING-BALANCE TO DISPLAY-BALANCE
                       MOVE SPACES TO STATEMENT-LINE
                       STRING 'BALANCE BROUGHT FORWARD: '
                               DELIMITED BY SIZE
                           DISPLAY-BALANCE DELIMITED BY SIZE
                           '  FROM ' DELIMITED BY SIZE
                           BROUGHT-FORWARD-PERIOD DELIMITED BY SIZE
                           INTO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                   END-IF
           END-READ.

      ******************************************************************
      * WRITE-MAILING-ADDRESS
                   AND DET-TRAN-DATE NOT GREATER THAN STMT-END-DATE
               MOVE AL-TIMESTAMP TO DET-TIMESTAMP
               MOVE AL-OPERATION TO DET-OPERATION
               MOVE AL-REVERSAL-REF TO DET-REVERSAL-REF
               MOVE AL-AMOUNT TO DET-AMOUNT
               MOVE AL-RESULT-BALANCE TO DET-BALANCE
               PERFORM WRITE-STATEMENT-DETAIL
                   AND DET-TRAN-DATE NOT GREATER THAN STMT-END-DATE
               MOVE TL-TIMESTAMP TO DET-TIMESTAMP
               MOVE TL-OPERATION TO DET-OPERATION
               MOVE TL-REVERSAL-REF TO DET-REVERSAL-REF
               MOVE TL-AMOUNT TO DET-AMOUNT
               MOVE TL-RESULT-BALANCE TO DET-BALANCE
               PERFORM WRITE-STATEMENT-DETAIL
      * has already populated from either an archive record or a live
      * TRANLOG record. DET-BALANCE is already the running balance as
      * of that posting, so it is printed straight through as this
      * statement's running-balance column. A reversal leg is not
      * customer activity: it prints with the date of the entry it
      * corrects and is counted as a correction, not a transaction.
      * A FEE prints as a service charge and is totalled apart from
      * the customer's own transactions. A RETURN prints flagged as
      * a returned payment.
      ******************************************************************
       WRITE-STATEMENT-DETAIL.
           MOVE DET-AMOUNT TO DISPLAY-AMOUNT.
           MOVE DET-BALANCE TO DISPLAY-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           IF DET-OPERATION = 'REV-DR' OR DET-OPERATION = 'REV-CR'
               PERFORM FORMAT-CORRECTION-DETAIL
           ELSE
               IF DET-OPERATION = 'FEE'
                   PERFORM FORMAT-FEE-DETAIL
               ELSE
                   IF DET-OPERATION = 'RETURN'
                       PERFORM FORMAT-RETURN-DETAIL
                   ELSE
                       PERFORM FORMAT-TRANSACTION-DETAIL
                   END-IF
               END-IF
           END-IF.
           WRITE STATEMENT-LINE.

       FORMAT-CORRECTION-DETAIL.
           STRING DET-TIMESTAMP(1:8) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DET-OPERATION DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               '  BALANCE: ' DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               '  CORRECTS ' DELIMITED BY SIZE
               DET-REVERSAL-REF(1:8) DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           ADD 1 TO ACCT-CORRECTION-COUNT.

       FORMAT-FEE-DETAIL.
           STRING DET-TIMESTAMP(1:8) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DET-OPERATION DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               '  BALANCE: ' DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               '  SERVICE CHARGE' DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           ADD 1 TO ACCT-FEE-COUNT.
           ADD DET-AMOUNT TO ACCT-FEE-TOTAL.

       FORMAT-RETURN-DETAIL.
           STRING DET-TIMESTAMP(1:8) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DET-OPERATION DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               '  BALANCE: ' DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               '  PAYMENT RETURNED' DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           ADD 1 TO ACCT-TRAN-COUNT.

       FORMAT-TRANSACTION-DETAIL.
           STRING DET-TIMESTAMP(1:8) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DET-OPERATION DELIMITED BY SIZE
               '  AMOUNT: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               '  BALANCE: ' DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           ADD 1 TO ACCT-TRAN-COUNT.

       WRITE-STATEMENT-FOOTER.
               ACCT-TRAN-COUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.
           IF ACCT-CORRECTION-COUNT > ZERO
               MOVE SPACES TO STATEMENT-LINE
               STRING 'CORRECTIONS LISTED....: ' DELIMITED BY SIZE
                   ACCT-CORRECTION-COUNT DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           IF ACCT-FEE-COUNT > ZERO
               MOVE ACCT-FEE-TOTAL TO DISPLAY-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING 'SERVICE CHARGES.......: ' DELIMITED BY SIZE
                   ACCT-FEE-COUNT DELIMITED BY SIZE
                   '  TOTAL: ' DELIMITED BY SIZE
                   DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           IF STATEMENT-IS-WHOLE-MONTH AND PERIOD-HISTORY-OPEN
               PERFORM WRITE-MONTH-END-FIGURES
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      ******************************************************************
      * WRITE-MONTH-END-FIGURES
      * For a statement covering one whole month, prints that month's
      * figures as the close struck them on PERDHIST, once the month
      * is closed: opening and closing balance, credits, debits,
      * interest and the average daily balance.
      ******************************************************************
       WRITE-MONTH-END-FIGURES.
           MOVE STMT-ACCT-ID TO PH-ACCT-ID.
           MOVE STMT-BEGIN-DATE(1:6) TO PH-PERIOD.
           READ PERIOD-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-CLOSED
                       PERFORM WRITE-MONTH-END-LINES
                   END-IF
           END-READ.

       WRITE-MONTH-END-LINES.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'MONTH-END CLOSE.......: ' DELIMITED BY SIZE
               PH-PERIOD DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE PH-OPENING-BALANCE TO DISPLAY-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  OPENING BALANCE.....: ' DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE PH-TOTAL-CREDITS TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  CREDITS.............: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE PH-TOTAL-DEBITS TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  DEBITS..............: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE PH-TOTAL-INTEREST TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  INTEREST............: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE PH-CLOSING-BALANCE TO DISPLAY-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  CLOSING BALANCE.....: ' DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE PH-AVERAGE-BALANCE TO DISPLAY-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  AVERAGE DAILY BAL...: ' DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
