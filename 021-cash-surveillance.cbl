      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Nightly batch program that watches cash at customer
      *          level for compliance. It rolls the day's TRANLOG ADD
      *          (cash in) and SUBTRACT (cash out) entries up to the
      *          customer through ACCT-CUST-ID, together with each
      *          account's DAYTOTAL posting count and volume, onto the
      *          CASHHIST customer cash history. It then walks every
      *          customer on the history and writes two reports, each
      *          entry carrying the customer's name and address from
      *          CUSTMSTR:
      *            CASHRPT - customers whose cash in, or cash out,
      *                      across all their accounts today reached
      *                      the reporting threshold;
      *            STRCRPT - customers who made repeated cash deposits
      *                      just under the threshold, across days or
      *                      accounts, inside the look-back window.
      *          Every hit is raised as a case on the keyed CASEFILE,
      *          where compliance marks it filed or cleared through
      *          CBL022. A hit already raised - tonight's breach on a
      *          rerun, or a structuring pattern already raised inside
      *          the window - is counted but not reported again. This
      *          must run ahead of CBL007 so TRANLOG still holds
      *          today's postings.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL021.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT DAILY-TOTAL-FILE ASSIGN TO "DAYTOTAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT CASH-HISTORY-FILE ASSIGN TO "CASHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS CASH-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT BREACH-REPORT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRPT-FILE-STATUS.
           SELECT STRUCTURING-REPORT-FILE ASSIGN TO "STRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANREC.
       FD  DAILY-TOTAL-FILE.
           COPY DAYTREC.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.
       FD  CASH-HISTORY-FILE.
           COPY CASHREC.
       FD  CASE-FILE.
           COPY CASEREC.
       FD  BREACH-REPORT-FILE.
       01  BREACH-REPORT-LINE PIC X(100).
       FD  STRUCTURING-REPORT-FILE.
       01  STRUCTURING-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  TRAN-FILE-STATUS PIC X(02).
       77  DAYT-FILE-STATUS PIC X(02).
       77  CUST-FILE-STATUS PIC X(02).
       77  CASH-FILE-STATUS PIC X(02).
       77  CASE-FILE-STATUS PIC X(02).
       77  BRPT-FILE-STATUS PIC X(02).
       77  SRPT-FILE-STATUS PIC X(02).

       77  TRAN-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-TRAN-FILE VALUE 'Y'.
       77  CASH-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-CASH-FILE VALUE 'Y'.
       77  DAYT-OPEN-SWITCH PIC X VALUE 'N'.
           88  DAILY-TOTAL-OPEN VALUE 'Y'.
       77  CUST-OPEN-SWITCH PIC X VALUE 'N'.
           88  CUSTOMER-MASTER-OPEN VALUE 'Y'.
       77  CASH-RECORD-FOUND-SWITCH PIC X VALUE 'N'.
           88  CASH-RECORD-FOUND VALUE 'Y'.
       77  CASE-FOUND-SWITCH PIC X VALUE 'N'.
           88  CASE-FOUND VALUE 'Y'.
       77  REPORT-TARGET-SWITCH PIC X VALUE 'B'.
           88  TARGET-BREACH-REPORT VALUE 'B'.
           88  TARGET-STRUCTURING-REPORT VALUE 'S'.

      ******************************************************************
      * Surveillance parameters. CASH-REPORTING-THRESHOLD is the
      * regulatory large-cash reporting amount a customer's cash in,
      * or cash out, for one day is held to. A single cash deposit at
      * or above STRUCTURING-FLOOR-AMOUNT but under the threshold is
      * "just under"; STRUCTURING-MIN-COUNT or more of them inside the
      * last STRUCTURING-WINDOW-DAYS days, together reaching the
      * threshold, is a structuring pattern. Change the VALUEs to
      * re-tune; there is no operator prompt since this program runs
      * unattended from the overnight batch chain.
      ******************************************************************
       77  CASH-REPORTING-THRESHOLD PIC S9(10)V99 VALUE 10000.00.
       77  STRUCTURING-FLOOR-AMOUNT PIC S9(10)V99 VALUE 8000.00.
       77  STRUCTURING-MIN-COUNT PIC 9(05) VALUE 00002.
       77  STRUCTURING-WINDOW-DAYS PIC 9(05) VALUE 00010.

       77  RUN-TIMESTAMP PIC X(21).
       77  RUN-DATE PIC X(08).
       01  WINDOW-DATE-WORK.
           05  WINDOW-DATE-NUM             PIC 9(08).
           05  WINDOW-DATE-TEXT REDEFINES WINDOW-DATE-NUM
                                           PIC X(08).
       77  WINDOW-DATE-INT PIC 9(08).
       77  WINDOW-START-DATE PIC X(08).

      ******************************************************************
      * One customer's cash, as SURVEY-CUSTOMER totals it off their
      * CASHHIST records: DAY- fields for the run date alone, WINDOW-
      * fields for the whole look-back window up to and including it.
      ******************************************************************
       77  SCAN-CUST-ID PIC X(10).
       77  DAY-CASH-IN-AMOUNT PIC S9(10)V99.
       77  DAY-CASH-IN-COUNT PIC 9(05).
       77  DAY-CASH-OUT-AMOUNT PIC S9(10)V99.
       77  DAY-CASH-OUT-COUNT PIC 9(05).
       77  DAY-ACCOUNT-COUNT PIC 9(05).
       77  DAY-TRAN-COUNT PIC 9(05).
       77  DAY-TRAN-AMOUNT PIC S9(10)V99.
       77  WINDOW-CASH-IN-AMOUNT PIC S9(10)V99.
       77  WINDOW-NEAR-AMOUNT PIC S9(10)V99.
       77  WINDOW-NEAR-COUNT PIC 9(05).
       77  WINDOW-NEAR-ACCOUNT-DAYS PIC 9(05).

       77  SURVEILLANCE-LINE PIC X(100).
       77  CUSTOMER-NOTE PIC X(30).
       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-AMOUNT-2 PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-COUNT PIC ZZZZ9.
       77  DISPLAY-COUNT-2 PIC ZZZZ9.

       77  CASH-ENTRIES-READ PIC 9(07) VALUE ZEROES.
       77  CASH-ENTRIES-ROLLED PIC 9(07) VALUE ZEROES.
       77  CASH-ENTRIES-UNLINKED PIC 9(07) VALUE ZEROES.
       77  CASH-AMOUNT-UNLINKED PIC S9(10)V99 VALUE ZEROES.
       77  CUSTOMERS-SURVEYED PIC 9(07) VALUE ZEROES.
       77  BREACH-CASES-RAISED PIC 9(07) VALUE ZEROES.
       77  BREACHES-ALREADY-RAISED PIC 9(07) VALUE ZEROES.
       77  STRUCTURING-CASES-RAISED PIC 9(07) VALUE ZEROES.
       77  STRUCTURING-ALREADY-ON-CASE PIC 9(07) VALUE ZEROES.
       77  CASH-RECORDS-PURGED PIC 9(07) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           PERFORM COMPUTE-WINDOW-START.
           OPEN INPUT TRANSACTION-LOG-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM OPEN-CASH-HISTORY.
           PERFORM OPEN-CASE-FILE.
           OPEN OUTPUT BREACH-REPORT-FILE.
           OPEN OUTPUT STRUCTURING-REPORT-FILE.
           IF TRAN-FILE-STATUS NOT = '00'
                   OR ACCT-FILE-STATUS NOT = '00'
                   OR CASH-FILE-STATUS NOT = '00'
                   OR CASE-FILE-STATUS NOT = '00'
                   OR BRPT-FILE-STATUS NOT = '00'
                   OR SRPT-FILE-STATUS NOT = '00'
               DISPLAY
                   'Unable to open required files. Cash surveillance '
                   'run aborted.'
           ELSE
               OPEN INPUT DAILY-TOTAL-FILE
               IF DAYT-FILE-STATUS = '00'
                   MOVE 'Y' TO DAYT-OPEN-SWITCH
               END-IF
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF CUST-FILE-STATUS = '00'
                   MOVE 'Y' TO CUST-OPEN-SWITCH
               END-IF
               PERFORM ROLL-UP-CASH-ACTIVITY
               PERFORM WRITE-REPORT-HEADERS
               PERFORM SURVEY-CUSTOMERS
               PERFORM WRITE-REPORT-FOOTERS
               IF DAILY-TOTAL-OPEN
                   CLOSE DAILY-TOTAL-FILE
               END-IF
               IF CUSTOMER-MASTER-OPEN
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               CLOSE TRANSACTION-LOG-FILE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE CASH-HISTORY-FILE
               CLOSE CASE-FILE
               CLOSE BREACH-REPORT-FILE
               CLOSE STRUCTURING-REPORT-FILE
               DISPLAY 'Cash surveillance complete. Customers: '
                   CUSTOMERS-SURVEYED ' Breach cases: '
                   BREACH-CASES-RAISED ' Structuring cases: '
                   STRUCTURING-CASES-RAISED
           END-IF.
           STOP RUN.

      ******************************************************************
      * COMPUTE-WINDOW-START
      * Backs the run date up to the first day of the structuring
      * look-back window; the window includes the run date itself.
      ******************************************************************
       COMPUTE-WINDOW-START.
           MOVE RUN-DATE TO WINDOW-DATE-TEXT.
           COMPUTE WINDOW-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WINDOW-DATE-NUM)
               - STRUCTURING-WINDOW-DAYS + 1.
           COMPUTE WINDOW-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WINDOW-DATE-INT).
           MOVE WINDOW-DATE-TEXT TO WINDOW-START-DATE.

      ******************************************************************
      * OPEN-CASH-HISTORY / OPEN-CASE-FILE
      * Open the two files this run owns for update, creating either
      * one empty on the first night it runs, the same first-run
      * technique CBL004 uses for the customer master.
      ******************************************************************
       OPEN-CASH-HISTORY.
           OPEN I-O CASH-HISTORY-FILE.
           IF CASH-FILE-STATUS = '35'
               OPEN OUTPUT CASH-HISTORY-FILE
               CLOSE CASH-HISTORY-FILE
               OPEN I-O CASH-HISTORY-FILE
           END-IF.

       OPEN-CASE-FILE.
           OPEN I-O CASE-FILE.
           IF CASE-FILE-STATUS = '35'
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.

      ******************************************************************
      * ROLL-UP-CASH-ACTIVITY
      * Folds every ADD and SUBTRACT entry on TRANLOG into the CASHHIST
      * record for its customer, posting date and account. Cash on an
      * account with no customer linked cannot be surveilled at
      * customer level; it is counted and totalled on the breach
      * report footer so compliance can chase the missing link.
      ******************************************************************
       ROLL-UP-CASH-ACTIVITY.
           PERFORM READ-NEXT-TRANSACTION.
           PERFORM ROLL-UP-TRANSACTION
               UNTIL END-OF-TRAN-FILE.

       READ-NEXT-TRANSACTION.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.

       ROLL-UP-TRANSACTION.
           IF TL-OPERATION = 'ADD' OR TL-OPERATION = 'SUBTRACT'
               ADD 1 TO CASH-ENTRIES-READ
               MOVE TL-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'Account ' TL-ACCT-ID ' on TRANLOG is '
                           'not on the account master.'
               END-READ
               IF ACCT-FILE-STATUS NOT = '00'
                   ADD 1 TO CASH-ENTRIES-UNLINKED
                   ADD TL-AMOUNT TO CASH-AMOUNT-UNLINKED
               ELSE
                   IF ACCT-CUST-ID = SPACES
                       ADD 1 TO CASH-ENTRIES-UNLINKED
                       ADD TL-AMOUNT TO CASH-AMOUNT-UNLINKED
                   ELSE
                       PERFORM FOLD-CASH-ENTRY
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-TRANSACTION.

      ******************************************************************
      * FOLD-CASH-ENTRY
      * Adds one cash entry into its CASHHIST record. A record last
      * built by an earlier run - tonight's, when the step is rerun -
      * is cleared the first time this run touches it, so the day is
      * rebuilt from TRANLOG rather than counted twice.
      ******************************************************************
       FOLD-CASH-ENTRY.
           MOVE ACCT-CUST-ID TO CH-CUST-ID.
           MOVE TL-TIMESTAMP(1:8) TO CH-DATE.
           MOVE TL-ACCT-ID TO CH-ACCT-ID.
           MOVE 'N' TO CASH-RECORD-FOUND-SWITCH.
           READ CASH-HISTORY-FILE
               INVALID KEY
                   PERFORM CLEAR-CASH-RECORD
               NOT INVALID KEY
                   MOVE 'Y' TO CASH-RECORD-FOUND-SWITCH
                   IF CH-RUN-TIMESTAMP NOT = RUN-TIMESTAMP
                       PERFORM CLEAR-CASH-RECORD
                   END-IF
           END-READ.
           IF TL-OPERATION = 'ADD'
               ADD TL-AMOUNT TO CH-CASH-IN-AMOUNT
               ADD 1 TO CH-CASH-IN-COUNT
               IF TL-AMOUNT NOT < STRUCTURING-FLOOR-AMOUNT
                       AND TL-AMOUNT < CASH-REPORTING-THRESHOLD
                   ADD TL-AMOUNT TO CH-NEAR-AMOUNT
                   ADD 1 TO CH-NEAR-COUNT
               END-IF
           ELSE
               ADD TL-AMOUNT TO CH-CASH-OUT-AMOUNT
               ADD 1 TO CH-CASH-OUT-COUNT
           END-IF.
           PERFORM NOTE-DAILY-TOTAL.
           IF CASH-RECORD-FOUND
               REWRITE CASH-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to update cash history for '
                           'customer ' CH-CUST-ID ' account '
                           CH-ACCT-ID
               END-REWRITE
           ELSE
               WRITE CASH-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to write cash history for '
                           'customer ' CH-CUST-ID ' account '
                           CH-ACCT-ID
               END-WRITE
           END-IF.
           IF CASH-FILE-STATUS = '00'
               ADD 1 TO CASH-ENTRIES-ROLLED
           END-IF.

       CLEAR-CASH-RECORD.
           MOVE ZEROES TO CH-CASH-IN-AMOUNT.
           MOVE ZEROES TO CH-CASH-IN-COUNT.
           MOVE ZEROES TO CH-CASH-OUT-AMOUNT.
           MOVE ZEROES TO CH-CASH-OUT-COUNT.
           MOVE ZEROES TO CH-NEAR-AMOUNT.
           MOVE ZEROES TO CH-NEAR-COUNT.
           MOVE ZEROES TO CH-DAY-TRAN-COUNT.
           MOVE ZEROES TO CH-DAY-TRAN-AMOUNT.
           MOVE RUN-TIMESTAMP TO CH-RUN-TIMESTAMP.

      ******************************************************************
      * NOTE-DAILY-TOTAL
      * Copies the account's DAYTOTAL count and volume for the day
      * onto the cash record, so the report can set the cash against
      * all the account's postings. No DAYTOTAL leaves them zero.
      ******************************************************************
       NOTE-DAILY-TOTAL.
           IF DAILY-TOTAL-OPEN
               MOVE CH-ACCT-ID TO DT-ACCT-ID
               MOVE CH-DATE TO DT-DATE
               READ DAILY-TOTAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DT-TRAN-COUNT TO CH-DAY-TRAN-COUNT
                       MOVE DT-TRAN-AMOUNT TO CH-DAY-TRAN-AMOUNT
               END-READ
           END-IF.

      ******************************************************************
      * SURVEY-CUSTOMERS
      * Walks CASHHIST in key order, a customer at a time, judging
      * each customer once all their records have been totalled.
      ******************************************************************
       SURVEY-CUSTOMERS.
           MOVE LOW-VALUES TO CH-KEY.
           MOVE 'N' TO CASH-EOF-SWITCH.
           START CASH-HISTORY-FILE KEY NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 'Y' TO CASH-EOF-SWITCH
           END-START.
           IF NOT END-OF-CASH-FILE
               PERFORM READ-NEXT-CASH-RECORD
               PERFORM SURVEY-CUSTOMER
                   UNTIL END-OF-CASH-FILE
           END-IF.

       READ-NEXT-CASH-RECORD.
           READ CASH-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CASH-EOF-SWITCH
           END-READ.

       SURVEY-CUSTOMER.
           MOVE CH-CUST-ID TO SCAN-CUST-ID.
           MOVE ZEROES TO DAY-CASH-IN-AMOUNT.
           MOVE ZEROES TO DAY-CASH-IN-COUNT.
           MOVE ZEROES TO DAY-CASH-OUT-AMOUNT.
           MOVE ZEROES TO DAY-CASH-OUT-COUNT.
           MOVE ZEROES TO DAY-ACCOUNT-COUNT.
           MOVE ZEROES TO DAY-TRAN-COUNT.
           MOVE ZEROES TO DAY-TRAN-AMOUNT.
           MOVE ZEROES TO WINDOW-CASH-IN-AMOUNT.
           MOVE ZEROES TO WINDOW-NEAR-AMOUNT.
           MOVE ZEROES TO WINDOW-NEAR-COUNT.
           MOVE ZEROES TO WINDOW-NEAR-ACCOUNT-DAYS.
           PERFORM ACCUMULATE-CASH-RECORD
               UNTIL END-OF-CASH-FILE
                   OR CH-CUST-ID NOT = SCAN-CUST-ID.
           ADD 1 TO CUSTOMERS-SURVEYED.
           PERFORM JUDGE-CUSTOMER.

      ******************************************************************
      * ACCUMULATE-CASH-RECORD
      * Totals one CASHHIST record into the customer's day and window
      * figures and advances. A record dated before the window can
      * never count again, so it is purged as the walk passes it.
      ******************************************************************
       ACCUMULATE-CASH-RECORD.
           IF CH-DATE < WINDOW-START-DATE
               DELETE CASH-HISTORY-FILE
                   INVALID KEY
                       DISPLAY 'Unable to purge cash history for '
                           'customer ' CH-CUST-ID ' date ' CH-DATE
               END-DELETE
               IF CASH-FILE-STATUS = '00'
                   ADD 1 TO CASH-RECORDS-PURGED
               END-IF
           ELSE
               IF CH-DATE NOT > RUN-DATE
                   ADD CH-CASH-IN-AMOUNT TO WINDOW-CASH-IN-AMOUNT
                   ADD CH-NEAR-AMOUNT TO WINDOW-NEAR-AMOUNT
                   ADD CH-NEAR-COUNT TO WINDOW-NEAR-COUNT
                   IF CH-NEAR-COUNT > ZERO
                       ADD 1 TO WINDOW-NEAR-ACCOUNT-DAYS
                   END-IF
                   IF CH-DATE = RUN-DATE
                       ADD CH-CASH-IN-AMOUNT TO DAY-CASH-IN-AMOUNT
                       ADD CH-CASH-IN-COUNT TO DAY-CASH-IN-COUNT
                       ADD CH-CASH-OUT-AMOUNT TO DAY-CASH-OUT-AMOUNT
                       ADD CH-CASH-OUT-COUNT TO DAY-CASH-OUT-COUNT
                       ADD CH-DAY-TRAN-COUNT TO DAY-TRAN-COUNT
                       ADD CH-DAY-TRAN-AMOUNT TO DAY-TRAN-AMOUNT
                       ADD 1 TO DAY-ACCOUNT-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-CASH-RECORD.

      ******************************************************************
      * JUDGE-CUSTOMER
      * A breach is today's cash in, or today's cash out, across all
      * the customer's accounts reaching the threshold - each
      * direction on its own, never netted. Structuring is
      * STRUCTURING-MIN-COUNT or more just-under deposits inside the
      * window that together reach the threshold. A customer can be
      * both.
      ******************************************************************
       JUDGE-CUSTOMER.
           IF DAY-CASH-IN-AMOUNT NOT < CASH-REPORTING-THRESHOLD
                   OR DAY-CASH-OUT-AMOUNT NOT < CASH-REPORTING-THRESHOLD
               PERFORM RAISE-BREACH-CASE
           END-IF.
           IF WINDOW-NEAR-COUNT NOT < STRUCTURING-MIN-COUNT
                   AND WINDOW-NEAR-AMOUNT NOT < CASH-REPORTING-THRESHOLD
               PERFORM RAISE-STRUCTURING-CASE
           END-IF.

      ******************************************************************
      * RAISE-BREACH-CASE
      * Raises the customer's breach case for the run date and
      * reports it. The case is keyed on the run date, so a rerun of
      * the same night finds it already raised and leaves it alone.
      ******************************************************************
       RAISE-BREACH-CASE.
           MOVE 'N' TO CASE-FOUND-SWITCH.
           MOVE SCAN-CUST-ID TO CS-CUST-ID.
           MOVE 'B' TO CS-CASE-TYPE.
           MOVE RUN-DATE TO CS-RAISED-DATE.
           READ CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CASE-FOUND-SWITCH
           END-READ.
           IF CASE-FOUND
               ADD 1 TO BREACHES-ALREADY-RAISED
           ELSE
               MOVE SCAN-CUST-ID TO CS-CUST-ID
               MOVE 'B' TO CS-CASE-TYPE
               MOVE RUN-DATE TO CS-RAISED-DATE
               MOVE RUN-DATE TO CS-WINDOW-START
               MOVE DAY-CASH-IN-AMOUNT TO CS-CASH-IN-AMOUNT
               MOVE DAY-CASH-IN-COUNT TO CS-CASH-IN-COUNT
               MOVE DAY-CASH-OUT-AMOUNT TO CS-CASH-OUT-AMOUNT
               MOVE DAY-CASH-OUT-COUNT TO CS-CASH-OUT-COUNT
               MOVE DAY-ACCOUNT-COUNT TO CS-ACCOUNT-DAYS
               PERFORM WRITE-NEW-CASE
               IF CASE-FILE-STATUS = '00'
                   ADD 1 TO BREACH-CASES-RAISED
                   PERFORM REPORT-BREACH
               END-IF
           END-IF.

      ******************************************************************
      * RAISE-STRUCTURING-CASE
      * Raises a structuring case unless the customer already has one
      * raised inside the current window - open, filed or cleared -
      * since that case already covers the deposits now in view.
      ******************************************************************
       RAISE-STRUCTURING-CASE.
           PERFORM FIND-STRUCTURING-CASE.
           IF CASE-FOUND
               ADD 1 TO STRUCTURING-ALREADY-ON-CASE
           ELSE
               MOVE SCAN-CUST-ID TO CS-CUST-ID
               MOVE 'S' TO CS-CASE-TYPE
               MOVE RUN-DATE TO CS-RAISED-DATE
               MOVE WINDOW-START-DATE TO CS-WINDOW-START
               MOVE WINDOW-NEAR-AMOUNT TO CS-CASH-IN-AMOUNT
               MOVE WINDOW-NEAR-COUNT TO CS-CASH-IN-COUNT
               MOVE ZEROES TO CS-CASH-OUT-AMOUNT
               MOVE ZEROES TO CS-CASH-OUT-COUNT
               MOVE WINDOW-NEAR-ACCOUNT-DAYS TO CS-ACCOUNT-DAYS
               PERFORM WRITE-NEW-CASE
               IF CASE-FILE-STATUS = '00'
                   ADD 1 TO STRUCTURING-CASES-RAISED
                   PERFORM REPORT-STRUCTURING
               END-IF
           END-IF.

      ******************************************************************
      * FIND-STRUCTURING-CASE
      * Cases are keyed customer, type, raised date, so a START at the
      * customer's structuring key dated the window start lands on
      * the first structuring case raised inside the window, if any.
      ******************************************************************
       FIND-STRUCTURING-CASE.
           MOVE 'N' TO CASE-FOUND-SWITCH.
           MOVE SCAN-CUST-ID TO CS-CUST-ID.
           MOVE 'S' TO CS-CASE-TYPE.
           MOVE WINDOW-START-DATE TO CS-RAISED-DATE.
           START CASE-FILE KEY NOT LESS THAN CS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CASE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CS-CUST-ID = SCAN-CUST-ID
                                   AND CS-STRUCTURING
                               MOVE 'Y' TO CASE-FOUND-SWITCH
                           END-IF
                   END-READ
           END-START.

       WRITE-NEW-CASE.
           MOVE 'O' TO CS-STATUS.
           MOVE SPACES TO CS-STATUS-BY.
           MOVE SPACES TO CS-STATUS-DATE.
           MOVE SPACES TO CS-STATUS-NOTE.
           WRITE CASE-RECORD
               INVALID KEY
                   DISPLAY 'Unable to raise case for customer '
                       SCAN-CUST-ID ' type ' CS-CASE-TYPE
           END-WRITE.

      ******************************************************************
      * LOAD-CUSTOMER-DETAILS
      * Reads the customer's name and address off CUSTMSTR for the
      * report. A customer missing from the master still reports,
      * flagged, with the address left blank.
      ******************************************************************
       LOAD-CUSTOMER-DETAILS.
           MOVE SPACES TO CUSTOMER-NOTE.
           MOVE SCAN-CUST-ID TO CUST-ID.
           IF CUSTOMER-MASTER-OPEN
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'NOT ON CUSTOMER MASTER' TO CUSTOMER-NOTE
               END-READ
           ELSE
               MOVE 'CUSTOMER MASTER NOT AVAILABLE' TO CUSTOMER-NOTE
           END-IF.
           IF CUSTOMER-NOTE NOT = SPACES
               MOVE CUSTOMER-NOTE TO CUST-NAME
               MOVE SPACES TO CUST-ADDR-LINE-1
               MOVE SPACES TO CUST-ADDR-LINE-2
               MOVE SPACES TO CUST-CITY
               MOVE SPACES TO CUST-POSTAL-CODE
               MOVE SPACES TO CUST-COUNTRY
           END-IF.

      ******************************************************************
      * WRITE-CUSTOMER-BLOCK
      * Writes the address lines under the name that opens every hit,
      * on whichever report REPORT-TARGET-SWITCH names.
      ******************************************************************
       WRITE-CUSTOMER-BLOCK.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING '          ' DELIMITED BY SIZE
               CUST-ADDR-LINE-1 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-ADDR-LINE-2 DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING '          ' DELIMITED BY SIZE
               CUST-CITY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-POSTAL-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-COUNTRY DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.

       WRITE-SURVEILLANCE-LINE.
           IF TARGET-BREACH-REPORT
               MOVE SURVEILLANCE-LINE TO BREACH-REPORT-LINE
               WRITE BREACH-REPORT-LINE
           ELSE
               MOVE SURVEILLANCE-LINE TO STRUCTURING-REPORT-LINE
               WRITE STRUCTURING-REPORT-LINE
           END-IF.

       REPORT-BREACH.
           MOVE 'B' TO REPORT-TARGET-SWITCH.
           PERFORM LOAD-CUSTOMER-DETAILS.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'BREACH    CUST=' DELIMITED BY SIZE
               SCAN-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               ' CASE RAISED ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           PERFORM WRITE-CUSTOMER-BLOCK.
           MOVE DAY-CASH-IN-AMOUNT TO DISPLAY-AMOUNT.
           MOVE DAY-CASH-IN-COUNT TO DISPLAY-COUNT.
           MOVE DAY-CASH-OUT-AMOUNT TO DISPLAY-AMOUNT-2.
           MOVE DAY-CASH-OUT-COUNT TO DISPLAY-COUNT-2.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING '          CASH IN=' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               DISPLAY-COUNT DELIMITED BY SIZE
               ')  CASH OUT=' DELIMITED BY SIZE
               DISPLAY-AMOUNT-2 DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               DISPLAY-COUNT-2 DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE DAY-ACCOUNT-COUNT TO DISPLAY-COUNT.
           MOVE DAY-TRAN-COUNT TO DISPLAY-COUNT-2.
           MOVE DAY-TRAN-AMOUNT TO DISPLAY-AMOUNT.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING '          ACCOUNTS=' DELIMITED BY SIZE
               DISPLAY-COUNT DELIMITED BY SIZE
               '  ALL POSTINGS=' DELIMITED BY SIZE
               DISPLAY-COUNT-2 DELIMITED BY SIZE
               '  VOLUME=' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.

       REPORT-STRUCTURING.
           MOVE 'S' TO REPORT-TARGET-SWITCH.
           PERFORM LOAD-CUSTOMER-DETAILS.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'STRUCTURE CUST=' DELIMITED BY SIZE
               SCAN-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               ' CASE RAISED ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           PERFORM WRITE-CUSTOMER-BLOCK.
           MOVE WINDOW-NEAR-COUNT TO DISPLAY-COUNT.
           MOVE WINDOW-NEAR-AMOUNT TO DISPLAY-AMOUNT.
           MOVE WINDOW-NEAR-ACCOUNT-DAYS TO DISPLAY-COUNT-2.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING '          JUST-UNDER DEPOSITS=' DELIMITED BY SIZE
               DISPLAY-COUNT DELIMITED BY SIZE
               '  TOTAL=' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               '  ACCOUNT-DAYS=' DELIMITED BY SIZE
               DISPLAY-COUNT-2 DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE WINDOW-CASH-IN-AMOUNT TO DISPLAY-AMOUNT.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING '          WINDOW ' DELIMITED BY SIZE
               WINDOW-START-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               '  ALL CASH IN=' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.

       WRITE-REPORT-HEADERS.
           MOVE CASH-REPORTING-THRESHOLD TO DISPLAY-AMOUNT.
           MOVE SPACES TO BREACH-REPORT-LINE.
           STRING 'LARGE CASH THRESHOLD BREACHES ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ' - THRESHOLD' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO BREACH-REPORT-LINE.
           WRITE BREACH-REPORT-LINE.
           MOVE SPACES TO BREACH-REPORT-LINE.
           WRITE BREACH-REPORT-LINE.
           MOVE STRUCTURING-FLOOR-AMOUNT TO DISPLAY-AMOUNT.
           MOVE SPACES TO STRUCTURING-REPORT-LINE.
           STRING 'STRUCTURING PATTERNS ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ' - WINDOW FROM ' DELIMITED BY SIZE
               WINDOW-START-DATE DELIMITED BY SIZE
               ', DEPOSITS FROM' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.
           MOVE SPACES TO STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.

       WRITE-REPORT-FOOTERS.
           MOVE 'B' TO REPORT-TARGET-SWITCH.
           MOVE SPACES TO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'CASH ENTRIES READ.....: ' DELIMITED BY SIZE
               CASH-ENTRIES-READ DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'ROLLED UP TO CUSTOMER.: ' DELIMITED BY SIZE
               CASH-ENTRIES-ROLLED DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'NO CUSTOMER LINKED....: ' DELIMITED BY SIZE
               CASH-ENTRIES-UNLINKED DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE CASH-AMOUNT-UNLINKED TO DISPLAY-AMOUNT.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'AMOUNT NOT LINKED.....: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'CUSTOMERS SURVEYED....: ' DELIMITED BY SIZE
               CUSTOMERS-SURVEYED DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'NEW BREACH CASES......: ' DELIMITED BY SIZE
               BREACH-CASES-RAISED DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'ALREADY RAISED TODAY..: ' DELIMITED BY SIZE
               BREACHES-ALREADY-RAISED DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE 'S' TO REPORT-TARGET-SWITCH.
           MOVE SPACES TO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'CUSTOMERS SURVEYED....: ' DELIMITED BY SIZE
               CUSTOMERS-SURVEYED DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'NEW STRUCTURING CASES.: ' DELIMITED BY SIZE
               STRUCTURING-CASES-RAISED DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'ALREADY UNDER CASE....: ' DELIMITED BY SIZE
               STRUCTURING-ALREADY-ON-CASE DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
           MOVE SPACES TO SURVEILLANCE-LINE.
           STRING 'HISTORY RECORDS PURGED: ' DELIMITED BY SIZE
               CASH-RECORDS-PURGED DELIMITED BY SIZE
               INTO SURVEILLANCE-LINE.
           PERFORM WRITE-SURVEILLANCE-LINE.
