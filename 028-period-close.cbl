      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Nightly batch program that keeps the keyed PERDHIST
      *          period balance history, one record per account per
      *          calendar month, and closes the month on its last day.
      *          Every night it folds the account's TRANLOG postings
      *          into the month's credits, debits, interest and
      *          posting count, rolls the closing balance forward off
      *          ACCTMSTR and adds it into the month's balance-days
      *          for the average daily balance. On the last day of the
      *          month - or the first night after it, if the close was
      *          missed - the month is closed: its average daily
      *          balance is struck, the record is marked closed and
      *          never written again, and the CLOSERPT report prints
      *          the month-over-month movement by currency. TRANLOG
      *          only ever holds one day, so the history has to be
      *          built as the month goes; it cannot be replayed at
      *          month end. A posting that turns up dated in a month
      *          already closed is carried into the open month and
      *          listed on CLOSERPT as a late posting rather than
      *          landing in the closed figures. A rerun of the same
      *          night leaves every account already rolled alone.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL028.
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
           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PERD-FILE-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANREC.
       FD  PERIOD-HISTORY-FILE.
           COPY PERDREC.
       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  TRAN-FILE-STATUS PIC X(02).
       77  PERD-FILE-STATUS PIC X(02).
       77  RPT-FILE-STATUS PIC X(02).

       77  ACCT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-ACCT-FILE VALUE 'Y'.
       77  TRAN-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-TRAN-FILE VALUE 'Y'.
       77  MONTH-END-SWITCH PIC X VALUE 'N'.
           88  RUN-IS-MONTH-END VALUE 'Y'.
       77  ALREADY-ROLLED-SWITCH PIC X VALUE 'N'.
           88  ACCOUNT-ALREADY-ROLLED VALUE 'Y'.
       77  PERIOD-FOUND-SWITCH PIC X VALUE 'N'.
           88  PERIOD-RECORD-FOUND VALUE 'Y'.
       77  PRIOR-POSTED-SWITCH PIC X VALUE 'N'.
           88  PRIOR-POSTING-SEEN VALUE 'Y'.

      ******************************************************************
      * What this run found on the account's record for the month
      * before the run month: none at all, still open (closed
      * tonight, with any of its postings still on TRANLOG), closed
      * on an earlier night (its postings are late), or closed
      * earlier tonight by a run that did not finish (its postings
      * are already in it).
      ******************************************************************
       77  PRIOR-STATE-SWITCH PIC X VALUE 'N'.
           88  NO-PRIOR-PERIOD VALUE 'N'.
           88  PRIOR-PERIOD-OPEN VALUE 'O'.
           88  PRIOR-CLOSED-EARLIER VALUE 'C'.
           88  PRIOR-CLOSED-TONIGHT VALUE 'T'.

       77  BATCH-OPERATOR-ID PIC X(08) VALUE "CBL028".
       77  HOUSE-CURRENCY-CODE PIC X(03) VALUE "USD".

      ******************************************************************
      * Run dates. RUN-PERIOD is the month being rolled and
      * PRIOR-PERIOD the month before it; the -INT fields are the
      * same dates as FUNCTION INTEGER-OF-DATE day numbers, so gaps
      * between rolls and the days in a month are plain subtraction.
      ******************************************************************
       77  RUN-TIMESTAMP PIC X(21).
       77  RUN-DATE PIC X(08).
       77  RUN-PERIOD PIC X(06).
       77  PRIOR-PERIOD PIC X(06).
       01  PERIOD-DATE-WORK.
           05  PERIOD-DATE-NUM             PIC 9(08).
           05  PERIOD-DATE-TEXT REDEFINES PERIOD-DATE-NUM
                                           PIC X(08).
       77  RUN-DATE-INT PIC 9(08).
       77  RUN-PERIOD-START-INT PIC 9(08).
       77  PRIOR-PERIOD-START-INT PIC 9(08).
       77  LAST-ROLL-INT PIC 9(08).
       77  RUN-PERIOD-DAYS PIC 9(03).
       77  PRIOR-PERIOD-DAYS PIC 9(03).
       77  CLOSE-PERIOD-DAYS PIC 9(03).
       77  GAP-DAYS PIC S9(05).

      ******************************************************************
      * One account's postings off tonight's TRANLOG, split between
      * the prior month (while it is still open) and the run month.
      * CURR-LATE-COUNT counts the postings dated in a closed month
      * that were carried into the run month. PRIOR-LAST-BALANCE is
      * the balance after the last posting dated in the prior month,
      * which is that month's closing balance.
      ******************************************************************
       77  ROLL-ACCT-ID PIC X(10).
       77  WORK-CURRENCY PIC X(03).
       77  PRIOR-CLOSING-BALANCE PIC S9(10)V99.
       77  PRIOR-CREDITS PIC S9(10)V99.
       77  PRIOR-DEBITS PIC S9(10)V99.
       77  PRIOR-INTEREST PIC S9(10)V99.
       77  PRIOR-COUNT PIC 9(07).
       77  PRIOR-LAST-BALANCE PIC S9(10)V99.
       77  CURR-CREDITS PIC S9(10)V99.
       77  CURR-DEBITS PIC S9(10)V99.
       77  CURR-INTEREST PIC S9(10)V99.
       77  CURR-COUNT PIC 9(07).
       77  CURR-LATE-COUNT PIC 9(05).
       77  CURR-NET PIC S9(10)V99.

      ******************************************************************
      * One TRANLOG posting, as CLASSIFY-POSTING reads it. The credit
      * and debit operations are the same ones CBL015 journals;
      * ENTRY-AMOUNT is always positive, an ADJUST taking its
      * direction from its sign.
      ******************************************************************
       77  ENTRY-PERIOD PIC X(06).
       77  ENTRY-AMOUNT PIC S9(10)V99.
       77  ENTRY-KIND-SWITCH PIC X VALUE SPACE.
           88  ENTRY-CREDIT VALUE 'C'.
           88  ENTRY-DEBIT VALUE 'D'.
           88  ENTRY-INTEREST VALUE 'I'.
           88  ENTRY-UNKNOWN VALUE SPACE.

      ******************************************************************
      * Month-over-month movement by currency for every period this
      * run closes, one slot per period and currency, in the same
      * shape as CBL006's currency subtotal table: slots 1 through
      * MOVEMENT-TABLE-SIZE hold real currencies and the extra slot
      * is the *** overflow pool.
      ******************************************************************
       77  MOVEMENT-TABLE-SIZE PIC 9(02) VALUE 20.
       77  OVERFLOW-MOVEMENT-SLOT PIC 9(02) VALUE 21.
       01  MOVEMENT-TABLE.
           05  MOVEMENT-ENTRY OCCURS 21 TIMES.
               10  MT-PERIOD               PIC X(06).
               10  MT-CURRENCY             PIC X(03).
               10  MT-ACCOUNT-COUNT        PIC 9(05).
               10  MT-OPENING              PIC S9(12)V99.
               10  MT-CREDITS              PIC S9(12)V99.
               10  MT-DEBITS               PIC S9(12)V99.
               10  MT-INTEREST             PIC S9(12)V99.
               10  MT-CLOSING              PIC S9(12)V99.
               10  MT-AVERAGE              PIC S9(12)V99.
       77  MOVEMENT-COUNT PIC 9(02) VALUE ZEROES.
       77  MOVEMENT-SLOT PIC 9(02).
       77  MOVEMENT-SCAN PIC 9(02).
       77  MOVEMENT-NET PIC S9(12)V99.
       77  MOVEMENT-PERCENT PIC S9(07)V99.

       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-TOTAL PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-PERCENT PIC Z,ZZZ,ZZ9.99-.
       77  PERCENT-TEXT PIC X(14).

       77  ACCOUNTS-ROLLED PIC 9(07) VALUE ZEROES.
       77  ACCOUNTS-ALREADY-ROLLED PIC 9(07) VALUE ZEROES.
       77  PERIODS-OPENED PIC 9(07) VALUE ZEROES.
       77  PERIODS-CLOSED PIC 9(07) VALUE ZEROES.
       77  POSTINGS-FOLDED PIC 9(07) VALUE ZEROES.
       77  LATE-POSTINGS-CARRIED PIC 9(07) VALUE ZEROES.
       77  POSTINGS-UNKNOWN PIC 9(07) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO MOVEMENT-TABLE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           PERFORM SET-PERIOD-DATES.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRAN-FILE-STATUS = '00'
               CLOSE TRANSACTION-LOG-FILE
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM OPEN-PERIOD-HISTORY.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           IF TRAN-FILE-STATUS NOT = '00'
                   OR ACCT-FILE-STATUS NOT = '00'
                   OR PERD-FILE-STATUS NOT = '00'
                   OR RPT-FILE-STATUS NOT = '00'
               DISPLAY
                   'Unable to open required files. Period roll '
                   'aborted.'
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM READ-NEXT-ACCOUNT
               PERFORM ROLL-ACCOUNT
                   UNTIL END-OF-ACCT-FILE
               PERFORM WRITE-REPORT-FOOTER
               IF PERIODS-CLOSED > ZERO
                   PERFORM WRITE-MOVEMENT-REPORT
               END-IF
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE PERIOD-HISTORY-FILE
               CLOSE CLOSE-REPORT-FILE
               DISPLAY 'Period roll complete. Accounts rolled: '
                   ACCOUNTS-ROLLED ' Periods closed: '
                   PERIODS-CLOSED ' Late postings: '
                   LATE-POSTINGS-CARRIED
           END-IF.
           STOP RUN.

      ******************************************************************
      * SET-PERIOD-DATES
      * Works out the run month and the month before it, their first
      * days and lengths, and whether the run date is the last day of
      * its month - the night the run month closes.
      ******************************************************************
       SET-PERIOD-DATES.
           MOVE RUN-DATE(1:6) TO RUN-PERIOD.
           MOVE RUN-DATE TO PERIOD-DATE-TEXT.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(PERIOD-DATE-NUM).
           MOVE '01' TO PERIOD-DATE-TEXT(7:2).
           COMPUTE RUN-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(PERIOD-DATE-NUM).
           COMPUTE PERIOD-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(RUN-PERIOD-START-INT - 1).
           MOVE PERIOD-DATE-TEXT(1:6) TO PRIOR-PERIOD.
           MOVE '01' TO PERIOD-DATE-TEXT(7:2).
           COMPUTE PRIOR-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(PERIOD-DATE-NUM).
           COMPUTE PRIOR-PERIOD-DAYS =
               RUN-PERIOD-START-INT - PRIOR-PERIOD-START-INT.
           COMPUTE RUN-PERIOD-DAYS =
               RUN-DATE-INT - RUN-PERIOD-START-INT + 1.
           COMPUTE PERIOD-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(RUN-DATE-INT + 1).
           IF PERIOD-DATE-TEXT(1:6) NOT = RUN-PERIOD
               MOVE 'Y' TO MONTH-END-SWITCH
           END-IF.

      ******************************************************************
      * OPEN-PERIOD-HISTORY
      * Opens PERDHIST for update, creating it empty on the first
      * night it runs, the same first-run technique CBL004 uses for
      * the customer master.
      ******************************************************************
       OPEN-PERIOD-HISTORY.
           OPEN I-O PERIOD-HISTORY-FILE.
           IF PERD-FILE-STATUS = '35'
               OPEN OUTPUT PERIOD-HISTORY-FILE
               CLOSE PERIOD-HISTORY-FILE
               OPEN I-O PERIOD-HISTORY-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ACCT-EOF-SWITCH
           END-READ.

      ******************************************************************
      * ROLL-ACCOUNT
      * Rolls one account: totals its postings off TRANLOG, closes the
      * prior month if it is still open, then rolls the run month. An
      * account whose run-month record was already rolled tonight is
      * skipped, so a rerun never counts a night twice.
      ******************************************************************
       ROLL-ACCOUNT.
           MOVE ACCT-ID TO ROLL-ACCT-ID.
           MOVE ACCT-CURRENCY TO WORK-CURRENCY.
           IF WORK-CURRENCY = SPACES
               MOVE HOUSE-CURRENCY-CODE TO WORK-CURRENCY
           END-IF.
           PERFORM CHECK-ALREADY-ROLLED.
           IF ACCOUNT-ALREADY-ROLLED
               ADD 1 TO ACCOUNTS-ALREADY-ROLLED
           ELSE
               PERFORM CHECK-PRIOR-PERIOD
               PERFORM CLEAR-ACCOUNT-TOTALS
               PERFORM SCAN-ACCOUNT-POSTINGS
               IF PRIOR-PERIOD-OPEN
                   PERFORM CLOSE-PRIOR-PERIOD
               END-IF
               PERFORM ROLL-RUN-PERIOD
               ADD 1 TO ACCOUNTS-ROLLED
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

       CHECK-ALREADY-ROLLED.
           MOVE 'N' TO ALREADY-ROLLED-SWITCH.
           MOVE ROLL-ACCT-ID TO PH-ACCT-ID.
           MOVE RUN-PERIOD TO PH-PERIOD.
           READ PERIOD-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-LAST-ROLL-DATE = RUN-DATE
                       MOVE 'Y' TO ALREADY-ROLLED-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * CHECK-PRIOR-PERIOD
      * Reads the account's record for the month before the run
      * month and notes its state and closing balance, which becomes
      * the run month's opening balance.
      ******************************************************************
       CHECK-PRIOR-PERIOD.
           MOVE 'N' TO PRIOR-STATE-SWITCH.
           MOVE ZEROES TO PRIOR-CLOSING-BALANCE.
           MOVE ROLL-ACCT-ID TO PH-ACCT-ID.
           MOVE PRIOR-PERIOD TO PH-PERIOD.
           READ PERIOD-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PH-CLOSING-BALANCE TO PRIOR-CLOSING-BALANCE
                   IF PH-OPEN
                       MOVE 'O' TO PRIOR-STATE-SWITCH
                   ELSE
                       IF PH-CLOSED-DATE = RUN-DATE
                           MOVE 'T' TO PRIOR-STATE-SWITCH
                       ELSE
                           MOVE 'C' TO PRIOR-STATE-SWITCH
                       END-IF
                   END-IF
           END-READ.

       CLEAR-ACCOUNT-TOTALS.
           MOVE ZEROES TO PRIOR-CREDITS.
           MOVE ZEROES TO PRIOR-DEBITS.
           MOVE ZEROES TO PRIOR-INTEREST.
           MOVE ZEROES TO PRIOR-COUNT.
           MOVE ZEROES TO PRIOR-LAST-BALANCE.
           MOVE 'N' TO PRIOR-POSTED-SWITCH.
           MOVE ZEROES TO CURR-CREDITS.
           MOVE ZEROES TO CURR-DEBITS.
           MOVE ZEROES TO CURR-INTEREST.
           MOVE ZEROES TO CURR-COUNT.
           MOVE ZEROES TO CURR-LATE-COUNT.
           MOVE ZEROES TO CURR-NET.

      ******************************************************************
      * SCAN-ACCOUNT-POSTINGS
      * Re-reads TRANLOG from the top for every account, the way CBL005
      * does, since it is a line-sequential file with no index on
      * TL-ACCT-ID.
      ******************************************************************
       SCAN-ACCOUNT-POSTINGS.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRAN-FILE-STATUS = '00'
               MOVE 'N' TO TRAN-EOF-SWITCH
               PERFORM READ-NEXT-TRANSACTION
               PERFORM FOLD-POSTING
                   UNTIL END-OF-TRAN-FILE
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       READ-NEXT-TRANSACTION.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.

      ******************************************************************
      * FOLD-POSTING
      * Routes one of the account's postings by the month it is dated
      * in. The run month takes its own postings. A posting in the
      * prior month goes into it while it is still open, is skipped
      * when a run earlier tonight already closed it with that
      * posting in, and is taken by the run month when there is no
      * prior-month record to protect. Anything dated in a month
      * already closed on an earlier night is a late posting: it is
      * carried into the run month and reported, never folded into
      * the closed figures.
      ******************************************************************
       FOLD-POSTING.
           IF TL-ACCT-ID = ROLL-ACCT-ID
               PERFORM CLASSIFY-POSTING
               MOVE TL-TIMESTAMP(1:6) TO ENTRY-PERIOD
               IF ENTRY-UNKNOWN
                   DISPLAY 'Unknown operation "' TL-OPERATION
                       '" for account ' TL-ACCT-ID
                       '. Posting left out of the period figures.'
                   ADD 1 TO POSTINGS-UNKNOWN
               ELSE
                   IF ENTRY-PERIOD NOT LESS THAN RUN-PERIOD
                       PERFORM ADD-TO-RUN-PERIOD
                   ELSE
                       IF ENTRY-PERIOD = PRIOR-PERIOD
                               AND PRIOR-PERIOD-OPEN
                           PERFORM ADD-TO-PRIOR-PERIOD
                       ELSE
                           IF ENTRY-PERIOD = PRIOR-PERIOD
                                   AND PRIOR-CLOSED-TONIGHT
                               CONTINUE
                           ELSE
                               IF ENTRY-PERIOD = PRIOR-PERIOD
                                       AND NO-PRIOR-PERIOD
                                   PERFORM ADD-TO-RUN-PERIOD
                               ELSE
                                   PERFORM CARRY-LATE-POSTING
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-TRANSACTION.

      ******************************************************************
      * CLASSIFY-POSTING
      * Sorts a TRANLOG operation into credit, debit or interest,
      * following CBL015's mapping: money in to the customer is a
      * credit, money out a debit. An operation this program does not
      * know is left unclassified.
      ******************************************************************
       CLASSIFY-POSTING.
           MOVE SPACE TO ENTRY-KIND-SWITCH.
           COMPUTE ENTRY-AMOUNT = FUNCTION ABS(TL-AMOUNT).
           IF TL-OPERATION = 'ADD' OR TL-OPERATION = 'TRANS-CR'
                   OR TL-OPERATION = 'REV-CR'
                   OR TL-OPERATION = 'RETURN'
               MOVE 'C' TO ENTRY-KIND-SWITCH
           ELSE
               IF TL-OPERATION = 'SUBTRACT'
                       OR TL-OPERATION = 'TRANS-DR'
                       OR TL-OPERATION = 'REV-DR'
                       OR TL-OPERATION = 'FEE'
                       OR TL-OPERATION = 'PAYMENT'
                   MOVE 'D' TO ENTRY-KIND-SWITCH
               ELSE
                   IF TL-OPERATION = 'INTEREST'
                       MOVE 'I' TO ENTRY-KIND-SWITCH
                   ELSE
                       IF TL-OPERATION = 'ADJUST'
                           IF TL-AMOUNT NOT LESS THAN ZERO
                               MOVE 'C' TO ENTRY-KIND-SWITCH
                           ELSE
                               MOVE 'D' TO ENTRY-KIND-SWITCH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-TO-RUN-PERIOD.
           IF ENTRY-CREDIT
               ADD ENTRY-AMOUNT TO CURR-CREDITS
           ELSE
               IF ENTRY-DEBIT
                   ADD ENTRY-AMOUNT TO CURR-DEBITS
               ELSE
                   ADD ENTRY-AMOUNT TO CURR-INTEREST
               END-IF
           END-IF.
           ADD 1 TO CURR-COUNT.
           ADD 1 TO POSTINGS-FOLDED.

       ADD-TO-PRIOR-PERIOD.
           IF ENTRY-CREDIT
               ADD ENTRY-AMOUNT TO PRIOR-CREDITS
           ELSE
               IF ENTRY-DEBIT
                   ADD ENTRY-AMOUNT TO PRIOR-DEBITS
               ELSE
                   ADD ENTRY-AMOUNT TO PRIOR-INTEREST
               END-IF
           END-IF.
           ADD 1 TO PRIOR-COUNT.
           MOVE TL-RESULT-BALANCE TO PRIOR-LAST-BALANCE.
           MOVE 'Y' TO PRIOR-POSTED-SWITCH.
           ADD 1 TO POSTINGS-FOLDED.

       CARRY-LATE-POSTING.
           PERFORM ADD-TO-RUN-PERIOD.
           ADD 1 TO CURR-LATE-COUNT.
           ADD 1 TO LATE-POSTINGS-CARRIED.
           MOVE TL-AMOUNT TO DISPLAY-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'LATE     ACCT=' DELIMITED BY SIZE
               TL-ACCT-ID DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               TL-TIMESTAMP(1:8) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TL-OPERATION DELIMITED BY SIZE
               ' AMOUNT ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               ' CARRIED TO ' DELIMITED BY SIZE
               RUN-PERIOD DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

      ******************************************************************
      * CLOSE-PRIOR-PERIOD
      * Closes the prior month when the run on its last day did not.
      * Its postings still on TRANLOG go in first, and the balance
      * after the last of them is its closing balance. The days from
      * its last roll to the month end are filled at that balance
      * before the average daily balance is struck.
      ******************************************************************
       CLOSE-PRIOR-PERIOD.
           MOVE ROLL-ACCT-ID TO PH-ACCT-ID.
           MOVE PRIOR-PERIOD TO PH-PERIOD.
           READ PERIOD-HISTORY-FILE
               INVALID KEY
                   DISPLAY 'Unable to reread period ' PRIOR-PERIOD
                       ' for account ' ROLL-ACCT-ID
           END-READ.
           IF PERD-FILE-STATUS = '00'
               ADD PRIOR-CREDITS TO PH-TOTAL-CREDITS
               ADD PRIOR-DEBITS TO PH-TOTAL-DEBITS
               ADD PRIOR-INTEREST TO PH-TOTAL-INTEREST
               ADD PRIOR-COUNT TO PH-POSTING-COUNT
               IF PRIOR-POSTING-SEEN
                   MOVE PRIOR-LAST-BALANCE TO PH-CLOSING-BALANCE
               END-IF
               MOVE PH-LAST-ROLL-DATE TO PERIOD-DATE-TEXT
               COMPUTE LAST-ROLL-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-DATE-NUM)
               COMPUTE GAP-DAYS =
                   RUN-PERIOD-START-INT - 1 - LAST-ROLL-INT
               IF GAP-DAYS > ZERO
                   COMPUTE PH-BALANCE-DAYS = PH-BALANCE-DAYS
                       + PH-CLOSING-BALANCE * GAP-DAYS
               END-IF
               MOVE PRIOR-PERIOD-DAYS TO CLOSE-PERIOD-DAYS
               PERFORM FINISH-PERIOD-CLOSE
               REWRITE PERIOD-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to close period ' PRIOR-PERIOD
                           ' for account ' ROLL-ACCT-ID
               END-REWRITE
               IF PERD-FILE-STATUS = '00'
                   MOVE PH-CLOSING-BALANCE TO PRIOR-CLOSING-BALANCE
                   ADD 1 TO PERIODS-CLOSED
                   PERFORM ADD-TO-MOVEMENT
               END-IF
           END-IF.

      ******************************************************************
      * ROLL-RUN-PERIOD
      * Rolls the run month's record forward to tonight. A new record
      * opens at the prior month's closing balance, or, with no prior
      * month on file, at tonight's balance less tonight's postings;
      * the days of the month before tonight count at that opening
      * balance. An existing record fills any nights the roll did not
      * run at the balance it last rolled. Tonight's balance then
      * becomes the closing balance and counts as one more day. On
      * the last day of the month the record is closed as well.
      ******************************************************************
       ROLL-RUN-PERIOD.
           COMPUTE CURR-NET = CURR-CREDITS + CURR-INTEREST
               - CURR-DEBITS.
           MOVE 'N' TO PERIOD-FOUND-SWITCH.
           MOVE ROLL-ACCT-ID TO PH-ACCT-ID.
           MOVE RUN-PERIOD TO PH-PERIOD.
           READ PERIOD-HISTORY-FILE
               INVALID KEY
                   PERFORM START-PERIOD-RECORD
               NOT INVALID KEY
                   MOVE 'Y' TO PERIOD-FOUND-SWITCH
           END-READ.
           IF PERIOD-RECORD-FOUND AND PH-CLOSED
               DISPLAY 'Period ' RUN-PERIOD ' for account '
                   ROLL-ACCT-ID ' is already closed. Not rolled.'
           ELSE
               IF PERIOD-RECORD-FOUND
                   MOVE PH-LAST-ROLL-DATE TO PERIOD-DATE-TEXT
                   COMPUTE LAST-ROLL-INT =
                       FUNCTION INTEGER-OF-DATE(PERIOD-DATE-NUM)
                   COMPUTE GAP-DAYS = RUN-DATE-INT - LAST-ROLL-INT - 1
                   IF GAP-DAYS > ZERO
                       COMPUTE PH-BALANCE-DAYS = PH-BALANCE-DAYS
                           + PH-CLOSING-BALANCE * GAP-DAYS
                   END-IF
               END-IF
               ADD CURR-CREDITS TO PH-TOTAL-CREDITS
               ADD CURR-DEBITS TO PH-TOTAL-DEBITS
               ADD CURR-INTEREST TO PH-TOTAL-INTEREST
               ADD CURR-COUNT TO PH-POSTING-COUNT
               ADD CURR-LATE-COUNT TO PH-LATE-COUNT
               ADD ACCT-BALANCE TO PH-BALANCE-DAYS
               MOVE ACCT-BALANCE TO PH-CLOSING-BALANCE
               MOVE RUN-DATE TO PH-LAST-ROLL-DATE
               IF RUN-IS-MONTH-END
                   MOVE RUN-PERIOD-DAYS TO CLOSE-PERIOD-DAYS
                   PERFORM FINISH-PERIOD-CLOSE
               END-IF
               PERFORM SAVE-RUN-PERIOD
           END-IF.

       START-PERIOD-RECORD.
           MOVE ROLL-ACCT-ID TO PH-ACCT-ID.
           MOVE RUN-PERIOD TO PH-PERIOD.
           MOVE WORK-CURRENCY TO PH-CURRENCY.
           MOVE 'O' TO PH-STATUS.
           IF NO-PRIOR-PERIOD
               COMPUTE PH-OPENING-BALANCE = ACCT-BALANCE - CURR-NET
           ELSE
               MOVE PRIOR-CLOSING-BALANCE TO PH-OPENING-BALANCE
           END-IF.
           MOVE ZEROES TO PH-CLOSING-BALANCE.
           MOVE ZEROES TO PH-TOTAL-CREDITS.
           MOVE ZEROES TO PH-TOTAL-DEBITS.
           MOVE ZEROES TO PH-TOTAL-INTEREST.
           MOVE ZEROES TO PH-POSTING-COUNT.
           MOVE ZEROES TO PH-LATE-COUNT.
           COMPUTE PH-BALANCE-DAYS = PH-OPENING-BALANCE
               * (RUN-DATE-INT - RUN-PERIOD-START-INT).
           MOVE ZEROES TO PH-AVERAGE-BALANCE.
           MOVE SPACES TO PH-LAST-ROLL-DATE.
           MOVE SPACES TO PH-CLOSED-DATE.
           MOVE SPACES TO PH-CLOSED-BY.

       SAVE-RUN-PERIOD.
           IF PERIOD-RECORD-FOUND
               REWRITE PERIOD-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to roll period ' RUN-PERIOD
                           ' for account ' ROLL-ACCT-ID
               END-REWRITE
           ELSE
               WRITE PERIOD-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to open period ' RUN-PERIOD
                           ' for account ' ROLL-ACCT-ID
               END-WRITE
               IF PERD-FILE-STATUS = '00'
                   ADD 1 TO PERIODS-OPENED
               END-IF
           END-IF.
           IF PERD-FILE-STATUS = '00' AND PH-CLOSED
               ADD 1 TO PERIODS-CLOSED
               PERFORM ADD-TO-MOVEMENT
           END-IF.

      ******************************************************************
      * FINISH-PERIOD-CLOSE
      * Strikes the average daily balance over every day in the month
      * and marks the record closed. Nothing writes a closed record
      * again.
      ******************************************************************
       FINISH-PERIOD-CLOSE.
           COMPUTE PH-AVERAGE-BALANCE ROUNDED =
               PH-BALANCE-DAYS / CLOSE-PERIOD-DAYS.
           MOVE 'C' TO PH-STATUS.
           MOVE RUN-DATE TO PH-CLOSED-DATE.
           MOVE BATCH-OPERATOR-ID TO PH-CLOSED-BY.

      ******************************************************************
      * ADD-TO-MOVEMENT
      * Adds a record just closed into its period and currency's slot
      * of the movement table.
      ******************************************************************
       ADD-TO-MOVEMENT.
           PERFORM FIND-MOVEMENT-SLOT.
           ADD 1 TO MT-ACCOUNT-COUNT(MOVEMENT-SLOT).
           ADD PH-OPENING-BALANCE TO MT-OPENING(MOVEMENT-SLOT).
           ADD PH-TOTAL-CREDITS TO MT-CREDITS(MOVEMENT-SLOT).
           ADD PH-TOTAL-DEBITS TO MT-DEBITS(MOVEMENT-SLOT).
           ADD PH-TOTAL-INTEREST TO MT-INTEREST(MOVEMENT-SLOT).
           ADD PH-CLOSING-BALANCE TO MT-CLOSING(MOVEMENT-SLOT).
           ADD PH-AVERAGE-BALANCE TO MT-AVERAGE(MOVEMENT-SLOT).

       FIND-MOVEMENT-SLOT.
           MOVE ZEROES TO MOVEMENT-SLOT.
           PERFORM MATCH-MOVEMENT-SLOT
               VARYING MOVEMENT-SCAN FROM 1 BY 1
               UNTIL MOVEMENT-SCAN > MOVEMENT-COUNT
                   OR MOVEMENT-SLOT > ZERO.
           IF MOVEMENT-SLOT = ZERO
               PERFORM ADD-MOVEMENT-SLOT
           END-IF.

       MATCH-MOVEMENT-SLOT.
           IF MT-PERIOD(MOVEMENT-SCAN) = PH-PERIOD
                   AND MT-CURRENCY(MOVEMENT-SCAN) = PH-CURRENCY
               MOVE MOVEMENT-SCAN TO MOVEMENT-SLOT
           END-IF.

       ADD-MOVEMENT-SLOT.
           IF MOVEMENT-COUNT LESS THAN MOVEMENT-TABLE-SIZE
               ADD 1 TO MOVEMENT-COUNT
               MOVE MOVEMENT-COUNT TO MOVEMENT-SLOT
               MOVE PH-PERIOD TO MT-PERIOD(MOVEMENT-SLOT)
               MOVE PH-CURRENCY TO MT-CURRENCY(MOVEMENT-SLOT)
               PERFORM CLEAR-MOVEMENT-SLOT
           ELSE
               MOVE OVERFLOW-MOVEMENT-SLOT TO MOVEMENT-SLOT
               IF MT-CURRENCY(MOVEMENT-SLOT) NOT = '***'
                   MOVE PH-PERIOD TO MT-PERIOD(MOVEMENT-SLOT)
                   MOVE '***' TO MT-CURRENCY(MOVEMENT-SLOT)
                   PERFORM CLEAR-MOVEMENT-SLOT
               END-IF
               DISPLAY 'Movement table full. ' PH-CURRENCY
                   ' pooled under ***.'
           END-IF.

       CLEAR-MOVEMENT-SLOT.
           MOVE ZEROES TO MT-ACCOUNT-COUNT(MOVEMENT-SLOT).
           MOVE ZEROES TO MT-OPENING(MOVEMENT-SLOT).
           MOVE ZEROES TO MT-CREDITS(MOVEMENT-SLOT).
           MOVE ZEROES TO MT-DEBITS(MOVEMENT-SLOT).
           MOVE ZEROES TO MT-INTEREST(MOVEMENT-SLOT).
           MOVE ZEROES TO MT-CLOSING(MOVEMENT-SLOT).
           MOVE ZEROES TO MT-AVERAGE(MOVEMENT-SLOT).

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'PERIOD ROLL AND MONTH-END CLOSE - RUN DATE '
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               '  PERIOD ' DELIMITED BY SIZE
               RUN-PERIOD DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           IF RUN-IS-MONTH-END
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING '** LAST DAY OF THE MONTH - PERIOD '
                       DELIMITED BY SIZE
                   RUN-PERIOD DELIMITED BY SIZE
                   ' CLOSES TONIGHT **' DELIMITED BY SIZE
                   INTO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'ACCOUNTS ROLLED.......: ' DELIMITED BY SIZE
               ACCOUNTS-ROLLED DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'ALREADY ROLLED........: ' DELIMITED BY SIZE
               ACCOUNTS-ALREADY-ROLLED DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'PERIODS OPENED........: ' DELIMITED BY SIZE
               PERIODS-OPENED DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'PERIODS CLOSED........: ' DELIMITED BY SIZE
               PERIODS-CLOSED DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'POSTINGS FOLDED.......: ' DELIMITED BY SIZE
               POSTINGS-FOLDED DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'LATE POSTINGS CARRIED.: ' DELIMITED BY SIZE
               LATE-POSTINGS-CARRIED DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'UNKNOWN OPERATIONS....: ' DELIMITED BY SIZE
               POSTINGS-UNKNOWN DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

      ******************************************************************
      * WRITE-MOVEMENT-REPORT
      * The month-over-month movement for every period closed
      * tonight, a block per period and currency: the month's opening
      * balance (last month's close), what went in and out, the
      * closing balance, the net movement and its size against the
      * opening balance, and the accounts' average daily balances
      * summed.
      ******************************************************************
       WRITE-MOVEMENT-REPORT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'MONTH-OVER-MONTH MOVEMENT BY CURRENCY'
                   DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           PERFORM WRITE-MOVEMENT-ENTRY
               VARYING MOVEMENT-SCAN FROM 1 BY 1
               UNTIL MOVEMENT-SCAN > MOVEMENT-COUNT.
           IF MT-CURRENCY(OVERFLOW-MOVEMENT-SLOT) = '***'
               MOVE OVERFLOW-MOVEMENT-SLOT TO MOVEMENT-SCAN
               PERFORM WRITE-MOVEMENT-ENTRY
           END-IF.

       WRITE-MOVEMENT-ENTRY.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'PERIOD ' DELIMITED BY SIZE
               MT-PERIOD(MOVEMENT-SCAN) DELIMITED BY SIZE
               '  CURRENCY ' DELIMITED BY SIZE
               MT-CURRENCY(MOVEMENT-SCAN) DELIMITED BY SIZE
               '  ACCOUNTS: ' DELIMITED BY SIZE
               MT-ACCOUNT-COUNT(MOVEMENT-SCAN) DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE MT-OPENING(MOVEMENT-SCAN) TO DISPLAY-TOTAL.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING '    OPENING BALANCE....: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE MT-CREDITS(MOVEMENT-SCAN) TO DISPLAY-TOTAL.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING '    CREDITS............: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE MT-DEBITS(MOVEMENT-SCAN) TO DISPLAY-TOTAL.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING '    DEBITS.............: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE MT-INTEREST(MOVEMENT-SCAN) TO DISPLAY-TOTAL.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING '    INTEREST...........: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE MT-CLOSING(MOVEMENT-SCAN) TO DISPLAY-TOTAL.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING '    CLOSING BALANCE....: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           COMPUTE MOVEMENT-NET = MT-CLOSING(MOVEMENT-SCAN)
               - MT-OPENING(MOVEMENT-SCAN).
           PERFORM FORMAT-MOVEMENT-PERCENT.
           MOVE MOVEMENT-NET TO DISPLAY-TOTAL.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING '    NET MOVEMENT.......: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               '  CHANGE ' DELIMITED BY SIZE
               PERCENT-TEXT DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE MT-AVERAGE(MOVEMENT-SCAN) TO DISPLAY-TOTAL.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING '    AVERAGE DAILY BAL..: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

      ******************************************************************
      * FORMAT-MOVEMENT-PERCENT
      * The net movement as a percentage of the opening balance's
      * size, so a rise always shows positive. With no opening
      * balance, or a change too large to print, there is no
      * meaningful percentage and N/A is shown instead.
      ******************************************************************
       FORMAT-MOVEMENT-PERCENT.
           MOVE '           N/A' TO PERCENT-TEXT.
           IF MT-OPENING(MOVEMENT-SCAN) NOT = ZERO
               COMPUTE MOVEMENT-PERCENT ROUNDED = MOVEMENT-NET * 100
                   / FUNCTION ABS(MT-OPENING(MOVEMENT-SCAN))
                   ON SIZE ERROR
                       CONTINUE
                   NOT ON SIZE ERROR
                       MOVE MOVEMENT-PERCENT TO DISPLAY-PERCENT
                       MOVE SPACES TO PERCENT-TEXT
                       STRING DISPLAY-PERCENT DELIMITED BY SIZE
                           '%' DELIMITED BY SIZE
                           INTO PERCENT-TEXT
               END-COMPUTE
           END-IF.
