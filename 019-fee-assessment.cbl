      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Nightly batch program that charges the bank's service
      *          fees. It loads the fee schedule off FEESCHED, walks
      *          the account master end to end, and for each account
      *          that is not closed and not on the FEEWAIVE waiver
      *          file takes the monthly account-maintenance fee, the
      *          low-balance fee when the balance is under the
      *          schedule's minimum, and the excess-activity fee for
      *          every DAYTOTAL posting past the free count on the
      *          run date, posting each one to TRANLOG as a FEE entry
      *          so CBL002, CBL005 and CBL015 pick it up. A fee is
      *          never allowed to take the balance below zero or
      *          below the account's active holds; a fee that cannot
      *          be collected in full is not posted at all but listed
      *          on the FEERPT uncollected-fee report and raised on the
      *          EXCPFILE exception file for the back office. A fee is
      *          a charge, not customer activity, so it is not folded
      *          into DAYTOTAL - that would count against the
      *          customer's own velocity limit and tomorrow's
      *          excess-activity fee. Every fee assessed is recorded
      *          on the keyed FEECHGD fee-charged file for its charge
      *          period, so a restarted run skips a fee already taken
      *          and a monthly fee falls due on its charge day or the
      *          first night after it, once a month.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      *   15/10/2026 VAW - Append the run's counts and fee totals to
      *                    the RUNCTL run-control file for the
      *                    end-of-night proof.
      *   15/10/2026 VAW - Raise every fee that cannot be collected on
      *                    the keyed EXCPFILE exception file as well
      *                    as FEERPT, for the back office to work
      *                    through CBL031. A rerun on the same night
      *                    does not raise the same fee twice.
      *   15/10/2026 VAW - Record every fee assessed on the keyed
      *                    FEECHGD file by account, fee code and charge
      *                    period, and skip one already recorded, so a
      *                    restart of the fee step never charges an
      *                    account twice.
      *   15/10/2026 VAW - A monthly fee falls due on any night on or
      *                    after its charge day, or on the last day of
      *                    a month too short to reach it, and is taken
      *                    once per month, so a missed night no longer
      *                    loses that month's fee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL019.
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
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEES-FILE-STATUS.
           SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-ACCT-ID
               FILE STATUS IS FEEW-FILE-STATUS.
           SELECT DAILY-TOTAL-FILE ASSIGN TO "DAYTOTAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYT-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-ID
               FILE STATUS IS EXCP-FILE-STATUS.
           SELECT FEE-CHARGED-FILE ASSIGN TO "FEECHGD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS FEEC-FILE-STATUS.
           SELECT FEE-REPORT-FILE ASSIGN TO "FEERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANREC.
       FD  FEE-SCHEDULE-FILE.
           COPY FEESREC.
       FD  FEE-WAIVER-FILE.
           COPY FEEWREC.
       FD  DAILY-TOTAL-FILE.
           COPY DAYTREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  EXCEPTION-FILE.
           COPY EXCPREC.
       FD  FEE-CHARGED-FILE.
           COPY FEECREC.
       FD  FEE-REPORT-FILE.
       01  FEE-REPORT-LINE PIC X(100).
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  TRAN-FILE-STATUS PIC X(02).
       77  FEES-FILE-STATUS PIC X(02).
       77  FEEW-FILE-STATUS PIC X(02).
       77  DAYT-FILE-STATUS PIC X(02).
       77  HOLD-FILE-STATUS PIC X(02).
       77  FEEC-FILE-STATUS PIC X(02).
       77  RPT-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).
       77  TRAN-TIMESTAMP PIC X(21).
       77  BATCH-OPERATOR-ID PIC X(08) VALUE "CBL019".

       77  ACCT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-ACCT-FILE VALUE 'Y'.
       77  FEES-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-FEES-FILE VALUE 'Y'.
       77  FEEW-OPEN-SWITCH PIC X VALUE 'N'.
           88  WAIVER-FILE-OPEN VALUE 'Y'.
       77  DAYT-OPEN-SWITCH PIC X VALUE 'N'.
           88  DAILY-TOTAL-OPEN VALUE 'Y'.

       77  RUN-DATE PIC X(08).
       77  RUN-DAY PIC 9(02).

      ******************************************************************
      * Month-end test. NEXT-DATE is the day after the run date; when
      * it falls in another month the run date is the last day of its
      * month, and every monthly fee not yet taken falls due.
      ******************************************************************
       01  NEXT-DATE-WORK.
           05  NEXT-DATE-NUM               PIC 9(08).
           05  NEXT-DATE-TEXT REDEFINES NEXT-DATE-NUM
                                           PIC X(08).
       77  MONTH-END-SWITCH PIC X VALUE 'N'.
           88  RUN-IS-MONTH-END VALUE 'Y'.

      ******************************************************************
      * Fee schedule, as loaded from FEESCHED. Each fee's DUE switch is
      * set only when the schedule carries a row for it and the fee
      * is due tonight, so an account walk never has to look at the
      * schedule again. Each fee's PERIOD is the FEECHGD charge period
      * it is taken for: the run date for a nightly fee, the run
      * month for a monthly one.
      ******************************************************************
       77  FEE-ROW-DUE-SWITCH PIC X VALUE 'N'.
           88  FEE-ROW-DUE VALUE 'Y'.
       77  FEE-ROW-PERIOD PIC X(08).
       77  MAINT-FEE-SWITCH PIC X VALUE 'N'.
           88  MAINT-FEE-DUE VALUE 'Y'.
       77  MAINT-FEE-AMOUNT PIC S9(10)V99 VALUE ZEROES.
       77  MAINT-FEE-PERIOD PIC X(08).
       77  LOWBAL-FEE-SWITCH PIC X VALUE 'N'.
           88  LOWBAL-FEE-DUE VALUE 'Y'.
       77  LOWBAL-FEE-AMOUNT PIC S9(10)V99 VALUE ZEROES.
       77  LOWBAL-MIN-BALANCE PIC S9(10)V99 VALUE ZEROES.
       77  LOWBAL-FEE-PERIOD PIC X(08).
       77  ACTIVITY-FEE-SWITCH PIC X VALUE 'N'.
           88  ACTIVITY-FEE-DUE VALUE 'Y'.
       77  ACTIVITY-FEE-AMOUNT PIC S9(10)V99 VALUE ZEROES.
       77  ACTIVITY-FEE-PERIOD PIC X(08).
       77  ACTIVITY-FREE-COUNT PIC 9(05) VALUE ZEROES.
       77  EXCESS-POSTING-COUNT PIC 9(05).

      ******************************************************************
      * One fee against the current account. FEE-BALANCE is the
      * account's running balance as tonight's fees come off it and
      * FEE-OPENING-BALANCE what it stood at before the first one; the
      * holds are summed once per account, the first time a fee needs
      * them. FEE-PERIOD is the fee's charge period on FEECHGD and
      * FEE-CHARGE-STATUS the status it is recorded there under.
      ******************************************************************
       77  FEE-CODE PIC X(08).
       77  FEE-AMOUNT PIC S9(10)V99.
       77  FEE-PERIOD PIC X(08).
       77  FEE-CHARGE-STATUS PIC X(01).
       77  FEE-CHARGED-SWITCH PIC X VALUE 'N'.
           88  FEE-ALREADY-CHARGED VALUE 'Y'.
       77  FEE-BALANCE PIC S9(10)V99.
       77  FEE-OPENING-BALANCE PIC S9(10)V99.
       77  FEE-FAIL-REASON PIC X(30).
       77  HOLDS-SUMMED-SWITCH PIC X VALUE 'N'.
           88  HOLDS-SUMMED VALUE 'Y'.
       77  ACCOUNT-WAIVED-SWITCH PIC X VALUE 'N'.
           88  ACCOUNT-WAIVED VALUE 'Y'.

      ******************************************************************
      * Funds-hold fields, mirroring CBL001's SUM-ACTIVE-HOLDS so a fee
      * is held to the same available-balance rule as a customer
      * debit.
      ******************************************************************
       77  HOLD-TODAY-DATE PIC X(08).
       77  ACTIVE-HOLD-TOTAL PIC S9(10)V99.
       77  AVAILABLE-BALANCE PIC S9(10)V99.
       77  HOLD-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-HOLD-SCAN VALUE 'Y'.

       77  ACCOUNTS-READ PIC 9(07) VALUE ZEROES.
       77  ACCOUNTS-CLOSED PIC 9(07) VALUE ZEROES.
       77  ACCOUNTS-WAIVED PIC 9(07) VALUE ZEROES.
       77  FEES-POSTED PIC 9(07) VALUE ZEROES.
       77  FEES-UNCOLLECTED PIC 9(07) VALUE ZEROES.
       77  FEES-ALREADY-CHARGED PIC 9(07) VALUE ZEROES.
       77  TOTAL-FEES-POSTED PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-FEES-UNCOLLECTED PIC S9(10)V99 VALUE ZEROES.

       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ.99-.
       77  DISPLAY-BALANCE PIC Z,ZZZ,ZZZ.99-.

      ******************************************************************
      * Exception file fields. The exception file is opened once for
      * the run and walked once for the next free exception id and
      * the count of this program's exceptions still open, kept in
      * OPEN-FEE-EXCEPTIONS, so the search for an uncollected fee
      * already raised tonight is skipped when there are none.
      ******************************************************************
       77  EXCP-FILE-STATUS PIC X(02).
       77  EXCP-REASON-CODE PIC X(02).
       77  NEXT-EXCP-ID PIC 9(07).
       77  OPEN-FEE-EXCEPTIONS PIC 9(07) VALUE ZEROES.
       77  EXCEPTIONS-RAISED PIC 9(07) VALUE ZEROES.
       77  EXCP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-EXCP-SCAN VALUE 'Y'.
       77  EXCP-OPEN-SWITCH PIC X VALUE 'N'.
           88  EXCP-FILE-OPEN VALUE 'Y'.
       77  EXCP-FOUND-SWITCH PIC X VALUE 'N'.
           88  FEE-EXCEPTION-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           MOVE TRAN-TIMESTAMP(1:8) TO RUN-DATE.
           MOVE TRAN-TIMESTAMP(7:2) TO RUN-DAY.
           PERFORM SET-MONTH-END.
           PERFORM LOAD-FEE-SCHEDULE.
           IF FEES-FILE-STATUS NOT = '00'
               DISPLAY 'Fee schedule not available. Fee run skipped.'
           ELSE
               IF NOT MAINT-FEE-DUE AND NOT LOWBAL-FEE-DUE
                       AND NOT ACTIVITY-FEE-DUE
                   DISPLAY 'No fee on the schedule is due tonight.'
                   PERFORM WRITE-RUN-CONTROL
               ELSE
                   PERFORM RUN-FEE-ASSESSMENT
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * SET-MONTH-END
      * Sets RUN-IS-MONTH-END when the run date is the last day of its
      * month, the same next-day test CBL028 closes the month on.
      ******************************************************************
       SET-MONTH-END.
           MOVE RUN-DATE TO NEXT-DATE-TEXT.
           COMPUTE NEXT-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-DATE-NUM) + 1).
           IF NEXT-DATE-TEXT(1:6) NOT = RUN-DATE(1:6)
               MOVE 'Y' TO MONTH-END-SWITCH
           END-IF.

      ******************************************************************
      * LOAD-FEE-SCHEDULE
      * Reads every row off FEESCHED into the fee fields above. A row
      * whose fee code this program does not know is reported and
      * ignored rather than guessed at. FEES-FILE-STATUS is left at
      * '00' only when the schedule opened.
      ******************************************************************
       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEES-FILE-STATUS = '00'
               PERFORM READ-FEE-SCHEDULE
               PERFORM APPLY-FEE-SCHEDULE-ROW
                   UNTIL END-OF-FEES-FILE
               CLOSE FEE-SCHEDULE-FILE
               MOVE '00' TO FEES-FILE-STATUS
           END-IF.

       READ-FEE-SCHEDULE.
           READ FEE-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO FEES-EOF-SWITCH
           END-READ.

       APPLY-FEE-SCHEDULE-ROW.
           PERFORM CHECK-FEE-ROW-DUE.
           IF FEE-ROW-DUE
               IF FS-FEE-CODE = 'MAINT'
                   MOVE 'Y' TO MAINT-FEE-SWITCH
                   MOVE FS-FEE-AMOUNT TO MAINT-FEE-AMOUNT
                   MOVE FEE-ROW-PERIOD TO MAINT-FEE-PERIOD
               ELSE
                   IF FS-FEE-CODE = 'LOWBAL'
                       MOVE 'Y' TO LOWBAL-FEE-SWITCH
                       MOVE FS-FEE-AMOUNT TO LOWBAL-FEE-AMOUNT
                       MOVE FS-MIN-BALANCE TO LOWBAL-MIN-BALANCE
                       MOVE FEE-ROW-PERIOD TO LOWBAL-FEE-PERIOD
                   ELSE
                       IF FS-FEE-CODE = 'ACTIVITY'
                           MOVE 'Y' TO ACTIVITY-FEE-SWITCH
                           MOVE FS-FEE-AMOUNT TO ACTIVITY-FEE-AMOUNT
                           MOVE FS-FREE-COUNT TO ACTIVITY-FREE-COUNT
                           MOVE FEE-ROW-PERIOD TO ACTIVITY-FEE-PERIOD
                       ELSE
                           DISPLAY 'Unknown fee code "' FS-FEE-CODE
                               '" on the fee schedule. Row ignored.'
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-FEE-SCHEDULE.

      ******************************************************************
      * CHECK-FEE-ROW-DUE
      * A charge day of 00 is due every night, for the run date. Any
      * other charge day is a monthly fee, due for the run month on
      * every night from that day on - and on the last day of a month
      * too short to reach it - so a night the batch did not run, or
      * a charge day of 29 to 31, never loses the month's fee.
      * FEECHGD then lets it be taken only on the first of those
      * nights.
      ******************************************************************
       CHECK-FEE-ROW-DUE.
           MOVE 'N' TO FEE-ROW-DUE-SWITCH.
           MOVE SPACES TO FEE-ROW-PERIOD.
           IF FS-CHARGE-DAY = ZERO
               MOVE 'Y' TO FEE-ROW-DUE-SWITCH
               MOVE RUN-DATE TO FEE-ROW-PERIOD
           ELSE
               IF RUN-DAY NOT < FS-CHARGE-DAY OR RUN-IS-MONTH-END
                   MOVE 'Y' TO FEE-ROW-DUE-SWITCH
                   MOVE RUN-DATE(1:6) TO FEE-ROW-PERIOD
               END-IF
           END-IF.

      ******************************************************************
      * RUN-FEE-ASSESSMENT
      * Opens the master, the fee-charged file, the report and the
      * optional waiver and daily-activity files, walks every
      * account, and closes up with a summary. No waiver file means
      * nothing is waived; no DAYTOTAL means no posting was counted
      * today, so no excess-activity fee is due. The fee-charged file
      * is not optional: without it a fee already taken could not be
      * told apart, so the run does not go ahead.
      ******************************************************************
       RUN-FEE-ASSESSMENT.
           OPEN I-O ACCOUNT-MASTER-FILE.
           PERFORM OPEN-FEE-CHARGED-FILE.
           OPEN OUTPUT FEE-REPORT-FILE.
           IF ACCT-FILE-STATUS NOT = '00'
                   OR FEEC-FILE-STATUS NOT = '00'
                   OR RPT-FILE-STATUS NOT = '00'
               DISPLAY
                   'Unable to open required files. Fee run aborted.'
           ELSE
               OPEN INPUT FEE-WAIVER-FILE
               IF FEEW-FILE-STATUS = '00'
                   MOVE 'Y' TO FEEW-OPEN-SWITCH
               END-IF
               OPEN INPUT DAILY-TOTAL-FILE
               IF DAYT-FILE-STATUS = '00'
                   MOVE 'Y' TO DAYT-OPEN-SWITCH
               END-IF
               PERFORM OPEN-EXCEPTION-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM READ-NEXT-ACCOUNT
               PERFORM ASSESS-ACCOUNT-FEES
                   UNTIL END-OF-ACCT-FILE
               PERFORM WRITE-REPORT-FOOTER
               IF WAIVER-FILE-OPEN
                   CLOSE FEE-WAIVER-FILE
               END-IF
               IF DAILY-TOTAL-OPEN
                   CLOSE DAILY-TOTAL-FILE
               END-IF
               IF EXCP-FILE-OPEN
                   CLOSE EXCEPTION-FILE
               END-IF
               CLOSE FEE-REPORT-FILE
               CLOSE FEE-CHARGED-FILE
               CLOSE ACCOUNT-MASTER-FILE
               DISPLAY 'Fee run complete. Accounts read: '
                   ACCOUNTS-READ ' Fees posted: ' FEES-POSTED
                   ' Uncollected: ' FEES-UNCOLLECTED
               DISPLAY 'Fees already charged: ' FEES-ALREADY-CHARGED
               DISPLAY 'Exceptions raised: ' EXCEPTIONS-RAISED
               PERFORM WRITE-RUN-CONTROL
           END-IF.

      ******************************************************************
      * OPEN-FEE-CHARGED-FILE
      * Opens FEECHGD for update, creating it empty on the first night
      * it runs, the same first-run technique CBL021 uses for its
      * history and case files.
      ******************************************************************
       OPEN-FEE-CHARGED-FILE.
           OPEN I-O FEE-CHARGED-FILE.
           IF FEEC-FILE-STATUS = '35'
               OPEN OUTPUT FEE-CHARGED-FILE
               CLOSE FEE-CHARGED-FILE
               OPEN I-O FEE-CHARGED-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ACCT-EOF-SWITCH
           END-READ.

      ******************************************************************
      * ASSESS-ACCOUNT-FEES
      * Takes tonight's due fees off one account in a fixed order -
      * maintenance, low balance, excess activity - each against the
      * balance left by the one before. The low-balance test looks at
      * the balance the account started the night with, so the
      * maintenance fee alone can never push an account into a
      * low-balance fee; on a restart, a maintenance fee already taken
      * tonight is added back for that test. A dormant account is
      * still charged; only a closed or waived account is skipped.
      ******************************************************************
       ASSESS-ACCOUNT-FEES.
           ADD 1 TO ACCOUNTS-READ.
           IF ACCT-CLOSED
               ADD 1 TO ACCOUNTS-CLOSED
           ELSE
               PERFORM CHECK-FEE-WAIVER
               IF ACCOUNT-WAIVED
                   ADD 1 TO ACCOUNTS-WAIVED
               ELSE
                   MOVE ACCT-BALANCE TO FEE-BALANCE
                   MOVE ACCT-BALANCE TO FEE-OPENING-BALANCE
                   MOVE 'N' TO HOLDS-SUMMED-SWITCH
                   IF MAINT-FEE-DUE
                       MOVE 'MAINT' TO FEE-CODE
                       MOVE MAINT-FEE-AMOUNT TO FEE-AMOUNT
                       MOVE MAINT-FEE-PERIOD TO FEE-PERIOD
                       PERFORM CHARGE-FEE
                   END-IF
                   IF LOWBAL-FEE-DUE
                           AND FEE-OPENING-BALANCE < LOWBAL-MIN-BALANCE
                       MOVE 'LOWBAL' TO FEE-CODE
                       MOVE LOWBAL-FEE-AMOUNT TO FEE-AMOUNT
                       MOVE LOWBAL-FEE-PERIOD TO FEE-PERIOD
                       PERFORM CHARGE-FEE
                   END-IF
                   IF ACTIVITY-FEE-DUE
                       PERFORM COUNT-EXCESS-POSTINGS
                       IF EXCESS-POSTING-COUNT > ZERO
                           MOVE 'ACTIVITY' TO FEE-CODE
                           COMPUTE FEE-AMOUNT = ACTIVITY-FEE-AMOUNT
                               * EXCESS-POSTING-COUNT
                           MOVE ACTIVITY-FEE-PERIOD TO FEE-PERIOD
                           PERFORM CHARGE-FEE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

      ******************************************************************
      * CHECK-FEE-WAIVER
      * An account is waived when it is on FEEWAIVE with no expiry or
      * with an expiry date not yet passed.
      ******************************************************************
       CHECK-FEE-WAIVER.
           MOVE 'N' TO ACCOUNT-WAIVED-SWITCH.
           IF WAIVER-FILE-OPEN
               MOVE ACCT-ID TO FW-ACCT-ID
               READ FEE-WAIVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FW-EXPIRY-DATE = SPACES
                               OR FW-EXPIRY-DATE NOT LESS THAN RUN-DATE
                           MOVE 'Y' TO ACCOUNT-WAIVED-SWITCH
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * COUNT-EXCESS-POSTINGS
      * Reads the account's DAYTOTAL record for the run date and
      * leaves in EXCESS-POSTING-COUNT how many of its postings went
      * past the schedule's free count. DT-TRAN-COUNT includes the
      * night's INTEREST posting from CBL003, so FS-FREE-COUNT on the
      * schedule is set with that in mind.
      ******************************************************************
       COUNT-EXCESS-POSTINGS.
           MOVE ZEROES TO EXCESS-POSTING-COUNT.
           IF DAILY-TOTAL-OPEN
               MOVE ACCT-ID TO DT-ACCT-ID
               MOVE RUN-DATE TO DT-DATE
               READ DAILY-TOTAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DT-TRAN-COUNT > ACTIVITY-FREE-COUNT
                           COMPUTE EXCESS-POSTING-COUNT =
                               DT-TRAN-COUNT - ACTIVITY-FREE-COUNT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * CHARGE-FEE
      * Assesses FEE-AMOUNT of FEE-CODE against the current account for
      * FEE-PERIOD, unless FEECHGD shows the fee already assessed for
      * that period. A fee of zero on the schedule is not posted.
      ******************************************************************
       CHARGE-FEE.
           IF FEE-AMOUNT > ZERO
               PERFORM CHECK-FEE-CHARGED
               IF FEE-ALREADY-CHARGED
                   PERFORM REPORT-ALREADY-CHARGED
               ELSE
                   PERFORM COLLECT-FEE
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-FEE-CHARGED
      * Looks the fee up on FEECHGD for the account and FEE-PERIOD. A
      * fee posted earlier tonight, by a run that did not finish, is
      * already off the balance the account was read with, so it is
      * added back to FEE-OPENING-BALANCE to keep the low-balance test
      * on the balance the night started with.
      ******************************************************************
       CHECK-FEE-CHARGED.
           MOVE 'N' TO FEE-CHARGED-SWITCH.
           MOVE ACCT-ID TO FC-ACCT-ID.
           MOVE FEE-CODE TO FC-FEE-CODE.
           MOVE FEE-PERIOD TO FC-CHARGE-PERIOD.
           READ FEE-CHARGED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO FEE-CHARGED-SWITCH
                   IF FC-POSTED AND FC-CHARGED-DATE = RUN-DATE
                       ADD FC-AMOUNT TO FEE-OPENING-BALANCE
                   END-IF
           END-READ.

      ******************************************************************
      * COLLECT-FEE
      * Posts the fee when the balance, and the balance net of active
      * holds, both cover it in full; otherwise lists it as
      * uncollected and leaves the account alone.
      ******************************************************************
       COLLECT-FEE.
           MOVE SPACES TO FEE-FAIL-REASON.
           IF FEE-AMOUNT > FEE-BALANCE
               MOVE 'INSUFFICIENT BALANCE' TO FEE-FAIL-REASON
           ELSE
               IF NOT HOLDS-SUMMED
                   PERFORM SUM-ACTIVE-HOLDS
                   MOVE 'Y' TO HOLDS-SUMMED-SWITCH
               END-IF
               COMPUTE AVAILABLE-BALANCE =
                   FEE-BALANCE - ACTIVE-HOLD-TOTAL
               IF FEE-AMOUNT > AVAILABLE-BALANCE
                   MOVE 'FUNDS ARE HELD' TO FEE-FAIL-REASON
               END-IF
           END-IF.
           IF FEE-FAIL-REASON = SPACES
               PERFORM POST-FEE
           ELSE
               PERFORM REPORT-UNCOLLECTED-FEE
           END-IF.

       POST-FEE.
           COMPUTE FEE-BALANCE = FEE-BALANCE - FEE-AMOUNT.
           MOVE FEE-BALANCE TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'Unable to post fee. Rewrite failed for '
                       'account ' ACCT-ID
           END-REWRITE.
           IF ACCT-FILE-STATUS = '00'
               PERFORM WRITE-FEE-LOG
               MOVE 'P' TO FEE-CHARGE-STATUS
               PERFORM WRITE-FEE-CHARGED
               ADD 1 TO FEES-POSTED
               ADD FEE-AMOUNT TO TOTAL-FEES-POSTED
           ELSE
               COMPUTE FEE-BALANCE = FEE-BALANCE + FEE-AMOUNT
               MOVE FEE-BALANCE TO ACCT-BALANCE
               MOVE 'ACCOUNT REWRITE FAILED' TO FEE-FAIL-REASON
               PERFORM REPORT-UNCOLLECTED-FEE
           END-IF.

      ******************************************************************
      * WRITE-FEE-LOG
      * Appends one FEE line per fee posted, using the same
      * TRAN-LOG-RECORD layout and OPEN EXTEND convention CBL003's
      * WRITE-INTEREST-LOG uses. TL-AMOUNT is the amount taken, as on
      * a SUBTRACT.
      ******************************************************************
       WRITE-FEE-LOG.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF TRAN-FILE-STATUS = '05' OR TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           MOVE TRAN-TIMESTAMP TO TL-TIMESTAMP.
           MOVE ACCT-ID TO TL-ACCT-ID.
           MOVE 'FEE' TO TL-OPERATION.
           MOVE FEE-AMOUNT TO TL-AMOUNT.
           MOVE FEE-BALANCE TO TL-RESULT-BALANCE.
           MOVE BATCH-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

      ******************************************************************
      * WRITE-FEE-CHARGED
      * Records the fee on FEECHGD for the account and FEE-PERIOD under
      * FEE-CHARGE-STATUS. A posted fee carries the TL-TIMESTAMP of
      * its FEE entry; an uncollected one carries SPACES.
      ******************************************************************
       WRITE-FEE-CHARGED.
           MOVE ACCT-ID TO FC-ACCT-ID.
           MOVE FEE-CODE TO FC-FEE-CODE.
           MOVE FEE-PERIOD TO FC-CHARGE-PERIOD.
           MOVE FEE-CHARGE-STATUS TO FC-STATUS.
           MOVE RUN-DATE TO FC-CHARGED-DATE.
           MOVE FEE-AMOUNT TO FC-AMOUNT.
           IF FC-POSTED
               MOVE TRAN-TIMESTAMP TO FC-TIMESTAMP
           ELSE
               MOVE SPACES TO FC-TIMESTAMP
           END-IF.
           WRITE FEE-CHARGED-RECORD
               INVALID KEY
                   DISPLAY 'Unable to record fee ' FEE-CODE
                       ' on account ' ACCT-ID
                       '. A rerun would assess it again.'
           END-WRITE.

      ******************************************************************
      * SUM-ACTIVE-HOLDS
      * Totals every hold on file for the current account whose
      * expiry date has not yet passed into ACTIVE-HOLD-TOTAL,
      * mirroring CBL001's paragraph of the same name.
      ******************************************************************
       SUM-ACTIVE-HOLDS.
           MOVE ZEROES TO ACTIVE-HOLD-TOTAL.
           MOVE RUN-DATE TO HOLD-TODAY-DATE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS = '00'
               MOVE ACCT-ID TO HOLD-ACCT-ID
               MOVE ZEROES TO HOLD-SEQ-NO
               MOVE 'N' TO HOLD-EOF-SWITCH
               START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO HOLD-EOF-SWITCH
               END-START
               IF NOT END-OF-HOLD-SCAN
                   PERFORM READ-NEXT-HOLD
                   PERFORM ACCUMULATE-ACTIVE-HOLD
                       UNTIL END-OF-HOLD-SCAN
               END-IF
               CLOSE HOLD-FILE
           END-IF.

       READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HOLD-EOF-SWITCH
           END-READ.

       ACCUMULATE-ACTIVE-HOLD.
           IF HOLD-ACCT-ID NOT = ACCT-ID
               MOVE 'Y' TO HOLD-EOF-SWITCH
           ELSE
               IF HOLD-EXPIRY-DATE NOT LESS THAN HOLD-TODAY-DATE
                   ADD HOLD-AMOUNT TO ACTIVE-HOLD-TOTAL
               END-IF
               PERFORM READ-NEXT-HOLD
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'FEE ASSESSMENT RUN ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ' - FEES NOT COLLECTED OR ALREADY CHARGED'
                   DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.

       REPORT-UNCOLLECTED-FEE.
           MOVE FEE-AMOUNT TO DISPLAY-AMOUNT.
           MOVE FEE-BALANCE TO DISPLAY-BALANCE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'UNCOLLECTED ACCT=' DELIMITED BY SIZE
               ACCT-ID DELIMITED BY SIZE
               ' FEE=' DELIMITED BY SIZE
               FEE-CODE DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               ' BALANCE=' DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FEE-FAIL-REASON DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           ADD 1 TO FEES-UNCOLLECTED.
           ADD FEE-AMOUNT TO TOTAL-FEES-UNCOLLECTED.
           PERFORM RAISE-FEE-EXCEPTION.
           MOVE 'U' TO FEE-CHARGE-STATUS.
           PERFORM WRITE-FEE-CHARGED.

      ******************************************************************
      * REPORT-ALREADY-CHARGED
      * Lists a fee skipped because FEECHGD already holds it for the
      * period, with the night it was assessed and how it ended.
      ******************************************************************
       REPORT-ALREADY-CHARGED.
           ADD 1 TO FEES-ALREADY-CHARGED.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'ALREADY CHARGED ACCT=' DELIMITED BY SIZE
               ACCT-ID DELIMITED BY SIZE
               ' FEE=' DELIMITED BY SIZE
               FEE-CODE DELIMITED BY SIZE
               ' PERIOD=' DELIMITED BY SIZE
               FEE-PERIOD DELIMITED BY SIZE
               ' ON ' DELIMITED BY SIZE
               FC-CHARGED-DATE DELIMITED BY SIZE
               ' STATUS=' DELIMITED BY SIZE
               FC-STATUS DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.

      ******************************************************************
      * OPEN-EXCEPTION-FILE
      * Opens the exception file for the run, creating it on first
      * use, and walks it once for the next free exception id and
      * the count of this program's exceptions still open. The run
      * goes ahead without raising exceptions if the file cannot be
      * opened; FEERPT still lists every uncollected fee.
      ******************************************************************
       OPEN-EXCEPTION-FILE.
           OPEN I-O EXCEPTION-FILE.
           IF EXCP-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN I-O EXCEPTION-FILE
           END-IF.
           IF EXCP-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open exception file. Uncollected '
                   'fees will be reported but not raised.'
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
               ADD 1 TO OPEN-FEE-EXCEPTIONS
           END-IF.
           PERFORM READ-NEXT-EXCEPTION.

      ******************************************************************
      * FIND-FEE-EXCEPTION
      * Looks for an open exception this program raised tonight for
      * the same fee on the same account, so a rerun of the step does
      * not raise it again. There is nothing to look for when no
      * exception of this program's is open.
      ******************************************************************
       FIND-FEE-EXCEPTION.
           MOVE 'N' TO EXCP-FOUND-SWITCH.
           IF OPEN-FEE-EXCEPTIONS > ZERO
               PERFORM START-EXCEPTION-SCAN
               PERFORM MATCH-FEE-EXCEPTION
                   UNTIL END-OF-EXCP-SCAN OR FEE-EXCEPTION-FOUND
           END-IF.

       MATCH-FEE-EXCEPTION.
           IF EX-OPEN AND EX-SOURCE-PROGRAM = BATCH-OPERATOR-ID
                   AND EX-SOURCE-REF = FEE-CODE
                   AND EX-ACCT-ID = ACCT-ID
                   AND EX-RAISED-DATE = RUN-DATE
               MOVE 'Y' TO EXCP-FOUND-SWITCH
           ELSE
               PERFORM READ-NEXT-EXCEPTION
           END-IF.

      ******************************************************************
      * RAISE-FEE-EXCEPTION
      * Raises the fee that could not be collected on the exception
      * file, open, with the fee code as the source reference. A fee
      * the balance or available balance would not cover is short of
      * funds; a failed rewrite is anything else.
      ******************************************************************
       RAISE-FEE-EXCEPTION.
           IF EXCP-FILE-OPEN
               PERFORM FIND-FEE-EXCEPTION
               IF NOT FEE-EXCEPTION-FOUND
                   IF FEE-FAIL-REASON = 'ACCOUNT REWRITE FAILED'
                       MOVE 'OT' TO EXCP-REASON-CODE
                   ELSE
                       MOVE 'IF' TO EXCP-REASON-CODE
                   END-IF
                   MOVE NEXT-EXCP-ID TO EX-ID
                   MOVE FUNCTION CURRENT-DATE TO EX-RAISED-TIMESTAMP
                   MOVE BATCH-OPERATOR-ID TO EX-SOURCE-PROGRAM
                   MOVE FEE-CODE TO EX-SOURCE-REF
                   MOVE BATCH-OPERATOR-ID TO EX-RAISED-BY-ID
                   MOVE 'FEE' TO EX-OPERATION
                   MOVE ACCT-ID TO EX-ACCT-ID
                   MOVE SPACES TO EX-DEST-ACCT-ID
                   MOVE FEE-AMOUNT TO EX-AMOUNT
                   MOVE EXCP-REASON-CODE TO EX-REASON-CODE
                   MOVE FEE-FAIL-REASON TO EX-REASON-TEXT
                   MOVE 'O' TO EX-STATUS
                   MOVE ZEROES TO EX-RESUBMIT-ID
                   MOVE SPACES TO EX-STATUS-BY
                   MOVE SPACES TO EX-STATUS-DATE
                   MOVE SPACES TO EX-STATUS-NOTE
                   WRITE EXCEPTION-RECORD
                       INVALID KEY
                           DISPLAY 'Unable to raise exception for '
                               'fee ' FEE-CODE ' on account ' ACCT-ID
                               '. Write failed.'
                   END-WRITE
                   IF EXCP-FILE-STATUS = '00'
                       ADD 1 TO NEXT-EXCP-ID
                       ADD 1 TO OPEN-FEE-EXCEPTIONS
                       ADD 1 TO EXCEPTIONS-RAISED
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'ACCOUNTS READ.........: ' DELIMITED BY SIZE
               ACCOUNTS-READ DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'ACCOUNTS CLOSED.......: ' DELIMITED BY SIZE
               ACCOUNTS-CLOSED DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'ACCOUNTS WAIVED.......: ' DELIMITED BY SIZE
               ACCOUNTS-WAIVED DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'FEES POSTED...........: ' DELIMITED BY SIZE
               FEES-POSTED DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE TOTAL-FEES-POSTED TO DISPLAY-AMOUNT.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'AMOUNT POSTED.........: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'FEES UNCOLLECTED......: ' DELIMITED BY SIZE
               FEES-UNCOLLECTED DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE TOTAL-FEES-UNCOLLECTED TO DISPLAY-AMOUNT.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'AMOUNT UNCOLLECTED....: ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING 'FEES ALREADY CHARGED..: ' DELIMITED BY SIZE
               FEES-ALREADY-CHARGED DELIMITED BY SIZE
               INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.

      ******************************************************************
      * WRITE-RUN-CONTROL
      * Appends the run's counts and totals to RUNCTL for CBL030's
      * end-of-night proof, with the same OPEN EXTEND convention as
      * the transaction log. Every FEE entry is a debit, so the net
      * effect on balances is the fees posted, negated; a fee the
      * account could not cover goes down as rejected.
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
               MOVE ACCOUNTS-READ TO RC-RECORDS-READ
               MOVE ZEROES TO RC-AMOUNT-READ
               MOVE FEES-POSTED TO RC-RECORDS-POSTED
               MOVE TOTAL-FEES-POSTED TO RC-AMOUNT-POSTED
               MOVE FEES-UNCOLLECTED TO RC-RECORDS-REJECTED
               MOVE TOTAL-FEES-UNCOLLECTED TO RC-AMOUNT-REJECTED
               COMPUTE RC-NET-EFFECT = ZERO - TOTAL-FEES-POSTED
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to write run control record.'
           END-IF.
