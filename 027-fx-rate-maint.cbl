      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Stand-alone maintenance console for the keyed FXRATE
      *          exchange-rate history. A maintenance operator adds a
      *          rate for a currency pair from the date it takes
      *          effect, or corrects a rate keyed wrongly; a
      *          supervisor signs off or rejects the rates the nightly
      *          CBL026 feed load held back for moving more than its
      *          tolerance; any signed-on operator can list a pair's
      *          rate history or every rate awaiting sign-off. A rate
      *          is never deleted, so the history always shows what
      *          rate was in force on any given day and who put it
      *          there.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL027.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FX-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATE-FILE.
           COPY FXRATEREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       WORKING-STORAGE SECTION.
       77  FX-FILE-STATUS PIC X(02).

       77  MAINT-OPERATION PIC X(10).
       77  CONTINUE-OPERATION PIC X.
           88  CONTINUE-OPERATION-VALID VALUE 'Y' 'N'.

      ******************************************************************
      * Rate entry fields. MAINT-FROM-CURRENCY, MAINT-TO-CURRENCY and
      * MAINT-EFFECTIVE-DATE key the rate being worked. A new rate
      * may not be dated earlier than today: a rate that reaches back
      * would misstate what rate a past transfer was converted at.
      * PRIOR-RATE is the pair's latest active rate before the new
      * one, kept on the record the same way CBL026 keeps it.
      ******************************************************************
       77  MAINT-FROM-CURRENCY PIC X(03).
       77  MAINT-TO-CURRENCY PIC X(03).
       77  MAINT-EFFECTIVE-DATE PIC X(08).
       77  VALID-PAIR-SWITCH PIC X VALUE 'N'.
           88  VALID-PAIR VALUE 'Y'.
       77  VALID-DATE-SWITCH PIC X VALUE 'N'.
           88  VALID-DATE VALUE 'Y'.
       77  TODAY-DATE PIC X(08).
       77  RATE-TIMESTAMP PIC X(21).
       77  NEW-FX-RATE PIC 9(04)V9(06).
       77  VALID-RATE-SWITCH PIC X VALUE 'N'.
           88  VALID-RATE VALUE 'Y'.
       77  RATE-FOUND-SWITCH PIC X VALUE 'N'.
           88  RATE-FOUND VALUE 'Y'.
       77  PRIOR-FOUND-SWITCH PIC X VALUE 'N'.
           88  PRIOR-RATE-FOUND VALUE 'Y'.
       77  PRIOR-RATE PIC 9(04)V9(06).

       77  FX-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-FX-SCAN VALUE 'Y'.
       77  RATES-LISTED PIC 9(05).
       77  RATE-STATUS-TEXT PIC X(08).
       77  RATE-SOURCE-TEXT PIC X(07).
       77  DISPLAY-RATE PIC ZZZ9.999999.
       77  DISPLAY-PRIOR-RATE PIC ZZZ9.999999.

      ******************************************************************
      * Operator sign-on fields. SIGN-ON-OPERATOR checks the id and
      * password keyed at start-up against the OPERMSTR operator
      * master, allowing MAX-SIGN-ON-ATTEMPTS tries, and leaves the
      * signed-on operator's id and role here for the rest of the run.
      * CHECK-OPERATION-ALLOWED holds every operation to that role.
      ******************************************************************
       77  OPER-FILE-STATUS PIC X(02).
       77  SIGN-ON-ID PIC X(08).
       77  SIGN-ON-PASSWORD PIC X(08).
       77  SIGN-ON-ATTEMPTS PIC 9(01) VALUE ZERO.
       77  MAX-SIGN-ON-ATTEMPTS PIC 9(01) VALUE 3.
       77  SIGNED-ON-SWITCH PIC X VALUE 'N'.
           88  OPERATOR-SIGNED-ON VALUE 'Y'.
       77  SIGNED-ON-OPER-ID PIC X(08).
       77  SIGNED-ON-ROLE PIC X(01).
           88  SIGNED-ON-TELLER VALUE 'T'.
           88  SIGNED-ON-SUPERVISOR VALUE 'S'.
           88  SIGNED-ON-MAINTENANCE VALUE 'M'.
           88  SIGNED-ON-READ-ONLY VALUE 'R'.
       77  OPERATION-ALLOWED-SWITCH PIC X VALUE 'Y'.
           88  OPERATION-ALLOWED VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY 'Sign-on failed. Rate maintenance not '
                   'started.'
           ELSE
               PERFORM OPEN-FX-RATE-FILE
               IF FX-FILE-STATUS = '00'
                   PERFORM SHOW-CONSOLE
                       UNTIL CONTINUE-OPERATION = 'N'
                   CLOSE FX-RATE-FILE
               ELSE
                   DISPLAY
                       'Unable to open exchange-rate file. Rate '
                       'maintenance skipped.'
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * OPEN-FX-RATE-FILE
      * Opens FXRATE for update. A rate file that does not exist yet
      * is created empty, the same first-run technique CBL020 uses
      * for the product catalogue, so the first rates can be keyed in
      * without a priming job.
      ******************************************************************
       OPEN-FX-RATE-FILE.
           OPEN I-O FX-RATE-FILE.
           IF FX-FILE-STATUS = '35'
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN I-O FX-RATE-FILE
               DISPLAY 'Exchange-rate file created. ADD a rate for '
                   'every currency pair before transfers convert.'
           END-IF.

       SHOW-CONSOLE.
           DISPLAY 'What operation do you want to do?: '.
           ACCEPT MAINT-OPERATION.
           PERFORM CHECK-OPERATION-ALLOWED.
           IF NOT OPERATION-ALLOWED
               DISPLAY 'Operation refused. ' MAINT-OPERATION
                   ' is not permitted for your role.'
           ELSE
               IF MAINT-OPERATION = 'ADD'
                   PERFORM ADD-RATE
               ELSE
                   IF MAINT-OPERATION = 'CORRECT'
                       PERFORM CORRECT-RATE
                   ELSE
                       IF MAINT-OPERATION = 'SIGNOFF'
                           PERFORM SIGN-OFF-RATE
                       ELSE
                           IF MAINT-OPERATION = 'REJECT'
                               PERFORM REJECT-RATE
                           ELSE
                               IF MAINT-OPERATION = 'LIST'
                                   PERFORM LIST-PAIR-RATES
                               ELSE
                                   IF MAINT-OPERATION = 'PENDING'
                                       PERFORM LIST-PENDING-RATES
                                   ELSE
                                       DISPLAY 'Unrecognized operation.'
                                           ' Use ADD, CORRECT, '
                                           'SIGNOFF, REJECT, LIST '
                                           'or PENDING.'
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM GET-CONTINUE-OPERATION
               UNTIL CONTINUE-OPERATION-VALID
           .

      ******************************************************************
      * SIGN-ON-OPERATOR
      * Signs the operator on against the OPERMSTR operator master
      * before the console offers anything, the same way CBL004 signs
      * its operators on. The id and password must match an active
      * operator within MAX-SIGN-ON-ATTEMPTS tries; a revoked
      * operator, or no operator master at all, is refused.
      ******************************************************************
       SIGN-ON-OPERATOR.
           MOVE 'N' TO SIGNED-ON-SWITCH.
           MOVE ZERO TO SIGN-ON-ATTEMPTS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               DISPLAY 'Operator master not available. Sign-on '
                   'refused.'
           ELSE
               PERFORM GET-OPERATOR-CREDENTIALS
                   UNTIL OPERATOR-SIGNED-ON
                       OR SIGN-ON-ATTEMPTS NOT LESS THAN
                           MAX-SIGN-ON-ATTEMPTS
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       GET-OPERATOR-CREDENTIALS.
           ADD 1 TO SIGN-ON-ATTEMPTS.
           DISPLAY 'Operator id: '.
           ACCEPT SIGN-ON-ID.
           DISPLAY 'Password: '.
           ACCEPT SIGN-ON-PASSWORD.
           MOVE SIGN-ON-ID TO OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Sign-on refused. Operator id or password '
                       'is incorrect.'
               NOT INVALID KEY
                   PERFORM VERIFY-OPERATOR
           END-READ.

       VERIFY-OPERATOR.
           IF OPER-PASSWORD NOT = SIGN-ON-PASSWORD
               DISPLAY 'Sign-on refused. Operator id or password '
                   'is incorrect.'
           ELSE
               IF NOT OPER-ACTIVE
                   DISPLAY 'Sign-on refused. Operator ' OPER-ID
                       ' is revoked.'
               ELSE
                   MOVE 'Y' TO SIGNED-ON-SWITCH
                   MOVE OPER-ID TO SIGNED-ON-OPER-ID
                   MOVE OPER-ROLE TO SIGNED-ON-ROLE
                   DISPLAY 'Signed on: ' OPER-NAME
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-OPERATION-ALLOWED
      * Adding and correcting rates changes what every cross-currency
      * transfer converts at, so only a maintenance operator may do
      * either. Signing off or rejecting a rate the feed load held
      * back is the second pair of eyes on an unusual move, so it is
      * a supervisor's alone. LIST and PENDING change nothing and are
      * open to every role.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF MAINT-OPERATION = 'ADD' OR MAINT-OPERATION = 'CORRECT'
               IF NOT SIGNED-ON-MAINTENANCE
                   MOVE 'N' TO OPERATION-ALLOWED-SWITCH
               END-IF
           END-IF.
           IF MAINT-OPERATION = 'SIGNOFF' OR MAINT-OPERATION = 'REJECT'
               IF NOT SIGNED-ON-SUPERVISOR
                   MOVE 'N' TO OPERATION-ALLOWED-SWITCH
               END-IF
           END-IF.

       GET-CONTINUE-OPERATION.
           DISPLAY 'Continue?(Y/N): '.
           ACCEPT CONTINUE-OPERATION.
           IF NOT CONTINUE-OPERATION-VALID
               DISPLAY 'Invalid entry. Enter Y or N.'
           END-IF.

      ******************************************************************
      * ADD-RATE
      * Adds a rate for a currency pair from the date entered. The
      * rate goes on file active at once; it is the maintenance
      * operator's own keyed figure, not an unchecked feed value. A
      * rate already on file for the same pair and date is changed
      * through CORRECT instead.
      ******************************************************************
       ADD-RATE.
           MOVE 'N' TO VALID-PAIR-SWITCH.
           PERFORM GET-CURRENCY-PAIR UNTIL VALID-PAIR.
           MOVE 'N' TO VALID-DATE-SWITCH.
           PERFORM GET-NEW-EFFECTIVE-DATE UNTIL VALID-DATE.
           PERFORM READ-MAINT-RATE.
           IF RATE-FOUND
               DISPLAY 'A rate for ' MAINT-FROM-CURRENCY '/'
                   MAINT-TO-CURRENCY ' effective '
                   MAINT-EFFECTIVE-DATE ' is already on file. Use '
                   'CORRECT. Nothing added.'
           ELSE
               MOVE 'N' TO VALID-RATE-SWITCH
               PERFORM GET-NEW-RATE UNTIL VALID-RATE
               PERFORM FIND-PRIOR-RATE
               MOVE MAINT-FROM-CURRENCY TO FX-FROM-CURRENCY
               MOVE MAINT-TO-CURRENCY TO FX-TO-CURRENCY
               MOVE MAINT-EFFECTIVE-DATE TO FX-EFFECTIVE-DATE
               MOVE NEW-FX-RATE TO FX-RATE
               MOVE 'A' TO FX-STATUS
               MOVE 'M' TO FX-SOURCE
               MOVE PRIOR-RATE TO FX-PRIOR-RATE
               PERFORM STAMP-RATE
               WRITE FX-RATE-RECORD
                   INVALID KEY
                       DISPLAY 'Rate not added. Write failed.'
               END-WRITE
               IF FX-FILE-STATUS = '00'
                   DISPLAY 'Rate ' MAINT-FROM-CURRENCY '/'
                       MAINT-TO-CURRENCY ' added, effective '
                       MAINT-EFFECTIVE-DATE '.'
               END-IF
           END-IF.

      ******************************************************************
      * CORRECT-RATE
      * Replaces the rate on one record keyed wrongly, whether by hand
      * or by the feed. An active rate stays active. A pending or
      * rejected rate that is corrected goes back to pending, so a
      * held rate cannot be put into force without a supervisor's
      * sign-off by correcting it instead.
      ******************************************************************
       CORRECT-RATE.
           MOVE 'N' TO VALID-PAIR-SWITCH.
           PERFORM GET-CURRENCY-PAIR UNTIL VALID-PAIR.
           MOVE 'N' TO VALID-DATE-SWITCH.
           PERFORM GET-RATE-DATE UNTIL VALID-DATE.
           PERFORM READ-MAINT-RATE.
           IF NOT RATE-FOUND
               DISPLAY 'No rate for ' MAINT-FROM-CURRENCY '/'
                   MAINT-TO-CURRENCY ' effective '
                   MAINT-EFFECTIVE-DATE ' is on file. Nothing '
                   'corrected.'
           ELSE
               PERFORM SHOW-RATE
               MOVE 'N' TO VALID-RATE-SWITCH
               PERFORM GET-NEW-RATE UNTIL VALID-RATE
               MOVE NEW-FX-RATE TO FX-RATE
               IF NOT FX-ACTIVE
                   MOVE 'P' TO FX-STATUS
               END-IF
               MOVE 'M' TO FX-SOURCE
               PERFORM STAMP-RATE
               REWRITE FX-RATE-RECORD
                   INVALID KEY
                       DISPLAY 'Rate not corrected. Rewrite failed.'
               END-REWRITE
               IF FX-FILE-STATUS = '00'
                   IF FX-PENDING
                       DISPLAY 'Rate corrected. It stays pending '
                           'until a supervisor signs it off.'
                   ELSE
                       DISPLAY 'Rate corrected.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SIGN-OFF-RATE
      * Puts a pending rate into force from its effective date.
      ******************************************************************
       SIGN-OFF-RATE.
           PERFORM SELECT-PENDING-RATE.
           IF RATE-FOUND
               MOVE 'A' TO FX-STATUS
               PERFORM STAMP-RATE
               REWRITE FX-RATE-RECORD
                   INVALID KEY
                       DISPLAY 'Rate not signed off. Rewrite failed.'
               END-REWRITE
               IF FX-FILE-STATUS = '00'
                   DISPLAY 'Rate signed off. In force from '
                       FX-EFFECTIVE-DATE '.'
               END-IF
           END-IF.

      ******************************************************************
      * REJECT-RATE
      * Marks a pending rate rejected. It stays on file for the
      * record but is never used for a conversion, and the pair goes
      * on converting at its previous active rate until that ages out
      * or a correct rate is added.
      ******************************************************************
       REJECT-RATE.
           PERFORM SELECT-PENDING-RATE.
           IF RATE-FOUND
               MOVE 'R' TO FX-STATUS
               PERFORM STAMP-RATE
               REWRITE FX-RATE-RECORD
                   INVALID KEY
                       DISPLAY 'Rate not rejected. Rewrite failed.'
               END-REWRITE
               IF FX-FILE-STATUS = '00'
                   DISPLAY 'Rate rejected.'
               END-IF
           END-IF.

      ******************************************************************
      * SELECT-PENDING-RATE
      * Prompts for the pair and date of a rate awaiting sign-off and
      * reads it, showing it so the supervisor sees what they are
      * deciding on. A rate not on file, or not pending, leaves
      * RATE-FOUND-SWITCH 'N'.
      ******************************************************************
       SELECT-PENDING-RATE.
           MOVE 'N' TO VALID-PAIR-SWITCH.
           PERFORM GET-CURRENCY-PAIR UNTIL VALID-PAIR.
           MOVE 'N' TO VALID-DATE-SWITCH.
           PERFORM GET-RATE-DATE UNTIL VALID-DATE.
           PERFORM READ-MAINT-RATE.
           IF NOT RATE-FOUND
               DISPLAY 'No rate for ' MAINT-FROM-CURRENCY '/'
                   MAINT-TO-CURRENCY ' effective '
                   MAINT-EFFECTIVE-DATE ' is on file.'
           ELSE
               PERFORM SHOW-RATE
               IF NOT FX-PENDING
                   DISPLAY 'Rate is not awaiting sign-off. Nothing '
                       'changed.'
                   MOVE 'N' TO RATE-FOUND-SWITCH
               END-IF
           END-IF.

       READ-MAINT-RATE.
           MOVE 'N' TO RATE-FOUND-SWITCH.
           MOVE MAINT-FROM-CURRENCY TO FX-FROM-CURRENCY.
           MOVE MAINT-TO-CURRENCY TO FX-TO-CURRENCY.
           MOVE MAINT-EFFECTIVE-DATE TO FX-EFFECTIVE-DATE.
           READ FX-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RATE-FOUND-SWITCH
           END-READ.

      ******************************************************************
      * FIND-PRIOR-RATE
      * Finds the pair's latest active rate dated before
      * MAINT-EFFECTIVE-DATE, the same START-and-scan walk CBL026
      * makes, leaving zero in PRIOR-RATE when there is none.
      ******************************************************************
       FIND-PRIOR-RATE.
           MOVE 'N' TO PRIOR-FOUND-SWITCH.
           MOVE ZEROES TO PRIOR-RATE.
           MOVE MAINT-FROM-CURRENCY TO FX-FROM-CURRENCY.
           MOVE MAINT-TO-CURRENCY TO FX-TO-CURRENCY.
           MOVE LOW-VALUES TO FX-EFFECTIVE-DATE.
           MOVE 'N' TO FX-EOF-SWITCH.
           START FX-RATE-FILE KEY NOT LESS THAN FX-KEY
               INVALID KEY
                   MOVE 'Y' TO FX-EOF-SWITCH
           END-START.
           IF NOT END-OF-FX-SCAN
               PERFORM READ-NEXT-FX-RATE
               PERFORM NOTE-PRIOR-RATE
                   UNTIL END-OF-FX-SCAN
           END-IF.

       READ-NEXT-FX-RATE.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO FX-EOF-SWITCH
           END-READ.

       NOTE-PRIOR-RATE.
           IF FX-FROM-CURRENCY NOT = MAINT-FROM-CURRENCY
                   OR FX-TO-CURRENCY NOT = MAINT-TO-CURRENCY
                   OR FX-EFFECTIVE-DATE NOT LESS THAN
                       MAINT-EFFECTIVE-DATE
               MOVE 'Y' TO FX-EOF-SWITCH
           ELSE
               IF FX-ACTIVE
                   MOVE 'Y' TO PRIOR-FOUND-SWITCH
                   MOVE FX-RATE TO PRIOR-RATE
               END-IF
               PERFORM READ-NEXT-FX-RATE
           END-IF.

      ******************************************************************
      * GET-CURRENCY-PAIR
      * Prompts for the two currencies of a pair, re-prompting until
      * both are keyed and they differ. The rate converts an amount in
      * the first into the second.
      ******************************************************************
       GET-CURRENCY-PAIR.
           DISPLAY 'From currency: '.
           ACCEPT MAINT-FROM-CURRENCY.
           DISPLAY 'To currency: '.
           ACCEPT MAINT-TO-CURRENCY.
           IF MAINT-FROM-CURRENCY = SPACES
                   OR MAINT-TO-CURRENCY = SPACES
               DISPLAY 'Invalid pair. Enter both currencies.'
               MOVE 'N' TO VALID-PAIR-SWITCH
           ELSE
               IF MAINT-FROM-CURRENCY = MAINT-TO-CURRENCY
                   DISPLAY 'Invalid pair. The two currencies must '
                       'differ.'
                   MOVE 'N' TO VALID-PAIR-SWITCH
               ELSE
                   MOVE 'Y' TO VALID-PAIR-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * GET-NEW-EFFECTIVE-DATE
      * Prompts for the date a new rate takes effect, YYYYMMDD, and
      * re-prompts until it is a plausible date no earlier than today.
      * A blank answer means today.
      ******************************************************************
       GET-NEW-EFFECTIVE-DATE.
           PERFORM GET-RATE-DATE.
           IF VALID-DATE
               IF MAINT-EFFECTIVE-DATE < TODAY-DATE
                   DISPLAY 'Effective date cannot be earlier than '
                       'today. A rate never reaches back.'
                   MOVE 'N' TO VALID-DATE-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * GET-RATE-DATE
      * Prompts for a rate's effective date, YYYYMMDD, blank for
      * today, and checks it is a plausible date.
      ******************************************************************
       GET-RATE-DATE.
           MOVE FUNCTION CURRENT-DATE TO RATE-TIMESTAMP.
           MOVE RATE-TIMESTAMP(1:8) TO TODAY-DATE.
           DISPLAY 'Effective date (YYYYMMDD, blank for today): '.
           ACCEPT MAINT-EFFECTIVE-DATE.
           IF MAINT-EFFECTIVE-DATE = SPACES
               MOVE TODAY-DATE TO MAINT-EFFECTIVE-DATE
           END-IF.
           IF MAINT-EFFECTIVE-DATE IS NUMERIC
                   AND MAINT-EFFECTIVE-DATE(5:2) NOT < '01'
                   AND MAINT-EFFECTIVE-DATE(5:2) NOT > '12'
                   AND MAINT-EFFECTIVE-DATE(7:2) NOT < '01'
                   AND MAINT-EFFECTIVE-DATE(7:2) NOT > '31'
               MOVE 'Y' TO VALID-DATE-SWITCH
           ELSE
               DISPLAY 'Invalid date. Enter YYYYMMDD.'
               MOVE 'N' TO VALID-DATE-SWITCH
           END-IF.

       GET-NEW-RATE.
           DISPLAY 'Rate (units of ' MAINT-TO-CURRENCY ' per 1 '
               MAINT-FROM-CURRENCY ', e.g. 1.085000): '.
           ACCEPT NEW-FX-RATE.
           IF NEW-FX-RATE IS NUMERIC
                   AND NEW-FX-RATE > ZERO
               MOVE 'Y' TO VALID-RATE-SWITCH
           ELSE
               DISPLAY 'Invalid rate. Enter a positive rate.'
               MOVE 'N' TO VALID-RATE-SWITCH
           END-IF.

       STAMP-RATE.
           MOVE SIGNED-ON-OPER-ID TO FX-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE TO RATE-TIMESTAMP.
           MOVE RATE-TIMESTAMP(1:8) TO FX-CHANGED-DATE.

      ******************************************************************
      * SHOW-RATE
      * Displays the rate record just read: pair, effective date,
      * rate and the rate it was measured against, status, where it
      * came from, and who last wrote or signed it off.
      ******************************************************************
       SHOW-RATE.
           IF FX-ACTIVE
               MOVE 'ACTIVE' TO RATE-STATUS-TEXT
           ELSE
               IF FX-PENDING
                   MOVE 'PENDING' TO RATE-STATUS-TEXT
               ELSE
                   MOVE 'REJECTED' TO RATE-STATUS-TEXT
               END-IF
           END-IF.
           IF FX-FROM-FEED
               MOVE 'FEED' TO RATE-SOURCE-TEXT
           ELSE
               MOVE 'CONSOLE' TO RATE-SOURCE-TEXT
           END-IF.
           MOVE FX-RATE TO DISPLAY-RATE.
           MOVE FX-PRIOR-RATE TO DISPLAY-PRIOR-RATE.
           DISPLAY '  ' FX-FROM-CURRENCY '/' FX-TO-CURRENCY
               '  EFFECTIVE: ' FX-EFFECTIVE-DATE
               '  RATE: ' DISPLAY-RATE
               '  PRIOR: ' DISPLAY-PRIOR-RATE
               '  ' RATE-STATUS-TEXT.
           DISPLAY '    SOURCE................: ' RATE-SOURCE-TEXT
               '  CHANGED BY: ' FX-CHANGED-BY '  ' FX-CHANGED-DATE.

      ******************************************************************
      * LIST-PAIR-RATES
      * Displays every rate on file for one currency pair, oldest
      * first, whatever its status. The rate a transfer converts at
      * today is the last ACTIVE rate listed not dated after today.
      ******************************************************************
       LIST-PAIR-RATES.
           MOVE 'N' TO VALID-PAIR-SWITCH.
           PERFORM GET-CURRENCY-PAIR UNTIL VALID-PAIR.
           MOVE ZEROES TO RATES-LISTED.
           MOVE MAINT-FROM-CURRENCY TO FX-FROM-CURRENCY.
           MOVE MAINT-TO-CURRENCY TO FX-TO-CURRENCY.
           MOVE LOW-VALUES TO FX-EFFECTIVE-DATE.
           MOVE 'N' TO FX-EOF-SWITCH.
           START FX-RATE-FILE KEY NOT LESS THAN FX-KEY
               INVALID KEY
                   MOVE 'Y' TO FX-EOF-SWITCH
           END-START.
           IF NOT END-OF-FX-SCAN
               PERFORM READ-NEXT-FX-RATE
               PERFORM SHOW-PAIR-RATE
                   UNTIL END-OF-FX-SCAN
           END-IF.
           IF RATES-LISTED = ZERO
               DISPLAY 'No rates on file for ' MAINT-FROM-CURRENCY
                   '/' MAINT-TO-CURRENCY '.'
           END-IF.

       SHOW-PAIR-RATE.
           IF FX-FROM-CURRENCY NOT = MAINT-FROM-CURRENCY
                   OR FX-TO-CURRENCY NOT = MAINT-TO-CURRENCY
               MOVE 'Y' TO FX-EOF-SWITCH
           ELSE
               PERFORM SHOW-RATE
               ADD 1 TO RATES-LISTED
               PERFORM READ-NEXT-FX-RATE
           END-IF.

      ******************************************************************
      * LIST-PENDING-RATES
      * Displays every rate on file awaiting a supervisor's sign-off,
      * across all pairs, so the morning's held feed rates can be
      * worked through with SIGNOFF or REJECT.
      ******************************************************************
       LIST-PENDING-RATES.
           MOVE ZEROES TO RATES-LISTED.
           MOVE LOW-VALUES TO FX-KEY.
           MOVE 'N' TO FX-EOF-SWITCH.
           START FX-RATE-FILE KEY NOT LESS THAN FX-KEY
               INVALID KEY
                   MOVE 'Y' TO FX-EOF-SWITCH
           END-START.
           IF NOT END-OF-FX-SCAN
               PERFORM READ-NEXT-FX-RATE
               PERFORM SHOW-PENDING-RATE
                   UNTIL END-OF-FX-SCAN
           END-IF.
           IF RATES-LISTED = ZERO
               DISPLAY 'No rates awaiting sign-off.'
           END-IF.

       SHOW-PENDING-RATE.
           IF FX-PENDING
               PERFORM SHOW-RATE
               ADD 1 TO RATES-LISTED
           END-IF.
           PERFORM READ-NEXT-FX-RATE.
