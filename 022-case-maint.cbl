      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Stand-alone console over the CASEFILE compliance case
      *          file CBL021's nightly cash surveillance raises its
      *          threshold-breach and structuring cases on. Any
      *          signed-on operator can list the cases still open; a
      *          supervisor works each one off by marking it filed
      *          (reported to the authorities, with the filing
      *          reference) or cleared (no report needed, with the
      *          reason). A worked case is never reopened or deleted,
      *          so the file stays the record of what compliance
      *          decided, and a structuring case keeps the same
      *          pattern from being raised again.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL022.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
           COPY CASEREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       WORKING-STORAGE SECTION.
       77  CASE-FILE-STATUS PIC X(02).

       77  MAINT-OPERATION PIC X(10).
       77  CONTINUE-OPERATION PIC X.
           88  CONTINUE-OPERATION-VALID VALUE 'Y' 'N'.

      ******************************************************************
      * Case entry fields. A case is named by the customer, the case
      * type (B breach, S structuring) and the date CBL021 raised it,
      * exactly as LIST shows them. NEW-CASE-STATUS is the status
      * FILE or CLEAR is about to set.
      ******************************************************************
       77  MAINT-CUST-ID PIC X(10).
       77  MAINT-CASE-TYPE PIC X(01).
           88  MAINT-CASE-TYPE-VALID VALUE 'B' 'S'.
       77  MAINT-RAISED-DATE PIC X(08).
       77  NEW-CASE-STATUS PIC X(01).
       77  NEW-STATUS-NOTE PIC X(40).
       77  CASE-FOUND-SWITCH PIC X VALUE 'N'.
           88  CASE-FOUND VALUE 'Y'.
       77  CASE-TIMESTAMP PIC X(21).

       77  CASE-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-CASE-SCAN VALUE 'Y'.
       77  CASES-LISTED PIC 9(05).
       77  CASE-TYPE-TEXT PIC X(11).
       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-COUNT PIC ZZZZ9.
       77  DISPLAY-COUNT-2 PIC ZZZZ9.

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
               DISPLAY 'Sign-on failed. Case maintenance not '
                   'started.'
           ELSE
               OPEN I-O CASE-FILE
               IF CASE-FILE-STATUS = '00'
                   PERFORM SHOW-CONSOLE
                       UNTIL CONTINUE-OPERATION = 'N'
                   CLOSE CASE-FILE
               ELSE
                   DISPLAY
                       'Unable to open case file. Case maintenance '
                       'skipped.'
               END-IF
           END-IF.
           STOP RUN.

       SHOW-CONSOLE.
           DISPLAY 'What operation do you want to do?: '.
           ACCEPT MAINT-OPERATION.
           PERFORM CHECK-OPERATION-ALLOWED.
           IF NOT OPERATION-ALLOWED
               DISPLAY 'Operation refused. ' MAINT-OPERATION
                   ' is not permitted for your role.'
           ELSE
               IF MAINT-OPERATION = 'LIST'
                   PERFORM LIST-OPEN-CASES
               ELSE
                   IF MAINT-OPERATION = 'FILE'
                       MOVE 'F' TO NEW-CASE-STATUS
                       PERFORM WORK-CASE
                   ELSE
                       IF MAINT-OPERATION = 'CLEAR'
                           MOVE 'C' TO NEW-CASE-STATUS
                           PERFORM WORK-CASE
                       ELSE
                           DISPLAY 'Unrecognized operation. Use LIST, '
                               'FILE or CLEAR.'
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
      * Filing or clearing a case is a compliance decision, so only a
      * supervisor may make it. LIST changes nothing and is open to
      * every role.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF MAINT-OPERATION = 'FILE' OR MAINT-OPERATION = 'CLEAR'
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
      * WORK-CASE
      * Marks one open case with NEW-CASE-STATUS - filed or cleared -
      * stamping the supervisor, the date and their note. The note is
      * required: a filing needs its reference and a clearance its
      * reason. A case already worked is refused rather than changed.
      ******************************************************************
       WORK-CASE.
           PERFORM GET-CASE-KEY.
           IF CASE-FOUND
               IF NOT CS-OPEN
                   DISPLAY 'Case already worked (status ' CS-STATUS
                       ' by ' CS-STATUS-BY ' on ' CS-STATUS-DATE
                       '). Nothing changed.'
               ELSE
                   PERFORM SHOW-CASE
                   MOVE SPACES TO NEW-STATUS-NOTE
                   PERFORM GET-STATUS-NOTE
                       UNTIL NEW-STATUS-NOTE NOT = SPACES
                   MOVE FUNCTION CURRENT-DATE TO CASE-TIMESTAMP
                   MOVE NEW-CASE-STATUS TO CS-STATUS
                   MOVE SIGNED-ON-OPER-ID TO CS-STATUS-BY
                   MOVE CASE-TIMESTAMP(1:8) TO CS-STATUS-DATE
                   MOVE NEW-STATUS-NOTE TO CS-STATUS-NOTE
                   REWRITE CASE-RECORD
                       INVALID KEY
                           DISPLAY 'Case not updated. Rewrite failed.'
                   END-REWRITE
                   IF CASE-FILE-STATUS = '00'
                       IF CS-FILED
                           DISPLAY 'Case marked filed.'
                       ELSE
                           DISPLAY 'Case marked cleared.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GET-CASE-KEY.
           MOVE 'N' TO CASE-FOUND-SWITCH.
           DISPLAY 'Customer id: '.
           ACCEPT MAINT-CUST-ID.
           MOVE SPACE TO MAINT-CASE-TYPE.
           PERFORM GET-CASE-TYPE UNTIL MAINT-CASE-TYPE-VALID.
           DISPLAY 'Date raised (YYYYMMDD): '.
           ACCEPT MAINT-RAISED-DATE.
           MOVE MAINT-CUST-ID TO CS-CUST-ID.
           MOVE MAINT-CASE-TYPE TO CS-CASE-TYPE.
           MOVE MAINT-RAISED-DATE TO CS-RAISED-DATE.
           READ CASE-FILE
               INVALID KEY
                   DISPLAY 'No such case. Nothing changed.'
               NOT INVALID KEY
                   MOVE 'Y' TO CASE-FOUND-SWITCH
           END-READ.

       GET-CASE-TYPE.
           DISPLAY 'Case type (B breach, S structuring): '.
           ACCEPT MAINT-CASE-TYPE.
           IF NOT MAINT-CASE-TYPE-VALID
               DISPLAY 'Invalid entry. Enter B or S.'
           END-IF.

       GET-STATUS-NOTE.
           IF NEW-CASE-STATUS = 'F'
               DISPLAY 'Filing reference: '
           ELSE
               DISPLAY 'Reason for clearing: '
           END-IF.
           ACCEPT NEW-STATUS-NOTE.
           IF NEW-STATUS-NOTE = SPACES
               DISPLAY 'A note is required.'
           END-IF.

      ******************************************************************
      * LIST-OPEN-CASES
      * Displays every case still open, in customer order, with the
      * cash behind it, so the supervisor has the key to FILE or
      * CLEAR each one.
      ******************************************************************
       LIST-OPEN-CASES.
           MOVE ZEROES TO CASES-LISTED.
           MOVE LOW-VALUES TO CS-KEY.
           MOVE 'N' TO CASE-EOF-SWITCH.
           START CASE-FILE KEY NOT LESS THAN CS-KEY
               INVALID KEY
                   MOVE 'Y' TO CASE-EOF-SWITCH
           END-START.
           IF NOT END-OF-CASE-SCAN
               PERFORM READ-NEXT-CASE
               PERFORM SHOW-OPEN-CASE
                   UNTIL END-OF-CASE-SCAN
           END-IF.
           IF CASES-LISTED = ZERO
               DISPLAY 'No open cases.'
           END-IF.

       READ-NEXT-CASE.
           READ CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CASE-EOF-SWITCH
           END-READ.

       SHOW-OPEN-CASE.
           IF CS-OPEN
               PERFORM SHOW-CASE
               ADD 1 TO CASES-LISTED
           END-IF.
           PERFORM READ-NEXT-CASE.

       SHOW-CASE.
           IF CS-BREACH
               MOVE 'BREACH' TO CASE-TYPE-TEXT
           ELSE
               MOVE 'STRUCTURING' TO CASE-TYPE-TEXT
           END-IF.
           DISPLAY '  ' CS-CUST-ID '  ' CS-CASE-TYPE ' '
               CASE-TYPE-TEXT '  RAISED: ' CS-RAISED-DATE
               '  WINDOW FROM: ' CS-WINDOW-START.
           MOVE CS-CASH-IN-AMOUNT TO DISPLAY-AMOUNT.
           MOVE CS-CASH-IN-COUNT TO DISPLAY-COUNT.
           MOVE CS-ACCOUNT-DAYS TO DISPLAY-COUNT-2.
           DISPLAY '    CASH IN.......: ' DISPLAY-AMOUNT
               ' (' DISPLAY-COUNT ')  ACCOUNT-DAYS: ' DISPLAY-COUNT-2.
           IF CS-BREACH
               MOVE CS-CASH-OUT-AMOUNT TO DISPLAY-AMOUNT
               MOVE CS-CASH-OUT-COUNT TO DISPLAY-COUNT
               DISPLAY '    CASH OUT......: ' DISPLAY-AMOUNT
                   ' (' DISPLAY-COUNT ')'
           END-IF.
