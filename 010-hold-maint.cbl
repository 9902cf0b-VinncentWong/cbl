      *                    and LIST still accept a closed account, so
      *                    a hold left behind by a closure can be
      *                    seen and released.
      *   15/10/2026 VAW - Sign the operator on against the OPERMSTR
      *                    operator master before the console runs and
      *                    refuse any operation the operator's role
      *                    does not allow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL010.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  HOLD-FILE-STATUS PIC X(02).
       77  RELEASE-SEQ-NO PIC 9(05).
       77  HOLDS-LISTED PIC 9(05).
       77  DISPLAY-HOLD-AMOUNT PIC Z,ZZZ,ZZZ.99-.

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
               DISPLAY 'Sign-on failed. Hold maintenance not started.'
           ELSE
               PERFORM OPEN-FILES
               IF ACCT-FILE-STATUS = '00' AND HOLD-FILE-STATUS = '00'
                   PERFORM SHOW-CONSOLE
                       UNTIL CONTINUE-OPERATION = 'N'
                   PERFORM CLOSE-FILES
               ELSE
                   DISPLAY
                       'Unable to open required files. Hold '
                       'maintenance skipped.'
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
               IF MAINT-OPERATION = 'PLACE'
                   PERFORM PLACE-HOLD
               ELSE
                   IF MAINT-OPERATION = 'RELEASE'
                       PERFORM RELEASE-HOLD
                   ELSE
                       IF MAINT-OPERATION = 'LIST'
                           PERFORM LIST-HOLDS
                       ELSE
                           DISPLAY 'Unrecognized operation. Use '
                               'PLACE, RELEASE or LIST.'
                       END-IF
                   END-IF
               END-IF
           END-IF.
               UNTIL CONTINUE-OPERATION-VALID
           .

      ******************************************************************
      * SIGN-ON-OPERATOR
      * Signs the operator on against the OPERMSTR operator master
      * before the console offers anything, the same way CBL001 signs
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
      * Placing and releasing a hold moves what an account can spend,
      * so PLACE and RELEASE are teller or supervisor work. LIST is
      * open to every role.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF MAINT-OPERATION = 'PLACE' OR MAINT-OPERATION = 'RELEASE'
               IF NOT SIGNED-ON-TELLER AND NOT SIGNED-ON-SUPERVISOR
                   MOVE 'N' TO OPERATION-ALLOWED-SWITCH
               END-IF
           END-IF.

       GET-CONTINUE-OPERATION.
           DISPLAY 'Continue?(Y/N): '.
           ACCEPT CONTINUE-OPERATION.
