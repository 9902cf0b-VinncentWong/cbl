      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Stand-alone maintenance console for the OPERMSTR
      *          operator master that every console program signs its
      *          operators on against. A maintenance operator adds an
      *          operator under a role, revokes or reinstates one, and
      *          resets a forgotten password; any signed-on operator
      *          can change their own password. A revoked operator is
      *          never deleted, so an operator id that appears on an
      *          old TRANLOG or PENDAPPR entry always still names the
      *          person it belonged to.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL018.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       WORKING-STORAGE SECTION.
       77  OPER-FILE-STATUS PIC X(02).

       77  MAINT-OPERATION PIC X(10).
       77  CONTINUE-OPERATION PIC X.
           88  CONTINUE-OPERATION-VALID VALUE 'Y' 'N'.

       77  MAINT-OPER-ID PIC X(08).
       77  OPERATOR-FOUND-SWITCH PIC X.
           88  OPERATOR-FOUND VALUE 'Y'.
       77  NEW-OPER-NAME PIC X(30).
       77  NEW-OPER-ROLE PIC X(01).
           88  NEW-OPER-ROLE-VALID VALUE 'T' 'S' 'M' 'R'.
       77  NEW-PASSWORD PIC X(08).
       77  CONFIRM-PASSWORD PIC X(08).
       77  VALID-PASSWORD-SWITCH PIC X VALUE 'N'.
           88  VALID-PASSWORD VALUE 'Y'.

       77  OPER-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-OPERATOR-SCAN VALUE 'Y'.
       77  OPERATORS-LISTED PIC 9(05).

      ******************************************************************
      * Operator master seeded on first run. The first time the
      * console finds no OPERMSTR at all it creates one holding only
      * this maintenance operator, so there is somebody able to sign
      * on and add the real operators. The password must be changed
      * with PASSWORD as soon as the file is in use.
      ******************************************************************
       77  SEED-OPER-ID PIC X(08) VALUE "SECADMIN".
       77  SEED-OPER-PASSWORD PIC X(08) VALUE "CHANGEME".
       77  SEED-OPER-NAME PIC X(30) VALUE "SECURITY ADMINISTRATOR".

      ******************************************************************
      * Operator sign-on fields. SIGN-ON-OPERATOR checks the id and
      * password keyed at start-up against the OPERMSTR operator
      * master, allowing MAX-SIGN-ON-ATTEMPTS tries, and leaves the
      * signed-on operator's id and role here for the rest of the run.
      * CHECK-OPERATION-ALLOWED holds every operation to that role.
      ******************************************************************
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
           PERFORM OPEN-OPERATOR-MASTER.
           IF OPER-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open operator master. Operator '
                   'maintenance skipped.'
           ELSE
               PERFORM SIGN-ON-OPERATOR
               IF NOT OPERATOR-SIGNED-ON
                   DISPLAY 'Sign-on failed. Operator maintenance not '
                       'started.'
               ELSE
                   PERFORM SHOW-CONSOLE
                       UNTIL CONTINUE-OPERATION = 'N'
               END-IF
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           STOP RUN.

      ******************************************************************
      * OPEN-OPERATOR-MASTER
      * Opens OPERMSTR for update. An operator master that does not
      * exist yet is created, the same first-run technique CBL010 uses
      * for its hold file, and seeded with the SEED-OPER-ID maintenance
      * operator so the console can be signed on to at all.
      ******************************************************************
       OPEN-OPERATOR-MASTER.
           OPEN I-O OPERATOR-MASTER-FILE.
           IF OPER-FILE-STATUS = '35'
               OPEN OUTPUT OPERATOR-MASTER-FILE
               MOVE SEED-OPER-ID TO OPER-ID
               MOVE SEED-OPER-PASSWORD TO OPER-PASSWORD
               MOVE SEED-OPER-NAME TO OPER-NAME
               MOVE 'M' TO OPER-ROLE
               MOVE 'A' TO OPER-STATUS
               WRITE OPERATOR-RECORD
               CLOSE OPERATOR-MASTER-FILE
               OPEN I-O OPERATOR-MASTER-FILE
               DISPLAY 'Operator master created. Sign on as '
                   SEED-OPER-ID ' and change its password.'
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
                   PERFORM ADD-OPERATOR
               ELSE
                   IF MAINT-OPERATION = 'REVOKE'
                       PERFORM REVOKE-OPERATOR
                   ELSE
                       IF MAINT-OPERATION = 'REINSTATE'
                           PERFORM REINSTATE-OPERATOR
                       ELSE
                           IF MAINT-OPERATION = 'RESET'
                               PERFORM RESET-PASSWORD
                           ELSE
                               IF MAINT-OPERATION = 'PASSWORD'
                                   PERFORM CHANGE-OWN-PASSWORD
                               ELSE
                                   IF MAINT-OPERATION = 'LIST'
                                       PERFORM LIST-OPERATORS
                                   ELSE
                                       DISPLAY 'Unrecognized operation.'
                                           ' Use ADD, REVOKE, '
                                           'REINSTATE, RESET, '
                                           'PASSWORD or LIST.'
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
      * Signs the operator on the same way the other console programs
      * do, except that OPERMSTR is already open for update here, so
      * it is read in place rather than opened and closed around the
      * sign-on.
      ******************************************************************
       SIGN-ON-OPERATOR.
           MOVE 'N' TO SIGNED-ON-SWITCH.
           MOVE ZERO TO SIGN-ON-ATTEMPTS.
           PERFORM GET-OPERATOR-CREDENTIALS
               UNTIL OPERATOR-SIGNED-ON
                   OR SIGN-ON-ATTEMPTS NOT LESS THAN
                       MAX-SIGN-ON-ATTEMPTS.

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
      * Only a maintenance operator may add, revoke, reinstate, reset
      * or list operators. PASSWORD only ever touches the signed-on
      * operator's own record, so it is open to every role.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF MAINT-OPERATION NOT = 'PASSWORD'
               IF NOT SIGNED-ON-MAINTENANCE
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
      * ADD-OPERATOR
      * Adds a new, active operator under one of the four roles. An
      * id already on file - revoked ones included - is refused, so
      * an id is never reissued to somebody else.
      ******************************************************************
       ADD-OPERATOR.
           DISPLAY 'New operator id: '.
           ACCEPT MAINT-OPER-ID.
           MOVE MAINT-OPER-ID TO OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO OPERATOR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO OPERATOR-FOUND-SWITCH
           END-READ.
           IF OPERATOR-FOUND OR MAINT-OPER-ID = SPACES
               DISPLAY 'Operator id ' MAINT-OPER-ID
                   ' is blank or already on file. Nothing added.'
           ELSE
               DISPLAY 'Operator name: '
               ACCEPT NEW-OPER-NAME
               MOVE SPACE TO NEW-OPER-ROLE
               PERFORM GET-NEW-OPER-ROLE UNTIL NEW-OPER-ROLE-VALID
               MOVE 'N' TO VALID-PASSWORD-SWITCH
               PERFORM GET-NEW-PASSWORD UNTIL VALID-PASSWORD
               MOVE MAINT-OPER-ID TO OPER-ID
               MOVE NEW-PASSWORD TO OPER-PASSWORD
               MOVE NEW-OPER-NAME TO OPER-NAME
               MOVE NEW-OPER-ROLE TO OPER-ROLE
               MOVE 'A' TO OPER-STATUS
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY 'Operator not added. Write failed.'
               END-WRITE
               IF OPER-FILE-STATUS = '00'
                   DISPLAY 'Operator ' MAINT-OPER-ID ' added.'
               END-IF
           END-IF.

       GET-NEW-OPER-ROLE.
           DISPLAY 'Role (T=teller, S=supervisor, M=maintenance, '
               'R=read-only): '.
           ACCEPT NEW-OPER-ROLE.
           IF NOT NEW-OPER-ROLE-VALID
               DISPLAY 'Invalid role. Enter T, S, M or R.'
           END-IF.

       GET-NEW-PASSWORD.
           DISPLAY 'New password: '.
           ACCEPT NEW-PASSWORD.
           DISPLAY 'Confirm new password: '.
           ACCEPT CONFIRM-PASSWORD.
           IF NEW-PASSWORD = SPACES
               DISPLAY 'Password cannot be blank.'
               MOVE 'N' TO VALID-PASSWORD-SWITCH
           ELSE
               IF NEW-PASSWORD NOT = CONFIRM-PASSWORD
                   DISPLAY 'Passwords do not match. Enter them again.'
                   MOVE 'N' TO VALID-PASSWORD-SWITCH
               ELSE
                   MOVE 'Y' TO VALID-PASSWORD-SWITCH
               END-IF
           END-IF.

       GET-MAINT-OPERATOR.
           DISPLAY 'Operator id: '.
           ACCEPT MAINT-OPER-ID.
           MOVE MAINT-OPER-ID TO OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO OPERATOR-FOUND-SWITCH
                   DISPLAY 'Operator not found. Enter an existing '
                       'operator id.'
               NOT INVALID KEY
                   MOVE 'Y' TO OPERATOR-FOUND-SWITCH
                   DISPLAY 'Operator: ' OPER-NAME
           END-READ.

      ******************************************************************
      * REVOKE-OPERATOR
      * Marks an operator revoked so they can no longer sign on. The
      * record stays on file. The signed-on operator cannot revoke
      * themselves, so the last maintenance operator cannot lock
      * everybody out of this console.
      ******************************************************************
       REVOKE-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-SWITCH.
           PERFORM GET-MAINT-OPERATOR UNTIL OPERATOR-FOUND.
           IF OPER-ID = SIGNED-ON-OPER-ID
               DISPLAY 'Operator not revoked. You cannot revoke '
                   'yourself.'
           ELSE
               IF OPER-REVOKED
                   DISPLAY 'Operator ' OPER-ID ' is already revoked.'
               ELSE
                   MOVE 'R' TO OPER-STATUS
                   PERFORM REWRITE-OPERATOR
                   IF OPER-FILE-STATUS = '00'
                       DISPLAY 'Operator ' OPER-ID ' revoked.'
                   END-IF
               END-IF
           END-IF.

       REINSTATE-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-SWITCH.
           PERFORM GET-MAINT-OPERATOR UNTIL OPERATOR-FOUND.
           IF OPER-ACTIVE
               DISPLAY 'Operator ' OPER-ID ' is already active.'
           ELSE
               MOVE 'A' TO OPER-STATUS
               PERFORM REWRITE-OPERATOR
               IF OPER-FILE-STATUS = '00'
                   DISPLAY 'Operator ' OPER-ID ' reinstated.'
               END-IF
           END-IF.

      ******************************************************************
      * RESET-PASSWORD
      * Sets a new password on another operator's record, for an
      * operator who has forgotten theirs. Status and role are left
      * alone, so a revoked operator stays revoked.
      ******************************************************************
       RESET-PASSWORD.
           MOVE 'N' TO OPERATOR-FOUND-SWITCH.
           PERFORM GET-MAINT-OPERATOR UNTIL OPERATOR-FOUND.
           MOVE 'N' TO VALID-PASSWORD-SWITCH.
           PERFORM GET-NEW-PASSWORD UNTIL VALID-PASSWORD.
           MOVE NEW-PASSWORD TO OPER-PASSWORD.
           PERFORM REWRITE-OPERATOR.
           IF OPER-FILE-STATUS = '00'
               DISPLAY 'Password reset for operator ' OPER-ID '.'
           END-IF.

      ******************************************************************
      * CHANGE-OWN-PASSWORD
      * Lets the signed-on operator replace their own password after
      * keying the current one again.
      ******************************************************************
       CHANGE-OWN-PASSWORD.
           MOVE SIGNED-ON-OPER-ID TO OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Operator record not found. Password not '
                       'changed.'
           END-READ.
           IF OPER-FILE-STATUS = '00'
               DISPLAY 'Current password: '
               ACCEPT SIGN-ON-PASSWORD
               IF SIGN-ON-PASSWORD NOT = OPER-PASSWORD
                   DISPLAY 'Current password is incorrect. Password '
                       'not changed.'
               ELSE
                   MOVE 'N' TO VALID-PASSWORD-SWITCH
                   PERFORM GET-NEW-PASSWORD UNTIL VALID-PASSWORD
                   MOVE NEW-PASSWORD TO OPER-PASSWORD
                   PERFORM REWRITE-OPERATOR
                   IF OPER-FILE-STATUS = '00'
                       DISPLAY 'Password changed.'
                   END-IF
               END-IF
           END-IF.

       REWRITE-OPERATOR.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'Operator not updated. Rewrite failed.'
           END-REWRITE.

      ******************************************************************
      * LIST-OPERATORS
      * Displays every operator on file with role and status. The
      * password is never shown.
      ******************************************************************
       LIST-OPERATORS.
           MOVE ZEROES TO OPERATORS-LISTED.
           MOVE LOW-VALUES TO OPER-ID.
           MOVE 'N' TO OPER-EOF-SWITCH.
           START OPERATOR-MASTER-FILE KEY NOT LESS THAN OPER-ID
               INVALID KEY
                   MOVE 'Y' TO OPER-EOF-SWITCH
           END-START.
           IF NOT END-OF-OPERATOR-SCAN
               PERFORM READ-NEXT-OPERATOR
               PERFORM SHOW-OPERATOR-ENTRY
                   UNTIL END-OF-OPERATOR-SCAN
           END-IF.
           IF OPERATORS-LISTED = ZERO
               DISPLAY 'No operators on file.'
           END-IF.

       READ-NEXT-OPERATOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO OPER-EOF-SWITCH
           END-READ.

       SHOW-OPERATOR-ENTRY.
           DISPLAY '  ' OPER-ID '  ' OPER-NAME
               '  ROLE: ' OPER-ROLE '  STATUS: ' OPER-STATUS.
           ADD 1 TO OPERATORS-LISTED.
           PERFORM READ-NEXT-OPERATOR.
