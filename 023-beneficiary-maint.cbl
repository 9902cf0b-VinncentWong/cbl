      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Stand-alone console over the BENEMSTR beneficiary
      *          master: the external payees - bank code, account
      *          number at that bank, name - that CBL001's PAYMENT
      *          operation and CBL013's beneficiary standing orders
      *          send money out to through the clearing house. A
      *          supervisor adds a beneficiary or removes one; any
      *          signed-on operator can list them. A removed
      *          beneficiary stays on file under status R so what was
      *          already paid to it can always be traced, and nothing
      *          new can be paid to it.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      *   15/10/2026 VAW - Refuse a blank beneficiary id on ADD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL023.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIARY-MASTER-FILE ASSIGN TO "BENEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENE-ID
               FILE STATUS IS BENE-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIARY-MASTER-FILE.
           COPY BENEREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       WORKING-STORAGE SECTION.
       77  BENE-FILE-STATUS PIC X(02).

       77  MAINT-OPERATION PIC X(10).
       77  CONTINUE-OPERATION PIC X.
           88  CONTINUE-OPERATION-VALID VALUE 'Y' 'N'.

      ******************************************************************
      * Beneficiary entry fields. Every field of a new beneficiary is
      * required: the clearing house rejects an instruction with a
      * blank bank code, account number or name, and a rejection
      * comes back a day later as a return.
      ******************************************************************
       77  MAINT-BENE-ID PIC X(10).
       77  NEW-BANK-CODE PIC X(11).
       77  NEW-BENE-ACCOUNT-NO PIC X(20).
       77  NEW-BENE-NAME PIC X(30).
       77  BENE-TIMESTAMP PIC X(21).

       77  BENE-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-BENE-SCAN VALUE 'Y'.
       77  BENES-LISTED PIC 9(05).
       77  BENE-STATE-TEXT PIC X(07).

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
               DISPLAY 'Sign-on failed. Beneficiary maintenance not '
                   'started.'
           ELSE
               PERFORM OPEN-BENEFICIARY-MASTER
               IF BENE-FILE-STATUS = '00'
                   PERFORM SHOW-CONSOLE
                       UNTIL CONTINUE-OPERATION = 'N'
                   CLOSE BENEFICIARY-MASTER-FILE
               ELSE
                   DISPLAY
                       'Unable to open beneficiary master. '
                       'Beneficiary maintenance skipped.'
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * OPEN-BENEFICIARY-MASTER
      * Opens the beneficiary master, creating it empty on first use
      * the same way CBL012 creates the standing-order file, so the
      * first beneficiary ever added needs no priming job.
      ******************************************************************
       OPEN-BENEFICIARY-MASTER.
           OPEN I-O BENEFICIARY-MASTER-FILE.
           IF BENE-FILE-STATUS = '35'
               OPEN OUTPUT BENEFICIARY-MASTER-FILE
               CLOSE BENEFICIARY-MASTER-FILE
               OPEN I-O BENEFICIARY-MASTER-FILE
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
                   PERFORM ADD-BENEFICIARY
               ELSE
                   IF MAINT-OPERATION = 'REMOVE'
                       PERFORM REMOVE-BENEFICIARY
                   ELSE
                       IF MAINT-OPERATION = 'LIST'
                           PERFORM LIST-BENEFICIARIES
                       ELSE
                           DISPLAY 'Unrecognized operation. Use ADD, '
                               'REMOVE or LIST.'
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
      * A beneficiary is somewhere money can leave the bank, so adding
      * or removing one is supervisor work: a teller who could set up
      * a payee and then key a payment to it would need nobody else.
      * LIST changes nothing and is open to every role.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF MAINT-OPERATION = 'ADD' OR MAINT-OPERATION = 'REMOVE'
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
      * ADD-BENEFICIARY
      * Prompts for every field of a new beneficiary and writes it
      * active. A blank id is refused before the file is read, and
      * an id already on file - removed ones included - is refused
      * rather than overwritten, so an id is never reused for a
      * different payee.
      ******************************************************************
       ADD-BENEFICIARY.
           DISPLAY 'New beneficiary id: '.
           ACCEPT MAINT-BENE-ID.
           IF MAINT-BENE-ID = SPACES
               DISPLAY 'Beneficiary id is blank. Nothing added.'
           ELSE
               MOVE MAINT-BENE-ID TO BENE-ID
               READ BENEFICIARY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'Beneficiary not added. That id '
                           'already exists.'
               END-READ
           END-IF.
           IF MAINT-BENE-ID NOT = SPACES AND BENE-FILE-STATUS = '23'
               MOVE SPACES TO NEW-BANK-CODE
               PERFORM GET-BANK-CODE
                   UNTIL NEW-BANK-CODE NOT = SPACES
               MOVE SPACES TO NEW-BENE-ACCOUNT-NO
               PERFORM GET-BENE-ACCOUNT-NO
                   UNTIL NEW-BENE-ACCOUNT-NO NOT = SPACES
               MOVE SPACES TO NEW-BENE-NAME
               PERFORM GET-BENE-NAME
                   UNTIL NEW-BENE-NAME NOT = SPACES
               MOVE FUNCTION CURRENT-DATE TO BENE-TIMESTAMP
               MOVE MAINT-BENE-ID TO BENE-ID
               MOVE NEW-BANK-CODE TO BENE-BANK-CODE
               MOVE NEW-BENE-ACCOUNT-NO TO BENE-ACCOUNT-NO
               MOVE NEW-BENE-NAME TO BENE-NAME
               MOVE 'A' TO BENE-STATUS
               MOVE SIGNED-ON-OPER-ID TO BENE-CHANGED-BY
               MOVE BENE-TIMESTAMP(1:8) TO BENE-CHANGED-DATE
               WRITE BENEFICIARY-RECORD
                   INVALID KEY
                       DISPLAY 'Beneficiary not added. Write failed.'
               END-WRITE
               IF BENE-FILE-STATUS = '00'
                   DISPLAY 'Beneficiary added: ' MAINT-BENE-ID
               END-IF
           END-IF.

       GET-BANK-CODE.
           DISPLAY 'Beneficiary bank code: '.
           ACCEPT NEW-BANK-CODE.
           IF NEW-BANK-CODE = SPACES
               DISPLAY 'A bank code is required.'
           END-IF.

       GET-BENE-ACCOUNT-NO.
           DISPLAY 'Account number at that bank: '.
           ACCEPT NEW-BENE-ACCOUNT-NO.
           IF NEW-BENE-ACCOUNT-NO = SPACES
               DISPLAY 'An account number is required.'
           END-IF.

       GET-BENE-NAME.
           DISPLAY 'Beneficiary name: '.
           ACCEPT NEW-BENE-NAME.
           IF NEW-BENE-NAME = SPACES
               DISPLAY 'A name is required.'
           END-IF.

      ******************************************************************
      * REMOVE-BENEFICIARY
      * Marks one active beneficiary removed. The record stays on
      * file; payments already posted to it still go out and can
      * still come back, but no new payment or standing order can
      * name it.
      ******************************************************************
       REMOVE-BENEFICIARY.
           DISPLAY 'Beneficiary id to remove: '.
           ACCEPT MAINT-BENE-ID.
           MOVE MAINT-BENE-ID TO BENE-ID.
           READ BENEFICIARY-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Beneficiary not found. Nothing removed.'
           END-READ.
           IF BENE-FILE-STATUS = '00'
               IF BENE-REMOVED
                   DISPLAY 'Beneficiary already removed by '
                       BENE-CHANGED-BY ' on ' BENE-CHANGED-DATE '.'
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO BENE-TIMESTAMP
                   MOVE 'R' TO BENE-STATUS
                   MOVE SIGNED-ON-OPER-ID TO BENE-CHANGED-BY
                   MOVE BENE-TIMESTAMP(1:8) TO BENE-CHANGED-DATE
                   REWRITE BENEFICIARY-RECORD
                       INVALID KEY
                           DISPLAY 'Beneficiary not removed. Rewrite '
                               'failed.'
                   END-REWRITE
                   IF BENE-FILE-STATUS = '00'
                       DISPLAY 'Beneficiary removed: ' MAINT-BENE-ID
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LIST-BENEFICIARIES
      * Displays every beneficiary on file, active and removed, so an
      * operator can see which id to key on a PAYMENT or a standing
      * order.
      ******************************************************************
       LIST-BENEFICIARIES.
           MOVE ZEROES TO BENES-LISTED.
           MOVE LOW-VALUES TO BENE-ID.
           MOVE 'N' TO BENE-EOF-SWITCH.
           START BENEFICIARY-MASTER-FILE KEY NOT LESS THAN BENE-ID
               INVALID KEY
                   MOVE 'Y' TO BENE-EOF-SWITCH
           END-START.
           IF NOT END-OF-BENE-SCAN
               PERFORM READ-NEXT-BENEFICIARY
               PERFORM SHOW-BENEFICIARY
                   UNTIL END-OF-BENE-SCAN
           END-IF.
           IF BENES-LISTED = ZERO
               DISPLAY 'No beneficiaries on file.'
           END-IF.

       READ-NEXT-BENEFICIARY.
           READ BENEFICIARY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO BENE-EOF-SWITCH
           END-READ.

       SHOW-BENEFICIARY.
           IF BENE-ACTIVE
               MOVE 'ACTIVE' TO BENE-STATE-TEXT
           ELSE
               MOVE 'REMOVED' TO BENE-STATE-TEXT
           END-IF.
           DISPLAY '  ' BENE-ID
               '  BANK: ' BENE-BANK-CODE
               '  ACCOUNT: ' BENE-ACCOUNT-NO
               '  ' BENE-NAME
               '  ' BENE-STATE-TEXT.
           ADD 1 TO BENES-LISTED.
           PERFORM READ-NEXT-BENEFICIARY.
