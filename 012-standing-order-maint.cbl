      *
      * Modification History:
      *   01/09/2026 VAW - Initial version.
      *   15/10/2026 VAW - Sign the operator on against the OPERMSTR
      *                    operator master before the console runs and
      *                    refuse any operation the operator's role
      *                    does not allow.
      *   15/10/2026 VAW - A standing order can pay an external
      *                    beneficiary on the BENEMSTR beneficiary
      *                    master instead of an internal account. The
      *                    beneficiary must be active and the source
      *                    account in the house currency; CBL013 pays
      *                    it out through the clearing file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL012.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS SORD-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT BENEFICIARY-MASTER-FILE ASSIGN TO "BENEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENE-ID
               FILE STATUS IS BENE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  STANDING-ORDER-FILE.
           COPY SORDREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       FD  BENEFICIARY-MASTER-FILE.
           COPY BENEREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  SORD-FILE-STATUS PIC X(02).
       77  NEW-ORDER-DUE-DATE PIC X(08).
       77  CANCEL-ORDER-ID PIC X(10).

      ******************************************************************
      * Beneficiary order fields. NEW-PAYEE-TYPE says whether the new
      * order pays an internal account (A) or an external beneficiary
      * on BENEMSTR (B). A beneficiary order can only come out of an
      * account in DEFAULT-CURRENCY-CODE, the one currency the
      * clearing house settles in; NEW-SOURCE-CURRENCY holds the
      * source account's. ORDER-PAYEE-OK-SWITCH carries whether the
      * payee keyed is acceptable.
      ******************************************************************
       77  BENE-FILE-STATUS PIC X(02).
       77  DEFAULT-CURRENCY-CODE PIC X(03) VALUE "USD".
       77  NEW-SOURCE-CURRENCY PIC X(03).
       77  NEW-BENE-ID PIC X(10).
       77  NEW-PAYEE-TYPE PIC X(01).
       77  VALID-PAYEE-SWITCH PIC X VALUE 'N'.
           88  VALID-PAYEE-TYPE VALUE 'Y'.
       77  ORDER-PAYEE-OK-SWITCH PIC X VALUE 'Y'.
           88  ORDER-PAYEE-OK VALUE 'Y'.

       77  MAINT-ACCT-ID PIC X(10).
       77  ACCOUNT-FOUND-SWITCH PIC X.
           88  ACCOUNT-FOUND VALUE 'Y'.
           88  END-OF-SORD-FILE VALUE 'Y'.
       77  ORDERS-LISTED PIC 9(05).
       77  DISPLAY-ORDER-AMOUNT PIC Z,ZZZ,ZZZ.99-.

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
               DISPLAY 'Sign-on failed. Standing-order maintenance '
                   'not started.'
           ELSE
               PERFORM OPEN-FILES
               IF ACCT-FILE-STATUS = '00' AND SORD-FILE-STATUS = '00'
                   PERFORM SHOW-CONSOLE
                       UNTIL CONTINUE-OPERATION = 'N'
                   PERFORM CLOSE-FILES
               ELSE
                   DISPLAY
                       'Unable to open required files. Standing-order '
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
               IF MAINT-OPERATION = 'SETUP'
                   PERFORM SETUP-ORDER
               ELSE
                   IF MAINT-OPERATION = 'CANCEL'
                       PERFORM CANCEL-ORDER
                   ELSE
                       IF MAINT-OPERATION = 'LIST'
                           PERFORM LIST-ORDERS
                       ELSE
                           DISPLAY 'Unrecognized operation. Use '
                               'SETUP, CANCEL or LIST.'
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
      * Setting up or cancelling a standing order commits money that
      * CBL013 will move unattended, so SETUP and CANCEL are teller or
      * supervisor work. LIST is open to every role.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF MAINT-OPERATION = 'SETUP' OR MAINT-OPERATION = 'CANCEL'
               IF NOT SIGNED-ON-TELLER AND NOT SIGNED-ON-SUPERVISOR
                   MOVE 'N' TO OPERATION-ALLOWED-SWITCH
               END-IF
           END-IF.

       GET-CONTINUE-OPERATION.
           DISPLAY 'Continue?(Y/N): '.
           ACCEPT CONTINUE-OPERATION.
      * Both accounts must already exist on the master file, the same
      * rule CBL001's LOOKUP-ACCOUNT applies, and an order id already
      * on file is refused rather than overwritten, the same rule
      * CBL004 applies to a new account. An order paying an external
      * beneficiary names the beneficiary in SO-BENE-ID and leaves
      * SO-DEST-ACCT-ID blank; an internal order leaves SO-BENE-ID
      * blank.
      ******************************************************************
       SETUP-ORDER.
           DISPLAY 'New order id: '.
               MOVE 'N' TO ACCOUNT-FOUND-SWITCH
               PERFORM GET-MAINT-ACCOUNT UNTIL ACCOUNT-FOUND
               MOVE MAINT-ACCT-ID TO NEW-SOURCE-ACCT-ID
               MOVE ACCT-CURRENCY TO NEW-SOURCE-CURRENCY
               IF NEW-SOURCE-CURRENCY = SPACES
                   MOVE DEFAULT-CURRENCY-CODE TO NEW-SOURCE-CURRENCY
               END-IF
               MOVE 'N' TO VALID-PAYEE-SWITCH
               PERFORM GET-ORDER-PAYEE-TYPE UNTIL VALID-PAYEE-TYPE
               MOVE 'Y' TO ORDER-PAYEE-OK-SWITCH
               IF NEW-PAYEE-TYPE = 'B'
                   MOVE SPACES TO NEW-DEST-ACCT-ID
                   PERFORM GET-ORDER-BENEFICIARY
               ELSE
                   MOVE SPACES TO NEW-BENE-ID
                   DISPLAY 'Destination account id: '
                   MOVE 'N' TO ACCOUNT-FOUND-SWITCH
                   PERFORM GET-MAINT-ACCOUNT UNTIL ACCOUNT-FOUND
                   MOVE MAINT-ACCT-ID TO NEW-DEST-ACCT-ID
                   IF NEW-SOURCE-ACCT-ID = NEW-DEST-ACCT-ID
                       MOVE 'N' TO ORDER-PAYEE-OK-SWITCH
                       DISPLAY
                           'Order not set up. Source and destination '
                           'are the same.'
                   END-IF
               END-IF
               IF ORDER-PAYEE-OK
                   MOVE 'N' TO VALID-AMOUNT-SWITCH
                   PERFORM GET-ORDER-AMOUNT UNTIL VALID-AMOUNT
                   MOVE 'N' TO VALID-FREQ-SWITCH
                   MOVE NEW-ORDER-ID TO SO-ORDER-ID
                   MOVE NEW-SOURCE-ACCT-ID TO SO-SOURCE-ACCT-ID
                   MOVE NEW-DEST-ACCT-ID TO SO-DEST-ACCT-ID
                   MOVE NEW-BENE-ID TO SO-BENE-ID
                   MOVE NEW-ORDER-AMOUNT TO SO-AMOUNT
                   MOVE NEW-ORDER-FREQUENCY TO SO-FREQUENCY
                   MOVE NEW-ORDER-DUE-DATE TO SO-NEXT-DUE-DATE
               END-IF
           END-IF.

       GET-ORDER-PAYEE-TYPE.
           DISPLAY 'Pay to (A=internal account, B=beneficiary): '.
           ACCEPT NEW-PAYEE-TYPE.
           IF NEW-PAYEE-TYPE = 'A' OR NEW-PAYEE-TYPE = 'B'
               MOVE 'Y' TO VALID-PAYEE-SWITCH
           ELSE
               DISPLAY 'Invalid entry. Enter A or B.'
               MOVE 'N' TO VALID-PAYEE-SWITCH
           END-IF.

      ******************************************************************
      * GET-ORDER-BENEFICIARY
      * Prompts for the beneficiary a new order pays and reads it off
      * BENEMSTR. It must be on file and active, and the source
      * account must be in the house currency, or the order is not
      * set up.
      ******************************************************************
       GET-ORDER-BENEFICIARY.
           IF NEW-SOURCE-CURRENCY NOT = DEFAULT-CURRENCY-CODE
               MOVE 'N' TO ORDER-PAYEE-OK-SWITCH
               DISPLAY 'Order not set up. Only ' DEFAULT-CURRENCY-CODE
                   ' accounts can pay a beneficiary.'
           ELSE
               DISPLAY 'Beneficiary id: '
               ACCEPT NEW-BENE-ID
               OPEN INPUT BENEFICIARY-MASTER-FILE
               IF BENE-FILE-STATUS NOT = '00'
                   MOVE 'N' TO ORDER-PAYEE-OK-SWITCH
                   DISPLAY 'Order not set up. Beneficiary master not '
                       'available.'
               ELSE
                   MOVE NEW-BENE-ID TO BENE-ID
                   READ BENEFICIARY-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO ORDER-PAYEE-OK-SWITCH
                           DISPLAY 'Order not set up. Beneficiary not '
                               'found.'
                       NOT INVALID KEY
                           IF BENE-ACTIVE
                               DISPLAY 'Beneficiary: ' BENE-NAME
                           ELSE
                               MOVE 'N' TO ORDER-PAYEE-OK-SWITCH
                               DISPLAY 'Order not set up. Beneficiary '
                                   BENE-ID ' has been removed.'
                           END-IF
                   END-READ
                   CLOSE BENEFICIARY-MASTER-FILE
               END-IF
           END-IF.

       GET-MAINT-ACCOUNT.
           DISPLAY 'Account number: '.
           ACCEPT MAINT-ACCT-ID.

       SHOW-ORDER-ENTRY.
           MOVE SO-AMOUNT TO DISPLAY-ORDER-AMOUNT.
           IF SO-BENE-ID = SPACES
               DISPLAY '  ' SO-ORDER-ID
                   '  FROM: ' SO-SOURCE-ACCT-ID
                   '  TO: ' SO-DEST-ACCT-ID
                   '  AMOUNT: ' DISPLAY-ORDER-AMOUNT
                   '  FREQ: ' SO-FREQUENCY
                   '  NEXT DUE: ' SO-NEXT-DUE-DATE
           ELSE
               DISPLAY '  ' SO-ORDER-ID
                   '  FROM: ' SO-SOURCE-ACCT-ID
                   '  BENE: ' SO-BENE-ID
                   '  AMOUNT: ' DISPLAY-ORDER-AMOUNT
                   '  FREQ: ' SO-FREQUENCY
                   '  NEXT DUE: ' SO-NEXT-DUE-DATE
           END-IF.
           ADD 1 TO ORDERS-LISTED.
           PERFORM READ-NEXT-ORDER.
