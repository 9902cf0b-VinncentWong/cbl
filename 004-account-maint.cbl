      *                    statement run finally has an address to
      *                    print. An existing customer id links a new
      *                    account without re-keying the details.
      *   15/10/2026 VAW - Sign the operator on against the OPERMSTR
      *                    operator master before the console runs and
      *                    refuse any operation the operator's role
      *                    does not allow.
      *   15/10/2026 VAW - Assign each new account a product code off
      *                    the PRODMSTR product catalogue at opening,
      *                    and add a PRODUCT operation to move an
      *                    existing account onto another product. Only
      *                    a product with a version already in effect
      *                    is accepted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL004.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               FILE STATUS IS PROD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  CUST-FILE-STATUS PIC X(02).
       77  AMEND-FIELD-TEXT PIC X(30).
       77  CUSTOMER-LINKED-SWITCH PIC X VALUE 'N'.
           88  CUSTOMER-LINKED VALUE 'Y'.

      ******************************************************************
      * Product fields. Every account is opened on a product from the
      * PRODMSTR catalogue CBL020 maintains; a blank answer takes the
      * house default, DEFAULT-PRODUCT-CODE. CHECK-PRODUCT-IN-EFFECT
      * accepts PRODUCT-LOOKUP-CODE only when the catalogue holds a
      * version of it already in effect today, so an account can
      * never be put on a product with no limits or rates to read.
      ******************************************************************
       77  NEW-PRODUCT-CODE PIC X(03).
       77  DEFAULT-PRODUCT-CODE PIC X(03) VALUE "CUR".
       77  PRODUCT-ACCT-ID PIC X(10).
       77  PROD-FILE-STATUS PIC X(02).
       77  PRODUCT-LOOKUP-CODE PIC X(03).
       77  PRODUCT-TODAY-DATE PIC X(08).
       77  PRODUCT-TIMESTAMP PIC X(21).
       77  PRODUCT-FOUND-SWITCH PIC X VALUE 'N'.
           88  PRODUCT-FOUND VALUE 'Y'.

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
               DISPLAY 'Sign-on failed. Maintenance not started.'
           ELSE
               PERFORM OPEN-ACCOUNT-MASTER
               IF ACCT-FILE-STATUS = '00'
                   PERFORM SHOW-CONSOLE
                       UNTIL CONTINUE-OPERATION = 'N'
                   PERFORM CLOSE-ACCOUNT-MASTER
               ELSE
                   DISPLAY
                       'Unable to open account master. Maintenance '
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
               IF MAINT-OPERATION = 'OPEN'
                   PERFORM OPEN-NEW-ACCOUNT
               ELSE
                   IF MAINT-OPERATION = 'CLOSE'
                       PERFORM CLOSE-EXISTING-ACCOUNT
                   ELSE
                       IF MAINT-OPERATION = 'REACTIVATE'
                           PERFORM REACTIVATE-ACCOUNT
                       ELSE
                           IF MAINT-OPERATION = 'AMEND'
                               PERFORM AMEND-CUSTOMER-DETAILS
                           ELSE
                               IF MAINT-OPERATION = 'PRODUCT'
                                   PERFORM CHANGE-ACCOUNT-PRODUCT
                               ELSE
                                   DISPLAY 'Unrecognized operation. '
                                       'Use OPEN, CLOSE, REACTIVATE, '
                                       'AMEND or PRODUCT.'
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
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
      * Holds MAINT-OPERATION to the signed-on operator's role.
      * Opening an account and amending customer details are front-
      * desk work any teller, supervisor or maintenance operator may
      * do; closing, reactivating and moving an account to another
      * product change what an account may post, so they are kept to
      * supervisors and maintenance. A read-only operator can do
      * nothing here.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF SIGNED-ON-READ-ONLY
               MOVE 'N' TO OPERATION-ALLOWED-SWITCH
           END-IF.
           IF MAINT-OPERATION = 'CLOSE'
                   OR MAINT-OPERATION = 'REACTIVATE'
                   OR MAINT-OPERATION = 'PRODUCT'
               IF NOT SIGNED-ON-SUPERVISOR
                       AND NOT SIGNED-ON-MAINTENANCE
                   MOVE 'N' TO OPERATION-ALLOWED-SWITCH
               END-IF
           END-IF.

       GET-CONTINUE-OPERATION.
           DISPLAY 'Continue?(Y/N): '.
           ACCEPT CONTINUE-OPERATION.

      ******************************************************************
      * OPEN-NEW-ACCOUNT
      * Prompts for a brand-new account id, name, product and opening
      * balance, and writes it to the master file. An account id
      * already on the file is refused rather than overwritten,
      * whether it is open or closed, so this path can never clobber
      * an existing account.
      ******************************************************************
       OPEN-NEW-ACCOUNT.
           DISPLAY 'New account number: '.
               IF NEW-ACCT-CURRENCY = SPACES
                   MOVE DEFAULT-CURRENCY TO NEW-ACCT-CURRENCY
               END-IF
               MOVE 'N' TO PRODUCT-FOUND-SWITCH
               MOVE '00' TO PROD-FILE-STATUS
               PERFORM GET-NEW-ACCOUNT-PRODUCT
                   UNTIL PRODUCT-FOUND OR PROD-FILE-STATUS NOT = '00'
               IF NOT PRODUCT-FOUND
                   DISPLAY 'Account not opened. No product can be '
                       'assigned.'
               END-IF
           END-IF.
           IF ACCT-FILE-STATUS = '23' AND PRODUCT-FOUND
               PERFORM GET-ACCOUNT-CUSTOMER
               MOVE 'N' TO VALID-AMOUNT-SWITCH
               PERFORM GET-OPENING-BALANCE UNTIL VALID-AMOUNT
               MOVE NEW-OPEN-BALANCE TO ACCT-BALANCE
               MOVE 'O' TO ACCT-STATUS
               MOVE NEW-ACCT-CURRENCY TO ACCT-CURRENCY
               MOVE NEW-PRODUCT-CODE TO ACCT-PRODUCT-CODE
               IF CUSTOMER-LINKED
                   MOVE NEW-CUST-ID TO ACCT-CUST-ID
               ELSE
               END-IF
           END-IF.

      ******************************************************************
      * GET-NEW-ACCOUNT-PRODUCT
      * Prompts for the product the account is opened on, re-prompting
      * until the catalogue holds a version of it in effect today, or
      * until it turns out there is no catalogue to check against. A
      * blank answer takes DEFAULT-PRODUCT-CODE, which is written to
      * the record explicitly rather than left blank.
      ******************************************************************
       GET-NEW-ACCOUNT-PRODUCT.
           DISPLAY 'Product code (SAV, CUR, BUS or STF; blank for '
               DEFAULT-PRODUCT-CODE '): '.
           ACCEPT NEW-PRODUCT-CODE.
           IF NEW-PRODUCT-CODE = SPACES
               MOVE DEFAULT-PRODUCT-CODE TO NEW-PRODUCT-CODE
           END-IF.
           MOVE NEW-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE.
           PERFORM CHECK-PRODUCT-IN-EFFECT.
           IF PRODUCT-FOUND
               DISPLAY 'Product: ' PROD-NAME
           ELSE
               IF PROD-FILE-STATUS = '00'
                   DISPLAY 'Product ' NEW-PRODUCT-CODE ' is not in '
                       'effect on the product catalogue. Enter '
                       'another.'
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-PRODUCT-IN-EFFECT
      * Looks PRODUCT-LOOKUP-CODE up on the PRODMSTR catalogue.
      * Versions are keyed by product code plus effective date, so a
      * START on the code with a low date lands on its oldest version;
      * the product is in effect when that version carries the code
      * and is dated on or before today. PROD-NAME is left in the
      * record area for the caller to echo. No catalogue at all means
      * no product can be assigned.
      ******************************************************************
       CHECK-PRODUCT-IN-EFFECT.
           MOVE 'N' TO PRODUCT-FOUND-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO PRODUCT-TIMESTAMP.
           MOVE PRODUCT-TIMESTAMP(1:8) TO PRODUCT-TODAY-DATE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS = '00'
               MOVE PRODUCT-LOOKUP-CODE TO PROD-CODE
               MOVE LOW-VALUES TO PROD-EFFECTIVE-DATE
               START PRODUCT-MASTER-FILE KEY NOT LESS THAN PROD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PRODUCT-MASTER-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PROD-CODE = PRODUCT-LOOKUP-CODE
                                       AND PROD-EFFECTIVE-DATE NOT >
                                           PRODUCT-TODAY-DATE
                                   MOVE 'Y' TO PRODUCT-FOUND-SWITCH
                               END-IF
                       END-READ
               END-START
               CLOSE PRODUCT-MASTER-FILE
           ELSE
               DISPLAY 'Product catalogue not available.'
           END-IF.

      ******************************************************************
      * CHANGE-ACCOUNT-PRODUCT
      * Moves an existing account onto another product in place. From
      * the next posting the account is held to the new product's
      * limits and threshold, and from the next CBL003 run it earns
      * the new product's rates. A closed account stays where it is.
      ******************************************************************
       CHANGE-ACCOUNT-PRODUCT.
           DISPLAY 'Account number to move to another product: '.
           ACCEPT PRODUCT-ACCT-ID.
           MOVE PRODUCT-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Account not found. Nothing changed.'
           END-READ.
           IF ACCT-FILE-STATUS = '00'
               IF ACCT-CLOSED
                   DISPLAY 'Account ' PRODUCT-ACCT-ID
                       ' is closed. Nothing changed.'
               ELSE
                   IF ACCT-PRODUCT-CODE = SPACES
                       DISPLAY 'Current product: '
                           DEFAULT-PRODUCT-CODE ' (house default)'
                   ELSE
                       DISPLAY 'Current product: ' ACCT-PRODUCT-CODE
                   END-IF
                   DISPLAY 'New product code: '
                   ACCEPT NEW-PRODUCT-CODE
                   MOVE NEW-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE
                   PERFORM CHECK-PRODUCT-IN-EFFECT
                   IF NOT PRODUCT-FOUND
                       DISPLAY 'Product ' NEW-PRODUCT-CODE ' is not '
                           'in effect on the product catalogue. '
                           'Nothing changed.'
                   ELSE
                       MOVE NEW-PRODUCT-CODE TO ACCT-PRODUCT-CODE
                       REWRITE ACCOUNT-RECORD
                           INVALID KEY
                               DISPLAY
                                   'Product not changed. Rewrite '
                                   'failed.'
                       END-REWRITE
                       IF ACCT-FILE-STATUS = '00'
                           DISPLAY 'Account ' PRODUCT-ACCT-ID
                               ' moved to product ' NEW-PRODUCT-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GET-OPENING-BALANCE.
           DISPLAY 'Opening balance: '.
           ACCEPT NEW-OPEN-BALANCE.
