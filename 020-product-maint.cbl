      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Stand-alone maintenance console for the PRODMSTR
      *          product catalogue that every account's interest
      *          tiers, daily velocity limits and dual-control
      *          threshold now come from. A maintenance operator adds
      *          a product, or keys a change to one as a new version
      *          stamped with the date it takes effect; any signed-on
      *          operator can list the catalogue. Versions are never
      *          overwritten once in effect and never back-dated, so
      *          the catalogue always shows what rate and limits an
      *          account was held to on any given day, and a rate
      *          change is a keyed entry here, not a program change.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      *   15/10/2026 VAW - Refuse to replace a version keyed for today
      *                    or earlier; only a future-dated version may
      *                    be re-keyed over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL020.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               FILE STATUS IS PROD-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       WORKING-STORAGE SECTION.
       77  PROD-FILE-STATUS PIC X(02).

       77  MAINT-OPERATION PIC X(10).
       77  CONTINUE-OPERATION PIC X.
           88  CONTINUE-OPERATION-VALID VALUE 'Y' 'N'.

      ******************************************************************
      * Product entry fields. MAINT-PRODUCT-CODE is the product being
      * added or changed; LATEST-EFFECTIVE-DATE is the date of its
      * newest version on file, which a CHANGE starts from.
      * NEW-EFFECTIVE-DATE must be today or later: a version dated in
      * the past would rewrite what accounts were already held to.
      * For the same reason only a version dated after TODAY-DATE may
      * be replaced by one keyed for the same date.
      ******************************************************************
       77  MAINT-PRODUCT-CODE PIC X(03).
       77  PRODUCT-FOUND-SWITCH PIC X VALUE 'N'.
           88  PRODUCT-FOUND VALUE 'Y'.
       77  LATEST-EFFECTIVE-DATE PIC X(08).
       77  NEW-EFFECTIVE-DATE PIC X(08).
       77  VALID-DATE-SWITCH PIC X VALUE 'N'.
           88  VALID-DATE VALUE 'Y'.
       77  TODAY-DATE PIC X(08).
       77  PRODUCT-TIMESTAMP PIC X(21).
       77  NEW-PROD-NAME PIC X(30).
       77  KEEP-ANSWER PIC X.
           88  KEEP-ANSWER-VALID VALUE 'Y' 'N'.
           88  KEEP-CURRENT VALUE 'Y'.

       77  NEW-VELOCITY-COUNT PIC 9(05).
       77  NEW-LIMIT-AMOUNT PIC S9(10)V99.
       77  VALID-AMOUNT-SWITCH PIC X VALUE 'N'.
           88  VALID-AMOUNT VALUE 'Y'.
       77  NEW-TIER-COUNT PIC 9(01).
       77  VALID-COUNT-SWITCH PIC X VALUE 'N'.
           88  VALID-COUNT VALUE 'Y'.
       77  MAX-TIER-COUNT PIC 9(01) VALUE 5.
       77  TIER-SCAN PIC 9(01).
       77  NEW-TIER-FLOOR PIC S9(10)V99.
       77  NEW-TIER-RATE PIC 9(01)V9(05).
       77  VALID-RATE-SWITCH PIC X VALUE 'N'.
           88  VALID-RATE VALUE 'Y'.

       77  PROD-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-PROD-SCAN VALUE 'Y'.
       77  VERSIONS-LISTED PIC 9(05).
       77  VERSION-STATE-TEXT PIC X(09).
       77  DISPLAY-COUNT PIC ZZZZ9.
       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-RATE PIC 9.99999.

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
               DISPLAY 'Sign-on failed. Product maintenance not '
                   'started.'
           ELSE
               PERFORM OPEN-PRODUCT-MASTER
               IF PROD-FILE-STATUS = '00'
                   PERFORM SHOW-CONSOLE
                       UNTIL CONTINUE-OPERATION = 'N'
                   CLOSE PRODUCT-MASTER-FILE
               ELSE
                   DISPLAY
                       'Unable to open product catalogue. Product '
                       'maintenance skipped.'
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * OPEN-PRODUCT-MASTER
      * Opens PRODMSTR for update. A catalogue that does not exist
      * yet is created empty, the same first-run technique CBL004
      * uses for the customer master, so the first product can be
      * keyed in without a priming job.
      ******************************************************************
       OPEN-PRODUCT-MASTER.
           OPEN I-O PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS = '35'
               OPEN OUTPUT PRODUCT-MASTER-FILE
               CLOSE PRODUCT-MASTER-FILE
               OPEN I-O PRODUCT-MASTER-FILE
               DISPLAY 'Product catalogue created. ADD the SAV, CUR, '
                   'BUS and STF products before accounts post.'
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
                   PERFORM ADD-PRODUCT
               ELSE
                   IF MAINT-OPERATION = 'CHANGE'
                       PERFORM CHANGE-PRODUCT
                   ELSE
                       IF MAINT-OPERATION = 'LIST'
                           PERFORM LIST-PRODUCTS
                       ELSE
                           DISPLAY 'Unrecognized operation. Use ADD, '
                               'CHANGE or LIST.'
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
      * Adding and changing products re-tunes what every account on
      * the product earns and may post, so only a maintenance
      * operator may do either. LIST changes nothing and is open to
      * every role, so a supervisor can see the limits an item in
      * the approval queue was held to.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF MAINT-OPERATION NOT = 'LIST'
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
      * ADD-PRODUCT
      * Adds the first version of a product not yet on the
      * catalogue. Only the four product codes the bank offers are
      * accepted; a product already on file, under any version, is
      * changed through CHANGE instead.
      ******************************************************************
       ADD-PRODUCT.
           DISPLAY 'New product code (SAV, CUR, BUS or STF): '.
           ACCEPT MAINT-PRODUCT-CODE.
           MOVE MAINT-PRODUCT-CODE TO PROD-CODE.
           IF NOT PROD-CODE-VALID
               DISPLAY 'Product code ' MAINT-PRODUCT-CODE
                   ' is not one of SAV, CUR, BUS or STF. Nothing '
                   'added.'
           ELSE
               PERFORM FIND-LATEST-VERSION
               IF PRODUCT-FOUND
                   DISPLAY 'Product ' MAINT-PRODUCT-CODE ' is already '
                       'on the catalogue. Use CHANGE. Nothing added.'
               ELSE
                   MOVE 'N' TO VALID-DATE-SWITCH
                   PERFORM GET-EFFECTIVE-DATE UNTIL VALID-DATE
                   MOVE MAINT-PRODUCT-CODE TO PROD-CODE
                   MOVE NEW-EFFECTIVE-DATE TO PROD-EFFECTIVE-DATE
                   DISPLAY 'Product name: '
                   ACCEPT PROD-NAME
                   PERFORM GET-PRODUCT-LIMITS
                   PERFORM GET-INTEREST-TIERS
                   PERFORM STAMP-PRODUCT-VERSION
                   WRITE PRODUCT-RECORD
                       INVALID KEY
                           DISPLAY 'Product not added. Write failed.'
                   END-WRITE
                   IF PROD-FILE-STATUS = '00'
                       DISPLAY 'Product ' MAINT-PRODUCT-CODE
                           ' added, effective ' NEW-EFFECTIVE-DATE '.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CHANGE-PRODUCT
      * Keys a change to a product as a new version effective from
      * the date entered, starting from the product's newest version
      * so only what changes has to be re-keyed. The version in
      * effect until then stays on file untouched. A version already
      * keyed for the same future date - a change entered wrongly
      * before it takes effect - is replaced rather than duplicated.
      ******************************************************************
       CHANGE-PRODUCT.
           DISPLAY 'Product code to change: '.
           ACCEPT MAINT-PRODUCT-CODE.
           PERFORM FIND-LATEST-VERSION.
           IF NOT PRODUCT-FOUND
               DISPLAY 'Product ' MAINT-PRODUCT-CODE ' is not on the '
                   'catalogue. Use ADD. Nothing changed.'
           ELSE
               MOVE MAINT-PRODUCT-CODE TO PROD-CODE
               MOVE LATEST-EFFECTIVE-DATE TO PROD-EFFECTIVE-DATE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'Product version not found. Nothing '
                           'changed.'
               END-READ
           END-IF.
           IF PRODUCT-FOUND AND PROD-FILE-STATUS = '00'
               DISPLAY 'Changing ' PROD-CODE ' ' PROD-NAME
               DISPLAY 'Newest version effective '
                   LATEST-EFFECTIVE-DATE '.'
               MOVE 'N' TO VALID-DATE-SWITCH
               PERFORM GET-EFFECTIVE-DATE UNTIL VALID-DATE
               MOVE NEW-EFFECTIVE-DATE TO PROD-EFFECTIVE-DATE
               DISPLAY 'Product name (' PROD-NAME '): '
               ACCEPT NEW-PROD-NAME
               IF NEW-PROD-NAME NOT = SPACES
                   MOVE NEW-PROD-NAME TO PROD-NAME
               END-IF
               PERFORM SHOW-PRODUCT-LIMITS
               MOVE SPACE TO KEEP-ANSWER
               PERFORM GET-KEEP-ANSWER UNTIL KEEP-ANSWER-VALID
               IF NOT KEEP-CURRENT
                   PERFORM GET-PRODUCT-LIMITS
               END-IF
               PERFORM SHOW-INTEREST-TIERS
               MOVE SPACE TO KEEP-ANSWER
               PERFORM GET-KEEP-ANSWER UNTIL KEEP-ANSWER-VALID
               IF NOT KEEP-CURRENT
                   PERFORM GET-INTEREST-TIERS
               END-IF
               PERFORM STAMP-PRODUCT-VERSION
               PERFORM SAVE-PRODUCT-VERSION
           END-IF.

      ******************************************************************
      * SAVE-PRODUCT-VERSION
      * Writes the new version under its effective date. A version
      * already on file for that same date is handed to
      * REPLACE-PRODUCT-VERSION.
      ******************************************************************
       SAVE-PRODUCT-VERSION.
           WRITE PRODUCT-RECORD
               INVALID KEY
                   PERFORM REPLACE-PRODUCT-VERSION
           END-WRITE.
           IF PROD-FILE-STATUS = '00'
               DISPLAY 'Product ' PROD-CODE ' changed, effective '
                   NEW-EFFECTIVE-DATE '.'
           END-IF.

      ******************************************************************
      * REPLACE-PRODUCT-VERSION
      * Replaces a version keyed for the same date only while that
      * date is still to come. A version dated today or earlier is
      * already in effect - accounts may have been held to it - so it
      * is never overwritten; the operator keys the correction as a
      * new version with a future effective date instead.
      ******************************************************************
       REPLACE-PRODUCT-VERSION.
           IF NEW-EFFECTIVE-DATE > TODAY-DATE
               REWRITE PRODUCT-RECORD
                   INVALID KEY
                       DISPLAY 'Product not changed. Write failed.'
               END-REWRITE
               IF PROD-FILE-STATUS = '00'
                   DISPLAY 'Version effective ' NEW-EFFECTIVE-DATE
                       ' replaced.'
               END-IF
           ELSE
               DISPLAY 'Version effective ' NEW-EFFECTIVE-DATE
                   ' is already in effect and cannot be replaced. '
                   'Key the change with a future effective date. '
                   'Nothing changed.'
           END-IF.

      ******************************************************************
      * FIND-LATEST-VERSION
      * Scans MAINT-PRODUCT-CODE's versions from its oldest, leaving
      * the effective date of its newest - future-dated included - in
      * LATEST-EFFECTIVE-DATE. PRODUCT-FOUND-SWITCH is 'N' when the
      * product has no version on file at all.
      ******************************************************************
       FIND-LATEST-VERSION.
           MOVE 'N' TO PRODUCT-FOUND-SWITCH.
           MOVE SPACES TO LATEST-EFFECTIVE-DATE.
           MOVE MAINT-PRODUCT-CODE TO PROD-CODE.
           MOVE LOW-VALUES TO PROD-EFFECTIVE-DATE.
           MOVE 'N' TO PROD-EOF-SWITCH.
           START PRODUCT-MASTER-FILE KEY NOT LESS THAN PROD-KEY
               INVALID KEY
                   MOVE 'Y' TO PROD-EOF-SWITCH
           END-START.
           IF NOT END-OF-PROD-SCAN
               PERFORM READ-NEXT-PRODUCT
               PERFORM NOTE-PRODUCT-VERSION
                   UNTIL END-OF-PROD-SCAN
           END-IF.

       READ-NEXT-PRODUCT.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PROD-EOF-SWITCH
           END-READ.

       NOTE-PRODUCT-VERSION.
           IF PROD-CODE NOT = MAINT-PRODUCT-CODE
               MOVE 'Y' TO PROD-EOF-SWITCH
           ELSE
               MOVE 'Y' TO PRODUCT-FOUND-SWITCH
               MOVE PROD-EFFECTIVE-DATE TO LATEST-EFFECTIVE-DATE
               PERFORM READ-NEXT-PRODUCT
           END-IF.

      ******************************************************************
      * GET-EFFECTIVE-DATE
      * Prompts for the date a version takes effect, YYYYMMDD, and
      * re-prompts until it is a plausible date no earlier than today.
      * A blank answer means today.
      ******************************************************************
       GET-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE TO PRODUCT-TIMESTAMP.
           MOVE PRODUCT-TIMESTAMP(1:8) TO TODAY-DATE.
           DISPLAY 'Effective date (YYYYMMDD, blank for today): '.
           ACCEPT NEW-EFFECTIVE-DATE.
           IF NEW-EFFECTIVE-DATE = SPACES
               MOVE TODAY-DATE TO NEW-EFFECTIVE-DATE
           END-IF.
           IF NEW-EFFECTIVE-DATE IS NUMERIC
                   AND NEW-EFFECTIVE-DATE(5:2) NOT < '01'
                   AND NEW-EFFECTIVE-DATE(5:2) NOT > '12'
                   AND NEW-EFFECTIVE-DATE(7:2) NOT < '01'
                   AND NEW-EFFECTIVE-DATE(7:2) NOT > '31'
               IF NEW-EFFECTIVE-DATE < TODAY-DATE
                   DISPLAY 'Effective date cannot be earlier than '
                       'today. A change never reaches back.'
                   MOVE 'N' TO VALID-DATE-SWITCH
               ELSE
                   MOVE 'Y' TO VALID-DATE-SWITCH
               END-IF
           ELSE
               DISPLAY 'Invalid date. Enter YYYYMMDD.'
               MOVE 'N' TO VALID-DATE-SWITCH
           END-IF.

       GET-KEEP-ANSWER.
           DISPLAY 'Keep these as they are?(Y/N): '.
           ACCEPT KEEP-ANSWER.
           IF NOT KEEP-ANSWER-VALID
               DISPLAY 'Invalid entry. Enter Y or N.'
           END-IF.

      ******************************************************************
      * GET-PRODUCT-LIMITS
      * Keys the product's daily velocity limits - postings and
      * dollar volume per account per day - and the dual-control
      * threshold one operator may post alone, straight into the
      * version being built.
      ******************************************************************
       GET-PRODUCT-LIMITS.
           MOVE 'N' TO VALID-COUNT-SWITCH.
           PERFORM GET-VELOCITY-COUNT UNTIL VALID-COUNT.
           MOVE NEW-VELOCITY-COUNT TO PROD-VELOCITY-COUNT.
           MOVE 'N' TO VALID-AMOUNT-SWITCH.
           PERFORM GET-VELOCITY-AMOUNT UNTIL VALID-AMOUNT.
           MOVE NEW-LIMIT-AMOUNT TO PROD-VELOCITY-AMOUNT.
           MOVE 'N' TO VALID-AMOUNT-SWITCH.
           PERFORM GET-APPROVAL-THRESHOLD UNTIL VALID-AMOUNT.
           MOVE NEW-LIMIT-AMOUNT TO PROD-APPROVAL-THRESHOLD.

       GET-VELOCITY-COUNT.
           DISPLAY 'Daily posting count limit per account: '.
           ACCEPT NEW-VELOCITY-COUNT.
           IF NEW-VELOCITY-COUNT IS NUMERIC
                   AND NEW-VELOCITY-COUNT > ZERO
               MOVE 'Y' TO VALID-COUNT-SWITCH
           ELSE
               DISPLAY 'Invalid count. Enter a positive number.'
               MOVE 'N' TO VALID-COUNT-SWITCH
           END-IF.

       GET-VELOCITY-AMOUNT.
           DISPLAY 'Daily amount limit per account: '.
           ACCEPT NEW-LIMIT-AMOUNT.
           PERFORM CHECK-LIMIT-AMOUNT.

       GET-APPROVAL-THRESHOLD.
           DISPLAY 'Dual-control approval threshold: '.
           ACCEPT NEW-LIMIT-AMOUNT.
           PERFORM CHECK-LIMIT-AMOUNT.

       CHECK-LIMIT-AMOUNT.
           IF NEW-LIMIT-AMOUNT IS NUMERIC
                   AND NEW-LIMIT-AMOUNT > ZERO
               MOVE 'Y' TO VALID-AMOUNT-SWITCH
           ELSE
               DISPLAY 'Invalid amount. Enter a positive number.'
               MOVE 'N' TO VALID-AMOUNT-SWITCH
           END-IF.

      ******************************************************************
      * GET-INTEREST-TIERS
      * Keys the product's interest bands, one to MAX-TIER-COUNT of
      * them. The first band is always floored at zero, and each
      * later band's floor must be above the one before, so CBL003
      * can take the last band a balance reaches. Bands not used are
      * cleared.
      ******************************************************************
       GET-INTEREST-TIERS.
           MOVE 'N' TO VALID-COUNT-SWITCH.
           PERFORM GET-TIER-COUNT UNTIL VALID-COUNT.
           MOVE NEW-TIER-COUNT TO PROD-TIER-COUNT.
           PERFORM GET-INTEREST-TIER
               VARYING TIER-SCAN FROM 1 BY 1
               UNTIL TIER-SCAN > NEW-TIER-COUNT.
           PERFORM CLEAR-INTEREST-TIER
               VARYING TIER-SCAN FROM TIER-SCAN BY 1
               UNTIL TIER-SCAN > MAX-TIER-COUNT.

       GET-TIER-COUNT.
           DISPLAY 'Number of interest bands (1-' MAX-TIER-COUNT '): '.
           ACCEPT NEW-TIER-COUNT.
           IF NEW-TIER-COUNT IS NUMERIC
                   AND NEW-TIER-COUNT > ZERO
                   AND NEW-TIER-COUNT NOT > MAX-TIER-COUNT
               MOVE 'Y' TO VALID-COUNT-SWITCH
           ELSE
               DISPLAY 'Invalid count. Enter 1 to ' MAX-TIER-COUNT '.'
               MOVE 'N' TO VALID-COUNT-SWITCH
           END-IF.

       GET-INTEREST-TIER.
           IF TIER-SCAN = 1
               DISPLAY 'Band 1 starts at a zero balance.'
               MOVE ZEROES TO PROD-TIER-FLOOR(1)
           ELSE
               MOVE 'N' TO VALID-AMOUNT-SWITCH
               PERFORM GET-TIER-FLOOR UNTIL VALID-AMOUNT
               MOVE NEW-TIER-FLOOR TO PROD-TIER-FLOOR(TIER-SCAN)
           END-IF.
           MOVE 'N' TO VALID-RATE-SWITCH.
           PERFORM GET-TIER-RATE UNTIL VALID-RATE.
           MOVE NEW-TIER-RATE TO PROD-TIER-RATE(TIER-SCAN).

       GET-TIER-FLOOR.
           DISPLAY 'Band ' TIER-SCAN ' lowest balance: '.
           ACCEPT NEW-TIER-FLOOR.
           IF NEW-TIER-FLOOR IS NUMERIC
                   AND NEW-TIER-FLOOR > PROD-TIER-FLOOR(TIER-SCAN - 1)
               MOVE 'Y' TO VALID-AMOUNT-SWITCH
           ELSE
               MOVE PROD-TIER-FLOOR(TIER-SCAN - 1) TO DISPLAY-AMOUNT
               DISPLAY 'Invalid balance. Enter more than '
                   DISPLAY-AMOUNT '.'
               MOVE 'N' TO VALID-AMOUNT-SWITCH
           END-IF.

       GET-TIER-RATE.
           DISPLAY 'Band ' TIER-SCAN ' nightly rate (e.g. 0.00050): '.
           ACCEPT NEW-TIER-RATE.
           IF NEW-TIER-RATE IS NUMERIC
               MOVE 'Y' TO VALID-RATE-SWITCH
           ELSE
               DISPLAY 'Invalid rate. Enter a decimal fraction.'
               MOVE 'N' TO VALID-RATE-SWITCH
           END-IF.

       CLEAR-INTEREST-TIER.
           MOVE ZEROES TO PROD-TIER-FLOOR(TIER-SCAN).
           MOVE ZEROES TO PROD-TIER-RATE(TIER-SCAN).

       STAMP-PRODUCT-VERSION.
           MOVE SIGNED-ON-OPER-ID TO PROD-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE TO PROD-CHANGED-TIMESTAMP.

       SHOW-PRODUCT-LIMITS.
           MOVE PROD-VELOCITY-COUNT TO DISPLAY-COUNT.
           DISPLAY '    DAILY COUNT LIMIT.....: ' DISPLAY-COUNT.
           MOVE PROD-VELOCITY-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY '    DAILY AMOUNT LIMIT....: ' DISPLAY-AMOUNT.
           MOVE PROD-APPROVAL-THRESHOLD TO DISPLAY-AMOUNT.
           DISPLAY '    APPROVAL THRESHOLD....: ' DISPLAY-AMOUNT.

       SHOW-INTEREST-TIERS.
           PERFORM SHOW-INTEREST-TIER
               VARYING TIER-SCAN FROM 1 BY 1
               UNTIL TIER-SCAN > PROD-TIER-COUNT.

       SHOW-INTEREST-TIER.
           MOVE PROD-TIER-FLOOR(TIER-SCAN) TO DISPLAY-AMOUNT.
           MOVE PROD-TIER-RATE(TIER-SCAN) TO DISPLAY-RATE.
           DISPLAY '    BAND ' TIER-SCAN ' FROM ' DISPLAY-AMOUNT
               '  RATE ' DISPLAY-RATE.

      ******************************************************************
      * LIST-PRODUCTS
      * Displays every version of every product on the catalogue in
      * product and effective-date order, with its limits and
      * interest bands. A version not yet in effect is marked FUTURE,
      * so the version in effect for each product is the last one
      * listed above its first FUTURE version.
      ******************************************************************
       LIST-PRODUCTS.
           MOVE FUNCTION CURRENT-DATE TO PRODUCT-TIMESTAMP.
           MOVE PRODUCT-TIMESTAMP(1:8) TO TODAY-DATE.
           MOVE ZEROES TO VERSIONS-LISTED.
           MOVE LOW-VALUES TO PROD-KEY.
           MOVE 'N' TO PROD-EOF-SWITCH.
           START PRODUCT-MASTER-FILE KEY NOT LESS THAN PROD-KEY
               INVALID KEY
                   MOVE 'Y' TO PROD-EOF-SWITCH
           END-START.
           IF NOT END-OF-PROD-SCAN
               PERFORM READ-NEXT-PRODUCT
               PERFORM SHOW-PRODUCT-VERSION
                   UNTIL END-OF-PROD-SCAN
           END-IF.
           IF VERSIONS-LISTED = ZERO
               DISPLAY 'No products on file.'
           END-IF.

       SHOW-PRODUCT-VERSION.
           IF PROD-EFFECTIVE-DATE > TODAY-DATE
               MOVE 'FUTURE' TO VERSION-STATE-TEXT
           ELSE
               MOVE SPACES TO VERSION-STATE-TEXT
           END-IF.
           DISPLAY '  ' PROD-CODE '  ' PROD-NAME
               '  EFFECTIVE: ' PROD-EFFECTIVE-DATE '  '
               VERSION-STATE-TEXT.
           DISPLAY '    CHANGED BY............: ' PROD-CHANGED-BY
               '  ' PROD-CHANGED-TIMESTAMP(1:8).
           PERFORM SHOW-PRODUCT-LIMITS.
           PERFORM SHOW-INTEREST-TIERS.
           ADD 1 TO VERSIONS-LISTED.
           PERFORM READ-NEXT-PRODUCT.
