      *                    same way the ACCT-CURRENCY seed was
      *                    handled, so the seed account reads back
      *                    as having no customer linked.
      *   15/10/2026 VAW - Sign the operator on against the OPERMSTR
      *                    operator master before the console runs,
      *                    refuse any operation the operator's role
      *                    does not allow, and stamp the operator id
      *                    on every TRANLOG and PENDAPPR entry.
      *   15/10/2026 VAW - Add a REVERSE operation that finds a posted
      *                    entry on TRANARCH or TRANLOG by account and
      *                    timestamp and posts the exact opposite as a
      *                    REV-DR/REV-CR tied back to it, both legs
      *                    together for a transfer. The REVREG
      *                    reversal register refuses an entry already
      *                    reversed, and a reversal over the
      *                    dual-control threshold goes to CBL014.
      *                    Reversals are corrections, not customer
      *                    activity, so they neither count against nor
      *                    add to the DAYTOTAL velocity figures.
      *                    INQUIRY now shows each entry's full
      *                    timestamp so the teller can name it.
      *   15/10/2026 VAW - Let REVERSE refund a FEE charge CBL019
      *                    posted, as a REV-CR the same as a SUBTRACT.
      *   15/10/2026 VAW - Take the velocity limits and the dual-
      *                    control threshold from the account's
      *                    product on the PRODMSTR catalogue, as of
      *                    today, instead of constants compiled in
      *                    here. A transfer, and a transfer reversal,
      *                    is held to its source account's threshold.
      *                    Initialize the new ACCT-PRODUCT-CODE to
      *                    SPACES on the first-run seed record.
      *   15/10/2026 VAW - Add a PAYMENT operation that pays an
      *                    external beneficiary on the BENEMSTR
      *                    beneficiary master out of a house-currency
      *                    account. The debit is held to the same
      *                    dormancy, velocity, dual-control and
      *                    funds-hold rules as a SUBTRACT, posts as a
      *                    PAYMENT entry, and is recorded on the PAYOUT
      *                    file for CBL024 to put on the night's
      *                    clearing-house file. A PAYMENT cannot be
      *                    undone through REVERSE; a payment the
      *                    clearing house rejects comes back through
      *                    CBL025.
      *   15/10/2026 VAW - Convert a transfer at the rate on the keyed
      *                    FXRATE history in effect today, and refuse
      *                    it when the newest active rate for the pair
      *                    is older than FX-MAX-RATE-AGE-DAYS.
      *   15/10/2026 VAW - Raise every ADD, SUBTRACT, TRANSFER or
      *                    PAYMENT this console refuses on the keyed
      *                    EXCPFILE exception file, with its reason,
      *                    for the back office to work through CBL031.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL001.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FX-FILE-STATUS.
           SELECT ARCHIVE-LOG-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYT-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT REVERSAL-REGISTER-FILE ASSIGN TO "REVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS REVR-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               FILE STATUS IS PROD-FILE-STATUS.
           SELECT BENEFICIARY-MASTER-FILE ASSIGN TO "BENEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENE-ID
               FILE STATUS IS BENE-FILE-STATUS.
           SELECT PAYMENT-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PAYMENT-ID
               FILE STATUS IS PAYO-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-ID
               FILE STATUS IS EXCP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY PENDREC.
       FD  DAILY-TOTAL-FILE.
           COPY DAYTREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       FD  REVERSAL-REGISTER-FILE.
           COPY REVREC.
       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.
       FD  BENEFICIARY-MASTER-FILE.
           COPY BENEREC.
       FD  PAYMENT-OUT-FILE.
           COPY PAYOREC.
       FD  EXCEPTION-FILE.
           COPY EXCPREC.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  SOURCE-BALANCE PIC S9(10)V99.
       77  DEST-BALANCE PIC S9(10)V99.
       77  CURRENT-ACCT-ID PIC X(10).
       77  CURRENT-PRODUCT-CODE PIC X(03).
       77  SOURCE-PRODUCT-CODE PIC X(03).
       77  DEST-PRODUCT-CODE PIC X(03).

       77  TRAN-FILE-STATUS PIC X(02).
       77  TRAN-TIMESTAMP PIC X(21).

      ******************************************************************
      * Daily transaction velocity limit fields. VELOCITY-LIMIT-COUNT
      * and VELOCITY-LIMIT-AMOUNT are the same-day ceilings for the
      * account being checked: how many postings or how much dollar
      * volume is allowed against it before ADD/SUBTRACT/TRANSFER are
      * refused for the rest of the day. Both come from the product
      * named by VELOCITY-CHECK-PRODUCT through LOAD-PRODUCT-LIMITS,
      * so they are re-tuned on the PRODMSTR catalogue through
      * CBL020, not here. The day's running figures come off the
      * keyed DAYTOTAL file, which UPDATE-DAILY-TOTAL maintains as
      * each posting is logged.
      ******************************************************************
       77  VELOCITY-LIMIT-COUNT PIC 9(05) VALUE ZEROES.
       77  VELOCITY-LIMIT-AMOUNT PIC S9(10)V99 VALUE ZEROES.
       77  VELOCITY-CHECK-ACCT-ID PIC X(10).
       77  VELOCITY-CHECK-PRODUCT PIC X(03).
       77  VELOCITY-TODAY-DATE PIC X(08).
       77  VELOCITY-TRAN-COUNT PIC 9(05).
       77  VELOCITY-TRAN-AMOUNT PIC S9(10)V99.

      ******************************************************************
      * Dual-control fields. APPROVAL-THRESHOLD-AMOUNT is the
      * ceiling one operator can post alone; an ADD, SUBTRACT or
      * TRANSFER over it is written to the pending-approval file for
      * a supervisor to approve or reject through CBL014 instead of
      * hitting the account master here. It is loaded from the
      * account's product by LOAD-PRODUCT-LIMITS alongside the
      * velocity limits.
      ******************************************************************
       77  APPROVAL-THRESHOLD-AMOUNT PIC S9(10)V99 VALUE ZEROES.
       77  PEND-FILE-STATUS PIC X(02).
       77  ITEM-QUEUED-SWITCH PIC X VALUE 'N'.
           88  ITEM-QUEUED VALUE 'Y'.
       77  NEXT-PEND-ID PIC 9(07).
       77  PEND-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-PEND-SCAN VALUE 'Y'.
       77  HOLD-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-HOLD-SCAN VALUE 'Y'.

      ******************************************************************
      * Product catalogue fields. LOAD-PRODUCT-LIMITS reads the
      * version of PRODUCT-LOOKUP-CODE in effect today off the keyed
      * PRODMSTR catalogue into the velocity and dual-control fields
      * above. DEFAULT-PRODUCT-CODE is the product assumed for any
      * account whose ACCT-PRODUCT-CODE is still SPACES because it
      * was written before products were tracked. A product with no
      * version in effect leaves every limit at zero, so nothing
      * posts against it alone until the catalogue is put right.
      ******************************************************************
       77  DEFAULT-PRODUCT-CODE PIC X(03) VALUE "CUR".
       77  PROD-FILE-STATUS PIC X(02).
       77  PRODUCT-LOOKUP-CODE PIC X(03).
       77  PRODUCT-TODAY-DATE PIC X(08).
       77  PROD-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-PROD-SCAN VALUE 'Y'.
       77  PRODUCT-FOUND-SWITCH PIC X VALUE 'N'.
           88  PRODUCT-FOUND VALUE 'Y'.

      ******************************************************************
      * Multi-currency transfer fields. DEFAULT-CURRENCY-CODE is the
      * house currency assumed for any account whose ACCT-CURRENCY is
      * still SPACES because it was written before currencies were
      * tracked. A transfer converts at the newest active rate on the
      * FXRATE history dated on or before today, and is refused when
      * that rate is more than FX-MAX-RATE-AGE-DAYS old, so a feed
      * that has stopped arriving cannot leave transfers converting
      * at a rate from weeks ago. Three days carries a Friday rate
      * through to Monday.
      ******************************************************************
       77  DEFAULT-CURRENCY-CODE PIC X(03) VALUE "USD".
       77  FX-FILE-STATUS PIC X(02).
       77  DEST-CURRENCY PIC X(03).
       77  CONVERTED-AMOUNT PIC S9(10)V99.
       77  APPLIED-FX-RATE PIC 9(04)V9(06).
       77  FX-MAX-RATE-AGE-DAYS PIC 9(03) VALUE 003.
       77  FX-STALE-SWITCH PIC X VALUE 'N'.
           88  FX-RATE-STALE VALUE 'Y'.
       01  FX-DATE-WORK.
           05  FX-AS-OF-NUM                PIC 9(08).
           05  FX-AS-OF-DATE REDEFINES FX-AS-OF-NUM
                                           PIC X(08).
           05  FX-RATE-DATE-NUM            PIC 9(08).
           05  FX-RATE-DATE REDEFINES FX-RATE-DATE-NUM
                                           PIC X(08).
       77  FX-RATE-AGE-DAYS PIC S9(07).

      ******************************************************************
      * Outbound payment fields. PAY-BENEFICIARY debits the selected
      * account for the external beneficiary PAY-BENE-ID names on the
      * BENEMSTR beneficiary master, whose bank code, account number
      * and name are kept in the PAY- fields for the PAYOUT record.
      * Each payment goes on PAYOUT under the next free
      * NEXT-PAYMENT-ID for CBL024 to put on the night's clearing
      * file. Only an account in DEFAULT-CURRENCY-CODE can pay out:
      * the clearing house settles in the house currency alone.
      ******************************************************************
       77  BENE-FILE-STATUS PIC X(02).
       77  PAYO-FILE-STATUS PIC X(02).
       77  PAY-BENE-ID PIC X(10).
       77  PAY-BANK-CODE PIC X(11).
       77  PAY-BENE-ACCOUNT-NO PIC X(20).
       77  PAY-BENE-NAME PIC X(30).
       77  PAY-CURRENCY PIC X(03).
       77  BENEFICIARY-FOUND-SWITCH PIC X VALUE 'N'.
           88  BENEFICIARY-FOUND VALUE 'Y'.
       77  NEXT-PAYMENT-ID PIC 9(08).
       77  PAYO-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-PAYO-SCAN VALUE 'Y'.

      ******************************************************************
      * INQUIRY-TABLE holds the last INQUIRY-WINDOW-SIZE TRANLOG
      * entries seen for the account INQUIRE-ACCOUNT is scanning for,
      * oldest in slot 1, so SHOW-INQUIRY-ENTRY can print them back
      * in the order they posted. INQ-TIMESTAMP keeps each posting's
      * time to the hundredth of a second, which is how REVERSE asks
      * for the entry to undo.
      ******************************************************************
       77  INQUIRY-WINDOW-SIZE PIC 9(01) VALUE 5.
       01  INQUIRY-TABLE.
           05  INQUIRY-ENTRY OCCURS 5 TIMES INDEXED BY INQ-IDX.
               10  INQ-TIMESTAMP PIC X(16).
               10  INQ-OPERATION PIC X(10).
               10  INQ-AMOUNT PIC S9(10)V99.
               10  INQ-BALANCE PIC S9(10)V99.
       77  DET-OPERATION PIC X(10).
       77  DET-AMOUNT PIC S9(10)V99.
       77  DET-BALANCE PIC S9(10)V99.
       77  DET-ACCT-ID PIC X(10).

      ******************************************************************
      * Reversal fields. REVERSE-TRANSACTION looks for the entry the
      * teller names by account and REVERSE-STAMP on TRANARCH, then
      * TRANLOG, and keeps it in the ORIG- fields. A transfer leg is
      * only ever reversed together with the other leg written with
      * it, kept in the PARTNER- fields: a TRANS-CR always directly
      * follows its TRANS-DR under the same timestamp, so the scan
      * keeps the record before the current one in the PRIOR- fields
      * and, on a TRANS-DR, looks at the record after. The reversal
      * legs post the original amounts exactly, so a cross-currency
      * transfer is undone at the rate it was converted at, not at
      * today's. REVERSAL-OK-SWITCH carries the reversal through its
      * checks the way CBL014's POST-OK-SWITCH does; the REVREG
      * reversal register is what stops an entry being reversed
      * twice.
      ******************************************************************
       77  REVR-FILE-STATUS PIC X(02).
       77  REVERSE-STAMP PIC X(16).
       77  REVERSAL-AMOUNT PIC S9(10)V99.
       77  REVERSAL-OK-SWITCH PIC X VALUE 'Y'.
           88  REVERSAL-OK VALUE 'Y'.
       77  REVERSAL-FAIL-REASON PIC X(60).
       77  REVERSAL-CHECK-ACCT-ID PIC X(10).
       77  REVERSAL-CHECK-BALANCE PIC S9(10)V99.
       77  REVERSAL-CHECK-AMOUNT PIC S9(10)V99.
       77  REGISTER-STATUS PIC X(01).
       77  REGISTER-PEND-ID PIC 9(07).
       77  ORIG-FOUND-SWITCH PIC X VALUE 'N'.
           88  ORIGINAL-FOUND VALUE 'Y'.
       77  ORIG-TIMESTAMP PIC X(21).
       77  ORIG-OPERATION PIC X(10).
       77  ORIG-AMOUNT PIC S9(10)V99.
       77  ORIG-REV-OPERATION PIC X(10).
       77  PARTNER-WANTED-SWITCH PIC X VALUE 'N'.
           88  PARTNER-WANTED VALUE 'Y'.
       77  PARTNER-FOUND-SWITCH PIC X VALUE 'N'.
           88  PARTNER-FOUND VALUE 'Y'.
       77  PARTNER-ACCT-ID PIC X(10).
       77  PARTNER-OPERATION PIC X(10).
       77  PARTNER-AMOUNT PIC S9(10)V99.
       77  PARTNER-REV-OPERATION PIC X(10).
       77  PARTNER-BALANCE PIC S9(10)V99.
       77  PARTNER-PRODUCT-CODE PIC X(03).
       77  PRIOR-ACCT-ID PIC X(10).
       77  PRIOR-TIMESTAMP PIC X(21).
       77  PRIOR-OPERATION PIC X(10).
       77  PRIOR-AMOUNT PIC S9(10)V99.

      ******************************************************************
      * Exception fields. RAISE-POSTING-EXCEPTION raises every posting
      * this console refuses on the keyed EXCPFILE exception file
      * under the next free NEXT-EXCP-ID, carrying the operation as
      * keyed so far and the EXCP-REASON-CODE and EXCP-REASON-TEXT
      * the refusing check leaves here, for the back office to repair
      * and resubmit, or write off, through CBL031. OPERATED-BALANCE
      * is still zero when the refusal comes before the amount is
      * keyed.
      ******************************************************************
       77  EXCP-FILE-STATUS PIC X(02).
       77  EXCP-REASON-CODE PIC X(02).
       77  EXCP-REASON-TEXT PIC X(40).
       77  NEXT-EXCP-ID PIC 9(07).
       77  EXCP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-EXCP-SCAN VALUE 'Y'.

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
           IF OPERATOR-SIGNED-ON
               PERFORM OPEN-ACCOUNT-MASTER
               PERFORM SHOW-CONSOLE
                   UNTIL CONTINUE-OPERATION = 'N'
               PERFORM CLOSE-ACCOUNT-MASTER
           ELSE
               DISPLAY 'Sign-on failed. Console not started.'
           END-IF.
           STOP RUN.

       SHOW-CONSOLE.
           DISPLAY 'What operation do you want to do?: '.
           ACCEPT OPERATION.
           MOVE ZEROES TO OPERATED-BALANCE.
           MOVE SPACES TO PAY-BENE-ID.
           PERFORM CHECK-OPERATION-ALLOWED.
           IF NOT OPERATION-ALLOWED
               DISPLAY 'Operation refused. ' OPERATION
                   ' is not permitted for your role.'
           ELSE
               IF OPERATION = 'ADD' OR OPERATION = 'SUBTRACT'
                   PERFORM SELECT-ACCOUNT
                   IF OPERATION = 'ADD'
                       PERFORM ADD-BALANCE
                   ELSE
                       PERFORM SUBTRACT-BALANCE
                   END-IF
               ELSE
                   IF OPERATION = 'TRANSFER'
                       PERFORM TRANSFER-BALANCE
                   ELSE
                       IF OPERATION = 'RECONCILE'
                           PERFORM RECONCILE-BALANCE
                       ELSE
                           IF OPERATION = 'INQUIRY'
                               PERFORM SELECT-ACCOUNT
                               PERFORM INQUIRE-ACCOUNT
                           ELSE
                               IF OPERATION = 'REVERSE'
                                   PERFORM REVERSE-TRANSACTION
                               ELSE
                                   IF OPERATION = 'PAYMENT'
                                       PERFORM SELECT-ACCOUNT
                                       PERFORM PAY-BENEFICIARY
                                   END-IF
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
      * before the console offers anything. The id and password must
      * match an active operator within MAX-SIGN-ON-ATTEMPTS tries; a
      * revoked operator, or no operator master at all, is refused,
      * so nobody reaches the console without a name to stamp on
      * what they do.
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
      * Holds OPERATION to the signed-on operator's role. Postings,
      * transfers, payments and reversals are teller or supervisor
      * work (anything over the threshold still needs a second
      * supervisor through CBL014); RECONCILE is a
      * supervisor or maintenance job (the overnight chain signs on a
      * maintenance operator for it); INQUIRY is open to every role,
      * read-only included. An operation not named here is left for
      * SHOW-CONSOLE to ignore as before.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF OPERATION = 'ADD' OR OPERATION = 'SUBTRACT'
                   OR OPERATION = 'TRANSFER' OR OPERATION = 'REVERSE'
                   OR OPERATION = 'PAYMENT'
               IF NOT SIGNED-ON-TELLER AND NOT SIGNED-ON-SUPERVISOR
                   MOVE 'N' TO OPERATION-ALLOWED-SWITCH
               END-IF
           END-IF.
           IF OPERATION = 'RECONCILE'
               IF NOT SIGNED-ON-SUPERVISOR
                       AND NOT SIGNED-ON-MAINTENANCE
                   MOVE 'N' TO OPERATION-ALLOWED-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * GET-CONTINUE-OPERATION
      * Prompts for Y/N and re-prompts with an error message on
           MOVE 'N' TO ACCOUNT-FOUND-SWITCH.
           PERFORM GET-ACCOUNT-NUMBER UNTIL ACCOUNT-FOUND.
           MOVE ACCT-BALANCE TO CURRENT-BALANCE.
           MOVE ACCT-PRODUCT-CODE TO CURRENT-PRODUCT-CODE.

       GET-ACCOUNT-NUMBER.
           DISPLAY 'Account number: '.

       ADD-BALANCE.
           MOVE CURRENT-ACCT-ID TO VELOCITY-CHECK-ACCT-ID.
           MOVE CURRENT-PRODUCT-CODE TO VELOCITY-CHECK-PRODUCT.
           PERFORM CHECK-VELOCITY-LIMIT.
           IF NOT VELOCITY-LIMIT-OK
               DISPLAY
                   'Add refused. Daily transaction limit reached '
                   'for this account.'
               MOVE 'VL' TO EXCP-REASON-CODE
               MOVE 'DAILY TRANSACTION LIMIT REACHED'
                   TO EXCP-REASON-TEXT
               PERFORM RAISE-POSTING-EXCEPTION
           ELSE
               MOVE 'N' TO VALID-AMOUNT-SWITCH
               PERFORM GET-OPERATED-AMOUNT UNTIL VALID-AMOUNT
           IF ACCT-DORMANT
               DISPLAY 'Subtract refused. Account is dormant; '
                   'reactivate it through account maintenance first.'
               MOVE 'DM' TO EXCP-REASON-CODE
               MOVE 'ACCOUNT DORMANT'
                   TO EXCP-REASON-TEXT
               PERFORM RAISE-POSTING-EXCEPTION
           ELSE
               MOVE CURRENT-ACCT-ID TO VELOCITY-CHECK-ACCT-ID
               MOVE CURRENT-PRODUCT-CODE TO VELOCITY-CHECK-PRODUCT
               PERFORM CHECK-VELOCITY-LIMIT
               IF NOT VELOCITY-LIMIT-OK
                   DISPLAY
                       'Subtract refused. Daily transaction limit '
                       'reached for this account.'
                   MOVE 'VL' TO EXCP-REASON-CODE
                   MOVE 'DAILY TRANSACTION LIMIT REACHED'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-POSTING-EXCEPTION
               ELSE
                   MOVE 'N' TO VALID-AMOUNT-SWITCH
                   PERFORM GET-OPERATED-AMOUNT UNTIL VALID-AMOUNT
       APPLY-SUBTRACT-BALANCE.
           IF OPERATED-BALANCE > CURRENT-BALANCE
               DISPLAY 'Subtract refused. Amount exceeds balance.'
               MOVE 'IF' TO EXCP-REASON-CODE
               MOVE 'AMOUNT EXCEEDS BALANCE'
                   TO EXCP-REASON-TEXT
               PERFORM RAISE-POSTING-EXCEPTION
           ELSE
               MOVE CURRENT-ACCT-ID TO HOLD-CHECK-ACCT-ID
               PERFORM SUM-ACTIVE-HOLDS
               IF OPERATED-BALANCE > AVAILABLE-BALANCE
                   DISPLAY 'Subtract refused. Amount exceeds '
                       'available balance; funds are held.'
                   MOVE 'IF' TO EXCP-REASON-CODE
                   MOVE 'FUNDS ARE HELD'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-POSTING-EXCEPTION
               ELSE
                   COMPUTE CURRENT-BALANCE =
                       CURRENT-BALANCE - OPERATED-BALANCE
               END-IF
           END-IF.

      ******************************************************************
      * PAY-BENEFICIARY
      * Pays an external beneficiary out of the account SELECT-ACCOUNT
      * has just read. The account must not be dormant and must be in
      * the house currency, and the beneficiary must be active on
      * BENEMSTR; the debit itself is then held to the same velocity,
      * dual-control and funds-hold rules a SUBTRACT is. A payment
      * over the threshold goes to the approval queue carrying the
      * beneficiary in PP-DEST-ACCT-ID, and CBL014 posts and records
      * it on approval.
      ******************************************************************
       PAY-BENEFICIARY.
           MOVE ACCT-CURRENCY TO PAY-CURRENCY.
           IF PAY-CURRENCY = SPACES
               MOVE DEFAULT-CURRENCY-CODE TO PAY-CURRENCY
           END-IF.
           IF ACCT-DORMANT
               DISPLAY 'Payment refused. Account is dormant; '
                   'reactivate it through account maintenance first.'
               MOVE 'DM' TO EXCP-REASON-CODE
               MOVE 'ACCOUNT DORMANT'
                   TO EXCP-REASON-TEXT
               PERFORM RAISE-POSTING-EXCEPTION
           ELSE
               IF PAY-CURRENCY NOT = DEFAULT-CURRENCY-CODE
                   DISPLAY 'Payment refused. Only '
                       DEFAULT-CURRENCY-CODE ' accounts can pay out '
                       'through the clearing house.'
                   MOVE 'OT' TO EXCP-REASON-CODE
                   MOVE 'ACCOUNT NOT IN HOUSE CURRENCY'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-POSTING-EXCEPTION
               ELSE
                   PERFORM SELECT-BENEFICIARY
                   IF BENEFICIARY-FOUND
                       PERFORM CHECK-PAYMENT-LIMITS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SELECT-BENEFICIARY
      * Prompts for the beneficiary id and reads it off BENEMSTR,
      * keeping the payee details in the PAY- fields. A beneficiary
      * not on file, removed, or no beneficiary master at all leaves
      * BENEFICIARY-FOUND-SWITCH 'N' and the payment is refused.
      ******************************************************************
       SELECT-BENEFICIARY.
           MOVE 'N' TO BENEFICIARY-FOUND-SWITCH.
           DISPLAY 'Beneficiary id: '.
           ACCEPT PAY-BENE-ID.
           OPEN INPUT BENEFICIARY-MASTER-FILE.
           IF BENE-FILE-STATUS NOT = '00'
               DISPLAY 'Beneficiary master not available. Payment '
                   'refused.'
           ELSE
               MOVE PAY-BENE-ID TO BENE-ID
               READ BENEFICIARY-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'Payment refused. Beneficiary not '
                           'found.'
                       MOVE 'OT' TO EXCP-REASON-CODE
                       MOVE 'BENEFICIARY NOT FOUND'
                           TO EXCP-REASON-TEXT
                       PERFORM RAISE-POSTING-EXCEPTION
                   NOT INVALID KEY
                       IF BENE-ACTIVE
                           MOVE 'Y' TO BENEFICIARY-FOUND-SWITCH
                           MOVE BENE-BANK-CODE TO PAY-BANK-CODE
                           MOVE BENE-ACCOUNT-NO TO PAY-BENE-ACCOUNT-NO
                           MOVE BENE-NAME TO PAY-BENE-NAME
                           DISPLAY 'Beneficiary: ' BENE-NAME
                       ELSE
                           DISPLAY 'Payment refused. Beneficiary '
                               BENE-ID ' has been removed.'
                           MOVE 'OT' TO EXCP-REASON-CODE
                           MOVE 'BENEFICIARY REMOVED'
                               TO EXCP-REASON-TEXT
                           PERFORM RAISE-POSTING-EXCEPTION
                       END-IF
               END-READ
               CLOSE BENEFICIARY-MASTER-FILE
           END-IF.

       CHECK-PAYMENT-LIMITS.
           MOVE CURRENT-ACCT-ID TO VELOCITY-CHECK-ACCT-ID.
           MOVE CURRENT-PRODUCT-CODE TO VELOCITY-CHECK-PRODUCT.
           PERFORM CHECK-VELOCITY-LIMIT.
           IF NOT VELOCITY-LIMIT-OK
               DISPLAY
                   'Payment refused. Daily transaction limit '
                   'reached for this account.'
               MOVE 'VL' TO EXCP-REASON-CODE
               MOVE 'DAILY TRANSACTION LIMIT REACHED'
                   TO EXCP-REASON-TEXT
               PERFORM RAISE-POSTING-EXCEPTION
           ELSE
               MOVE 'N' TO VALID-AMOUNT-SWITCH
               PERFORM GET-OPERATED-AMOUNT UNTIL VALID-AMOUNT
               IF OPERATED-BALANCE > APPROVAL-THRESHOLD-AMOUNT
                   PERFORM QUEUE-PENDING-POSTING
               ELSE
                   PERFORM APPLY-PAYMENT-BALANCE
               END-IF
           END-IF.

      ******************************************************************
      * APPLY-PAYMENT-BALANCE
      * Posts a payment that has already cleared the velocity limit
      * and the dual-control threshold under the same balance and
      * funds-hold rules as APPLY-SUBTRACT-BALANCE, logs it as a
      * PAYMENT, and records it on PAYOUT for tonight's clearing file.
      ******************************************************************
       APPLY-PAYMENT-BALANCE.
           IF OPERATED-BALANCE > CURRENT-BALANCE
               DISPLAY 'Payment refused. Amount exceeds balance.'
               MOVE 'IF' TO EXCP-REASON-CODE
               MOVE 'AMOUNT EXCEEDS BALANCE'
                   TO EXCP-REASON-TEXT
               PERFORM RAISE-POSTING-EXCEPTION
           ELSE
               MOVE CURRENT-ACCT-ID TO HOLD-CHECK-ACCT-ID
               PERFORM SUM-ACTIVE-HOLDS
               COMPUTE AVAILABLE-BALANCE =
                   CURRENT-BALANCE - ACTIVE-HOLD-TOTAL
               IF OPERATED-BALANCE > AVAILABLE-BALANCE
                   DISPLAY 'Payment refused. Amount exceeds '
                       'available balance; funds are held.'
                   MOVE 'IF' TO EXCP-REASON-CODE
                   MOVE 'FUNDS ARE HELD'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-POSTING-EXCEPTION
               ELSE
                   COMPUTE CURRENT-BALANCE =
                       CURRENT-BALANCE - OPERATED-BALANCE
                   PERFORM SAVE-CURRENT-BALANCE
                   IF ACCT-FILE-STATUS = '00'
                       MOVE CURRENT-BALANCE TO DISPLAY-BALANCE
                       DISPLAY 'Payment posted. Current Balance: '
                           DISPLAY-BALANCE
                       PERFORM WRITE-TRANSACTION-LOG
                       PERFORM WRITE-OUTBOUND-PAYMENT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-OUTBOUND-PAYMENT
      * Records the payment just logged on the keyed PAYOUT file,
      * pending, under the next free payment id and tied to its
      * TRANLOG entry by PO-TIMESTAMP, with the beneficiary's details
      * as they stand today. The file is created on first use, the
      * same first-run technique QUEUE-PENDING-POSTING uses.
      ******************************************************************
       WRITE-OUTBOUND-PAYMENT.
           OPEN I-O PAYMENT-OUT-FILE.
           IF PAYO-FILE-STATUS = '35'
               OPEN OUTPUT PAYMENT-OUT-FILE
               CLOSE PAYMENT-OUT-FILE
               OPEN I-O PAYMENT-OUT-FILE
           END-IF.
           IF PAYO-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open outbound payment file. Payment '
                   'posted but not queued for clearing; notify '
                   'operations.'
           ELSE
               PERFORM FIND-NEXT-PAYMENT-ID
               MOVE NEXT-PAYMENT-ID TO PO-PAYMENT-ID
               MOVE TRAN-TIMESTAMP TO PO-TIMESTAMP
               MOVE CURRENT-ACCT-ID TO PO-ACCT-ID
               MOVE PAY-BENE-ID TO PO-BENE-ID
               MOVE PAY-BANK-CODE TO PO-BANK-CODE
               MOVE PAY-BENE-ACCOUNT-NO TO PO-BENE-ACCOUNT-NO
               MOVE PAY-BENE-NAME TO PO-BENE-NAME
               MOVE OPERATED-BALANCE TO PO-AMOUNT
               MOVE 'P' TO PO-STATUS
               MOVE SIGNED-ON-OPER-ID TO PO-OPERATOR-ID
               MOVE SPACES TO PO-ORDER-ID
               MOVE SPACES TO PO-SENT-DATE
               MOVE SPACES TO PO-RETURN-DATE
               MOVE SPACES TO PO-RETURN-REASON
               WRITE PAYMENT-OUT-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to record payment for '
                           'clearing. Write failed; notify '
                           'operations.'
               END-WRITE
               IF PAYO-FILE-STATUS = '00'
                   DISPLAY 'Payment ' NEXT-PAYMENT-ID ' to '
                       PAY-BENE-NAME ' will go on tonight''s '
                       'clearing file.'
               END-IF
               CLOSE PAYMENT-OUT-FILE
           END-IF.

      ******************************************************************
      * FIND-NEXT-PAYMENT-ID
      * Walks PAYOUT and comes back with one past the highest payment
      * id on file, sent and returned payments included, the same
      * way FIND-NEXT-PEND-ID numbers the approval queue, so a
      * payment id the clearing house has seen is never reused.
      ******************************************************************
       FIND-NEXT-PAYMENT-ID.
           MOVE 1 TO NEXT-PAYMENT-ID.
           MOVE ZEROES TO PO-PAYMENT-ID.
           MOVE 'N' TO PAYO-EOF-SWITCH.
           START PAYMENT-OUT-FILE KEY NOT LESS THAN PO-PAYMENT-ID
               INVALID KEY
                   MOVE 'Y' TO PAYO-EOF-SWITCH
           END-START.
           IF NOT END-OF-PAYO-SCAN
               PERFORM READ-NEXT-PAYMENT
               PERFORM NOTE-PAYMENT-ID
                   UNTIL END-OF-PAYO-SCAN
           END-IF.

       READ-NEXT-PAYMENT.
           READ PAYMENT-OUT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PAYO-EOF-SWITCH
           END-READ.

       NOTE-PAYMENT-ID.
           COMPUTE NEXT-PAYMENT-ID = PO-PAYMENT-ID + 1.
           PERFORM READ-NEXT-PAYMENT.

      ******************************************************************
      * GET-OPERATED-AMOUNT
      * Prompts for the amount to ADD, SUBTRACT, transfer or pay out
      * and re-prompts until
      * a numeric, positive, non-zero value has been entered, so
      * garbage input never reaches the COMPUTE that updates BALANCE.
      ******************************************************************
                   DISPLAY
                       'How many balance you want to subtract?: '
               ELSE
                   IF OPERATION = 'PAYMENT'
                       DISPLAY
                           'How many balance you want to pay out?: '
                   ELSE
                       DISPLAY
                           'How many balance you want to transfer?: '
                   END-IF
               END-IF
           END-IF.
           ACCEPT OPERATED-BALANCE.
               MOVE 'O' TO ACCT-STATUS
               MOVE SPACES TO ACCT-CURRENCY
               MOVE SPACES TO ACCT-CUST-ID
               MOVE SPACES TO ACCT-PRODUCT-CODE
               WRITE ACCOUNT-RECORD
           END-IF.

           MOVE OPERATION TO TL-OPERATION.
           MOVE OPERATED-BALANCE TO TL-AMOUNT.
           MOVE CURRENT-BALANCE TO TL-RESULT-BALANCE.
           MOVE SIGNED-ON-OPER-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           MOVE CURRENT-ACCT-ID TO DAYT-UPD-ACCT-ID.
      * re-scan the whole of TRANLOG per posting. Transfer legs count
      * on whichever side debited or credited the account, the same
      * as an ADD or SUBTRACT would, because UPDATE-DAILY-TOTAL folds
      * each leg in as it is logged. The limits are those of
      * VELOCITY-CHECK-PRODUCT, loaded by LOAD-PRODUCT-LIMITS, which
      * also leaves that product's dual-control threshold in
      * APPROVAL-THRESHOLD-AMOUNT for the caller. VELOCITY-OK-SWITCH
      * comes back 'N' once either VELOCITY-LIMIT-COUNT or
      * VELOCITY-LIMIT-AMOUNT would be exceeded by one more posting,
      * so the caller can refuse the operation before it reaches the
      * account master; an account whose product is not on the
      * catalogue is refused the same way. No daily-total file, or no
      * record for today, means no activity yet.
      ******************************************************************
       CHECK-VELOCITY-LIMIT.
           MOVE 'Y' TO VELOCITY-OK-SWITCH.
           MOVE VELOCITY-CHECK-PRODUCT TO PRODUCT-LOOKUP-CODE.
           PERFORM LOAD-PRODUCT-LIMITS.
           IF NOT PRODUCT-FOUND
               DISPLAY 'Product ' PRODUCT-LOOKUP-CODE ' of account '
                   VELOCITY-CHECK-ACCT-ID ' is not on the product '
                   'catalogue.'
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           MOVE TRAN-TIMESTAMP(1:8) TO VELOCITY-TODAY-DATE.
           MOVE ZEROES TO VELOCITY-TRAN-COUNT.
               MOVE 'N' TO VELOCITY-OK-SWITCH
           END-IF.

      ******************************************************************
      * LOAD-PRODUCT-LIMITS
      * Loads the velocity limits and dual-control threshold of
      * PRODUCT-LOOKUP-CODE as of today. Versions are keyed by product
      * code plus effective date, so a START on the code with a low
      * date lands on the product's oldest version and the scan keeps
      * the last one already in effect, stopping at a version dated
      * after today or at the next product. A blank code is the house
      * default product. No catalogue, or no version in effect, leaves
      * PRODUCT-FOUND-SWITCH 'N' and every limit at zero.
      ******************************************************************
       LOAD-PRODUCT-LIMITS.
           MOVE 'N' TO PRODUCT-FOUND-SWITCH.
           MOVE ZEROES TO VELOCITY-LIMIT-COUNT.
           MOVE ZEROES TO VELOCITY-LIMIT-AMOUNT.
           MOVE ZEROES TO APPROVAL-THRESHOLD-AMOUNT.
           IF PRODUCT-LOOKUP-CODE = SPACES
               MOVE DEFAULT-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           MOVE TRAN-TIMESTAMP(1:8) TO PRODUCT-TODAY-DATE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS = '00'
               MOVE PRODUCT-LOOKUP-CODE TO PROD-CODE
               MOVE LOW-VALUES TO PROD-EFFECTIVE-DATE
               MOVE 'N' TO PROD-EOF-SWITCH
               START PRODUCT-MASTER-FILE KEY NOT LESS THAN PROD-KEY
                   INVALID KEY
                       MOVE 'Y' TO PROD-EOF-SWITCH
               END-START
               IF NOT END-OF-PROD-SCAN
                   PERFORM READ-NEXT-PRODUCT
                   PERFORM NOTE-PRODUCT-VERSION
                       UNTIL END-OF-PROD-SCAN
               END-IF
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

       READ-NEXT-PRODUCT.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PROD-EOF-SWITCH
           END-READ.

       NOTE-PRODUCT-VERSION.
           IF PROD-CODE NOT = PRODUCT-LOOKUP-CODE
                   OR PROD-EFFECTIVE-DATE > PRODUCT-TODAY-DATE
               MOVE 'Y' TO PROD-EOF-SWITCH
           ELSE
               MOVE 'Y' TO PRODUCT-FOUND-SWITCH
               MOVE PROD-VELOCITY-COUNT TO VELOCITY-LIMIT-COUNT
               MOVE PROD-VELOCITY-AMOUNT TO VELOCITY-LIMIT-AMOUNT
               MOVE PROD-APPROVAL-THRESHOLD
                   TO APPROVAL-THRESHOLD-AMOUNT
               PERFORM READ-NEXT-PRODUCT
           END-IF.

      ******************************************************************
      * UPDATE-DAILY-TOTAL
      * Folds the posting just logged into the keyed daily-activity
               MOVE 'N' TO SOURCE-FUNDS-SWITCH
               DISPLAY 'Transfer refused. Source account is dormant; '
                   'reactivate it through account maintenance first.'
               MOVE 'DM' TO EXCP-REASON-CODE
               MOVE 'SOURCE ACCOUNT DORMANT'
                   TO EXCP-REASON-TEXT
               PERFORM RAISE-POSTING-EXCEPTION
           ELSE
               IF OPERATED-BALANCE > SOURCE-BALANCE
                   MOVE 'N' TO SOURCE-FUNDS-SWITCH
                   DISPLAY 'Transfer refused. Amount exceeds source '
                       'balance.'
                   MOVE 'IF' TO EXCP-REASON-CODE
                   MOVE 'AMOUNT EXCEEDS SOURCE BALANCE'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-POSTING-EXCEPTION
               ELSE
                   MOVE SOURCE-ACCT-ID TO HOLD-CHECK-ACCT-ID
                   PERFORM SUM-ACTIVE-HOLDS
                       DISPLAY 'Transfer refused. Amount exceeds '
                           'available balance; funds are held on '
                           'the source account.'
                       MOVE 'IF' TO EXCP-REASON-CODE
                       MOVE 'FUNDS HELD ON SOURCE ACCOUNT'
                           TO EXCP-REASON-TEXT
                       PERFORM RAISE-POSTING-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           END-IF.
           ADD 1 TO INQUIRY-FILLED-COUNT.
           SET INQ-IDX TO INQUIRY-FILLED-COUNT.
           MOVE DET-TIMESTAMP(1:16) TO INQ-TIMESTAMP(INQ-IDX).
           MOVE DET-OPERATION TO INQ-OPERATION(INQ-IDX).
           MOVE DET-AMOUNT TO INQ-AMOUNT(INQ-IDX).
           MOVE DET-BALANCE TO INQ-BALANCE(INQ-IDX).
       SHOW-INQUIRY-ENTRY.
           MOVE INQ-AMOUNT(INQ-IDX) TO DISPLAY-INQ-AMOUNT.
           MOVE INQ-BALANCE(INQ-IDX) TO DISPLAY-INQ-BALANCE.
           DISPLAY '  ' INQ-TIMESTAMP(INQ-IDX)
               '  ' INQ-OPERATION(INQ-IDX)
               '  AMOUNT: ' DISPLAY-INQ-AMOUNT
               '  BALANCE: ' DISPLAY-INQ-BALANCE.

      * Moves a validated amount from SOURCE-ACCT-ID to DEST-ACCT-ID
      * in the account master, re-prompting for either account number
      * until it is found on the master file, and refusing the
      * transfer if the source account cannot cover it. Each account
      * is held to its own product's velocity limits; the
      * dual-control threshold is the source account's product's.
      ******************************************************************
       TRANSFER-BALANCE.
           MOVE 'N' TO ACCOUNT-FOUND-SWITCH.
               MOVE 'N' TO SOURCE-DORMANT-SWITCH
           END-IF.
           MOVE ACCT-BALANCE TO SOURCE-BALANCE.
           MOVE ACCT-PRODUCT-CODE TO SOURCE-PRODUCT-CODE.
           MOVE ACCT-CURRENCY TO SOURCE-CURRENCY.
           IF SOURCE-CURRENCY = SPACES
               MOVE DEFAULT-CURRENCY-CODE TO SOURCE-CURRENCY
           MOVE 'N' TO ACCOUNT-FOUND-SWITCH.
           PERFORM GET-DEST-ACCOUNT UNTIL ACCOUNT-FOUND.
           MOVE ACCT-BALANCE TO DEST-BALANCE.
           MOVE ACCT-PRODUCT-CODE TO DEST-PRODUCT-CODE.
           MOVE ACCT-CURRENCY TO DEST-CURRENCY.
           IF DEST-CURRENCY = SPACES
               MOVE DEFAULT-CURRENCY-CODE TO DEST-CURRENCY
               DISPLAY
                   'Transfer refused. Source and destination are '
                   'the same.'
               MOVE 'OT' TO EXCP-REASON-CODE
               MOVE 'SOURCE AND DESTINATION THE SAME'
                   TO EXCP-REASON-TEXT
               PERFORM RAISE-POSTING-EXCEPTION
           ELSE
               MOVE SOURCE-ACCT-ID TO VELOCITY-CHECK-ACCT-ID
               MOVE SOURCE-PRODUCT-CODE TO VELOCITY-CHECK-PRODUCT
               PERFORM CHECK-VELOCITY-LIMIT
               IF NOT VELOCITY-LIMIT-OK
                   DISPLAY
                       'Transfer refused. Daily transaction limit '
                       'reached for source account.'
                   MOVE 'VL' TO EXCP-REASON-CODE
                   MOVE 'SOURCE DAILY LIMIT REACHED'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-POSTING-EXCEPTION
               ELSE
                   MOVE DEST-ACCT-ID TO VELOCITY-CHECK-ACCT-ID
                   MOVE DEST-PRODUCT-CODE TO VELOCITY-CHECK-PRODUCT
                   PERFORM CHECK-VELOCITY-LIMIT
                   IF NOT VELOCITY-LIMIT-OK
                       DISPLAY
                           'Transfer refused. Daily transaction limit '
                           'reached for destination account.'
                       MOVE 'VL' TO EXCP-REASON-CODE
                       MOVE 'DESTINATION DAILY LIMIT REACHED'
                           TO EXCP-REASON-TEXT
                       PERFORM RAISE-POSTING-EXCEPTION
                   ELSE
                       MOVE 'N' TO VALID-AMOUNT-SWITCH
                       PERFORM GET-OPERATED-AMOUNT UNTIL VALID-AMOUNT
                       MOVE SOURCE-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE
                       PERFORM LOAD-PRODUCT-LIMITS
                       IF OPERATED-BALANCE >
                               APPROVAL-THRESHOLD-AMOUNT
                           PERFORM QUEUE-PENDING-POSTING
                       'Transfer refused. No exchange rate '
                       'on file for ' SOURCE-CURRENCY
                       ' to ' DEST-CURRENCY '.'
                   MOVE 'FX' TO EXCP-REASON-CODE
                   MOVE 'NO FX RATE ON FILE'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-POSTING-EXCEPTION
               END-IF
               IF FX-RATE-STALE
                   DISPLAY
                       'Transfer refused. The newest '
                       SOURCE-CURRENCY ' to ' DEST-CURRENCY
                       ' rate on file is dated ' FX-RATE-DATE
                       ' and is out of date.'
                   MOVE 'FX' TO EXCP-REASON-CODE
                   MOVE 'FX RATE OUT OF DATE'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-POSTING-EXCEPTION
               END-IF
               IF FX-RATE-FOUND AND NOT FX-RATE-STALE
                   COMPUTE SOURCE-BALANCE =
                       SOURCE-BALANCE - OPERATED-BALANCE
                   COMPUTE DEST-BALANCE =
      * Converts OPERATED-BALANCE (in SOURCE-CURRENCY) into
      * CONVERTED-AMOUNT (in DEST-CURRENCY). When the two currencies
      * match, the rate is 1 and no file lookup is needed; otherwise
      * the pair's rates are keyed by effective date, so a START on
      * the pair with a low date lands on its oldest rate and the scan
      * keeps the last active one already in effect today, stopping at
      * a rate dated after today or at the next pair. Pending and
      * rejected rates are passed over. FX-FOUND-SWITCH comes back 'N'
      * when the currencies differ and no active rate is on file, and
      * FX-STALE-SWITCH 'Y' when the rate found is older than
      * FX-MAX-RATE-AGE-DAYS, so the caller can refuse the transfer
      * instead of posting an unconverted or stale amount.
      ******************************************************************
       LOOKUP-FX-RATE.
           MOVE 'N' TO FX-STALE-SWITCH.
           IF SOURCE-CURRENCY = DEST-CURRENCY
               MOVE 'Y' TO FX-FOUND-SWITCH
               MOVE OPERATED-BALANCE TO CONVERTED-AMOUNT
           ELSE
               MOVE 'N' TO FX-FOUND-SWITCH
               MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP
               MOVE TRAN-TIMESTAMP(1:8) TO FX-AS-OF-DATE
               OPEN INPUT FX-RATE-FILE
               IF FX-FILE-STATUS = '00'
                   MOVE SOURCE-CURRENCY TO FX-FROM-CURRENCY
                   MOVE DEST-CURRENCY TO FX-TO-CURRENCY
                   MOVE LOW-VALUES TO FX-EFFECTIVE-DATE
                   MOVE 'N' TO FX-EOF-SWITCH
                   START FX-RATE-FILE KEY NOT LESS THAN FX-KEY
                       INVALID KEY
                           MOVE 'Y' TO FX-EOF-SWITCH
                   END-START
                   IF NOT END-OF-FX-FILE
                       PERFORM READ-FX-RATE
                       PERFORM NOTE-FX-RATE
                           UNTIL END-OF-FX-FILE
                   END-IF
                   CLOSE FX-RATE-FILE
               END-IF
               IF FX-RATE-FOUND
                   COMPUTE FX-RATE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(FX-AS-OF-NUM)
                       - FUNCTION INTEGER-OF-DATE(FX-RATE-DATE-NUM)
                   IF FX-RATE-AGE-DAYS > FX-MAX-RATE-AGE-DAYS
                       MOVE 'Y' TO FX-STALE-SWITCH
                   END-IF
                   COMPUTE CONVERTED-AMOUNT ROUNDED =
                       OPERATED-BALANCE * APPLIED-FX-RATE
               END-IF
           END-IF.

       READ-FX-RATE.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO FX-EOF-SWITCH
           END-READ.

       NOTE-FX-RATE.
           IF FX-FROM-CURRENCY NOT = SOURCE-CURRENCY
                   OR FX-TO-CURRENCY NOT = DEST-CURRENCY
                   OR FX-EFFECTIVE-DATE > FX-AS-OF-DATE
               MOVE 'Y' TO FX-EOF-SWITCH
           ELSE
               IF FX-ACTIVE
                   MOVE 'Y' TO FX-FOUND-SWITCH
                   MOVE FX-RATE TO APPLIED-FX-RATE
                   MOVE FX-EFFECTIVE-DATE TO FX-RATE-DATE
               END-IF
               PERFORM READ-FX-RATE
           END-IF.

           MOVE 'TRANS-DR' TO TL-OPERATION.
           MOVE OPERATED-BALANCE TO TL-AMOUNT.
           MOVE SOURCE-BALANCE TO TL-RESULT-BALANCE.
           MOVE SIGNED-ON-OPER-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           MOVE DEST-ACCT-ID TO TL-ACCT-ID.
           MOVE 'TRANS-CR' TO TL-OPERATION.
      * through CBL014. Nothing touches the account master or TRANLOG
      * until the approval lands. The pending file is created on
      * first use, the same first-run technique OPEN-ACCOUNT-MASTER
      * uses. A REVERSE carries the entry it undoes and, for a
      * transfer, the other leg's account and amount, so CBL014 can
      * post it without searching the logs again. ITEM-QUEUED tells
      * the caller the item is safely on file.
      ******************************************************************
       QUEUE-PENDING-POSTING.
           MOVE 'N' TO ITEM-QUEUED-SWITCH.
           OPEN I-O PENDING-POST-FILE.
           IF PEND-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-POST-FILE
                   MOVE CURRENT-ACCT-ID TO PP-ACCT-ID
                   MOVE SPACES TO PP-DEST-ACCT-ID
               END-IF
               IF OPERATION = 'PAYMENT'
                   MOVE PAY-BENE-ID TO PP-DEST-ACCT-ID
               END-IF
               IF OPERATION = 'REVERSE'
                   MOVE PARTNER-ACCT-ID TO PP-DEST-ACCT-ID
                   MOVE ORIG-TIMESTAMP TO PP-REVERSAL-REF
                   MOVE ORIG-OPERATION TO PP-REVERSAL-OP
                   MOVE PARTNER-AMOUNT TO PP-DEST-AMOUNT
               ELSE
                   MOVE SPACES TO PP-REVERSAL-REF
                   MOVE SPACES TO PP-REVERSAL-OP
                   MOVE ZEROES TO PP-DEST-AMOUNT
               END-IF
               MOVE OPERATED-BALANCE TO PP-AMOUNT
               MOVE 'P' TO PP-STATUS
               MOVE SIGNED-ON-OPER-ID TO PP-OPERATOR-ID
               MOVE SPACES TO PP-WORKED-BY-ID
               WRITE PENDING-POST-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to queue operation for '
                           'approval. Write failed.'
               END-WRITE
               IF PEND-FILE-STATUS = '00'
                   MOVE 'Y' TO ITEM-QUEUED-SWITCH
                   DISPLAY 'Amount exceeds the dual-control limit. '
                       'Queued for supervisor approval as item '
                       NEXT-PEND-ID '.'
           COMPUTE NEXT-PEND-ID = PP-ID + 1.
           PERFORM READ-NEXT-PENDING.

      ******************************************************************
      * RAISE-POSTING-EXCEPTION
      * Raises the posting just refused on the keyed exception file,
      * open, under the next free exception id: the operation and
      * accounts as keyed, the amount if it had been keyed yet, and
      * the reason the refusing check left in EXCP-REASON-CODE and
      * EXCP-REASON-TEXT. A TRANSFER carries its destination account,
      * a PAYMENT its beneficiary. The exception file is created on
      * first use, the same first-run technique QUEUE-PENDING-POSTING
      * uses. A refusal that cannot be raised is still a refusal;
      * nothing was posted either way.
      ******************************************************************
       RAISE-POSTING-EXCEPTION.
           OPEN I-O EXCEPTION-FILE.
           IF EXCP-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN I-O EXCEPTION-FILE
           END-IF.
           IF EXCP-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open exception file. Refusal not '
                   'recorded.'
           ELSE
               PERFORM FIND-NEXT-EXCP-ID
               MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP
               MOVE NEXT-EXCP-ID TO EX-ID
               MOVE TRAN-TIMESTAMP TO EX-RAISED-TIMESTAMP
               MOVE 'CBL001' TO EX-SOURCE-PROGRAM
               MOVE TRAN-TIMESTAMP TO EX-SOURCE-REF
               MOVE SIGNED-ON-OPER-ID TO EX-RAISED-BY-ID
               MOVE OPERATION TO EX-OPERATION
               IF OPERATION = 'TRANSFER'
                   MOVE SOURCE-ACCT-ID TO EX-ACCT-ID
                   MOVE DEST-ACCT-ID TO EX-DEST-ACCT-ID
               ELSE
                   MOVE CURRENT-ACCT-ID TO EX-ACCT-ID
                   MOVE PAY-BENE-ID TO EX-DEST-ACCT-ID
               END-IF
               MOVE OPERATED-BALANCE TO EX-AMOUNT
               MOVE EXCP-REASON-CODE TO EX-REASON-CODE
               MOVE EXCP-REASON-TEXT TO EX-REASON-TEXT
               MOVE 'O' TO EX-STATUS
               MOVE ZEROES TO EX-RESUBMIT-ID
               MOVE SPACES TO EX-STATUS-BY
               MOVE SPACES TO EX-STATUS-DATE
               MOVE SPACES TO EX-STATUS-NOTE
               WRITE EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to record refusal. Exception '
                           'write failed.'
               END-WRITE
               IF EXCP-FILE-STATUS = '00'
                   DISPLAY 'Refusal recorded as exception '
                       NEXT-EXCP-ID '.'
               END-IF
               CLOSE EXCEPTION-FILE
           END-IF.

      ******************************************************************
      * FIND-NEXT-EXCP-ID
      * Walks the exception file and comes back with one past the
      * highest exception id on file, worked exceptions included, so
      * an exception id is never reused.
      ******************************************************************
       FIND-NEXT-EXCP-ID.
           MOVE 1 TO NEXT-EXCP-ID.
           MOVE ZEROES TO EX-ID.
           MOVE 'N' TO EXCP-EOF-SWITCH.
           START EXCEPTION-FILE KEY NOT LESS THAN EX-ID
               INVALID KEY
                   MOVE 'Y' TO EXCP-EOF-SWITCH
           END-START.
           IF NOT END-OF-EXCP-SCAN
               PERFORM READ-NEXT-EXCEPTION
               PERFORM NOTE-EXCP-ID
                   UNTIL END-OF-EXCP-SCAN
           END-IF.

       READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EXCP-EOF-SWITCH
           END-READ.

       NOTE-EXCP-ID.
           COMPUTE NEXT-EXCP-ID = EX-ID + 1.
           PERFORM READ-NEXT-EXCEPTION.

      ******************************************************************
      * REVERSE-TRANSACTION
      * Undoes one posted entry the teller names by account and
      * timestamp, as INQUIRY shows them. The entry is looked up on
      * TRANARCH and TRANLOG; only an ADD, a SUBTRACT or a transfer
      * leg can be reversed, a transfer always both legs together,
      * and never an entry the reversal register already holds. A
      * reversal over APPROVAL-THRESHOLD-AMOUNT - measured on the
      * debit leg for a transfer, against the source account's
      * product, as the transfer itself was - goes to the approval
      * queue like any other posting. Reversals are
      * not velocity-checked: they correct activity, they are not
      * new activity.
      ******************************************************************
       REVERSE-TRANSACTION.
           PERFORM SELECT-ACCOUNT.
           DISPLAY 'Timestamp of the entry to reverse '
               '(YYYYMMDDHHMMSSCC): '.
           ACCEPT REVERSE-STAMP.
           MOVE 'Y' TO REVERSAL-OK-SWITCH.
           MOVE SPACES TO REVERSAL-FAIL-REASON.
           PERFORM FIND-ORIGINAL-ENTRY.
           IF NOT ORIGINAL-FOUND
               MOVE 'N' TO REVERSAL-OK-SWITCH
               MOVE 'Entry not found on TRANARCH or TRANLOG.'
                   TO REVERSAL-FAIL-REASON
           END-IF.
           IF REVERSAL-OK
               PERFORM CHECK-ENTRY-REVERSIBLE
           END-IF.
           IF REVERSAL-OK
               PERFORM CHECK-NOT-ALREADY-REVERSED
           END-IF.
           IF REVERSAL-OK AND PARTNER-FOUND
               PERFORM FETCH-PARTNER-ACCOUNT
           END-IF.
           IF REVERSAL-OK
               IF ORIG-OPERATION = 'TRANS-CR'
                   MOVE PARTNER-AMOUNT TO REVERSAL-AMOUNT
                   MOVE PARTNER-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE
               ELSE
                   MOVE ORIG-AMOUNT TO REVERSAL-AMOUNT
                   MOVE CURRENT-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE
               END-IF
               PERFORM LOAD-PRODUCT-LIMITS
               IF REVERSAL-AMOUNT > APPROVAL-THRESHOLD-AMOUNT
                   MOVE ORIG-AMOUNT TO OPERATED-BALANCE
                   PERFORM QUEUE-PENDING-POSTING
                   IF ITEM-QUEUED
                       MOVE 'P' TO REGISTER-STATUS
                       MOVE NEXT-PEND-ID TO REGISTER-PEND-ID
                       PERFORM REGISTER-REVERSAL
                   END-IF
               ELSE
                   PERFORM APPLY-REVERSAL
               END-IF
           END-IF.
           IF NOT REVERSAL-OK
               DISPLAY 'Reverse refused. ' REVERSAL-FAIL-REASON
           END-IF.

      ******************************************************************
      * FIND-ORIGINAL-ENTRY
      * Scans TRANARCH, then TRANLOG only if the entry was not found
      * in the archive, for the first entry on CURRENT-ACCT-ID whose
      * timestamp starts with REVERSE-STAMP, picking up the other leg
      * on the way when it is a transfer leg. Both legs of a transfer
      * are always written in the same run of the same file, so the
      * PRIOR- fields are cleared between the two files. TRANARCH is
      * optional, the same as for INQUIRY.
      ******************************************************************
       FIND-ORIGINAL-ENTRY.
           MOVE 'N' TO ORIG-FOUND-SWITCH.
           MOVE 'N' TO PARTNER-FOUND-SWITCH.
           MOVE 'N' TO PARTNER-WANTED-SWITCH.
           MOVE SPACES TO PARTNER-ACCT-ID.
           MOVE ZEROES TO PARTNER-AMOUNT.
           MOVE SPACES TO PRIOR-TIMESTAMP.
           MOVE SPACES TO PRIOR-OPERATION.
           OPEN INPUT ARCHIVE-LOG-FILE.
           IF ARCH-FILE-STATUS = '00'
               MOVE 'N' TO ARCH-EOF-SWITCH
               PERFORM READ-INQUIRY-ARCHIVE-RECORD
               PERFORM SCAN-REVERSAL-ARCHIVE-RECORD
                   UNTIL END-OF-ARCH-FILE
                       OR (ORIGINAL-FOUND AND NOT PARTNER-WANTED)
               CLOSE ARCHIVE-LOG-FILE
           END-IF.
           MOVE 'N' TO PARTNER-WANTED-SWITCH.
           MOVE SPACES TO PRIOR-TIMESTAMP.
           MOVE SPACES TO PRIOR-OPERATION.
           IF NOT ORIGINAL-FOUND
               OPEN INPUT TRANSACTION-LOG-FILE
               IF TRAN-FILE-STATUS = '00'
                   MOVE 'N' TO TRAN-EOF-SWITCH
                   PERFORM READ-INQUIRY-TRANSACTION
                   PERFORM SCAN-REVERSAL-TRANSACTION
                       UNTIL END-OF-TRAN-FILE
                           OR (ORIGINAL-FOUND AND NOT PARTNER-WANTED)
                   CLOSE TRANSACTION-LOG-FILE
               END-IF
           END-IF.

       SCAN-REVERSAL-ARCHIVE-RECORD.
           MOVE AL-TIMESTAMP TO DET-TIMESTAMP.
           MOVE AL-ACCT-ID TO DET-ACCT-ID.
           MOVE AL-OPERATION TO DET-OPERATION.
           MOVE AL-AMOUNT TO DET-AMOUNT.
           PERFORM MATCH-REVERSAL-CANDIDATE.
           PERFORM READ-INQUIRY-ARCHIVE-RECORD.

       SCAN-REVERSAL-TRANSACTION.
           MOVE TL-TIMESTAMP TO DET-TIMESTAMP.
           MOVE TL-ACCT-ID TO DET-ACCT-ID.
           MOVE TL-OPERATION TO DET-OPERATION.
           MOVE TL-AMOUNT TO DET-AMOUNT.
           PERFORM MATCH-REVERSAL-CANDIDATE.
           PERFORM READ-INQUIRY-TRANSACTION.

      ******************************************************************
      * MATCH-REVERSAL-CANDIDATE
      * Looks at one entry from either file through the DET- fields.
      * Once the named entry has turned out to be a TRANS-DR, the
      * very next entry is its TRANS-CR if it carries the same
      * timestamp. Otherwise a named TRANS-CR takes its TRANS-DR from
      * the entry just before it.
      ******************************************************************
       MATCH-REVERSAL-CANDIDATE.
           IF PARTNER-WANTED
               MOVE 'N' TO PARTNER-WANTED-SWITCH
               IF DET-OPERATION = 'TRANS-CR'
                       AND DET-TIMESTAMP = ORIG-TIMESTAMP
                   MOVE 'Y' TO PARTNER-FOUND-SWITCH
                   MOVE DET-ACCT-ID TO PARTNER-ACCT-ID
                   MOVE DET-OPERATION TO PARTNER-OPERATION
                   MOVE DET-AMOUNT TO PARTNER-AMOUNT
               END-IF
           ELSE
               IF NOT ORIGINAL-FOUND
                       AND DET-ACCT-ID = CURRENT-ACCT-ID
                       AND DET-TIMESTAMP(1:16) = REVERSE-STAMP
                   MOVE 'Y' TO ORIG-FOUND-SWITCH
                   MOVE DET-TIMESTAMP TO ORIG-TIMESTAMP
                   MOVE DET-OPERATION TO ORIG-OPERATION
                   MOVE DET-AMOUNT TO ORIG-AMOUNT
                   IF DET-OPERATION = 'TRANS-DR'
                       MOVE 'Y' TO PARTNER-WANTED-SWITCH
                   END-IF
                   IF DET-OPERATION = 'TRANS-CR'
                           AND PRIOR-OPERATION = 'TRANS-DR'
                           AND PRIOR-TIMESTAMP = DET-TIMESTAMP
                       MOVE 'Y' TO PARTNER-FOUND-SWITCH
                       MOVE PRIOR-ACCT-ID TO PARTNER-ACCT-ID
                       MOVE PRIOR-OPERATION TO PARTNER-OPERATION
                       MOVE PRIOR-AMOUNT TO PARTNER-AMOUNT
                   END-IF
               END-IF
           END-IF.
           MOVE DET-TIMESTAMP TO PRIOR-TIMESTAMP.
           MOVE DET-ACCT-ID TO PRIOR-ACCT-ID.
           MOVE DET-OPERATION TO PRIOR-OPERATION.
           MOVE DET-AMOUNT TO PRIOR-AMOUNT.

      ******************************************************************
      * CHECK-ENTRY-REVERSIBLE
      * Works out which way each leg of the reversal moves: an entry
      * that credited the account (ADD, TRANS-CR) is undone by a
      * REV-DR, one that debited it (SUBTRACT, TRANS-DR, FEE) by a
      * REV-CR.
      * Interest, adjustments and earlier reversals are not undone
      * from the console, and a transfer leg whose other leg cannot
      * be found is refused rather than reversed on one side only.
      ******************************************************************
       CHECK-ENTRY-REVERSIBLE.
           IF ORIG-OPERATION = 'ADD' OR ORIG-OPERATION = 'TRANS-CR'
               MOVE 'REV-DR' TO ORIG-REV-OPERATION
               MOVE 'REV-CR' TO PARTNER-REV-OPERATION
           ELSE
               IF ORIG-OPERATION = 'SUBTRACT'
                       OR ORIG-OPERATION = 'TRANS-DR'
                       OR ORIG-OPERATION = 'FEE'
                   MOVE 'REV-CR' TO ORIG-REV-OPERATION
                   MOVE 'REV-DR' TO PARTNER-REV-OPERATION
               ELSE
                   MOVE 'N' TO REVERSAL-OK-SWITCH
                   STRING 'A ' DELIMITED BY SIZE
                       ORIG-OPERATION DELIMITED BY SPACE
                       ' entry cannot be reversed here.'
                           DELIMITED BY SIZE
                       INTO REVERSAL-FAIL-REASON
               END-IF
           END-IF.
           IF REVERSAL-OK AND NOT PARTNER-FOUND
                   AND (ORIG-OPERATION = 'TRANS-DR'
                       OR ORIG-OPERATION = 'TRANS-CR')
               MOVE 'N' TO REVERSAL-OK-SWITCH
               MOVE 'Other leg of this transfer not found on file.'
                   TO REVERSAL-FAIL-REASON
           END-IF.

      ******************************************************************
      * CHECK-NOT-ALREADY-REVERSED
      * Refuses the reversal when either leg is already on the
      * reversal register, whether posted or still awaiting approval.
      * No register yet means nothing has ever been reversed; a
      * register that will not open refuses the reversal, since it
      * could not then be proved the entry was not reversed before.
      ******************************************************************
       CHECK-NOT-ALREADY-REVERSED.
           OPEN INPUT REVERSAL-REGISTER-FILE.
           IF REVR-FILE-STATUS = '00'
               MOVE CURRENT-ACCT-ID TO RR-ACCT-ID
               MOVE ORIG-TIMESTAMP TO RR-ORIG-TIMESTAMP
               PERFORM CHECK-REGISTER-ENTRY
               IF REVERSAL-OK AND PARTNER-FOUND
                   MOVE PARTNER-ACCT-ID TO RR-ACCT-ID
                   MOVE ORIG-TIMESTAMP TO RR-ORIG-TIMESTAMP
                   PERFORM CHECK-REGISTER-ENTRY
               END-IF
               CLOSE REVERSAL-REGISTER-FILE
           ELSE
               IF REVR-FILE-STATUS NOT = '35'
                   MOVE 'N' TO REVERSAL-OK-SWITCH
                   MOVE 'Reversal register not available.'
                       TO REVERSAL-FAIL-REASON
               END-IF
           END-IF.

       CHECK-REGISTER-ENTRY.
           READ REVERSAL-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO REVERSAL-OK-SWITCH
                   IF RR-PENDING
                       STRING 'Reversal already awaiting approval '
                               DELIMITED BY SIZE
                           'as item ' DELIMITED BY SIZE
                           RR-PEND-ID DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                           INTO REVERSAL-FAIL-REASON
                   ELSE
                       STRING 'Entry already reversed on '
                               DELIMITED BY SIZE
                           RR-TIMESTAMP(1:8) DELIMITED BY SIZE
                           ' by ' DELIMITED BY SIZE
                           RR-OPERATOR-ID DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                           INTO REVERSAL-FAIL-REASON
                   END-IF
           END-READ.

      ******************************************************************
      * FETCH-PARTNER-ACCOUNT
      * Reads the other leg's account for its current balance. An
      * account closed since the transfer cannot take its leg back,
      * so the whole reversal is refused.
      ******************************************************************
       FETCH-PARTNER-ACCOUNT.
           MOVE PARTNER-ACCT-ID TO LOOKUP-ACCT-ID.
           PERFORM LOOKUP-ACCOUNT.
           IF ACCOUNT-FOUND
               MOVE ACCT-BALANCE TO PARTNER-BALANCE
               MOVE ACCT-PRODUCT-CODE TO PARTNER-PRODUCT-CODE
           ELSE
               MOVE 'N' TO REVERSAL-OK-SWITCH
               STRING 'Other leg account ' DELIMITED BY SIZE
                   PARTNER-ACCT-ID DELIMITED BY SIZE
                   ' not found or closed.' DELIMITED BY SIZE
                   INTO REVERSAL-FAIL-REASON
           END-IF.

      ******************************************************************
      * APPLY-REVERSAL
      * Posts a reversal that is under the dual-control threshold.
      * A REV-DR leg takes money back, so it must be covered by the
      * balance net of active holds the same way a SUBTRACT is; both
      * legs are checked before either account is rewritten. Then
      * both balances move, both REV- legs are logged, and the
      * entries go on the reversal register.
      ******************************************************************
       APPLY-REVERSAL.
           IF ORIG-REV-OPERATION = 'REV-DR'
               MOVE CURRENT-ACCT-ID TO REVERSAL-CHECK-ACCT-ID
               MOVE CURRENT-BALANCE TO REVERSAL-CHECK-BALANCE
               MOVE ORIG-AMOUNT TO REVERSAL-CHECK-AMOUNT
               PERFORM CHECK-REVERSAL-DEBIT
           END-IF.
           IF REVERSAL-OK AND PARTNER-FOUND
                   AND PARTNER-REV-OPERATION = 'REV-DR'
               MOVE PARTNER-ACCT-ID TO REVERSAL-CHECK-ACCT-ID
               MOVE PARTNER-BALANCE TO REVERSAL-CHECK-BALANCE
               MOVE PARTNER-AMOUNT TO REVERSAL-CHECK-AMOUNT
               PERFORM CHECK-REVERSAL-DEBIT
           END-IF.
           IF REVERSAL-OK
               IF ORIG-REV-OPERATION = 'REV-DR'
                   COMPUTE CURRENT-BALANCE =
                       CURRENT-BALANCE - ORIG-AMOUNT
               ELSE
                   COMPUTE CURRENT-BALANCE =
                       CURRENT-BALANCE + ORIG-AMOUNT
               END-IF
               IF PARTNER-FOUND
                   IF PARTNER-REV-OPERATION = 'REV-DR'
                       COMPUTE PARTNER-BALANCE =
                           PARTNER-BALANCE - PARTNER-AMOUNT
                   ELSE
                       COMPUTE PARTNER-BALANCE =
                           PARTNER-BALANCE + PARTNER-AMOUNT
                   END-IF
               END-IF
               PERFORM SAVE-CURRENT-BALANCE
               IF ACCT-FILE-STATUS = '00' AND PARTNER-FOUND
                   MOVE PARTNER-ACCT-ID TO ACCT-ID
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           DISPLAY 'Reversal failed. Other leg '
                               'account not found.'
                   END-READ
                   IF ACCT-FILE-STATUS = '00'
                       MOVE PARTNER-BALANCE TO ACCT-BALANCE
                       REWRITE ACCOUNT-RECORD
                           INVALID KEY
                               DISPLAY 'Reversal failed. Other leg '
                                   'rewrite failed.'
                       END-REWRITE
                   END-IF
               END-IF
               IF ACCT-FILE-STATUS = '00'
                   MOVE CURRENT-BALANCE TO DISPLAY-BALANCE
                   DISPLAY 'Reversal posted. Current Balance: '
                       DISPLAY-BALANCE
                   PERFORM WRITE-REVERSAL-LOG
                   MOVE 'R' TO REGISTER-STATUS
                   MOVE ZEROES TO REGISTER-PEND-ID
                   PERFORM REGISTER-REVERSAL
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-REVERSAL-DEBIT
      * Refuses a REV-DR of REVERSAL-CHECK-AMOUNT against
      * REVERSAL-CHECK-ACCT-ID that the raw balance, or the balance
      * net of the account's active holds, cannot cover.
      ******************************************************************
       CHECK-REVERSAL-DEBIT.
           IF REVERSAL-CHECK-AMOUNT > REVERSAL-CHECK-BALANCE
               MOVE 'N' TO REVERSAL-OK-SWITCH
               STRING 'Reversal exceeds the balance of account '
                       DELIMITED BY SIZE
                   REVERSAL-CHECK-ACCT-ID DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO REVERSAL-FAIL-REASON
           ELSE
               MOVE REVERSAL-CHECK-ACCT-ID TO HOLD-CHECK-ACCT-ID
               PERFORM SUM-ACTIVE-HOLDS
               COMPUTE AVAILABLE-BALANCE =
                   REVERSAL-CHECK-BALANCE - ACTIVE-HOLD-TOTAL
               IF REVERSAL-CHECK-AMOUNT > AVAILABLE-BALANCE
                   MOVE 'N' TO REVERSAL-OK-SWITCH
                   STRING 'Reversal would draw on held funds of '
                           DELIMITED BY SIZE
                       'account ' DELIMITED BY SIZE
                       REVERSAL-CHECK-ACCT-ID DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO REVERSAL-FAIL-REASON
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-REVERSAL-LOG
      * Appends the REV-DR/REV-CR leg for the named account and, for
      * a transfer, the opposite leg for the other account, each for
      * exactly the amount the original leg moved and each carrying
      * the original entry's timestamp in TL-REVERSAL-REF. Nothing is
      * folded into DAYTOTAL.
      ******************************************************************
       WRITE-REVERSAL-LOG.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF TRAN-FILE-STATUS = '05' OR TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           MOVE TRAN-TIMESTAMP TO TL-TIMESTAMP.
           MOVE CURRENT-ACCT-ID TO TL-ACCT-ID.
           MOVE ORIG-REV-OPERATION TO TL-OPERATION.
           MOVE ORIG-AMOUNT TO TL-AMOUNT.
           MOVE CURRENT-BALANCE TO TL-RESULT-BALANCE.
           MOVE SIGNED-ON-OPER-ID TO TL-OPERATOR-ID.
           MOVE ORIG-TIMESTAMP TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           IF PARTNER-FOUND
               MOVE PARTNER-ACCT-ID TO TL-ACCT-ID
               MOVE PARTNER-REV-OPERATION TO TL-OPERATION
               MOVE PARTNER-AMOUNT TO TL-AMOUNT
               MOVE PARTNER-BALANCE TO TL-RESULT-BALANCE
               WRITE TRAN-LOG-RECORD
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.

      ******************************************************************
      * REGISTER-REVERSAL
      * Puts the reversed entry - both legs for a transfer - on the
      * reversal register under REGISTER-STATUS: R once posted, P
      * while the reversal waits in the approval queue as item
      * REGISTER-PEND-ID. The register is created on first use, the
      * same first-run technique OPEN-ACCOUNT-MASTER uses.
      ******************************************************************
       REGISTER-REVERSAL.
           OPEN I-O REVERSAL-REGISTER-FILE.
           IF REVR-FILE-STATUS = '35'
               OPEN OUTPUT REVERSAL-REGISTER-FILE
               CLOSE REVERSAL-REGISTER-FILE
               OPEN I-O REVERSAL-REGISTER-FILE
           END-IF.
           IF REVR-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open reversal register. Entry '
                   ORIG-TIMESTAMP(1:16) ' not registered.'
           ELSE
               MOVE CURRENT-ACCT-ID TO RR-ACCT-ID
               PERFORM WRITE-REGISTER-ENTRY
               IF PARTNER-FOUND
                   MOVE PARTNER-ACCT-ID TO RR-ACCT-ID
                   PERFORM WRITE-REGISTER-ENTRY
               END-IF
               CLOSE REVERSAL-REGISTER-FILE
           END-IF.

       WRITE-REGISTER-ENTRY.
           MOVE ORIG-TIMESTAMP TO RR-ORIG-TIMESTAMP.
           MOVE REGISTER-STATUS TO RR-STATUS.
           MOVE TRAN-TIMESTAMP TO RR-TIMESTAMP.
           MOVE SIGNED-ON-OPER-ID TO RR-OPERATOR-ID.
           MOVE REGISTER-PEND-ID TO RR-PEND-ID.
           WRITE REVERSAL-RECORD
               INVALID KEY
                   DISPLAY 'Unable to register reversal of account '
                       RR-ACCT-ID ' entry ' RR-ORIG-TIMESTAMP(1:16)
           END-WRITE.

      ******************************************************************
      * RECONCILE-BALANCE
      * Reads the external statement file and compares each expected
