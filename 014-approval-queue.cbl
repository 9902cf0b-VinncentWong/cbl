      * Author: Vinncent Alexander Wong
      * Date: 02/09/2026
      * Purpose: Supervisor console for the dual-control approval
      *          queue. CBL001 diverts any ADD, SUBTRACT, TRANSFER,
      *          PAYMENT or REVERSE over its approval threshold into
      *          the pending-approval file instead of posting it; this
      *          program lists the queue and approves or rejects each
      *          item. Only on approval does the balance move and the
      *          TRANLOG entry get written, under the same velocity,
      *          overdraft, funds-hold and FX-rate rules CBL001 applies
      *          to a posting under the threshold. Rejected items stay
      *          on file under status R as the record of what was
      *          attempted.
      * Tectonics: cobc
      *
      *                    out of, an account CBL016 has flagged
      *                    dormant, the same way CBL001 refuses a
      *                    dormant debit under the threshold.
      *   15/10/2026 VAW - Sign the operator on against the OPERMSTR
      *                    operator master before the console runs;
      *                    only a supervisor may APPROVE or REJECT,
      *                    and never an item they queued themselves.
      *                    The approver is stamped on the item and on
      *                    the TRANLOG entries the approval writes.
      *   15/10/2026 VAW - Work a REVERSE queued by CBL001: approval
      *                    posts the REV-DR/REV-CR leg (both legs for a
      *                    transfer) for the exact amounts the item
      *                    carries and marks the entry reversed on the
      *                    REVREG reversal register; rejection takes it
      *                    back off the register so it can be keyed
      *                    again.
      *   15/10/2026 VAW - Hold an approved posting to the velocity
      *                    limits of each account's product on the
      *                    PRODMSTR catalogue, as of today, instead of
      *                    constants compiled in here.
      *   15/10/2026 VAW - Work a PAYMENT queued by CBL001 to an
      *                    external beneficiary: approval holds it to
      *                    the SUBTRACT rules, refuses it if the account
      *                    is no longer in the house currency or the
      *                    beneficiary has been removed from BENEMSTR
      *                    since, and records it on the PAYOUT file for
      *                    CBL024's clearing file once posted.
      *   15/10/2026 VAW - Convert an approved transfer at the rate on
      *                    the keyed FXRATE history in effect today,
      *                    and leave it pending when the pair's newest
      *                    active rate is out of date, as CBL001 does.
      *   15/10/2026 VAW - Raise every item a supervisor rejects on the
      *                    keyed EXCPFILE exception file for the back
      *                    office to repair and resubmit or write off
      *                    through CBL031, carrying the reason its last
      *                    approval attempt failed, or else the
      *                    supervisor's own reason for turning it down.
      *                    A rejected REVERSE is not raised; it comes
      *                    off the reversal register and is keyed
      *                    again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL014.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FX-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
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
           COPY HOLDREC.
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
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  PEND-FILE-STATUS PIC X(02).
       77  SOURCE-CURRENCY PIC X(03).
       77  DEST-CURRENCY PIC X(03).
       77  DEFAULT-CURRENCY-CODE PIC X(03) VALUE "USD".
       77  SOURCE-PRODUCT-CODE PIC X(03).
       77  DEST-PRODUCT-CODE PIC X(03).
       77  CONVERTED-AMOUNT PIC S9(10)V99.
       77  APPLIED-FX-RATE PIC 9(04)V9(06).
       77  FX-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-FX-FILE VALUE 'Y'.
       77  FX-FOUND-SWITCH PIC X VALUE 'N'.
           88  FX-RATE-FOUND VALUE 'Y'.
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
      * Daily transaction velocity limit fields, mirroring CBL001's
      * CHECK-VELOCITY-LIMIT so an approved posting is held to the
      * same same-day ceilings as one keyed under the threshold: those
      * of VELOCITY-CHECK-PRODUCT, loaded by LOAD-PRODUCT-LIMITS. The
      * day's running figures come off the keyed DAYTOTAL file, which
      * UPDATE-DAILY-TOTAL maintains as each posting is logged.
      ******************************************************************
       77  VELOCITY-LIMIT-COUNT PIC 9(05) VALUE ZEROES.
       77  VELOCITY-LIMIT-AMOUNT PIC S9(10)V99 VALUE ZEROES.
       77  VELOCITY-CHECK-ACCT-ID PIC X(10).
       77  VELOCITY-CHECK-PRODUCT PIC X(03).
       77  VELOCITY-TODAY-DATE PIC X(08).
       77  VELOCITY-TRAN-COUNT PIC 9(05).
       77  VELOCITY-TRAN-AMOUNT PIC S9(10)V99.
       77  HOLD-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-HOLD-SCAN VALUE 'Y'.

      ******************************************************************
      * Product catalogue fields, mirroring CBL001's
      * LOAD-PRODUCT-LIMITS. An account whose ACCT-PRODUCT-CODE is
      * still SPACES is on DEFAULT-PRODUCT-CODE.
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
      * Reversal fields. A queued REVERSE names the entry it undoes in
      * PP-REVERSAL-REF and PP-REVERSAL-OP; REVERSAL-LEG-OPERATION is
      * the REV-DR or REV-CR that undoes it on PP-ACCT-ID and
      * PARTNER-LEG-OPERATION the opposite leg on PP-DEST-ACCT-ID when
      * the entry was a transfer leg. REVERSAL-CHECK- fields feed the
      * available-balance check for whichever leg is the debit.
      ******************************************************************
       77  REVR-FILE-STATUS PIC X(02).
       77  REVERSAL-LEG-OPERATION PIC X(10).
       77  PARTNER-LEG-OPERATION PIC X(10).
       77  REVERSAL-CHECK-ACCT-ID PIC X(10).
       77  REVERSAL-CHECK-BALANCE PIC S9(10)V99.
       77  REVERSAL-CHECK-AMOUNT PIC S9(10)V99.

      ******************************************************************
      * Outbound payment fields, mirroring CBL001's. A queued PAYMENT
      * carries its beneficiary in PP-DEST-ACCT-ID; CHECK-APPROVED-
      * PAYMENT reads it afresh off BENEMSTR into the PAY- fields, and
      * WRITE-OUTBOUND-PAYMENT records the posted payment on PAYOUT
      * under the next free NEXT-PAYMENT-ID.
      ******************************************************************
       77  BENE-FILE-STATUS PIC X(02).
       77  PAYO-FILE-STATUS PIC X(02).
       77  PAY-BANK-CODE PIC X(11).
       77  PAY-BENE-ACCOUNT-NO PIC X(20).
       77  PAY-BENE-NAME PIC X(30).
       77  PAY-CURRENCY PIC X(03).
       77  NEXT-PAYMENT-ID PIC 9(08).
       77  PAYO-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-PAYO-SCAN VALUE 'Y'.

       77  DISPLAY-ITEM-AMOUNT PIC Z,ZZZ,ZZZ.99-.
       77  DISPLAY-BALANCE PIC Z,ZZZ,ZZZ.99.

      ******************************************************************
      * Exception fields. A failed approval leaves its item id and
      * reason in FAILED-ITEM-ID and FAILED-ITEM-REASON, so a
      * rejection of the same item straight after is raised on the
      * EXCPFILE exception file with the reason it could not post;
      * otherwise the supervisor keys REJECT-REASON. RAISE-REJECTED-
      * EXCEPTION writes it under the next free NEXT-EXCP-ID.
      ******************************************************************
       77  EXCP-FILE-STATUS PIC X(02).
       77  EXCP-REASON-CODE PIC X(02).
       77  EXCP-REASON-TEXT PIC X(40).
       77  NEXT-EXCP-ID PIC 9(07).
       77  EXCP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-EXCP-SCAN VALUE 'Y'.
       77  FAILED-ITEM-ID PIC 9(07) VALUE ZEROES.
       77  FAILED-ITEM-REASON PIC X(40).
       77  REJECT-REASON PIC X(40).
       77  REASON-TALLY PIC 9(03).

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
               DISPLAY 'Sign-on failed. Approval console not started.'
           ELSE
               PERFORM OPEN-QUEUE-FILES
           END-IF.
           STOP RUN.

      ******************************************************************
      * OPEN-QUEUE-FILES
      * Opens the account master and the approval queue for the
      * signed-on operator and runs the console. No queue file yet
      * just means nothing has ever been queued.
      ******************************************************************
       OPEN-QUEUE-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN I-O PENDING-POST-FILE.
           IF PEND-FILE-STATUS = '35'
                   CLOSE PENDING-POST-FILE
               END-IF
           END-IF.

       SHOW-CONSOLE.
           DISPLAY 'What operation do you want to do?: '.
           ACCEPT QUEUE-OPERATION.
           PERFORM CHECK-OPERATION-ALLOWED.
           IF NOT OPERATION-ALLOWED
               DISPLAY 'Operation refused. ' QUEUE-OPERATION
                   ' is not permitted for your role.'
           ELSE
               IF QUEUE-OPERATION = 'LIST'
                   PERFORM LIST-PENDING-ITEMS
               ELSE
                   IF QUEUE-OPERATION = 'APPROVE'
                       PERFORM APPROVE-ITEM
                   ELSE
                       IF QUEUE-OPERATION = 'REJECT'
                           PERFORM REJECT-ITEM
                       ELSE
                           DISPLAY 'Unrecognized operation. Use LIST, '
                               'APPROVE or REJECT.'
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
      * Working the queue is supervisor work: APPROVE and REJECT are
      * refused to every other role. LIST is open to every role, so a
      * teller can see whether the item they queued has been worked.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF QUEUE-OPERATION = 'APPROVE' OR QUEUE-OPERATION = 'REJECT'
               IF NOT SIGNED-ON-SUPERVISOR
                   MOVE 'N' TO OPERATION-ALLOWED-SWITCH
               END-IF
           END-IF.

       GET-CONTINUE-OPERATION.
           DISPLAY 'Continue?(Y/N): '.
           ACCEPT CONTINUE-OPERATION.
                   '  ACCT: ' PP-ACCT-ID
                   '  DEST: ' PP-DEST-ACCT-ID
                   '  AMOUNT: ' DISPLAY-ITEM-AMOUNT
                   '  BY: ' PP-OPERATOR-ID
               ADD 1 TO ITEMS-LISTED
           END-IF.
           PERFORM READ-NEXT-PENDING.
      * applies below the threshold, then marks it approved. An item
      * that fails a check stays pending with the reason displayed,
      * so the supervisor can reject it or retry once the obstacle
      * clears. A supervisor can never approve an item they queued
      * themselves, or dual control would mean nothing; another
      * supervisor has to work it.
      ******************************************************************
       APPROVE-ITEM.
           PERFORM FETCH-WORK-ITEM.
           IF POSTING-OK AND PP-OPERATOR-ID = SIGNED-ON-OPER-ID
               MOVE 'N' TO POST-OK-SWITCH
               MOVE 'CANNOT APPROVE AN ITEM YOU QUEUED'
                   TO POST-FAIL-REASON
           END-IF.
           IF POSTING-OK
               IF PP-OPERATION = 'TRANSFER'
                   PERFORM POST-APPROVED-TRANSFER
               ELSE
                   IF PP-OPERATION = 'REVERSE'
                       PERFORM POST-APPROVED-REVERSAL
                   ELSE
                       PERFORM POST-APPROVED-SINGLE
                   END-IF
               END-IF
           END-IF.
           IF POSTING-OK
               MOVE 'A' TO PP-STATUS
               MOVE SIGNED-ON-OPER-ID TO PP-WORKED-BY-ID
               REWRITE PENDING-POST-RECORD
                   INVALID KEY
                       DISPLAY 'Posted, but unable to mark the item '
                           'approved. Rewrite failed.'
               END-REWRITE
               IF PP-OPERATION = 'REVERSE'
                   PERFORM SETTLE-REVERSAL-REGISTER
               END-IF
               DISPLAY 'Item ' WORK-ITEM-ID ' approved and posted.'
           ELSE
               DISPLAY 'Item not posted. ' POST-FAIL-REASON
               MOVE WORK-ITEM-ID TO FAILED-ITEM-ID
               MOVE POST-FAIL-REASON TO FAILED-ITEM-REASON
           END-IF.

      ******************************************************************
      * Marks one pending item rejected without touching the account
      * master or TRANLOG. The record stays on file under status R,
      * so what was attempted - and turned down - can always be
      * produced for the auditors, and every item but a REVERSE is
      * raised on the exception file for the back office to repair
      * or write off. When the supervisor has just tried to approve
      * the same item and it could not post, that reason is the
      * exception's; otherwise the supervisor is asked for one.
      ******************************************************************
       REJECT-ITEM.
           PERFORM FETCH-WORK-ITEM.
           IF POSTING-OK AND PP-OPERATION NOT = 'REVERSE'
               IF FAILED-ITEM-ID = WORK-ITEM-ID
                   MOVE FAILED-ITEM-REASON TO EXCP-REASON-TEXT
                   PERFORM CLASSIFY-FAIL-REASON
               ELSE
                   MOVE SPACES TO REJECT-REASON
                   PERFORM GET-REJECT-REASON
                       UNTIL REJECT-REASON NOT = SPACES
                   MOVE REJECT-REASON TO EXCP-REASON-TEXT
                   MOVE 'RJ' TO EXCP-REASON-CODE
               END-IF
           END-IF.
           IF POSTING-OK
               MOVE 'R' TO PP-STATUS
               MOVE SIGNED-ON-OPER-ID TO PP-WORKED-BY-ID
               REWRITE PENDING-POST-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to mark the item rejected. '
               IF PEND-FILE-STATUS = '00'
                   DISPLAY 'Item ' WORK-ITEM-ID ' rejected. Nothing '
                       'posted.'
                   IF PP-OPERATION = 'REVERSE'
                       PERFORM SETTLE-REVERSAL-REGISTER
                   ELSE
                       PERFORM RAISE-REJECTED-EXCEPTION
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Item not rejected. ' POST-FAIL-REASON
           END-IF.

       GET-REJECT-REASON.
           DISPLAY 'Reason for rejection: '.
           ACCEPT REJECT-REASON.
           IF REJECT-REASON = SPACES
               DISPLAY 'A reason is required.'
           END-IF.

      ******************************************************************
      * CLASSIFY-FAIL-REASON
      * Sorts the reason an approval could not post, in
      * EXCP-REASON-TEXT, into the exception file's reason codes by
      * the words it carries: short of funds or funds held, a
      * velocity limit or no product to take one from, dormant,
      * closed or not found, an FX rate missing or out of date, and
      * anything else.
      ******************************************************************
       CLASSIFY-FAIL-REASON.
           MOVE 'OT' TO EXCP-REASON-CODE.
           MOVE ZERO TO REASON-TALLY.
           INSPECT EXCP-REASON-TEXT TALLYING REASON-TALLY
               FOR ALL 'EXCEEDS' ALL 'FUNDS'.
           IF REASON-TALLY > ZERO
               MOVE 'IF' TO EXCP-REASON-CODE
           END-IF.
           MOVE ZERO TO REASON-TALLY.
           INSPECT EXCP-REASON-TEXT TALLYING REASON-TALLY
               FOR ALL 'LIMIT' ALL 'CATALOGUE'.
           IF REASON-TALLY > ZERO
               MOVE 'VL' TO EXCP-REASON-CODE
           END-IF.
           MOVE ZERO TO REASON-TALLY.
           INSPECT EXCP-REASON-TEXT TALLYING REASON-TALLY
               FOR ALL 'DORMANT'.
           IF REASON-TALLY > ZERO
               MOVE 'DM' TO EXCP-REASON-CODE
           END-IF.
           MOVE ZERO TO REASON-TALLY.
           INSPECT EXCP-REASON-TEXT TALLYING REASON-TALLY
               FOR ALL 'ACCOUNT CLOSED' ALL 'ACCOUNT NOT FOUND'.
           IF REASON-TALLY > ZERO
               MOVE 'CL' TO EXCP-REASON-CODE
           END-IF.
           MOVE ZERO TO REASON-TALLY.
           INSPECT EXCP-REASON-TEXT TALLYING REASON-TALLY
               FOR ALL 'FX RATE'.
           IF REASON-TALLY > ZERO
               MOVE 'FX' TO EXCP-REASON-CODE
           END-IF.

      ******************************************************************
      * RAISE-REJECTED-EXCEPTION
      * Raises the item just rejected on the keyed exception file,
      * open, under the next free exception id, with its queue item
      * id as the source reference and the operation, accounts and
      * amount it was queued with. The queueing operator is who
      * raised the request; the rejecting supervisor is stamped as
      * who raised the exception. The exception file is created on
      * first use, the same first-run technique CBL001 uses for the
      * queue itself.
      ******************************************************************
       RAISE-REJECTED-EXCEPTION.
           OPEN I-O EXCEPTION-FILE.
           IF EXCP-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN I-O EXCEPTION-FILE
           END-IF.
           IF EXCP-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open exception file. Rejection not '
                   'recorded as an exception.'
           ELSE
               PERFORM FIND-NEXT-EXCP-ID
               MOVE NEXT-EXCP-ID TO EX-ID
               MOVE FUNCTION CURRENT-DATE TO EX-RAISED-TIMESTAMP
               MOVE 'CBL014' TO EX-SOURCE-PROGRAM
               MOVE PP-ID TO EX-SOURCE-REF
               MOVE SIGNED-ON-OPER-ID TO EX-RAISED-BY-ID
               MOVE PP-OPERATION TO EX-OPERATION
               MOVE PP-ACCT-ID TO EX-ACCT-ID
               MOVE PP-DEST-ACCT-ID TO EX-DEST-ACCT-ID
               MOVE PP-AMOUNT TO EX-AMOUNT
               MOVE EXCP-REASON-CODE TO EX-REASON-CODE
               MOVE EXCP-REASON-TEXT TO EX-REASON-TEXT
               MOVE 'O' TO EX-STATUS
               MOVE ZEROES TO EX-RESUBMIT-ID
               MOVE SPACES TO EX-STATUS-BY
               MOVE SPACES TO EX-STATUS-DATE
               MOVE SPACES TO EX-STATUS-NOTE
               WRITE EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to record rejection. Exception '
                           'write failed.'
               END-WRITE
               IF EXCP-FILE-STATUS = '00'
                   DISPLAY 'Rejection recorded as exception '
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
      * POST-APPROVED-SINGLE
      * Posts an approved ADD, SUBTRACT or PAYMENT against PP-ACCT-ID
      * the same velocity-checked, overdraft-checked, hold-checked way
      * CBL001 posts one under the threshold, and logs it to TRANLOG.
      * A PAYMENT is a debit like a SUBTRACT, and once posted goes on
      * PAYOUT for the clearing file.
      ******************************************************************
       POST-APPROVED-SINGLE.
           MOVE PP-ACCT-ID TO ACCT-ID.
               MOVE 'N' TO POST-OK-SWITCH
               MOVE 'ACCOUNT CLOSED' TO POST-FAIL-REASON
           END-IF.
           IF POSTING-OK AND ACCT-DORMANT
                   AND (PP-OPERATION = 'SUBTRACT'
                       OR PP-OPERATION = 'PAYMENT')
               MOVE 'N' TO POST-OK-SWITCH
               MOVE 'ACCOUNT DORMANT' TO POST-FAIL-REASON
           END-IF.
           IF POSTING-OK AND PP-OPERATION = 'PAYMENT'
               PERFORM CHECK-APPROVED-PAYMENT
           END-IF.
           IF POSTING-OK
               MOVE ACCT-BALANCE TO WORK-BALANCE
               MOVE PP-ACCT-ID TO VELOCITY-CHECK-ACCT-ID
               MOVE ACCT-PRODUCT-CODE TO VELOCITY-CHECK-PRODUCT
               PERFORM CHECK-VELOCITY-LIMIT
               IF NOT VELOCITY-LIMIT-OK
                   MOVE 'N' TO POST-OK-SWITCH
                   IF PRODUCT-FOUND
                       MOVE 'DAILY TRANSACTION LIMIT REACHED'
                           TO POST-FAIL-REASON
                   ELSE
                       MOVE 'PRODUCT NOT ON CATALOGUE'
                           TO POST-FAIL-REASON
                   END-IF
               END-IF
           END-IF.
           IF POSTING-OK AND (PP-OPERATION = 'SUBTRACT'
                   OR PP-OPERATION = 'PAYMENT')
               IF PP-AMOUNT > WORK-BALANCE
                   MOVE 'N' TO POST-OK-SWITCH
                   MOVE 'AMOUNT EXCEEDS BALANCE'
               MOVE WORK-BALANCE TO DISPLAY-BALANCE
               DISPLAY 'Posted. Current Balance: ' DISPLAY-BALANCE
               PERFORM WRITE-APPROVED-LOG
               IF PP-OPERATION = 'PAYMENT'
                   PERFORM WRITE-OUTBOUND-PAYMENT
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-APPROVED-PAYMENT
      * Re-checks what CBL001 checked when the payment was queued, as
      * either may have changed while it waited: the account must
      * still be in the house currency, and the beneficiary in
      * PP-DEST-ACCT-ID must still be active on BENEMSTR.
      ******************************************************************
       CHECK-APPROVED-PAYMENT.
           MOVE ACCT-CURRENCY TO PAY-CURRENCY.
           IF PAY-CURRENCY = SPACES
               MOVE DEFAULT-CURRENCY-CODE TO PAY-CURRENCY
           END-IF.
           IF PAY-CURRENCY NOT = DEFAULT-CURRENCY-CODE
               MOVE 'N' TO POST-OK-SWITCH
               MOVE 'ACCOUNT NOT IN HOUSE CURRENCY'
                   TO POST-FAIL-REASON
           ELSE
               OPEN INPUT BENEFICIARY-MASTER-FILE
               IF BENE-FILE-STATUS NOT = '00'
                   MOVE 'N' TO POST-OK-SWITCH
                   MOVE 'BENEFICIARY MASTER NOT AVAILABLE'
                       TO POST-FAIL-REASON
               ELSE
                   MOVE PP-DEST-ACCT-ID TO BENE-ID
                   READ BENEFICIARY-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO POST-OK-SWITCH
                           MOVE 'BENEFICIARY NOT FOUND'
                               TO POST-FAIL-REASON
                   END-READ
                   IF POSTING-OK AND BENE-REMOVED
                       MOVE 'N' TO POST-OK-SWITCH
                       MOVE 'BENEFICIARY REMOVED' TO POST-FAIL-REASON
                   END-IF
                   IF POSTING-OK
                       MOVE BENE-BANK-CODE TO PAY-BANK-CODE
                       MOVE BENE-ACCOUNT-NO TO PAY-BENE-ACCOUNT-NO
                       MOVE BENE-NAME TO PAY-BENE-NAME
                   END-IF
                   CLOSE BENEFICIARY-MASTER-FILE
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-OUTBOUND-PAYMENT
      * Records the approved payment on PAYOUT, pending, the same way
      * CBL001's WRITE-OUTBOUND-PAYMENT records one under the
      * threshold, tied to the TRANLOG entry WRITE-APPROVED-LOG has
      * just written. The operator is the one who keyed the payment;
      * the approver is on the TRANLOG entry and the queue item.
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
               MOVE PP-ACCT-ID TO PO-ACCT-ID
               MOVE PP-DEST-ACCT-ID TO PO-BENE-ID
               MOVE PAY-BANK-CODE TO PO-BANK-CODE
               MOVE PAY-BENE-ACCOUNT-NO TO PO-BENE-ACCOUNT-NO
               MOVE PAY-BENE-NAME TO PO-BENE-NAME
               MOVE PP-AMOUNT TO PO-AMOUNT
               MOVE 'P' TO PO-STATUS
               MOVE PP-OPERATOR-ID TO PO-OPERATOR-ID
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
      * WRITE-APPROVED-LOG
      * Appends one audit line for the approved ADD, SUBTRACT or
      * PAYMENT, using the same layout and OPEN EXTEND convention
      * CBL001's WRITE-TRANSACTION-LOG uses, so the reporting chain
      * sees an approved posting exactly like one keyed under the
      * threshold.
      ******************************************************************
       WRITE-APPROVED-LOG.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           MOVE PP-OPERATION TO TL-OPERATION.
           MOVE PP-AMOUNT TO TL-AMOUNT.
           MOVE WORK-BALANCE TO TL-RESULT-BALANCE.
           MOVE SIGNED-ON-OPER-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           MOVE PP-ACCT-ID TO DAYT-UPD-ACCT-ID.
           PERFORM FETCH-TRANSFER-ACCOUNTS.
           IF POSTING-OK
               MOVE PP-ACCT-ID TO VELOCITY-CHECK-ACCT-ID
               MOVE SOURCE-PRODUCT-CODE TO VELOCITY-CHECK-PRODUCT
               PERFORM CHECK-VELOCITY-LIMIT
               IF NOT VELOCITY-LIMIT-OK
                   MOVE 'N' TO POST-OK-SWITCH
                   IF PRODUCT-FOUND
                       MOVE 'SOURCE DAILY LIMIT REACHED'
                           TO POST-FAIL-REASON
                   ELSE
                       MOVE 'SOURCE PRODUCT NOT ON CATALOGUE'
                           TO POST-FAIL-REASON
                   END-IF
               END-IF
           END-IF.
           IF POSTING-OK
               MOVE PP-DEST-ACCT-ID TO VELOCITY-CHECK-ACCT-ID
               MOVE DEST-PRODUCT-CODE TO VELOCITY-CHECK-PRODUCT
               PERFORM CHECK-VELOCITY-LIMIT
               IF NOT VELOCITY-LIMIT-OK
                   MOVE 'N' TO POST-OK-SWITCH
                   IF PRODUCT-FOUND
                       MOVE 'DESTINATION DAILY LIMIT REACHED'
                           TO POST-FAIL-REASON
                   ELSE
                       MOVE 'DESTINATION PRODUCT NOT ON CATALOGUE'
                           TO POST-FAIL-REASON
                   END-IF
               END-IF
           END-IF.
           IF POSTING-OK
                   MOVE 'N' TO POST-OK-SWITCH
                   MOVE 'NO FX RATE ON FILE' TO POST-FAIL-REASON
               END-IF
               IF FX-RATE-STALE
                   MOVE 'N' TO POST-OK-SWITCH
                   MOVE 'FX RATE OUT OF DATE' TO POST-FAIL-REASON
               END-IF
           END-IF.
           IF POSTING-OK
               PERFORM REWRITE-TRANSFER-ACCOUNTS
                               TO POST-FAIL-REASON
                       ELSE
                           MOVE ACCT-BALANCE TO SOURCE-BALANCE
                           MOVE ACCT-PRODUCT-CODE
                               TO SOURCE-PRODUCT-CODE
                           MOVE ACCT-CURRENCY TO SOURCE-CURRENCY
                           IF SOURCE-CURRENCY = SPACES
                               MOVE DEFAULT-CURRENCY-CODE
                               TO POST-FAIL-REASON
                       ELSE
                           MOVE ACCT-BALANCE TO DEST-BALANCE
                           MOVE ACCT-PRODUCT-CODE TO DEST-PRODUCT-CODE
                           MOVE ACCT-CURRENCY TO DEST-CURRENCY
                           IF DEST-CURRENCY = SPACES
                               MOVE DEFAULT-CURRENCY-CODE
           MOVE 'TRANS-DR' TO TL-OPERATION.
           MOVE PP-AMOUNT TO TL-AMOUNT.
           MOVE SOURCE-BALANCE TO TL-RESULT-BALANCE.
           MOVE SIGNED-ON-OPER-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           MOVE PP-DEST-ACCT-ID TO TL-ACCT-ID.
           MOVE 'TRANS-CR' TO TL-OPERATION.
           MOVE CONVERTED-AMOUNT TO DAYT-UPD-AMOUNT.
           PERFORM UPDATE-DAILY-TOTAL.

      ******************************************************************
      * POST-APPROVED-REVERSAL
      * Posts an approved REVERSE the way CBL001's APPLY-REVERSAL
      * posts one under the threshold: the leg on PP-ACCT-ID and, for
      * a transfer, the opposite leg on PP-DEST-ACCT-ID, each for the
      * exact amount the original leg moved, so a cross-currency
      * transfer comes back at its original rate. Whichever leg is
      * the REV-DR must be covered net of active holds. A reversal is
      * a correction, not activity, so no velocity check applies and
      * nothing is folded into DAYTOTAL.
      ******************************************************************
       POST-APPROVED-REVERSAL.
           IF PP-REVERSAL-OP = 'ADD' OR PP-REVERSAL-OP = 'TRANS-CR'
               MOVE 'REV-DR' TO REVERSAL-LEG-OPERATION
               MOVE 'REV-CR' TO PARTNER-LEG-OPERATION
           ELSE
               MOVE 'REV-CR' TO REVERSAL-LEG-OPERATION
               MOVE 'REV-DR' TO PARTNER-LEG-OPERATION
           END-IF.
           PERFORM FETCH-REVERSAL-ACCOUNTS.
           IF POSTING-OK AND REVERSAL-LEG-OPERATION = 'REV-DR'
               MOVE PP-ACCT-ID TO REVERSAL-CHECK-ACCT-ID
               MOVE SOURCE-BALANCE TO REVERSAL-CHECK-BALANCE
               MOVE PP-AMOUNT TO REVERSAL-CHECK-AMOUNT
               PERFORM CHECK-REVERSAL-DEBIT
           END-IF.
           IF POSTING-OK AND PP-DEST-ACCT-ID NOT = SPACES
                   AND PARTNER-LEG-OPERATION = 'REV-DR'
               MOVE PP-DEST-ACCT-ID TO REVERSAL-CHECK-ACCT-ID
               MOVE DEST-BALANCE TO REVERSAL-CHECK-BALANCE
               MOVE PP-DEST-AMOUNT TO REVERSAL-CHECK-AMOUNT
               PERFORM CHECK-REVERSAL-DEBIT
           END-IF.
           IF POSTING-OK
               PERFORM REWRITE-REVERSAL-ACCOUNTS
           END-IF.
           IF POSTING-OK
               MOVE SOURCE-BALANCE TO DISPLAY-BALANCE
               DISPLAY 'Reversal posted. Current Balance: '
                   DISPLAY-BALANCE
               PERFORM WRITE-APPROVED-REVERSAL-LOG
           END-IF.

      ******************************************************************
      * FETCH-REVERSAL-ACCOUNTS
      * Reads the item's account and, for a transfer, the other leg's
      * account, capturing each balance before the next read reuses
      * the record area. A missing or closed account on either side
      * fails the approval; a dormant one does not, since a reversal
      * is not customer activity.
      ******************************************************************
       FETCH-REVERSAL-ACCOUNTS.
           MOVE PP-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO POST-OK-SWITCH
                   MOVE 'ACCOUNT NOT FOUND' TO POST-FAIL-REASON
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE 'N' TO POST-OK-SWITCH
                       MOVE 'ACCOUNT CLOSED' TO POST-FAIL-REASON
                   ELSE
                       MOVE ACCT-BALANCE TO SOURCE-BALANCE
                   END-IF
           END-READ.
           IF POSTING-OK AND PP-DEST-ACCT-ID NOT = SPACES
               MOVE PP-DEST-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO POST-OK-SWITCH
                       MOVE 'OTHER LEG ACCOUNT NOT FOUND'
                           TO POST-FAIL-REASON
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           MOVE 'N' TO POST-OK-SWITCH
                           MOVE 'OTHER LEG ACCOUNT CLOSED'
                               TO POST-FAIL-REASON
                       ELSE
                           MOVE ACCT-BALANCE TO DEST-BALANCE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * CHECK-REVERSAL-DEBIT
      * Fails the approval when the REV-DR leg of
      * REVERSAL-CHECK-AMOUNT is more than REVERSAL-CHECK-ACCT-ID's
      * balance, or its balance net of active holds.
      ******************************************************************
       CHECK-REVERSAL-DEBIT.
           IF REVERSAL-CHECK-AMOUNT > REVERSAL-CHECK-BALANCE
               MOVE 'N' TO POST-OK-SWITCH
               STRING 'REVERSAL EXCEEDS BALANCE OF '
                       DELIMITED BY SIZE
                   REVERSAL-CHECK-ACCT-ID DELIMITED BY SIZE
                   INTO POST-FAIL-REASON
           ELSE
               MOVE REVERSAL-CHECK-ACCT-ID TO HOLD-CHECK-ACCT-ID
               PERFORM SUM-ACTIVE-HOLDS
               COMPUTE AVAILABLE-BALANCE =
                   REVERSAL-CHECK-BALANCE - ACTIVE-HOLD-TOTAL
               IF REVERSAL-CHECK-AMOUNT > AVAILABLE-BALANCE
                   MOVE 'N' TO POST-OK-SWITCH
                   STRING 'FUNDS ARE HELD ON ' DELIMITED BY SIZE
                       REVERSAL-CHECK-ACCT-ID DELIMITED BY SIZE
                       INTO POST-FAIL-REASON
               END-IF
           END-IF.

       REWRITE-REVERSAL-ACCOUNTS.
           IF REVERSAL-LEG-OPERATION = 'REV-DR'
               COMPUTE SOURCE-BALANCE = SOURCE-BALANCE - PP-AMOUNT
           ELSE
               COMPUTE SOURCE-BALANCE = SOURCE-BALANCE + PP-AMOUNT
           END-IF.
           MOVE PP-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO POST-OK-SWITCH
                   MOVE 'ACCOUNT NOT FOUND' TO POST-FAIL-REASON
           END-READ.
           IF POSTING-OK
               MOVE SOURCE-BALANCE TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 'N' TO POST-OK-SWITCH
                       MOVE 'ACCOUNT REWRITE FAILED'
                           TO POST-FAIL-REASON
               END-REWRITE
           END-IF.
           IF POSTING-OK AND PP-DEST-ACCT-ID NOT = SPACES
               IF PARTNER-LEG-OPERATION = 'REV-DR'
                   COMPUTE DEST-BALANCE = DEST-BALANCE - PP-DEST-AMOUNT
               ELSE
                   COMPUTE DEST-BALANCE = DEST-BALANCE + PP-DEST-AMOUNT
               END-IF
               MOVE PP-DEST-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO POST-OK-SWITCH
                       MOVE 'OTHER LEG ACCOUNT NOT FOUND'
                           TO POST-FAIL-REASON
               END-READ
               IF POSTING-OK
                   MOVE DEST-BALANCE TO ACCT-BALANCE
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           MOVE 'N' TO POST-OK-SWITCH
                           MOVE 'OTHER LEG REWRITE FAILED'
                               TO POST-FAIL-REASON
                   END-REWRITE
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-APPROVED-REVERSAL-LOG
      * Appends the reversal leg(s) the same way CBL001's
      * WRITE-REVERSAL-LOG does, each tied back to the original entry
      * through TL-REVERSAL-REF.
      ******************************************************************
       WRITE-APPROVED-REVERSAL-LOG.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF TRAN-FILE-STATUS = '05' OR TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           MOVE TRAN-TIMESTAMP TO TL-TIMESTAMP.
           MOVE PP-ACCT-ID TO TL-ACCT-ID.
           MOVE REVERSAL-LEG-OPERATION TO TL-OPERATION.
           MOVE PP-AMOUNT TO TL-AMOUNT.
           MOVE SOURCE-BALANCE TO TL-RESULT-BALANCE.
           MOVE SIGNED-ON-OPER-ID TO TL-OPERATOR-ID.
           MOVE PP-REVERSAL-REF TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           IF PP-DEST-ACCT-ID NOT = SPACES
               MOVE PP-DEST-ACCT-ID TO TL-ACCT-ID
               MOVE PARTNER-LEG-OPERATION TO TL-OPERATION
               MOVE PP-DEST-AMOUNT TO TL-AMOUNT
               MOVE DEST-BALANCE TO TL-RESULT-BALANCE
               WRITE TRAN-LOG-RECORD
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.

      ******************************************************************
      * SETTLE-REVERSAL-REGISTER
      * Brings the REVREG entries CBL001 registered as pending for
      * this item up to date: an approved item marks each leg R under
      * the approver, a rejected one deletes them, so the entry can
      * be keyed for reversal again.
      ******************************************************************
       SETTLE-REVERSAL-REGISTER.
           OPEN I-O REVERSAL-REGISTER-FILE.
           IF REVR-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open reversal register. Update it '
                   'for item ' WORK-ITEM-ID ' by hand.'
           ELSE
               MOVE PP-ACCT-ID TO RR-ACCT-ID
               PERFORM SETTLE-REGISTER-ENTRY
               IF PP-DEST-ACCT-ID NOT = SPACES
                   MOVE PP-DEST-ACCT-ID TO RR-ACCT-ID
                   PERFORM SETTLE-REGISTER-ENTRY
               END-IF
               CLOSE REVERSAL-REGISTER-FILE
           END-IF.

       SETTLE-REGISTER-ENTRY.
           MOVE PP-REVERSAL-REF TO RR-ORIG-TIMESTAMP.
           READ REVERSAL-REGISTER-FILE
               INVALID KEY
                   DISPLAY 'Reversal register has no entry for '
                       'account ' RR-ACCT-ID
           END-READ.
           IF REVR-FILE-STATUS = '00'
               IF PP-APPROVED
                   MOVE 'R' TO RR-STATUS
                   MOVE TRAN-TIMESTAMP TO RR-TIMESTAMP
                   MOVE SIGNED-ON-OPER-ID TO RR-OPERATOR-ID
                   REWRITE REVERSAL-RECORD
                       INVALID KEY
                           DISPLAY 'Unable to mark account '
                               RR-ACCT-ID ' reversed on the register.'
                   END-REWRITE
               ELSE
                   DELETE REVERSAL-REGISTER-FILE
                       INVALID KEY
                           DISPLAY 'Unable to clear account '
                               RR-ACCT-ID ' from the register.'
                   END-DELETE
               END-IF
           END-IF.

      ******************************************************************
      * LOOKUP-FX-RATE
      * Converts PP-AMOUNT (in SOURCE-CURRENCY) into CONVERTED-AMOUNT
      * (in DEST-CURRENCY), the same way CBL001's paragraph of the
      * same name converts a keyed transfer: at the newest active rate
      * in effect today, flagging it stale when it is older than
      * FX-MAX-RATE-AGE-DAYS.
      ******************************************************************
       LOOKUP-FX-RATE.
           MOVE 'N' TO FX-STALE-SWITCH.
           IF SOURCE-CURRENCY = DEST-CURRENCY
               MOVE 'Y' TO FX-FOUND-SWITCH
               MOVE PP-AMOUNT TO CONVERTED-AMOUNT
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
                       PP-AMOUNT * APPLIED-FX-RATE
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

      * Reads VELOCITY-CHECK-ACCT-ID's record for today off the keyed
      * DAYTOTAL file, mirroring CBL001's paragraph of the same name,
      * so an approved posting cannot dodge the same-day ceilings by
      * having sat in the queue. The ceilings are those of
      * VELOCITY-CHECK-PRODUCT; an account whose product is not on
      * the catalogue is refused with PRODUCT-FOUND-SWITCH 'N' for
      * the caller to report. No daily-total file, or no record for
      * today, means no activity yet.
      ******************************************************************
       CHECK-VELOCITY-LIMIT.
           MOVE 'Y' TO VELOCITY-OK-SWITCH.
           MOVE VELOCITY-CHECK-PRODUCT TO PRODUCT-LOOKUP-CODE.
           PERFORM LOAD-PRODUCT-LIMITS.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           MOVE TRAN-TIMESTAMP(1:8) TO VELOCITY-TODAY-DATE.
           MOVE ZEROES TO VELOCITY-TRAN-COUNT.
               MOVE 'N' TO VELOCITY-OK-SWITCH
           END-IF.

      ******************************************************************
      * LOAD-PRODUCT-LIMITS
      * Loads the velocity limits of PRODUCT-LOOKUP-CODE as of today,
      * the same way CBL001's paragraph of the same name does: a
      * START on the code with a low date, keeping the last version
      * already in effect. No catalogue, or no version in effect,
      * leaves PRODUCT-FOUND-SWITCH 'N' and both limits at zero.
      ******************************************************************
       LOAD-PRODUCT-LIMITS.
           MOVE 'N' TO PRODUCT-FOUND-SWITCH.
           MOVE ZEROES TO VELOCITY-LIMIT-COUNT.
           MOVE ZEROES TO VELOCITY-LIMIT-AMOUNT.
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
               PERFORM READ-NEXT-PRODUCT
           END-IF.

      ******************************************************************
      * UPDATE-DAILY-TOTAL
      * Folds the posting just logged into the keyed daily-activity
