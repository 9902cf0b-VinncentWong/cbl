      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Stand-alone back-office console over the EXCPFILE
      *          exception file every posting program raises its
      *          refusals on. Any signed-on operator can list the
      *          exceptions still open, oldest first, with their age
      *          and reason, optionally for one reason only, and a
      *          count of them by reason. A teller or supervisor can
      *          correct an open exception and resubmit it: the
      *          corrected item is queued onto PENDAPPR under their id
      *          and posts only when another supervisor approves it
      *          through CBL014, under exactly the rules that apply to
      *          any other posting. Standing-order, fee and return
      *          exceptions are only ever posted by their own batch
      *          runs and are not resubmitted. A supervisor can write an
      *          exception off with a comment. A worked exception is
      *          never reopened or deleted, so the file stays the
      *          record of what was refused and what became of it.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL031.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-ID
               FILE STATUS IS EXCP-FILE-STATUS.
           SELECT PENDING-POST-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ID
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           COPY EXCPREC.
       FD  PENDING-POST-FILE.
           COPY PENDREC.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.
       WORKING-STORAGE SECTION.
       77  EXCP-FILE-STATUS PIC X(02).
       77  PEND-FILE-STATUS PIC X(02).
       77  ACCT-FILE-STATUS PIC X(02).

       77  MAINT-OPERATION PIC X(10).
       77  CONTINUE-OPERATION PIC X.
           88  CONTINUE-OPERATION-VALID VALUE 'Y' 'N'.

      ******************************************************************
      * Exception entry fields. An exception is named by its EX-ID,
      * exactly as LIST shows it. NEW-EXCP-STATUS is the status
      * RESUBMIT or WRITEOFF is about to set.
      ******************************************************************
       77  MAINT-EXCP-ID PIC 9(07).
       77  NEW-EXCP-STATUS PIC X(01).
       77  NEW-STATUS-NOTE PIC X(40).
       77  EXCP-FOUND-SWITCH PIC X VALUE 'N'.
           88  EXCEPTION-FOUND VALUE 'Y'.
       77  EXCP-TIMESTAMP PIC X(21).

       77  EXCP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-EXCP-SCAN VALUE 'Y'.
       77  EXCEPTIONS-LISTED PIC 9(05).
       77  LIST-REASON-CODE PIC X(02).
       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-COUNT PIC ZZZZ9.
       77  DISPLAY-AGE PIC ZZZZ9.

      ******************************************************************
      * The reason codes an exception can carry, as EXCPREC defines
      * them, with the wording LIST shows them under. LIST counts the
      * open exceptions it shows against each one.
      ******************************************************************
       01  REASON-TABLE-VALUES.
           05  FILLER PIC X(26) VALUE 'IFINSUFFICIENT FUNDS      '.
           05  FILLER PIC X(26) VALUE 'VLVELOCITY LIMIT          '.
           05  FILLER PIC X(26) VALUE 'DMACCOUNT DORMANT         '.
           05  FILLER PIC X(26) VALUE 'CLACCOUNT CLOSED          '.
           05  FILLER PIC X(26) VALUE 'UOUNKNOWN OPERATION       '.
           05  FILLER PIC X(26) VALUE 'FXNO FX RATE              '.
           05  FILLER PIC X(26) VALUE 'RJSUPERVISOR REJECTED     '.
           05  FILLER PIC X(26) VALUE 'OTOTHER                   '.
       01  REASON-TABLE REDEFINES REASON-TABLE-VALUES.
           05  REASON-ENTRY OCCURS 8 TIMES.
               10  RSN-CODE                PIC X(02).
               10  RSN-DESCRIPTION         PIC X(24).
       01  REASON-COUNT-TABLE.
           05  RSN-OPEN-COUNT OCCURS 8 TIMES
                                           PIC 9(05).
       77  REASON-TABLE-SIZE PIC 9(02) VALUE 8.
       77  REASON-SCAN PIC 9(02).
       77  REASON-SWITCH PIC X VALUE 'N'.
           88  REASON-CODE-VALID VALUE 'Y'.

      ******************************************************************
      * Age fields. An exception's age is the whole days from the
      * date it was raised to today.
      ******************************************************************
       01  AGE-DATE-WORK.
           05  AGE-TODAY-NUM               PIC 9(08).
           05  AGE-TODAY-DATE REDEFINES AGE-TODAY-NUM
                                           PIC X(08).
           05  AGE-RAISED-NUM              PIC 9(08).
           05  AGE-RAISED-DATE REDEFINES AGE-RAISED-NUM
                                           PIC X(08).
       77  EXCP-AGE-DAYS PIC S9(07).

      ******************************************************************
      * Repair fields. RESUBMIT starts each from the exception as it
      * was raised and lets the operator key a correction over it;
      * REPAIR-FIELD-SWITCH holds each prompt until what it has is
      * good enough to queue. REPAIR-DEST-ID is the destination
      * account of a TRANSFER or the BENE-ID of a PAYMENT.
      ******************************************************************
       77  REPAIR-OPERATION PIC X(10).
           88  REPAIR-OPERATION-VALID
                   VALUE 'ADD' 'SUBTRACT' 'TRANSFER' 'PAYMENT'.
       77  REPAIR-ACCT-ID PIC X(10).
       77  REPAIR-DEST-ID PIC X(10).
       77  REPAIR-AMOUNT PIC S9(10)V99.
       77  REPAIR-AMOUNT-ENTRY PIC S9(10)V99.
       77  REPAIR-ENTRY PIC X(10).
       77  REPAIR-FIELD-SWITCH PIC X VALUE 'N'.
           88  REPAIR-FIELD-OK VALUE 'Y'.
       77  NEXT-PEND-ID PIC 9(07).
       77  PEND-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-PEND-SCAN VALUE 'Y'.
       77  ITEM-QUEUED-SWITCH PIC X VALUE 'N'.
           88  ITEM-QUEUED VALUE 'Y'.
       77  RESUBMIT-ALLOWED-SWITCH PIC X VALUE 'Y'.
           88  RESUBMIT-ALLOWED VALUE 'Y'.

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
               DISPLAY 'Sign-on failed. Exception maintenance not '
                   'started.'
           ELSE
               OPEN I-O EXCEPTION-FILE
               IF EXCP-FILE-STATUS = '00'
                   PERFORM SHOW-CONSOLE
                       UNTIL CONTINUE-OPERATION = 'N'
                   CLOSE EXCEPTION-FILE
               ELSE
                   IF EXCP-FILE-STATUS = '35'
                       DISPLAY 'No exceptions on file. Nothing to '
                           'work.'
                   ELSE
                       DISPLAY 'Unable to open exception file. '
                           'Exception maintenance skipped.'
                   END-IF
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
                   PERFORM LIST-OPEN-EXCEPTIONS
               ELSE
                   IF MAINT-OPERATION = 'RESUBMIT'
                       MOVE 'R' TO NEW-EXCP-STATUS
                       PERFORM RESUBMIT-EXCEPTION
                   ELSE
                       IF MAINT-OPERATION = 'WRITEOFF'
                           MOVE 'W' TO NEW-EXCP-STATUS
                           PERFORM WRITE-OFF-EXCEPTION
                       ELSE
                           DISPLAY 'Unrecognized operation. Use LIST, '
                               'RESUBMIT or WRITEOFF.'
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
      * Resubmitting an exception queues a posting, so it is held to
      * the roles CBL001 lets post: teller or supervisor. Writing one
      * off abandons the posting for good, so only a supervisor may.
      * LIST changes nothing and is open to every role.
      ******************************************************************
       CHECK-OPERATION-ALLOWED.
           MOVE 'Y' TO OPERATION-ALLOWED-SWITCH.
           IF MAINT-OPERATION = 'RESUBMIT'
               IF NOT SIGNED-ON-TELLER AND NOT SIGNED-ON-SUPERVISOR
                   MOVE 'N' TO OPERATION-ALLOWED-SWITCH
               END-IF
           END-IF.
           IF MAINT-OPERATION = 'WRITEOFF'
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
      * RESUBMIT-EXCEPTION
      * Takes one open exception, lets the operator correct what was
      * refused, and queues the corrected item onto PENDAPPR under
      * their own id, so it posts through CBL014 under the normal
      * rules once another supervisor approves it. The exception is
      * marked resubmitted with the queue id it went as and the
      * operator's note. If the approver turns the item down again,
      * CBL014 raises a fresh exception for it.
      *
      * A standing-order exception is refused: the order keeps its
      * due date and CBL013 retries it every night until it runs, so
      * a resubmitted copy would pay it twice. Correcting the cause
      * lets the next run execute it and clear the exception; an
      * order that should not run is cancelled through CBL012 and
      * its exception written off. An uncollected fee or a refused
      * return is refused too: a FEE or RETURN is only ever posted
      * by its own batch run, and queueing it as a customer SUBTRACT
      * or ADD would book it as something it is not. The back office
      * settles those by hand and writes the exception off.
      ******************************************************************
       RESUBMIT-EXCEPTION.
           PERFORM GET-EXCEPTION-ID.
           IF EXCEPTION-FOUND
               IF NOT EX-OPEN
                   PERFORM SHOW-ALREADY-WORKED
               ELSE
                   PERFORM CHECK-RESUBMIT-SOURCE
                   IF RESUBMIT-ALLOWED
                       PERFORM SHOW-EXCEPTION
                       OPEN INPUT ACCOUNT-MASTER-FILE
                       IF ACCT-FILE-STATUS NOT = '00'
                           DISPLAY 'Unable to open account master. '
                               'Exception not resubmitted.'
                       ELSE
                           PERFORM GET-REPAIRED-ITEM
                           CLOSE ACCOUNT-MASTER-FILE
                           MOVE SPACES TO NEW-STATUS-NOTE
                           PERFORM GET-STATUS-NOTE
                               UNTIL NEW-STATUS-NOTE NOT = SPACES
                           PERFORM QUEUE-REPAIRED-ITEM
                           IF ITEM-QUEUED
                               MOVE NEXT-PEND-ID TO EX-RESUBMIT-ID
                               PERFORM MARK-EXCEPTION-WORKED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-RESUBMIT-SOURCE.
           MOVE 'Y' TO RESUBMIT-ALLOWED-SWITCH.
           IF EX-SOURCE-PROGRAM = 'CBL013'
               MOVE 'N' TO RESUBMIT-ALLOWED-SWITCH
               DISPLAY 'Standing order exceptions cannot be '
                   'resubmitted. CBL013 retries order ' EX-SOURCE-REF
               DISPLAY 'every night until it executes. Correct '
                   'the cause, or cancel the order through '
                   'CBL012 and WRITEOFF this exception.'
           END-IF.
           IF EX-SOURCE-PROGRAM = 'CBL019'
                   OR EX-SOURCE-PROGRAM = 'CBL025'
               MOVE 'N' TO RESUBMIT-ALLOWED-SWITCH
               DISPLAY EX-OPERATION ' exceptions cannot be '
                   'resubmitted. Settle the item by hand and '
                   'WRITEOFF this exception.'
           END-IF.

      ******************************************************************
      * WRITE-OFF-EXCEPTION
      * Closes one open exception without posting it. The comment is
      * required, since it is the only record of why the posting was
      * abandoned.
      ******************************************************************
       WRITE-OFF-EXCEPTION.
           PERFORM GET-EXCEPTION-ID.
           IF EXCEPTION-FOUND
               IF NOT EX-OPEN
                   PERFORM SHOW-ALREADY-WORKED
               ELSE
                   PERFORM SHOW-EXCEPTION
                   MOVE SPACES TO NEW-STATUS-NOTE
                   PERFORM GET-STATUS-NOTE
                       UNTIL NEW-STATUS-NOTE NOT = SPACES
                   MOVE ZEROES TO EX-RESUBMIT-ID
                   PERFORM MARK-EXCEPTION-WORKED
               END-IF
           END-IF.

       GET-EXCEPTION-ID.
           MOVE 'N' TO EXCP-FOUND-SWITCH.
           DISPLAY 'Exception id: '.
           ACCEPT MAINT-EXCP-ID.
           MOVE MAINT-EXCP-ID TO EX-ID.
           READ EXCEPTION-FILE
               INVALID KEY
                   DISPLAY 'No such exception. Nothing changed.'
               NOT INVALID KEY
                   MOVE 'Y' TO EXCP-FOUND-SWITCH
           END-READ.

       SHOW-ALREADY-WORKED.
           DISPLAY 'Exception already worked (status ' EX-STATUS
               ' by ' EX-STATUS-BY ' on ' EX-STATUS-DATE
               '). Nothing changed.'.

       GET-STATUS-NOTE.
           IF NEW-EXCP-STATUS = 'R'
               DISPLAY 'Note on the correction: '
           ELSE
               DISPLAY 'Reason for writing off: '
           END-IF.
           ACCEPT NEW-STATUS-NOTE.
           IF NEW-STATUS-NOTE = SPACES
               DISPLAY 'A note is required.'
           END-IF.

      ******************************************************************
      * MARK-EXCEPTION-WORKED
      * Stamps the exception with NEW-EXCP-STATUS, the operator, the
      * date and their note, and rewrites it.
      ******************************************************************
       MARK-EXCEPTION-WORKED.
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP.
           MOVE NEW-EXCP-STATUS TO EX-STATUS.
           MOVE SIGNED-ON-OPER-ID TO EX-STATUS-BY.
           MOVE EXCP-TIMESTAMP(1:8) TO EX-STATUS-DATE.
           MOVE NEW-STATUS-NOTE TO EX-STATUS-NOTE.
           REWRITE EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY 'Exception not updated. Rewrite failed.'
           END-REWRITE.
           IF EXCP-FILE-STATUS = '00'
               IF EX-RESUBMITTED
                   DISPLAY 'Exception marked resubmitted as queue item '
                       EX-RESUBMIT-ID '.'
               ELSE
                   DISPLAY 'Exception written off.'
               END-IF
           END-IF.

      ******************************************************************
      * GET-REPAIRED-ITEM
      * Walks the operator through the item field by field, each
      * starting from what was refused, so only what was wrong needs
      * keying. The operation must be one that posts; the account,
      * and the destination of a TRANSFER, must be on ACCTMSTR and
      * not closed; a PAYMENT needs a beneficiary, which CBL014
      * checks on BENEMSTR when it posts. A destination is carried
      * over only when the operation is unchanged. The amount must
      * end up positive, so a console refusal raised before the
      * amount was keyed has it keyed now.
      ******************************************************************
       GET-REPAIRED-ITEM.
           MOVE EX-OPERATION TO REPAIR-OPERATION.
           MOVE 'N' TO REPAIR-FIELD-SWITCH.
           PERFORM GET-REPAIR-OPERATION UNTIL REPAIR-FIELD-OK.
           MOVE EX-ACCT-ID TO REPAIR-ACCT-ID.
           MOVE 'N' TO REPAIR-FIELD-SWITCH.
           PERFORM GET-REPAIR-ACCOUNT UNTIL REPAIR-FIELD-OK.
           IF REPAIR-OPERATION = EX-OPERATION
               MOVE EX-DEST-ACCT-ID TO REPAIR-DEST-ID
           ELSE
               MOVE SPACES TO REPAIR-DEST-ID
           END-IF.
           IF REPAIR-OPERATION = 'TRANSFER'
               MOVE 'N' TO REPAIR-FIELD-SWITCH
               PERFORM GET-REPAIR-DESTINATION UNTIL REPAIR-FIELD-OK
           ELSE
               IF REPAIR-OPERATION = 'PAYMENT'
                   MOVE 'N' TO REPAIR-FIELD-SWITCH
                   PERFORM GET-REPAIR-BENEFICIARY
                       UNTIL REPAIR-FIELD-OK
               ELSE
                   MOVE SPACES TO REPAIR-DEST-ID
               END-IF
           END-IF.
           MOVE EX-AMOUNT TO REPAIR-AMOUNT.
           MOVE 'N' TO REPAIR-FIELD-SWITCH.
           PERFORM GET-REPAIR-AMOUNT UNTIL REPAIR-FIELD-OK.

       GET-REPAIR-OPERATION.
           DISPLAY 'Operation (blank keeps ' REPAIR-OPERATION '): '.
           MOVE SPACES TO REPAIR-ENTRY.
           ACCEPT REPAIR-ENTRY.
           IF REPAIR-ENTRY NOT = SPACES
               MOVE REPAIR-ENTRY TO REPAIR-OPERATION
           END-IF.
           IF REPAIR-OPERATION-VALID
               MOVE 'Y' TO REPAIR-FIELD-SWITCH
           ELSE
               DISPLAY 'Invalid operation. Use ADD, SUBTRACT, '
                   'TRANSFER or PAYMENT.'
           END-IF.

       GET-REPAIR-ACCOUNT.
           DISPLAY 'Account id (blank keeps ' REPAIR-ACCT-ID '): '.
           MOVE SPACES TO REPAIR-ENTRY.
           ACCEPT REPAIR-ENTRY.
           IF REPAIR-ENTRY NOT = SPACES
               MOVE REPAIR-ENTRY TO REPAIR-ACCT-ID
           END-IF.
           MOVE REPAIR-ACCT-ID TO ACCT-ID.
           PERFORM CHECK-REPAIR-ACCOUNT.

       GET-REPAIR-DESTINATION.
           DISPLAY 'Destination account id (blank keeps '
               REPAIR-DEST-ID '): '.
           MOVE SPACES TO REPAIR-ENTRY.
           ACCEPT REPAIR-ENTRY.
           IF REPAIR-ENTRY NOT = SPACES
               MOVE REPAIR-ENTRY TO REPAIR-DEST-ID
           END-IF.
           IF REPAIR-DEST-ID = REPAIR-ACCT-ID
               DISPLAY 'Destination must differ from the source '
                   'account.'
           ELSE
               MOVE REPAIR-DEST-ID TO ACCT-ID
               PERFORM CHECK-REPAIR-ACCOUNT
           END-IF.

       CHECK-REPAIR-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Account ' ACCT-ID ' not found.'
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       DISPLAY 'Account ' ACCT-ID ' is closed.'
                   ELSE
                       MOVE 'Y' TO REPAIR-FIELD-SWITCH
                   END-IF
           END-READ.

       GET-REPAIR-BENEFICIARY.
           DISPLAY 'Beneficiary id (blank keeps ' REPAIR-DEST-ID
               '): '.
           MOVE SPACES TO REPAIR-ENTRY.
           ACCEPT REPAIR-ENTRY.
           IF REPAIR-ENTRY NOT = SPACES
               MOVE REPAIR-ENTRY TO REPAIR-DEST-ID
           END-IF.
           IF REPAIR-DEST-ID = SPACES
               DISPLAY 'A beneficiary is required for a PAYMENT.'
           ELSE
               MOVE 'Y' TO REPAIR-FIELD-SWITCH
           END-IF.

       GET-REPAIR-AMOUNT.
           MOVE REPAIR-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY 'Amount (0 keeps ' DISPLAY-AMOUNT '): '.
           ACCEPT REPAIR-AMOUNT-ENTRY.
           IF REPAIR-AMOUNT-ENTRY IS NOT NUMERIC
                   OR REPAIR-AMOUNT-ENTRY < ZERO
               DISPLAY 'Invalid amount. Enter a positive number, or '
                   '0 to keep it.'
           ELSE
               IF REPAIR-AMOUNT-ENTRY > ZERO
                   MOVE REPAIR-AMOUNT-ENTRY TO REPAIR-AMOUNT
               END-IF
               IF REPAIR-AMOUNT > ZERO
                   MOVE 'Y' TO REPAIR-FIELD-SWITCH
               ELSE
                   DISPLAY 'No amount was keyed when this posting '
                       'was refused. Enter the amount.'
               END-IF
           END-IF.

      ******************************************************************
      * QUEUE-REPAIRED-ITEM
      * Queues the corrected item onto PENDAPPR pending, under the
      * next free queue id and the signed-on operator's id, exactly as
      * CBL001 queues a posting over its dual-control limit, creating
      * the queue on first use.
      ******************************************************************
       QUEUE-REPAIRED-ITEM.
           MOVE 'N' TO ITEM-QUEUED-SWITCH.
           OPEN I-O PENDING-POST-FILE.
           IF PEND-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-POST-FILE
               CLOSE PENDING-POST-FILE
               OPEN I-O PENDING-POST-FILE
           END-IF.
           IF PEND-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open approval queue. Exception not '
                   'resubmitted.'
           ELSE
               PERFORM FIND-NEXT-PEND-ID
               MOVE NEXT-PEND-ID TO PP-ID
               MOVE FUNCTION CURRENT-DATE TO PP-TIMESTAMP
               MOVE REPAIR-OPERATION TO PP-OPERATION
               MOVE REPAIR-ACCT-ID TO PP-ACCT-ID
               MOVE REPAIR-DEST-ID TO PP-DEST-ACCT-ID
               MOVE REPAIR-AMOUNT TO PP-AMOUNT
               MOVE 'P' TO PP-STATUS
               MOVE SIGNED-ON-OPER-ID TO PP-OPERATOR-ID
               MOVE SPACES TO PP-WORKED-BY-ID
               MOVE SPACES TO PP-REVERSAL-REF
               MOVE SPACES TO PP-REVERSAL-OP
               MOVE ZEROES TO PP-DEST-AMOUNT
               WRITE PENDING-POST-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to queue corrected item. Write '
                           'failed.'
               END-WRITE
               IF PEND-FILE-STATUS = '00'
                   MOVE 'Y' TO ITEM-QUEUED-SWITCH
                   DISPLAY 'Corrected item queued as item '
                       NEXT-PEND-ID '. Another supervisor must '
                       'approve it through CBL014.'
               END-IF
               CLOSE PENDING-POST-FILE
           END-IF.

      ******************************************************************
      * FIND-NEXT-PEND-ID
      * Walks the pending file and comes back with one past the
      * highest queue id on file, approved and rejected items
      * included, so a queue id is never reused even after the item
      * it named has been worked.
      ******************************************************************
       FIND-NEXT-PEND-ID.
           MOVE 1 TO NEXT-PEND-ID.
           MOVE ZEROES TO PP-ID.
           MOVE 'N' TO PEND-EOF-SWITCH.
           START PENDING-POST-FILE KEY NOT LESS THAN PP-ID
               INVALID KEY
                   MOVE 'Y' TO PEND-EOF-SWITCH
           END-START.
           IF NOT END-OF-PEND-SCAN
               PERFORM READ-NEXT-PENDING
               PERFORM NOTE-PEND-ID
                   UNTIL END-OF-PEND-SCAN
           END-IF.

       READ-NEXT-PENDING.
           READ PENDING-POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PEND-EOF-SWITCH
           END-READ.

       NOTE-PEND-ID.
           COMPUTE NEXT-PEND-ID = PP-ID + 1.
           PERFORM READ-NEXT-PENDING.

      ******************************************************************
      * LIST-OPEN-EXCEPTIONS
      * Displays every exception still open, oldest first, with its
      * age and reason, so the operator has the id to RESUBMIT or
      * WRITEOFF each one. A reason code keyed at the prompt limits
      * the list to that reason. The list ends with the open
      * exceptions shown counted by reason.
      ******************************************************************
       LIST-OPEN-EXCEPTIONS.
           MOVE 'N' TO REASON-SWITCH.
           PERFORM GET-LIST-REASON UNTIL REASON-CODE-VALID.
           MOVE ZEROES TO EXCEPTIONS-LISTED.
           MOVE ZEROES TO REASON-COUNT-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AGE-TODAY-DATE.
           MOVE ZEROES TO EX-ID.
           MOVE 'N' TO EXCP-EOF-SWITCH.
           START EXCEPTION-FILE KEY NOT LESS THAN EX-ID
               INVALID KEY
                   MOVE 'Y' TO EXCP-EOF-SWITCH
           END-START.
           IF NOT END-OF-EXCP-SCAN
               PERFORM READ-NEXT-EXCEPTION
               PERFORM SHOW-OPEN-EXCEPTION
                   UNTIL END-OF-EXCP-SCAN
           END-IF.
           IF EXCEPTIONS-LISTED = ZERO
               DISPLAY 'No open exceptions.'
           ELSE
               DISPLAY 'OPEN EXCEPTIONS BY REASON:'
               PERFORM SHOW-REASON-COUNT
                   VARYING REASON-SCAN FROM 1 BY 1
                   UNTIL REASON-SCAN > REASON-TABLE-SIZE
           END-IF.

       GET-LIST-REASON.
           DISPLAY 'Reason code (blank for all): '.
           MOVE SPACES TO LIST-REASON-CODE.
           ACCEPT LIST-REASON-CODE.
           IF LIST-REASON-CODE = SPACES
               MOVE 'Y' TO REASON-SWITCH
           ELSE
               PERFORM CHECK-LIST-REASON
                   VARYING REASON-SCAN FROM 1 BY 1
                   UNTIL REASON-SCAN > REASON-TABLE-SIZE
               IF NOT REASON-CODE-VALID
                   DISPLAY 'Unknown reason code. Use IF, VL, DM, CL, '
                       'UO, FX, RJ or OT.'
               END-IF
           END-IF.

       CHECK-LIST-REASON.
           IF RSN-CODE(REASON-SCAN) = LIST-REASON-CODE
               MOVE 'Y' TO REASON-SWITCH
           END-IF.

       READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EXCP-EOF-SWITCH
           END-READ.

       SHOW-OPEN-EXCEPTION.
           IF EX-OPEN
               IF LIST-REASON-CODE = SPACES
                       OR LIST-REASON-CODE = EX-REASON-CODE
                   PERFORM SHOW-EXCEPTION
                   ADD 1 TO EXCEPTIONS-LISTED
                   PERFORM COUNT-EXCEPTION-REASON
                       VARYING REASON-SCAN FROM 1 BY 1
                       UNTIL REASON-SCAN > REASON-TABLE-SIZE
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXCEPTION.

       COUNT-EXCEPTION-REASON.
           IF RSN-CODE(REASON-SCAN) = EX-REASON-CODE
               ADD 1 TO RSN-OPEN-COUNT(REASON-SCAN)
           END-IF.

       SHOW-REASON-COUNT.
           IF RSN-OPEN-COUNT(REASON-SCAN) > ZERO
               MOVE RSN-OPEN-COUNT(REASON-SCAN) TO DISPLAY-COUNT
               DISPLAY '  ' RSN-CODE(REASON-SCAN) ' '
                   RSN-DESCRIPTION(REASON-SCAN) ': ' DISPLAY-COUNT
           END-IF.

      ******************************************************************
      * SHOW-EXCEPTION
      * Displays one exception: where and when it was raised and how
      * many days it has been open, the request as it was made, and
      * why it was refused.
      ******************************************************************
       SHOW-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AGE-TODAY-DATE.
           MOVE EX-RAISED-DATE TO AGE-RAISED-DATE.
           COMPUTE EXCP-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(AGE-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(AGE-RAISED-NUM).
           MOVE EXCP-AGE-DAYS TO DISPLAY-AGE.
           DISPLAY '  ' EX-ID '  RAISED: ' EX-RAISED-DATE
               '  AGE: ' DISPLAY-AGE ' DAYS  FROM: '
               EX-SOURCE-PROGRAM ' ' EX-SOURCE-REF.
           MOVE EX-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY '    ' EX-OPERATION ' ' EX-ACCT-ID ' '
               EX-DEST-ACCT-ID ' AMOUNT: ' DISPLAY-AMOUNT.
           DISPLAY '    REASON: ' EX-REASON-CODE ' ' EX-REASON-TEXT.
