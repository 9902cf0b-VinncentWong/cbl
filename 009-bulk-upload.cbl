      *                    CBL016 has flagged dormant. ADD rows still
      *                    land, so a dormant account can receive
      *                    money through the feed.
      *   15/10/2026 VAW - Stamp CBL009 as the operator id on every
      *                    TRANLOG entry this run writes, since no
      *                    operator signs on to an unattended job.
      *   15/10/2026 VAW - Write TL-REVERSAL-REF as SPACES; only a
      *                    CBL001 REVERSE entry carries a reference.
      *   15/10/2026 VAW - Hold each row to the velocity limits of its
      *                    account's product on the PRODMSTR
      *                    catalogue, as of today, instead of
      *                    constants compiled in here. A row for an
      *                    account whose product is not on the
      *                    catalogue is rejected.
      *   15/10/2026 VAW - Append the rows read, applied and rejected,
      *                    with the applied amount and its net effect
      *                    on balances, to the RUNCTL run-control file
      *                    for the end-of-night proof. The checkpoint
      *                    carries the two amounts as well, so a
      *                    restarted run reports the whole feed.
      *   15/10/2026 VAW - Raise every rejected row on the keyed
      *                    EXCPFILE exception file, with its reason,
      *                    for the back office to repair and resubmit
      *                    or write off through CBL031, instead of
      *                    leaving it in the job log alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL009.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-KEY
               FILE STATUS IS DAYT-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               FILE STATUS IS PROD-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-ID
               FILE STATUS IS EXCP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           05  CK-ROWS-PROCESSED           PIC 9(07).
           05  CK-ROWS-APPLIED             PIC 9(07).
           05  CK-ROWS-REJECTED            PIC 9(07).
           05  CK-AMOUNT-APPLIED           PIC S9(12)V99.
           05  CK-NET-EFFECT               PIC S9(12)V99.
       FD  DAILY-TOTAL-FILE.
           COPY DAYTREC.
       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       FD  EXCEPTION-FILE.
           COPY EXCPREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  TRAN-FILE-STATUS PIC X(02).
       77  FEED-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).
       77  TRAN-TIMESTAMP PIC X(21).
       77  BATCH-OPERATOR-ID PIC X(08) VALUE "CBL009".

       77  FEED-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-FEED-FILE VALUE 'Y'.
       77  ROWS-READ PIC 9(07) VALUE ZEROES.
       77  ROWS-APPLIED PIC 9(07) VALUE ZEROES.
       77  ROWS-REJECTED PIC 9(07) VALUE ZEROES.
       77  AMOUNT-APPLIED PIC S9(12)V99 VALUE ZEROES.
       77  APPLIED-NET-EFFECT PIC S9(12)V99 VALUE ZEROES.
       77  RUN-DATE PIC X(08).

       77  CHKP-FILE-STATUS PIC X(02).
       77  RESTART-SWITCH PIC X VALUE 'N'.
       77  CURRENT-OPERATION PIC X(10).
       77  CURRENT-AMOUNT PIC S9(10)V99.
       77  CURRENT-BALANCE PIC S9(10)V99.
       77  CURRENT-PRODUCT-CODE PIC X(03).

      ******************************************************************
      * Daily transaction velocity limit fields, mirroring CBL001's
      * CHECK-VELOCITY-LIMIT so a feed row is held to the same
      * same-day ceilings as a postings keyed in at the console. The
      * ceilings are those of the account's product, loaded by
      * LOAD-PRODUCT-LIMITS. The day's running figures come off the
      * keyed DAYTOTAL file, which UPDATE-DAILY-TOTAL maintains as
      * each row is logged.
      ******************************************************************
       77  VELOCITY-LIMIT-COUNT PIC 9(05) VALUE ZEROES.
       77  VELOCITY-LIMIT-AMOUNT PIC S9(10)V99 VALUE ZEROES.
       77  VELOCITY-TODAY-DATE PIC X(08).
       77  VELOCITY-TRAN-COUNT PIC 9(05).
       77  VELOCITY-TRAN-AMOUNT PIC S9(10)V99.
       77  AVAILABLE-BALANCE PIC S9(10)V99.
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
      * Exception fields. RAISE-FEED-EXCEPTION raises every row this
      * run rejects on the keyed EXCPFILE exception file under the
      * next free NEXT-EXCP-ID, with the EXCP-REASON-CODE and
      * EXCP-REASON-TEXT the rejecting check leaves here.
      ******************************************************************
       77  EXCP-FILE-STATUS PIC X(02).
       77  EXCP-REASON-CODE PIC X(02).
       77  EXCP-REASON-TEXT PIC X(40).
       77  NEXT-EXCP-ID PIC 9(07).
       77  EXCP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-EXCP-SCAN VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           MOVE TRAN-TIMESTAMP(1:8) TO RUN-DATE.
           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN INPUT FEED-FILE.
           IF FEED-FILE-STATUS = '35'
               DISPLAY 'Feed file not found. Nothing to apply.'
               PERFORM WRITE-RUN-CONTROL
           ELSE
               IF ACCT-FILE-STATUS NOT = '00'
                       OR FEED-FILE-STATUS NOT = '00'
                   DISPLAY 'Bulk upload complete. Rows read: '
                       ROWS-READ ' Applied: ' ROWS-APPLIED
                       ' Rejected: ' ROWS-REJECTED
                   PERFORM WRITE-RUN-CONTROL
               END-IF
           END-IF.
           IF ACCT-FILE-STATUS = '00'
               DISPLAY 'Row rejected. Unknown operation ' '"'
                   CURRENT-OPERATION '" for account ' CURRENT-ACCT-ID
               ADD 1 TO ROWS-REJECTED
               MOVE 'UO' TO EXCP-REASON-CODE
               MOVE 'UNKNOWN OPERATION'
                   TO EXCP-REASON-TEXT
               PERFORM RAISE-FEED-EXCEPTION
           ELSE
               IF FEED-AMOUNT IS NOT NUMERIC
                   DISPLAY 'Row rejected. Amount not numeric for '
                       'account ' CURRENT-ACCT-ID
                   ADD 1 TO ROWS-REJECTED
                   MOVE 'OT' TO EXCP-REASON-CODE
                   MOVE 'AMOUNT NOT NUMERIC'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-FEED-EXCEPTION
               ELSE
                   MOVE FEED-AMOUNT TO CURRENT-AMOUNT
                   IF CURRENT-AMOUNT NOT > ZERO
                           'Row rejected. Amount not positive for '
                           'account ' CURRENT-ACCT-ID
                       ADD 1 TO ROWS-REJECTED
                       MOVE 'OT' TO EXCP-REASON-CODE
                       MOVE 'AMOUNT NOT POSITIVE'
                           TO EXCP-REASON-TEXT
                       PERFORM RAISE-FEED-EXCEPTION
                   ELSE
                       PERFORM LOOKUP-CURRENT-ACCOUNT
                       IF ACCT-FILE-STATUS NOT = '00'
                               'Row rejected. Account not found or '
                               'closed: ' CURRENT-ACCT-ID
                           ADD 1 TO ROWS-REJECTED
                           MOVE 'CL' TO EXCP-REASON-CODE
                           MOVE 'ACCOUNT NOT FOUND OR CLOSED'
                               TO EXCP-REASON-TEXT
                           PERFORM RAISE-FEED-EXCEPTION
                       ELSE
                           IF CURRENT-OPERATION = 'SUBTRACT'
                                   AND ACCT-DORMANT
                                   'Row rejected. Account is dormant: '
                                   CURRENT-ACCT-ID
                               ADD 1 TO ROWS-REJECTED
                               MOVE 'DM' TO EXCP-REASON-CODE
                               MOVE 'ACCOUNT DORMANT'
                                   TO EXCP-REASON-TEXT
                               PERFORM RAISE-FEED-EXCEPTION
                           ELSE
                               PERFORM POST-FEED-ROW
                           END-IF
                   MOVE CK-ROWS-PROCESSED TO ROWS-READ
                   MOVE CK-ROWS-APPLIED TO ROWS-APPLIED
                   MOVE CK-ROWS-REJECTED TO ROWS-REJECTED
                   MOVE CK-AMOUNT-APPLIED TO AMOUNT-APPLIED
                   MOVE CK-NET-EFFECT TO APPLIED-NET-EFFECT
                   DISPLAY 'Restarting after a failed run. Skipping '
                       SKIP-COUNT ' already-processed rows.'
               END-IF
               MOVE ROWS-READ TO CK-ROWS-PROCESSED
               MOVE ROWS-APPLIED TO CK-ROWS-APPLIED
               MOVE ROWS-REJECTED TO CK-ROWS-REJECTED
               MOVE AMOUNT-APPLIED TO CK-AMOUNT-APPLIED
               MOVE APPLIED-NET-EFFECT TO CK-NET-EFFECT
               WRITE FEED-CHECKPOINT-RECORD
               CLOSE FEED-CHECKPOINT-FILE
           END-IF.
      ******************************************************************
       POST-FEED-ROW.
           MOVE ACCT-BALANCE TO CURRENT-BALANCE.
           MOVE ACCT-PRODUCT-CODE TO CURRENT-PRODUCT-CODE.
           PERFORM CHECK-VELOCITY-LIMIT.
           IF NOT VELOCITY-LIMIT-OK
               DISPLAY
                   'Row rejected. Daily transaction limit reached '
                   'for account ' CURRENT-ACCT-ID
               ADD 1 TO ROWS-REJECTED
               MOVE 'VL' TO EXCP-REASON-CODE
               IF PRODUCT-FOUND
                   MOVE 'DAILY TRANSACTION LIMIT REACHED'
                       TO EXCP-REASON-TEXT
               ELSE
                   MOVE 'PRODUCT NOT ON CATALOGUE'
                       TO EXCP-REASON-TEXT
               END-IF
               PERFORM RAISE-FEED-EXCEPTION
           ELSE
               IF CURRENT-OPERATION = 'SUBTRACT'
                   PERFORM SUM-ACTIVE-HOLDS
                       'Row rejected. Amount exceeds balance for '
                       'account ' CURRENT-ACCT-ID
                   ADD 1 TO ROWS-REJECTED
                   MOVE 'IF' TO EXCP-REASON-CODE
                   MOVE 'AMOUNT EXCEEDS BALANCE'
                       TO EXCP-REASON-TEXT
                   PERFORM RAISE-FEED-EXCEPTION
               ELSE
                   IF CURRENT-OPERATION = 'SUBTRACT'
                           AND CURRENT-AMOUNT > AVAILABLE-BALANCE
                           'balance; funds are held for account '
                           CURRENT-ACCT-ID
                       ADD 1 TO ROWS-REJECTED
                       MOVE 'IF' TO EXCP-REASON-CODE
                       MOVE 'FUNDS ARE HELD'
                           TO EXCP-REASON-TEXT
                       PERFORM RAISE-FEED-EXCEPTION
                   ELSE
                       IF CURRENT-OPERATION = 'ADD'
                           COMPUTE CURRENT-BALANCE =
                       IF ACCT-FILE-STATUS = '00'
                           PERFORM WRITE-FEED-TRANSACTION-LOG
                           ADD 1 TO ROWS-APPLIED
                           ADD CURRENT-AMOUNT TO AMOUNT-APPLIED
                           IF CURRENT-OPERATION = 'ADD'
                               ADD CURRENT-AMOUNT
                                   TO APPLIED-NET-EFFECT
                           ELSE
                               SUBTRACT CURRENT-AMOUNT
                                   FROM APPLIED-NET-EFFECT
                           END-IF
                       ELSE
                           ADD 1 TO ROWS-REJECTED
                           MOVE 'OT' TO EXCP-REASON-CODE
                           MOVE 'ACCOUNT REWRITE FAILED'
                               TO EXCP-REASON-TEXT
                           PERFORM RAISE-FEED-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * RAISE-FEED-EXCEPTION
      * Raises the row just rejected on the keyed exception file,
      * open, under the next free exception id: the row's account,
      * operation and amount as the feed sent them - zero when the
      * amount is garbled - with its row number on the feed as the
      * source reference and the reason the rejecting check left in
      * EXCP-REASON-CODE and EXCP-REASON-TEXT. The exception file is
      * created on first use. A row replayed on restart after a
      * failure between its exception and its checkpoint can at
      * worst be raised twice, the way it can at worst be posted
      * twice.
      ******************************************************************
       RAISE-FEED-EXCEPTION.
           OPEN I-O EXCEPTION-FILE.
           IF EXCP-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN I-O EXCEPTION-FILE
           END-IF.
           IF EXCP-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open exception file. Rejected row '
                   ROWS-READ ' not recorded.'
           ELSE
               PERFORM FIND-NEXT-EXCP-ID
               MOVE NEXT-EXCP-ID TO EX-ID
               MOVE FUNCTION CURRENT-DATE TO EX-RAISED-TIMESTAMP
               MOVE BATCH-OPERATOR-ID TO EX-SOURCE-PROGRAM
               MOVE SPACES TO EX-SOURCE-REF
               STRING 'TRANFEED ROW ' DELIMITED BY SIZE
                   ROWS-READ DELIMITED BY SIZE
                   INTO EX-SOURCE-REF
               MOVE BATCH-OPERATOR-ID TO EX-RAISED-BY-ID
               MOVE FEED-OPERATION TO EX-OPERATION
               MOVE FEED-ACCT-ID TO EX-ACCT-ID
               MOVE SPACES TO EX-DEST-ACCT-ID
               IF FEED-AMOUNT IS NUMERIC
                   MOVE FEED-AMOUNT TO EX-AMOUNT
               ELSE
                   MOVE ZEROES TO EX-AMOUNT
               END-IF
               MOVE EXCP-REASON-CODE TO EX-REASON-CODE
               MOVE EXCP-REASON-TEXT TO EX-REASON-TEXT
               MOVE 'O' TO EX-STATUS
               MOVE ZEROES TO EX-RESUBMIT-ID
               MOVE SPACES TO EX-STATUS-BY
               MOVE SPACES TO EX-STATUS-DATE
               MOVE SPACES TO EX-STATUS-NOTE
               WRITE EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to record rejected row '
                           ROWS-READ '. Exception write failed.'
               END-WRITE
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
      * WRITE-FEED-TRANSACTION-LOG
      * Appends one audit line per applied row, using the same
           MOVE CURRENT-OPERATION TO TL-OPERATION.
           MOVE CURRENT-AMOUNT TO TL-AMOUNT.
           MOVE CURRENT-BALANCE TO TL-RESULT-BALANCE.
           MOVE BATCH-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           MOVE CURRENT-ACCT-ID TO DAYT-UPD-ACCT-ID.
      * DAYTOTAL file - one keyed read, where this check used to
      * re-scan the whole of TRANLOG per feed row - and refuses the
      * row once either VELOCITY-LIMIT-COUNT or VELOCITY-LIMIT-AMOUNT
      * of CURRENT-PRODUCT-CODE would be exceeded by one more
      * posting; an account whose product is not on the catalogue
      * is refused the same way. No daily-total file, or no record
      * for today, means no activity yet.
      ******************************************************************
       CHECK-VELOCITY-LIMIT.
           MOVE 'Y' TO VELOCITY-OK-SWITCH.
           MOVE CURRENT-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE.
           PERFORM LOAD-PRODUCT-LIMITS.
           IF NOT PRODUCT-FOUND
               DISPLAY 'Product ' PRODUCT-LOOKUP-CODE ' of account '
                   CURRENT-ACCT-ID ' is not on the product catalogue.'
           END-IF.
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
      * Folds the row just logged into the keyed daily-activity file,
               END-IF
               CLOSE DAILY-TOTAL-FILE
           END-IF.

      ******************************************************************
      * WRITE-RUN-CONTROL
      * Appends the run's counts and totals to RUNCTL for CBL030's
      * end-of-night proof, with the same OPEN EXTEND convention as
      * the transaction log. A rejected row's amount may be garbled,
      * so amounts are kept only for the rows applied; the net effect
      * is their ADD rows less their SUBTRACT rows.
      ******************************************************************
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF RUNC-FILE-STATUS = '00'
               MOVE 'R' TO RC-RECORD-TYPE
               MOVE BATCH-OPERATOR-ID TO RC-PROGRAM-ID
               MOVE RUN-DATE TO RC-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE ROWS-READ TO RC-RECORDS-READ
               MOVE ZEROES TO RC-AMOUNT-READ
               MOVE ROWS-APPLIED TO RC-RECORDS-POSTED
               MOVE AMOUNT-APPLIED TO RC-AMOUNT-POSTED
               MOVE ROWS-REJECTED TO RC-RECORDS-REJECTED
               MOVE ZEROES TO RC-AMOUNT-REJECTED
               MOVE APPLIED-NET-EFFECT TO RC-NET-EFFECT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to write run control record.'
           END-IF.
