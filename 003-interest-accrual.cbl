      * Date: 21/08/2026
      * Purpose: Nightly batch program that walks the account master
      *          end to end, posts interest on each account's balance
      *          at its product's tiered rate, and logs an INTEREST
      *          entry to the transaction log for every account
      *          credited, so CBL002 picks the postings up the same as
      *          any other activity.
      * Tectonics: cobc
      *
      * Modification History:
      *                    debits, it does not stop the customer's
      *                    money earning; only a closed account stops
      *                    accruing.
      *   15/10/2026 VAW - Stamp CBL003 as the operator id on every
      *                    TRANLOG entry this run writes, since no
      *                    operator signs on to an unattended job.
      *   15/10/2026 VAW - Write TL-REVERSAL-REF as SPACES; only a
      *                    CBL001 REVERSE entry carries a reference.
      *   15/10/2026 VAW - Replace the single compiled-in
      *                    INTEREST-RATE with the tiered interest bands
      *                    of each account's product on the PRODMSTR
      *                    catalogue, as of the run date: the whole
      *                    balance earns the rate of the highest band
      *                    it reaches. An account whose product is not
      *                    on the catalogue earns nothing and is
      *                    counted and listed for the morning.
      *   15/10/2026 VAW - Append the run's counts and interest total
      *                    to the RUNCTL run-control file for the
      *                    end-of-night proof.
      *   15/10/2026 VAW - Track PRODMSTR being open with its own
      *                    switch; the file status is overwritten by
      *                    every product scan, so after the first
      *                    scan ran off the end every later account
      *                    was treated as off the catalogue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL003.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY TRANREC.
       FD  DAILY-TOTAL-FILE.
           COPY DAYTREC.
       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  TRAN-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).
       77  TRAN-TIMESTAMP PIC X(21).
       77  BATCH-OPERATOR-ID PIC X(08) VALUE "CBL003".

       77  ACCT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-ACCT-FILE VALUE 'Y'.

      ******************************************************************
      * INTEREST-RATE is the nightly rate for the account in hand,
      * expressed as a decimal fraction of ACCT-BALANCE (0.00050 =
      * one-twentieth of a percent per night). It is no longer set
      * here: SELECT-INTEREST-TIER picks it from the interest bands
      * of the account's product, which LOAD-PRODUCT-TIERS copies
      * into PRODUCT-TIER-TABLE off the PRODMSTR catalogue as of
      * RUN-DATE. Rates are re-tuned on the catalogue through CBL020.
      * DEFAULT-PRODUCT-CODE is the product assumed for an account
      * whose ACCT-PRODUCT-CODE is still SPACES.
      ******************************************************************
       77  INTEREST-RATE PIC 9(01)V9(05) VALUE ZEROES.
       77  INTEREST-AMOUNT PIC S9(10)V99.
       77  NEW-BALANCE PIC S9(10)V99.
       77  ACCOUNTS-READ PIC 9(07) VALUE ZEROES.
       77  ACCOUNTS-CREDITED PIC 9(07) VALUE ZEROES.
       77  ACCOUNTS-NO-PRODUCT PIC 9(07) VALUE ZEROES.
       77  TOTAL-INTEREST-POSTED PIC S9(12)V99 VALUE ZEROES.
       77  RUN-DATE PIC X(08).
       77  DEFAULT-PRODUCT-CODE PIC X(03) VALUE "CUR".
       77  PROD-FILE-STATUS PIC X(02).
       77  PROD-OPEN-SWITCH PIC X VALUE 'N'.
           88  PRODUCT-MASTER-OPEN VALUE 'Y'.
       77  PRODUCT-LOOKUP-CODE PIC X(03).
       77  PROD-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-PROD-SCAN VALUE 'Y'.
       77  PRODUCT-FOUND-SWITCH PIC X VALUE 'N'.
           88  PRODUCT-FOUND VALUE 'Y'.
       77  PRODUCT-TIER-COUNT PIC 9(01).
       77  TIER-SCAN PIC 9(01).
       01  PRODUCT-TIER-TABLE.
           05  PRODUCT-TIER-ENTRY OCCURS 5 TIMES.
               10  PT-TIER-FLOOR           PIC S9(10)V99.
               10  PT-TIER-RATE            PIC 9(01)V9(05).
       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ.99-.

       77  DAYT-FILE-STATUS PIC X(02).
                   UNTIL END-OF-ACCT-FILE
               DISPLAY 'Interest accrual complete. Accounts credited: '
                   ACCOUNTS-CREDITED
               IF ACCOUNTS-NO-PRODUCT > ZERO
                   DISPLAY 'Accounts skipped, product not on the '
                       'catalogue: ' ACCOUNTS-NO-PRODUCT
               END-IF
               PERFORM WRITE-RUN-CONTROL
           ELSE
               DISPLAY
                   'Unable to open account master. Accrual skipped.'
           STOP RUN.

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO TRAN-TIMESTAMP.
           MOVE TRAN-TIMESTAMP(1:8) TO RUN-DATE.
           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS = '00'
               MOVE 'Y' TO PROD-OPEN-SWITCH
           ELSE
               DISPLAY 'Product catalogue not available. No account '
                   'will earn interest this run.'
           END-IF.

       CLOSE-FILES.
           IF ACCT-FILE-STATUS = '00'
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF PRODUCT-MASTER-OPEN
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

      ******************************************************************
      * READ-NEXT-ACCOUNT
      * the balance in place, and logs an INTEREST transaction for
      * CBL002 to pick up, then advances to the next account. Accounts
      * with a zero or negative balance earn no interest, and an
      * account CBL004 has closed is skipped entirely. The rate is
      * the account's product's, so an account whose product is not
      * on the catalogue earns nothing and is reported instead.
      ******************************************************************
       ACCRUE-INTEREST.
           ADD 1 TO ACCOUNTS-READ.
           IF ACCT-BALANCE > ZERO
                   AND (ACCT-OPEN OR ACCT-DORMANT)
               MOVE ACCT-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE
               PERFORM LOAD-PRODUCT-TIERS
               IF PRODUCT-FOUND
                   PERFORM SELECT-INTEREST-TIER
                   PERFORM POST-ACCOUNT-INTEREST
               ELSE
                   DISPLAY 'No interest posted. Product '
                       PRODUCT-LOOKUP-CODE ' of account ' ACCT-ID
                       ' is not on the product catalogue.'
                   ADD 1 TO ACCOUNTS-NO-PRODUCT
               END-IF
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

      ******************************************************************
      * POST-ACCOUNT-INTEREST
      * Computes the interest on the current account's balance at
      * INTEREST-RATE, rewrites the balance in place and logs the
      * posting.
      ******************************************************************
       POST-ACCOUNT-INTEREST.
           COMPUTE INTEREST-AMOUNT ROUNDED =
               ACCT-BALANCE * INTEREST-RATE.
           IF INTEREST-AMOUNT > ZERO
               COMPUTE NEW-BALANCE = ACCT-BALANCE + INTEREST-AMOUNT
               MOVE NEW-BALANCE TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY
                           'Unable to post interest. Rewrite '
                           'failed for account ' ACCT-ID
               END-REWRITE
               IF ACCT-FILE-STATUS = '00'
                   PERFORM WRITE-INTEREST-LOG
                   ADD 1 TO ACCOUNTS-CREDITED
                   ADD INTEREST-AMOUNT TO TOTAL-INTEREST-POSTED
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-PRODUCT-TIERS
      * Copies the interest bands of PRODUCT-LOOKUP-CODE as of
      * RUN-DATE into PRODUCT-TIER-TABLE. Versions are keyed by
      * product code plus effective date, so a START on the code with
      * a low date lands on the product's oldest version and the scan
      * keeps the last one already in effect, stopping at a version
      * dated after the run date or at the next product - the same
      * lookup CBL001's LOAD-PRODUCT-LIMITS makes. A blank code is the
      * house default product.
      ******************************************************************
       LOAD-PRODUCT-TIERS.
           MOVE 'N' TO PRODUCT-FOUND-SWITCH.
           MOVE ZERO TO PRODUCT-TIER-COUNT.
           IF PRODUCT-LOOKUP-CODE = SPACES
               MOVE DEFAULT-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE
           END-IF.
           IF PRODUCT-MASTER-OPEN
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
           END-IF.

       READ-NEXT-PRODUCT.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PROD-EOF-SWITCH
           END-READ.

       NOTE-PRODUCT-VERSION.
           IF PROD-CODE NOT = PRODUCT-LOOKUP-CODE
                   OR PROD-EFFECTIVE-DATE > RUN-DATE
               MOVE 'Y' TO PROD-EOF-SWITCH
           ELSE
               MOVE 'Y' TO PRODUCT-FOUND-SWITCH
               MOVE PROD-TIER-COUNT TO PRODUCT-TIER-COUNT
               MOVE PROD-INTEREST-TIERS TO PRODUCT-TIER-TABLE
               PERFORM READ-NEXT-PRODUCT
           END-IF.

      ******************************************************************
      * SELECT-INTEREST-TIER
      * Sets INTEREST-RATE to the rate of the highest band whose floor
      * the balance reaches. Bands are held in ascending floor order
      * with the first floored at zero, so walking them all and
      * keeping the last one reached leaves the right rate; the whole
      * balance then earns that rate. A product with no bands pays
      * nothing.
      ******************************************************************
       SELECT-INTEREST-TIER.
           MOVE ZEROES TO INTEREST-RATE.
           PERFORM CHECK-INTEREST-TIER
               VARYING TIER-SCAN FROM 1 BY 1
               UNTIL TIER-SCAN > PRODUCT-TIER-COUNT.

       CHECK-INTEREST-TIER.
           IF ACCT-BALANCE NOT LESS THAN PT-TIER-FLOOR(TIER-SCAN)
               MOVE PT-TIER-RATE(TIER-SCAN) TO INTEREST-RATE
           END-IF.

      ******************************************************************
      * WRITE-INTEREST-LOG
      * Appends one audit line per account credited, using the same
           MOVE 'INTEREST' TO TL-OPERATION.
           MOVE INTEREST-AMOUNT TO TL-AMOUNT.
           MOVE ACCT-BALANCE TO TL-RESULT-BALANCE.
           MOVE BATCH-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           MOVE ACCT-ID TO DAYT-UPD-ACCT-ID.
               END-IF
               CLOSE DAILY-TOTAL-FILE
           END-IF.

      ******************************************************************
      * WRITE-RUN-CONTROL
      * Appends this run's counts and totals to RUNCTL for CBL030's
      * end-of-night proof, with the same OPEN EXTEND convention as
      * the transaction log. Every interest posting is a credit, so
      * the net effect on balances is the interest total.
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
               MOVE ACCOUNTS-READ TO RC-RECORDS-READ
               MOVE ZEROES TO RC-AMOUNT-READ
               MOVE ACCOUNTS-CREDITED TO RC-RECORDS-POSTED
               MOVE TOTAL-INTEREST-POSTED TO RC-AMOUNT-POSTED
               MOVE ACCOUNTS-NO-PRODUCT TO RC-RECORDS-REJECTED
               MOVE ZEROES TO RC-AMOUNT-REJECTED
               MOVE TOTAL-INTEREST-POSTED TO RC-NET-EFFECT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to write run control record.'
           END-IF.
