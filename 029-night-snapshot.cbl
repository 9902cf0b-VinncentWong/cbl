      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Nightly batch program that runs as the first step of
      *          EODBATCH and takes the opening snapshot the night is
      *          later proven against: the number of accounts on
      *          ACCTMSTR and their total balance, and the rows
      *          already on TRANLOG from the day's console and feed
      *          work, with their amount total and the net change
      *          they made to balances. The snapshot goes on the
      *          RUNCTL run-control file as an opening record, ahead
      *          of the records each later step appends, so CBL030 can
      *          tell how far tonight's steps moved the book from
      *          where the day left it.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL029.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  TRAN-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).
       77  RUN-CONTROL-PROGRAM PIC X(08) VALUE "CBL029".

       77  ACCT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-ACCT-FILE VALUE 'Y'.
       77  TRAN-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-TRAN-FILE VALUE 'Y'.

       77  RUN-TIMESTAMP PIC X(21).
       77  RUN-DATE PIC X(08).

      ******************************************************************
      * Snapshot totals. BOOK-BALANCE is the straight sum of every
      * account's balance, closed and dormant accounts included, so
      * it moves by exactly the net of whatever is posted after it is
      * taken. TRANLOG-NET-EFFECT classifies each row by the same
      * operation mapping CBL015 journals with and CBL007 archives
      * with; a row whose operation is not in that mapping is counted
      * apart and left out of the net.
      ******************************************************************
       77  ACCOUNTS-ON-FILE PIC 9(07) VALUE ZEROES.
       77  BOOK-BALANCE PIC S9(12)V99 VALUE ZEROES.
       77  TRANLOG-ROWS PIC 9(07) VALUE ZEROES.
       77  TRANLOG-AMOUNT PIC S9(12)V99 VALUE ZEROES.
       77  TRANLOG-NET-EFFECT PIC S9(12)V99 VALUE ZEROES.
       77  UNKNOWN-RECORD-COUNT PIC 9(07) VALUE ZEROES.
       77  UNKNOWN-AMOUNT PIC S9(12)V99 VALUE ZEROES.
       77  ENTRY-AMOUNT PIC S9(10)V99.

       77  DISPLAY-TOTAL PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-STATUS NOT = '00'
               DISPLAY
                   'Unable to open account master. Opening snapshot '
                   'not taken.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-NEXT-ACCOUNT
               PERFORM TOTAL-ACCOUNT
                   UNTIL END-OF-ACCT-FILE
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM TOTAL-TRANSACTION-LOG
               PERFORM WRITE-OPENING-SNAPSHOT
           END-IF.
           STOP RUN.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ACCT-EOF-SWITCH
           END-READ.

       TOTAL-ACCOUNT.
           ADD 1 TO ACCOUNTS-ON-FILE.
           ADD ACCT-BALANCE TO BOOK-BALANCE.
           PERFORM READ-NEXT-ACCOUNT.

      ******************************************************************
      * TOTAL-TRANSACTION-LOG
      * Totals the rows already on TRANLOG. No log yet just means
      * nothing has been posted since CBL007 last truncated it.
      ******************************************************************
       TOTAL-TRANSACTION-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRAN-FILE-STATUS = '00'
               PERFORM READ-TRANSACTION-RECORD
               PERFORM TOTAL-TRANSACTION
                   UNTIL END-OF-TRAN-FILE
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       READ-TRANSACTION-RECORD.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.

      ******************************************************************
      * TOTAL-TRANSACTION
      * Adds one row into the snapshot totals. An ADJUST carries its
      * own sign; every other amount is positive and takes its
      * direction from the operation, exactly as CBL007's
      * NOTE-NET-EFFECT does, so the two figures can be subtracted.
      ******************************************************************
       TOTAL-TRANSACTION.
           ADD 1 TO TRANLOG-ROWS.
           COMPUTE ENTRY-AMOUNT = FUNCTION ABS(TL-AMOUNT).
           ADD ENTRY-AMOUNT TO TRANLOG-AMOUNT.
           IF TL-OPERATION = 'ADD' OR TL-OPERATION = 'TRANS-CR'
                   OR TL-OPERATION = 'REV-CR'
                   OR TL-OPERATION = 'RETURN'
                   OR TL-OPERATION = 'INTEREST'
               ADD ENTRY-AMOUNT TO TRANLOG-NET-EFFECT
           ELSE
               IF TL-OPERATION = 'SUBTRACT'
                       OR TL-OPERATION = 'TRANS-DR'
                       OR TL-OPERATION = 'REV-DR'
                       OR TL-OPERATION = 'FEE'
                       OR TL-OPERATION = 'PAYMENT'
                   SUBTRACT ENTRY-AMOUNT FROM TRANLOG-NET-EFFECT
               ELSE
                   IF TL-OPERATION = 'ADJUST'
                       ADD TL-AMOUNT TO TRANLOG-NET-EFFECT
                   ELSE
                       ADD 1 TO UNKNOWN-RECORD-COUNT
                       ADD ENTRY-AMOUNT TO UNKNOWN-AMOUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRANSACTION-RECORD.

      ******************************************************************
      * WRITE-OPENING-SNAPSHOT
      * Appends the opening record to RUNCTL with the same OPEN EXTEND
      * convention the steps use. A rerun of this step appends a
      * second opening record, and CBL030 proves the night from the
      * last one. The step ends nonzero if the record cannot be
      * written, since the night could not then be proven.
      ******************************************************************
       WRITE-OPENING-SNAPSHOT.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF RUNC-FILE-STATUS = '00'
               MOVE 'O' TO RC-RECORD-TYPE
               MOVE RUN-CONTROL-PROGRAM TO RC-PROGRAM-ID
               MOVE RUN-DATE TO RC-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE ACCOUNTS-ON-FILE TO RC-RECORDS-READ
               MOVE BOOK-BALANCE TO RC-AMOUNT-READ
               MOVE TRANLOG-ROWS TO RC-RECORDS-POSTED
               MOVE TRANLOG-AMOUNT TO RC-AMOUNT-POSTED
               MOVE UNKNOWN-RECORD-COUNT TO RC-RECORDS-REJECTED
               MOVE UNKNOWN-AMOUNT TO RC-AMOUNT-REJECTED
               MOVE TRANLOG-NET-EFFECT TO RC-NET-EFFECT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
               MOVE BOOK-BALANCE TO DISPLAY-TOTAL
               DISPLAY 'Opening snapshot taken. Accounts: '
                   ACCOUNTS-ON-FILE ' Book balance: ' DISPLAY-TOTAL
               DISPLAY 'Rows already on the transaction log: '
                   TRANLOG-ROWS
           ELSE
               DISPLAY 'Unable to write run control record. Opening '
                   'snapshot not taken.'
               MOVE 8 TO RETURN-CODE
           END-IF.
