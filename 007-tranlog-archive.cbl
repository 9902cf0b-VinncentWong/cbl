      *                    copybook (ARCHREC) so CBL005 and CBL001 can
      *                    read a prior night's archive generation with
      *                    the same layout instead of retyping it.
      *   15/10/2026 VAW - Carry TL-OPERATOR-ID into the archive
      *                    generation, so who keyed a posting survives
      *                    the nightly truncation.
      *   15/10/2026 VAW - Carry TL-REVERSAL-REF into the archive too,
      *                    so a reversal stays tied to what it undid.
      *   15/10/2026 VAW - Total the rows archived, and the net change
      *                    they made to account balances, onto the
      *                    RUNCTL run-control file for the end-of-night
      *                    proof.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL007.
           SELECT ARCHIVE-LOG-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANREC.
       FD  ARCHIVE-LOG-FILE.
           COPY ARCHREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       WORKING-STORAGE SECTION.
       77  TRAN-FILE-STATUS PIC X(02).
       77  ARCH-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).

       77  TRAN-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-TRAN-FILE VALUE 'Y'.

       77  ARCHIVED-RECORD-COUNT PIC 9(07) VALUE ZEROES.

      ******************************************************************
      * Run-control totals. ARCHIVED-AMOUNT is the total of the rows'
      * amounts regardless of direction; ARCHIVED-NET-EFFECT is what
      * they did to account balances, credits and interest up and
      * debits down, by the same operation mapping CBL015 journals
      * with. A row whose operation is not in that mapping is still
      * archived, but counted apart so the proof can flag it.
      ******************************************************************
       77  RUN-CONTROL-PROGRAM PIC X(08) VALUE "CBL007".
       77  RUN-TIMESTAMP PIC X(21).
       77  ARCHIVED-AMOUNT PIC S9(12)V99 VALUE ZEROES.
       77  ARCHIVED-NET-EFFECT PIC S9(12)V99 VALUE ZEROES.
       77  UNKNOWN-RECORD-COUNT PIC 9(07) VALUE ZEROES.
       77  UNKNOWN-AMOUNT PIC S9(12)V99 VALUE ZEROES.
       77  ENTRY-AMOUNT PIC S9(10)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRAN-FILE-STATUS = '35'
               DISPLAY
                   'Transaction log not found. Nothing to archive.'
               PERFORM WRITE-RUN-CONTROL
           ELSE
               IF TRAN-FILE-STATUS NOT = '00'
                   DISPLAY
               CLOSE TRANSACTION-LOG-FILE
               DISPLAY 'Transaction log archived. Records archived: '
                   ARCHIVED-RECORD-COUNT
               PERFORM WRITE-RUN-CONTROL
           END-IF.

       READ-TRANSACTION-RECORD.
           MOVE TL-OPERATION TO AL-OPERATION.
           MOVE TL-AMOUNT TO AL-AMOUNT.
           MOVE TL-RESULT-BALANCE TO AL-RESULT-BALANCE.
           MOVE TL-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE TL-REVERSAL-REF TO AL-REVERSAL-REF.
           WRITE ARCHIVE-LOG-RECORD.
           ADD 1 TO ARCHIVED-RECORD-COUNT.
           PERFORM NOTE-NET-EFFECT.
           PERFORM READ-TRANSACTION-RECORD.

      ******************************************************************
      * NOTE-NET-EFFECT
      * Adds the row just archived into the run-control totals. An
      * ADJUST carries its own sign; every other amount is positive
      * and takes its direction from the operation.
      ******************************************************************
       NOTE-NET-EFFECT.
           COMPUTE ENTRY-AMOUNT = FUNCTION ABS(TL-AMOUNT).
           ADD ENTRY-AMOUNT TO ARCHIVED-AMOUNT.
           IF TL-OPERATION = 'ADD' OR TL-OPERATION = 'TRANS-CR'
                   OR TL-OPERATION = 'REV-CR'
                   OR TL-OPERATION = 'RETURN'
                   OR TL-OPERATION = 'INTEREST'
               ADD ENTRY-AMOUNT TO ARCHIVED-NET-EFFECT
           ELSE
               IF TL-OPERATION = 'SUBTRACT'
                       OR TL-OPERATION = 'TRANS-DR'
                       OR TL-OPERATION = 'REV-DR'
                       OR TL-OPERATION = 'FEE'
                       OR TL-OPERATION = 'PAYMENT'
                   SUBTRACT ENTRY-AMOUNT FROM ARCHIVED-NET-EFFECT
               ELSE
                   IF TL-OPERATION = 'ADJUST'
                       ADD TL-AMOUNT TO ARCHIVED-NET-EFFECT
                   ELSE
                       ADD 1 TO UNKNOWN-RECORD-COUNT
                       ADD ENTRY-AMOUNT TO UNKNOWN-AMOUNT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-RUN-CONTROL
      * Appends the archive's counts and totals to RUNCTL for CBL030's
      * end-of-night proof, with the same OPEN EXTEND convention as
      * the transaction log. Every row read is archived; rows with an
      * unknown operation go down as rejected.
      ******************************************************************
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF RUNC-FILE-STATUS = '00'
               MOVE 'R' TO RC-RECORD-TYPE
               MOVE RUN-CONTROL-PROGRAM TO RC-PROGRAM-ID
               MOVE RUN-TIMESTAMP(1:8) TO RC-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE ARCHIVED-RECORD-COUNT TO RC-RECORDS-READ
               MOVE ARCHIVED-AMOUNT TO RC-AMOUNT-READ
               MOVE ARCHIVED-RECORD-COUNT TO RC-RECORDS-POSTED
               MOVE ARCHIVED-AMOUNT TO RC-AMOUNT-POSTED
               MOVE UNKNOWN-RECORD-COUNT TO RC-RECORDS-REJECTED
               MOVE UNKNOWN-AMOUNT TO RC-AMOUNT-REJECTED
               MOVE ARCHIVED-NET-EFFECT TO RC-NET-EFFECT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to write run control record.'
           END-IF.
