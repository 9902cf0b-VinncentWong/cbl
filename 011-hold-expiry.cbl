      *
      * Modification History:
      *   01/09/2026 VAW - Initial version.
      *   15/10/2026 VAW - Append the run's counts and the amount of
      *                    holds dropped to the RUNCTL run-control file
      *                    for the end-of-night proof.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL011.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       WORKING-STORAGE SECTION.
       77  HOLD-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).

       77  HOLD-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-HOLD-FILE VALUE 'Y'.
       77  RUN-DATE PIC X(08).
       77  HOLDS-EXAMINED PIC 9(07) VALUE ZEROES.
       77  HOLDS-DROPPED PIC 9(07) VALUE ZEROES.
       77  HOLDS-NOT-DROPPED PIC 9(07) VALUE ZEROES.
       77  TOTAL-HELD-EXAMINED PIC S9(12)V99 VALUE ZEROES.
       77  TOTAL-HELD-DROPPED PIC S9(12)V99 VALUE ZEROES.
       77  TOTAL-HELD-NOT-DROPPED PIC S9(12)V99 VALUE ZEROES.
       77  RUN-CONTROL-PROGRAM PIC X(08) VALUE "CBL011".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           OPEN I-O HOLD-FILE.
           IF HOLD-FILE-STATUS = '35'
               DISPLAY 'Hold file not found. Nothing to expire.'
               PERFORM WRITE-RUN-CONTROL
           ELSE
               IF HOLD-FILE-STATUS NOT = '00'
                   DISPLAY
                   CLOSE HOLD-FILE
                   DISPLAY 'Hold expiry run complete. Examined: '
                       HOLDS-EXAMINED ' Dropped: ' HOLDS-DROPPED
                   PERFORM WRITE-RUN-CONTROL
               END-IF
           END-IF.
           STOP RUN.
      ******************************************************************
       EXPIRE-HOLD.
           ADD 1 TO HOLDS-EXAMINED.
           ADD HOLD-AMOUNT TO TOTAL-HELD-EXAMINED.
           IF HOLD-EXPIRY-DATE LESS THAN RUN-DATE
               DELETE HOLD-FILE
                   INVALID KEY
               END-DELETE
               IF HOLD-FILE-STATUS = '00'
                   ADD 1 TO HOLDS-DROPPED
                   ADD HOLD-AMOUNT TO TOTAL-HELD-DROPPED
               ELSE
                   ADD 1 TO HOLDS-NOT-DROPPED
                   ADD HOLD-AMOUNT TO TOTAL-HELD-NOT-DROPPED
               END-IF
           END-IF.
           PERFORM READ-NEXT-HOLD.

      ******************************************************************
      * WRITE-RUN-CONTROL
      * Appends the run's counts and totals to RUNCTL for CBL030's
      * end-of-night proof, with the same OPEN EXTEND convention as
      * the transaction log. Dropping a hold posts nothing, so there
      * is no net effect on balances; an expired hold the delete
      * failed on goes down as rejected.
      ******************************************************************
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF RUNC-FILE-STATUS = '00'
               MOVE 'R' TO RC-RECORD-TYPE
               MOVE RUN-CONTROL-PROGRAM TO RC-PROGRAM-ID
               MOVE RUN-DATE TO RC-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE HOLDS-EXAMINED TO RC-RECORDS-READ
               MOVE TOTAL-HELD-EXAMINED TO RC-AMOUNT-READ
               MOVE HOLDS-DROPPED TO RC-RECORDS-POSTED
               MOVE TOTAL-HELD-DROPPED TO RC-AMOUNT-POSTED
               MOVE HOLDS-NOT-DROPPED TO RC-RECORDS-REJECTED
               MOVE TOTAL-HELD-NOT-DROPPED TO RC-AMOUNT-REJECTED
               MOVE ZEROES TO RC-NET-EFFECT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to write run control record.'
           END-IF.
