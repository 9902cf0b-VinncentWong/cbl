      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Nightly batch program that loads the treasury desk's
      *          market-rate feed onto the keyed FXRATE rate history.
      *          Each feed rate is written under its currency pair and
      *          rate date and compared with the pair's previous active
      *          rate. A rate within FX-TOLERANCE-PERCENT of the
      *          previous one goes on file active and is used from its
      *          effective date; a rate that moved further, or the
      *          first rate ever seen for a pair, goes on file pending
      *          and is not used for any conversion until a supervisor
      *          signs it off through CBL027. Every feed record is
      *          listed on the FXLDRPT report with what was done with
      *          it. A rate already on file for its pair and date is
      *          left alone, so a rerun of the same feed changes
      *          nothing.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      *   15/10/2026 VAW - Close FXRATE and FXLDRPT on switches set
      *                    when they open, not on the status of the
      *                    last I/O, which a refused WRITE leaves
      *                    nonzero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FEED-FILE ASSIGN TO "RATEFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FX-FILE-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "FXLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * RATEFEED: one record per currency pair from the treasury desk's
      * market-data system. RF-RATE converts an amount in
      * RF-FROM-CURRENCY into RF-TO-CURRENCY, the same sense as
      * FX-RATE. RF-RATE-DATE is the date the rate takes effect; a
      * blank date means the run date.
      ******************************************************************
       FD  RATE-FEED-FILE.
       01  RATE-FEED-RECORD.
           05  RF-FROM-CURRENCY            PIC X(03).
           05  RF-TO-CURRENCY              PIC X(03).
           05  RF-RATE                     PIC 9(04)V9(06).
           05  RF-RATE-DATE                PIC X(08).
       FD  FX-RATE-FILE.
           COPY FXRATEREC.
       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  FEED-FILE-STATUS PIC X(02).
       77  FX-FILE-STATUS PIC X(02).
       77  RPT-FILE-STATUS PIC X(02).
       77  FX-OPEN-SWITCH PIC X VALUE 'N'.
           88  FX-RATE-FILE-OPEN VALUE 'Y'.
       77  RPT-OPEN-SWITCH PIC X VALUE 'N'.
           88  LOAD-REPORT-OPEN VALUE 'Y'.
       77  RUN-TIMESTAMP PIC X(21).
       77  RUN-DATE PIC X(08).
       77  BATCH-OPERATOR-ID PIC X(08) VALUE "CBL026".

      ******************************************************************
      * FX-TOLERANCE-PERCENT is the largest day-on-day move, as a
      * percentage of the previous active rate, that the load accepts
      * without a supervisor's sign-off. There is no operator prompt
      * since this program runs unattended from the overnight batch
      * chain.
      ******************************************************************
       77  FX-TOLERANCE-PERCENT PIC 9(03)V99 VALUE 005.00.

       77  FEED-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-FEED-FILE VALUE 'Y'.
       77  FX-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-FX-SCAN VALUE 'Y'.
       77  PRIOR-FOUND-SWITCH PIC X VALUE 'N'.
           88  PRIOR-RATE-FOUND VALUE 'Y'.
       77  RATE-ON-FILE-SWITCH PIC X VALUE 'N'.
           88  RATE-ALREADY-ON-FILE VALUE 'Y'.

      ******************************************************************
      * The feed record being loaded, held apart from FX-RATE-RECORD
      * because the search for the previous rate reads over the
      * record area.
      ******************************************************************
       77  FEED-FROM-CURRENCY PIC X(03).
       77  FEED-TO-CURRENCY PIC X(03).
       77  FEED-RATE PIC 9(04)V9(06).
       77  FEED-RATE-DATE PIC X(08).
       77  FEED-STATUS PIC X(01).
       77  PRIOR-RATE PIC 9(04)V9(06).
       77  PRIOR-RATE-DATE PIC X(08).
       77  RATE-MOVE-PERCENT PIC 9(05)V99.
       77  FEED-REJECT-REASON PIC X(30).

       77  FEED-RECORDS-READ PIC 9(07) VALUE ZEROES.
       77  RATES-LOADED PIC 9(07) VALUE ZEROES.
       77  RATES-HELD PIC 9(07) VALUE ZEROES.
       77  RATES-SKIPPED PIC 9(07) VALUE ZEROES.

       77  DISPLAY-RATE PIC ZZZ9.999999.
       77  DISPLAY-PRIOR-RATE PIC ZZZ9.999999.
       77  DISPLAY-PERCENT PIC ZZZZ9.99.
       77  DISPLAY-TOLERANCE PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           OPEN OUTPUT LOAD-REPORT-FILE.
           IF RPT-FILE-STATUS = '00'
               MOVE 'Y' TO RPT-OPEN-SWITCH
           END-IF.
           PERFORM OPEN-FX-RATE-FILE.
           IF RPT-FILE-STATUS NOT = '00'
                   OR FX-FILE-STATUS NOT = '00'
               DISPLAY
                   'Unable to open required files. Rate load '
                   'aborted.'
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM LOAD-RATE-FEED
               PERFORM WRITE-REPORT-FOOTER
               DISPLAY 'Rate load complete. Read: ' FEED-RECORDS-READ
                   ' Loaded: ' RATES-LOADED ' Held: ' RATES-HELD
                   ' Skipped: ' RATES-SKIPPED
           END-IF.
           IF FX-RATE-FILE-OPEN
               CLOSE FX-RATE-FILE
           END-IF.
           IF LOAD-REPORT-OPEN
               CLOSE LOAD-REPORT-FILE
           END-IF.
           STOP RUN.

      ******************************************************************
      * OPEN-FX-RATE-FILE
      * Opens the rate history for update, creating it empty on the
      * very first run.
      ******************************************************************
       OPEN-FX-RATE-FILE.
           OPEN I-O FX-RATE-FILE.
           IF FX-FILE-STATUS = '35'
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN I-O FX-RATE-FILE
           END-IF.
           IF FX-FILE-STATUS = '00'
               MOVE 'Y' TO FX-OPEN-SWITCH
           END-IF.

      ******************************************************************
      * LOAD-RATE-FEED
      * Loads every record on the night's feed. A missing feed loads
      * nothing and says so on the report; the rates already on file
      * stay in force until they age past what a transfer will accept.
      ******************************************************************
       LOAD-RATE-FEED.
           OPEN INPUT RATE-FEED-FILE.
           IF FEED-FILE-STATUS NOT = '00'
               DISPLAY 'Rate feed not available. No rates loaded.'
               MOVE SPACES TO LOAD-REPORT-LINE
               STRING 'RATE FEED NOT AVAILABLE - NO RATES LOADED'
                       DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           ELSE
               MOVE 'N' TO FEED-EOF-SWITCH
               PERFORM READ-FEED-RECORD
               PERFORM LOAD-FEED-RATE
                   UNTIL END-OF-FEED-FILE
               CLOSE RATE-FEED-FILE
           END-IF.

       READ-FEED-RECORD.
           READ RATE-FEED-FILE
               AT END
                   MOVE 'Y' TO FEED-EOF-SWITCH
           END-READ.

      ******************************************************************
      * LOAD-FEED-RATE
      * Validates one feed record, skips it when its pair and date are
      * already on file, and otherwise writes it active or pending
      * according to how far it moved from the previous active rate.
      ******************************************************************
       LOAD-FEED-RATE.
           ADD 1 TO FEED-RECORDS-READ.
           MOVE RF-FROM-CURRENCY TO FEED-FROM-CURRENCY.
           MOVE RF-TO-CURRENCY TO FEED-TO-CURRENCY.
           MOVE RF-RATE-DATE TO FEED-RATE-DATE.
           IF FEED-RATE-DATE = SPACES
               MOVE RUN-DATE TO FEED-RATE-DATE
           END-IF.
           MOVE SPACES TO FEED-REJECT-REASON.
           PERFORM VALIDATE-FEED-RECORD.
           IF FEED-REJECT-REASON = SPACES
               PERFORM CHECK-RATE-ON-FILE
               IF RATE-ALREADY-ON-FILE
                   MOVE 'ALREADY ON FILE' TO FEED-REJECT-REASON
               END-IF
           END-IF.
           IF FEED-REJECT-REASON = SPACES
               PERFORM FIND-PRIOR-RATE
               PERFORM ASSESS-RATE-MOVE
               PERFORM WRITE-FEED-RATE
           ELSE
               PERFORM REPORT-SKIPPED-RATE
           END-IF.
           PERFORM READ-FEED-RECORD.

       VALIDATE-FEED-RECORD.
           IF FEED-FROM-CURRENCY = SPACES
                   OR FEED-TO-CURRENCY = SPACES
               MOVE 'CURRENCY MISSING' TO FEED-REJECT-REASON
           ELSE
               IF FEED-FROM-CURRENCY = FEED-TO-CURRENCY
                   MOVE 'SAME CURRENCY BOTH SIDES'
                       TO FEED-REJECT-REASON
               ELSE
                   IF RF-RATE NOT NUMERIC
                       MOVE 'RATE NOT NUMERIC' TO FEED-REJECT-REASON
                   ELSE
                       IF RF-RATE = ZERO
                           MOVE 'RATE IS ZERO' TO FEED-REJECT-REASON
                       ELSE
                           MOVE RF-RATE TO FEED-RATE
                           IF FEED-RATE-DATE NOT NUMERIC
                               MOVE 'RATE DATE NOT VALID'
                                   TO FEED-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-RATE-ON-FILE.
           MOVE 'N' TO RATE-ON-FILE-SWITCH.
           MOVE FEED-FROM-CURRENCY TO FX-FROM-CURRENCY.
           MOVE FEED-TO-CURRENCY TO FX-TO-CURRENCY.
           MOVE FEED-RATE-DATE TO FX-EFFECTIVE-DATE.
           READ FX-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RATE-ON-FILE-SWITCH
           END-READ.

      ******************************************************************
      * FIND-PRIOR-RATE
      * Finds the pair's latest active rate dated before the feed
      * rate, the same START-and-scan walk CBL001's LOOKUP-FX-RATE
      * makes. Pending and rejected rates are passed over, so a
      * rejected outlier never becomes the yardstick for tomorrow.
      ******************************************************************
       FIND-PRIOR-RATE.
           MOVE 'N' TO PRIOR-FOUND-SWITCH.
           MOVE ZEROES TO PRIOR-RATE.
           MOVE SPACES TO PRIOR-RATE-DATE.
           MOVE FEED-FROM-CURRENCY TO FX-FROM-CURRENCY.
           MOVE FEED-TO-CURRENCY TO FX-TO-CURRENCY.
           MOVE LOW-VALUES TO FX-EFFECTIVE-DATE.
           MOVE 'N' TO FX-EOF-SWITCH.
           START FX-RATE-FILE KEY NOT LESS THAN FX-KEY
               INVALID KEY
                   MOVE 'Y' TO FX-EOF-SWITCH
           END-START.
           IF NOT END-OF-FX-SCAN
               PERFORM READ-NEXT-FX-RATE
               PERFORM NOTE-PRIOR-RATE
                   UNTIL END-OF-FX-SCAN
           END-IF.

       READ-NEXT-FX-RATE.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO FX-EOF-SWITCH
           END-READ.

       NOTE-PRIOR-RATE.
           IF FX-FROM-CURRENCY NOT = FEED-FROM-CURRENCY
                   OR FX-TO-CURRENCY NOT = FEED-TO-CURRENCY
                   OR FX-EFFECTIVE-DATE NOT LESS THAN FEED-RATE-DATE
               MOVE 'Y' TO FX-EOF-SWITCH
           ELSE
               IF FX-ACTIVE
                   MOVE 'Y' TO PRIOR-FOUND-SWITCH
                   MOVE FX-RATE TO PRIOR-RATE
                   MOVE FX-EFFECTIVE-DATE TO PRIOR-RATE-DATE
               END-IF
               PERFORM READ-NEXT-FX-RATE
           END-IF.

      ******************************************************************
      * ASSESS-RATE-MOVE
      * Sets the status the feed rate goes on file with: active when
      * it is within tolerance of the previous rate, pending when it
      * moved further or there is no previous rate to measure it by.
      ******************************************************************
       ASSESS-RATE-MOVE.
           MOVE ZEROES TO RATE-MOVE-PERCENT.
           IF NOT PRIOR-RATE-FOUND
               MOVE 'P' TO FEED-STATUS
           ELSE
               COMPUTE RATE-MOVE-PERCENT ROUNDED =
                   FUNCTION ABS(FEED-RATE - PRIOR-RATE) * 100
                   / PRIOR-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO RATE-MOVE-PERCENT
               END-COMPUTE
               IF RATE-MOVE-PERCENT > FX-TOLERANCE-PERCENT
                   MOVE 'P' TO FEED-STATUS
               ELSE
                   MOVE 'A' TO FEED-STATUS
               END-IF
           END-IF.

       WRITE-FEED-RATE.
           MOVE FEED-FROM-CURRENCY TO FX-FROM-CURRENCY.
           MOVE FEED-TO-CURRENCY TO FX-TO-CURRENCY.
           MOVE FEED-RATE-DATE TO FX-EFFECTIVE-DATE.
           MOVE FEED-RATE TO FX-RATE.
           MOVE FEED-STATUS TO FX-STATUS.
           MOVE 'F' TO FX-SOURCE.
           MOVE PRIOR-RATE TO FX-PRIOR-RATE.
           MOVE BATCH-OPERATOR-ID TO FX-CHANGED-BY.
           MOVE RUN-DATE TO FX-CHANGED-DATE.
           WRITE FX-RATE-RECORD
               INVALID KEY
                   MOVE 'UNABLE TO WRITE RATE' TO FEED-REJECT-REASON
           END-WRITE.
           IF FEED-REJECT-REASON = SPACES
               IF FX-ACTIVE
                   ADD 1 TO RATES-LOADED
               ELSE
                   ADD 1 TO RATES-HELD
               END-IF
               PERFORM REPORT-LOADED-RATE
           ELSE
               PERFORM REPORT-SKIPPED-RATE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE FX-TOLERANCE-PERCENT TO DISPLAY-TOLERANCE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING 'FX RATE FEED LOAD ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ' - TOLERANCE ' DELIMITED BY SIZE
               DISPLAY-TOLERANCE DELIMITED BY SIZE
               ' PERCENT' DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

      ******************************************************************
      * REPORT-LOADED-RATE
      * One line per rate written: LOADED for a rate now in force,
      * HELD for one awaiting sign-off through CBL027, with the rate
      * it was measured against and how far it moved.
      ******************************************************************
       REPORT-LOADED-RATE.
           MOVE FEED-RATE TO DISPLAY-RATE.
           MOVE PRIOR-RATE TO DISPLAY-PRIOR-RATE.
           MOVE RATE-MOVE-PERCENT TO DISPLAY-PERCENT.
           MOVE SPACES TO LOAD-REPORT-LINE.
           IF NOT PRIOR-RATE-FOUND
               STRING 'HELD   ' DELIMITED BY SIZE
                   FEED-FROM-CURRENCY DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   FEED-TO-CURRENCY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FEED-RATE-DATE DELIMITED BY SIZE
                   ' RATE=' DELIMITED BY SIZE
                   DISPLAY-RATE DELIMITED BY SIZE
                   ' NO PRIOR RATE - NEEDS SIGN-OFF' DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
           ELSE
               IF FX-ACTIVE
                   STRING 'LOADED ' DELIMITED BY SIZE
                       FEED-FROM-CURRENCY DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       FEED-TO-CURRENCY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FEED-RATE-DATE DELIMITED BY SIZE
                       ' RATE=' DELIMITED BY SIZE
                       DISPLAY-RATE DELIMITED BY SIZE
                       ' PRIOR=' DELIMITED BY SIZE
                       DISPLAY-PRIOR-RATE DELIMITED BY SIZE
                       ' MOVE%=' DELIMITED BY SIZE
                       DISPLAY-PERCENT DELIMITED BY SIZE
                       INTO LOAD-REPORT-LINE
               ELSE
                   STRING 'HELD   ' DELIMITED BY SIZE
                       FEED-FROM-CURRENCY DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       FEED-TO-CURRENCY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FEED-RATE-DATE DELIMITED BY SIZE
                       ' RATE=' DELIMITED BY SIZE
                       DISPLAY-RATE DELIMITED BY SIZE
                       ' PRIOR=' DELIMITED BY SIZE
                       DISPLAY-PRIOR-RATE DELIMITED BY SIZE
                       ' MOVE%=' DELIMITED BY SIZE
                       DISPLAY-PERCENT DELIMITED BY SIZE
                       ' NEEDS SIGN-OFF' DELIMITED BY SIZE
                       INTO LOAD-REPORT-LINE
               END-IF
           END-IF.
           WRITE LOAD-REPORT-LINE.

       REPORT-SKIPPED-RATE.
           ADD 1 TO RATES-SKIPPED.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING 'SKIPPED ' DELIMITED BY SIZE
               RF-FROM-CURRENCY DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RF-TO-CURRENCY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FEED-RATE-DATE DELIMITED BY SIZE
               ' REASON=' DELIMITED BY SIZE
               FEED-REJECT-REASON DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING 'FEED RECORDS READ.....: ' DELIMITED BY SIZE
               FEED-RECORDS-READ DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING 'RATES LOADED ACTIVE...: ' DELIMITED BY SIZE
               RATES-LOADED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING 'RATES HELD PENDING....: ' DELIMITED BY SIZE
               RATES-HELD DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING 'RECORDS SKIPPED.......: ' DELIMITED BY SIZE
               RATES-SKIPPED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
