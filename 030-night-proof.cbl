      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Nightly batch program that proves the night before
      *          EODBATCH drops its checkpoint marker. It reads the
      *          RUNCTL run-control file - the opening snapshot CBL029
      *          took at the start of the night and the record every
      *          later step appended as it finished - and cross-foots
      *          them against each other and against ACCTMSTR as the
      *          night leaves it: every step ran; the book balance
      *          moved by exactly the net of what was posted; the
      *          rows CBL007 archived are the day's rows plus what
      *          tonight's posting steps say they wrote; and CBL015
      *          journaled every row CBL007 archived. The RUNSHEET
      *          operations run sheet lists each step's figures and
      *          each check, and the step ends nonzero when any check
      *          is out of balance, so the marker only drops on a
      *          proven night. Once the night is proven RUNCTL is
      *          started afresh for tomorrow; a night that does not
      *          prove keeps its records for operations to work from.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL030.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
           SELECT RUN-SHEET-FILE ASSIGN TO "RUNSHEET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       FD  RUN-SHEET-FILE.
       01  RUN-SHEET-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).
       77  RPT-FILE-STATUS PIC X(02).

       77  ACCT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-ACCT-FILE VALUE 'Y'.
       77  RUNC-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-RUNC-FILE VALUE 'Y'.

       77  RUN-TIMESTAMP PIC X(21).
       77  RUN-DATE PIC X(08).

      ******************************************************************
      * The night's steps, in EODBATCH order. Each entry names the
      * program, the step it runs as, whether the night cannot be
      * proven without it, and how a rerun is counted: a posting step
      * (P) wrote what each run posted to TRANLOG, so its records are
      * summed; for any other step (L) the latest record stands. The
      * three steps the checks lean on sit at fixed slots: the
      * snapshot first, CBL015 at GL-EXTRACT-SLOT and CBL007 at
      * ARCHIVE-SLOT. CBL009 is run on demand, not from EODBATCH, so
      * it is not required, but whatever it posts tonight is counted.
      ******************************************************************
       01  STEP-TABLE-VALUES.
           05  FILLER PIC X(17) VALUE 'CBL029  STEP002YL'.
           05  FILLER PIC X(17) VALUE 'CBL025  STEP011YP'.
           05  FILLER PIC X(17) VALUE 'CBL003  STEP012YP'.
           05  FILLER PIC X(17) VALUE 'CBL011  STEP013YL'.
           05  FILLER PIC X(17) VALUE 'CBL013  STEP014YP'.
           05  FILLER PIC X(17) VALUE 'CBL019  STEP017YP'.
           05  FILLER PIC X(17) VALUE 'CBL015  STEP022YL'.
           05  FILLER PIC X(17) VALUE 'CBL016  STEP024YL'.
           05  FILLER PIC X(17) VALUE 'CBL007  STEP025YL'.
           05  FILLER PIC X(17) VALUE 'CBL009  AD HOC NP'.
       01  STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05  STEP-ENTRY OCCURS 10 TIMES.
               10  ST-PROGRAM-ID           PIC X(08).
               10  ST-STEP-NAME            PIC X(07).
               10  ST-REQUIRED             PIC X(01).
                   88  ST-STEP-REQUIRED    VALUE 'Y'.
               10  ST-RERUN-RULE           PIC X(01).
                   88  ST-POSTING-STEP     VALUE 'P'.
       77  STEP-TABLE-SIZE PIC 9(02) VALUE 10.
       77  SNAPSHOT-SLOT PIC 9(02) VALUE 01.
       77  GL-EXTRACT-SLOT PIC 9(02) VALUE 07.
       77  ARCHIVE-SLOT PIC 9(02) VALUE 09.

      ******************************************************************
      * What the run-control records since the last opening snapshot
      * add up to, one entry per step slot above.
      ******************************************************************
       01  STEP-TOTAL-TABLE.
           05  STEP-TOTAL-ENTRY OCCURS 10 TIMES.
               10  STT-RUNS                PIC 9(03).
               10  STT-RUN-DATE            PIC X(08).
               10  STT-READ                PIC 9(07).
               10  STT-AMOUNT-READ         PIC S9(12)V99.
               10  STT-POSTED              PIC 9(07).
               10  STT-AMOUNT-POSTED       PIC S9(12)V99.
               10  STT-REJECTED            PIC 9(07).
               10  STT-AMOUNT-REJECTED     PIC S9(12)V99.
               10  STT-NET-EFFECT          PIC S9(12)V99.
       77  STEP-SLOT PIC 9(02).
       77  STEP-SCAN PIC 9(02).

      ******************************************************************
      * RUNCTL is read twice: once to find the last opening snapshot,
      * then again to total everything from it on. Records ahead of
      * it belong to an earlier night that never proved, or to an
      * earlier try at tonight, and are only counted.
      ******************************************************************
       77  RECORD-NUMBER PIC 9(07) VALUE ZEROES.
       77  LAST-SNAPSHOT-NUMBER PIC 9(07) VALUE ZEROES.
       77  EARLIER-RECORDS PIC 9(07) VALUE ZEROES.
       77  UNKNOWN-PROGRAM-RECORDS PIC 9(07) VALUE ZEROES.

      ******************************************************************
      * Proof figures. CLOSING- is ACCTMSTR as the night leaves it;
      * TONIGHT- is the sum of the posting steps' records.
      ******************************************************************
       77  CLOSING-ACCOUNTS PIC 9(07) VALUE ZEROES.
       77  CLOSING-BALANCE PIC S9(12)V99 VALUE ZEROES.
       77  TONIGHT-ROWS-POSTED PIC 9(07) VALUE ZEROES.
       77  TONIGHT-AMOUNT-POSTED PIC S9(12)V99 VALUE ZEROES.
       77  TONIGHT-NET-EFFECT PIC S9(12)V99 VALUE ZEROES.
       77  STEPS-MISSING PIC 9(02) VALUE ZEROES.
       77  CHECKS-OUT-OF-BALANCE PIC 9(02) VALUE ZEROES.

      ******************************************************************
      * One proof check: PROOF-LABEL names it, PROOF-EXPECTED and
      * PROOF-ACTUAL are the two figures that must agree, and
      * PROOF-COUNT-SWITCH says whether they are counts or amounts
      * for printing.
      ******************************************************************
       77  PROOF-LABEL PIC X(30).
       77  PROOF-EXPECTED PIC S9(12)V99.
       77  PROOF-ACTUAL PIC S9(12)V99.
       77  PROOF-COUNT-SWITCH PIC X VALUE 'N'.
           88  PROOF-IS-COUNT VALUE 'Y'.
       77  PROOF-RESULT PIC X(14).

       77  DISPLAY-COUNT PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       77  DISPLAY-COUNT-2 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       77  DISPLAY-TOTAL PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-TOTAL-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-RUNS PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           PERFORM CLEAR-STEP-TOTAL
               VARYING STEP-SCAN FROM 1 BY 1
               UNTIL STEP-SCAN > STEP-TABLE-SIZE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS NOT = '00'
               DISPLAY
                   'Run control file not available. Night cannot be '
                   'proven.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM FIND-LAST-SNAPSHOT
               CLOSE RUN-CONTROL-FILE
               PERFORM PROVE-NIGHT
           END-IF.
           STOP RUN.

       CLEAR-STEP-TOTAL.
           MOVE ZEROES TO STT-RUNS(STEP-SCAN).
           MOVE SPACES TO STT-RUN-DATE(STEP-SCAN).
           MOVE ZEROES TO STT-READ(STEP-SCAN).
           MOVE ZEROES TO STT-AMOUNT-READ(STEP-SCAN).
           MOVE ZEROES TO STT-POSTED(STEP-SCAN).
           MOVE ZEROES TO STT-AMOUNT-POSTED(STEP-SCAN).
           MOVE ZEROES TO STT-REJECTED(STEP-SCAN).
           MOVE ZEROES TO STT-AMOUNT-REJECTED(STEP-SCAN).
           MOVE ZEROES TO STT-NET-EFFECT(STEP-SCAN).

      ******************************************************************
      * FIND-LAST-SNAPSHOT
      * First pass over RUNCTL: notes the position of the last opening
      * snapshot. With none on file every record is totalled, and the
      * missing snapshot fails the proof.
      ******************************************************************
       FIND-LAST-SNAPSHOT.
           MOVE ZEROES TO RECORD-NUMBER.
           MOVE 'N' TO RUNC-EOF-SWITCH.
           PERFORM READ-RUN-CONTROL.
           PERFORM NOTE-SNAPSHOT-POSITION
               UNTIL END-OF-RUNC-FILE.

       READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'Y' TO RUNC-EOF-SWITCH
           END-READ.

       NOTE-SNAPSHOT-POSITION.
           ADD 1 TO RECORD-NUMBER.
           IF RC-OPENING-SNAPSHOT
               MOVE RECORD-NUMBER TO LAST-SNAPSHOT-NUMBER
           END-IF.
           PERFORM READ-RUN-CONTROL.

      ******************************************************************
      * PROVE-NIGHT
      * Totals tonight's run-control records and the closing book,
      * writes the run sheet with every check, and either starts
      * RUNCTL afresh for tomorrow or ends nonzero so EODBATCH holds
      * the checkpoint marker back.
      ******************************************************************
       PROVE-NIGHT.
           OPEN INPUT RUN-CONTROL-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           OPEN OUTPUT RUN-SHEET-FILE.
           IF RUNC-FILE-STATUS NOT = '00'
                   OR ACCT-FILE-STATUS NOT = '00'
                   OR RPT-FILE-STATUS NOT = '00'
               DISPLAY
                   'Unable to open required files. Night cannot be '
                   'proven.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-RUN-CONTROL
               PERFORM TOTAL-CLOSING-BOOK
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-STEP-LINE
                   VARYING STEP-SCAN FROM 1 BY 1
                   UNTIL STEP-SCAN > STEP-TABLE-SIZE
               PERFORM RUN-PROOF-CHECKS
               PERFORM WRITE-REPORT-FOOTER
           END-IF.
           IF RUNC-FILE-STATUS = '00' OR RUNC-FILE-STATUS = '10'
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF ACCT-FILE-STATUS = '00' OR ACCT-FILE-STATUS = '10'
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF RPT-FILE-STATUS = '00'
               CLOSE RUN-SHEET-FILE
           END-IF.
           IF RETURN-CODE = ZERO
               IF CHECKS-OUT-OF-BALANCE = ZERO
                   PERFORM START-RUN-CONTROL-AFRESH
                   DISPLAY 'Night proven. Run control file started '
                       'afresh.'
               ELSE
                   DISPLAY 'Night NOT proven. Checks out of balance: '
                       CHECKS-OUT-OF-BALANCE '. See RUNSHEET.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-RUN-CONTROL
      * Second pass over RUNCTL: counts the records ahead of the last
      * snapshot and totals the rest into the step slots.
      ******************************************************************
       LOAD-RUN-CONTROL.
           MOVE ZEROES TO RECORD-NUMBER.
           MOVE 'N' TO RUNC-EOF-SWITCH.
           PERFORM READ-RUN-CONTROL.
           PERFORM APPLY-RUN-CONTROL-RECORD
               UNTIL END-OF-RUNC-FILE.

       APPLY-RUN-CONTROL-RECORD.
           ADD 1 TO RECORD-NUMBER.
           IF RECORD-NUMBER < LAST-SNAPSHOT-NUMBER
               ADD 1 TO EARLIER-RECORDS
           ELSE
               IF RC-OPENING-SNAPSHOT
                   MOVE SNAPSHOT-SLOT TO STEP-SLOT
               ELSE
                   PERFORM FIND-STEP-SLOT
               END-IF
               IF STEP-SLOT = ZERO
                   ADD 1 TO UNKNOWN-PROGRAM-RECORDS
                   DISPLAY 'Run control record for unknown program '
                       RC-PROGRAM-ID ' ignored.'
               ELSE
                   PERFORM ADD-TO-STEP-TOTAL
               END-IF
           END-IF.
           PERFORM READ-RUN-CONTROL.

       FIND-STEP-SLOT.
           MOVE ZEROES TO STEP-SLOT.
           PERFORM MATCH-STEP-SLOT
               VARYING STEP-SCAN FROM 1 BY 1
               UNTIL STEP-SCAN > STEP-TABLE-SIZE
                   OR STEP-SLOT > ZERO.

       MATCH-STEP-SLOT.
           IF ST-PROGRAM-ID(STEP-SCAN) = RC-PROGRAM-ID
                   AND STEP-SCAN NOT = SNAPSHOT-SLOT
               MOVE STEP-SCAN TO STEP-SLOT
           END-IF.

      ******************************************************************
      * ADD-TO-STEP-TOTAL
      * Folds one record into its step's slot: added to what earlier
      * runs of a posting step wrote, or replacing the figures of an
      * earlier run of any other step.
      ******************************************************************
       ADD-TO-STEP-TOTAL.
           ADD 1 TO STT-RUNS(STEP-SLOT).
           MOVE RC-RUN-DATE TO STT-RUN-DATE(STEP-SLOT).
           IF ST-POSTING-STEP(STEP-SLOT)
               ADD RC-RECORDS-READ TO STT-READ(STEP-SLOT)
               ADD RC-AMOUNT-READ TO STT-AMOUNT-READ(STEP-SLOT)
               ADD RC-RECORDS-POSTED TO STT-POSTED(STEP-SLOT)
               ADD RC-AMOUNT-POSTED TO STT-AMOUNT-POSTED(STEP-SLOT)
               ADD RC-RECORDS-REJECTED TO STT-REJECTED(STEP-SLOT)
               ADD RC-AMOUNT-REJECTED
                   TO STT-AMOUNT-REJECTED(STEP-SLOT)
               ADD RC-NET-EFFECT TO STT-NET-EFFECT(STEP-SLOT)
           ELSE
               MOVE RC-RECORDS-READ TO STT-READ(STEP-SLOT)
               MOVE RC-AMOUNT-READ TO STT-AMOUNT-READ(STEP-SLOT)
               MOVE RC-RECORDS-POSTED TO STT-POSTED(STEP-SLOT)
               MOVE RC-AMOUNT-POSTED TO STT-AMOUNT-POSTED(STEP-SLOT)
               MOVE RC-RECORDS-REJECTED TO STT-REJECTED(STEP-SLOT)
               MOVE RC-AMOUNT-REJECTED
                   TO STT-AMOUNT-REJECTED(STEP-SLOT)
               MOVE RC-NET-EFFECT TO STT-NET-EFFECT(STEP-SLOT)
           END-IF.

      ******************************************************************
      * TOTAL-CLOSING-BOOK
      * Counts ACCTMSTR and sums its balances the same way CBL029 took
      * the opening snapshot, closed and dormant accounts included.
      ******************************************************************
       TOTAL-CLOSING-BOOK.
           PERFORM READ-NEXT-ACCOUNT.
           PERFORM TOTAL-ACCOUNT
               UNTIL END-OF-ACCT-FILE.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ACCT-EOF-SWITCH
           END-READ.

       TOTAL-ACCOUNT.
           ADD 1 TO CLOSING-ACCOUNTS.
           ADD ACCT-BALANCE TO CLOSING-BALANCE.
           PERFORM READ-NEXT-ACCOUNT.

      ******************************************************************
      * RUN-PROOF-CHECKS
      * Sums what tonight's posting steps wrote, then runs each check
      * in turn. The snapshot's TRANLOG figures are the day's rows
      * that were already on the log when the night began; CBL007
      * archives those and tonight's together, so taking the one from
      * the other leaves what the night posted.
      ******************************************************************
       RUN-PROOF-CHECKS.
           PERFORM ADD-TONIGHT-POSTINGS
               VARYING STEP-SCAN FROM 1 BY 1
               UNTIL STEP-SCAN > STEP-TABLE-SIZE.
           MOVE SPACES TO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.
           MOVE SPACES TO RUN-SHEET-LINE.
           STRING 'PROOF CHECKS                    '
                   DELIMITED BY SIZE
               '          EXPECTED' DELIMITED BY SIZE
               '                ACTUAL' DELIMITED BY SIZE
               INTO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.

           MOVE 'REQUIRED STEPS NOT RECORDED' TO PROOF-LABEL.
           MOVE ZEROES TO PROOF-EXPECTED.
           MOVE STEPS-MISSING TO PROOF-ACTUAL.
           MOVE 'Y' TO PROOF-COUNT-SWITCH.
           PERFORM WRITE-PROOF-CHECK.

           MOVE 'ACCOUNTS ON FILE' TO PROOF-LABEL.
           MOVE STT-READ(SNAPSHOT-SLOT) TO PROOF-EXPECTED.
           MOVE CLOSING-ACCOUNTS TO PROOF-ACTUAL.
           MOVE 'Y' TO PROOF-COUNT-SWITCH.
           PERFORM WRITE-PROOF-CHECK.

           MOVE 'BOOK BALANCE AT CLOSE' TO PROOF-LABEL.
           COMPUTE PROOF-EXPECTED = STT-AMOUNT-READ(SNAPSHOT-SLOT)
               + STT-NET-EFFECT(ARCHIVE-SLOT)
               - STT-NET-EFFECT(SNAPSHOT-SLOT).
           MOVE CLOSING-BALANCE TO PROOF-ACTUAL.
           MOVE 'N' TO PROOF-COUNT-SWITCH.
           PERFORM WRITE-PROOF-CHECK.

           MOVE 'ROWS POSTED TONIGHT' TO PROOF-LABEL.
           MOVE TONIGHT-ROWS-POSTED TO PROOF-EXPECTED.
           COMPUTE PROOF-ACTUAL = STT-POSTED(ARCHIVE-SLOT)
               - STT-POSTED(SNAPSHOT-SLOT).
           MOVE 'Y' TO PROOF-COUNT-SWITCH.
           PERFORM WRITE-PROOF-CHECK.

           MOVE 'AMOUNT POSTED TONIGHT' TO PROOF-LABEL.
           MOVE TONIGHT-AMOUNT-POSTED TO PROOF-EXPECTED.
           COMPUTE PROOF-ACTUAL = STT-AMOUNT-POSTED(ARCHIVE-SLOT)
               - STT-AMOUNT-POSTED(SNAPSHOT-SLOT).
           MOVE 'N' TO PROOF-COUNT-SWITCH.
           PERFORM WRITE-PROOF-CHECK.

           MOVE 'NET EFFECT POSTED TONIGHT' TO PROOF-LABEL.
           MOVE TONIGHT-NET-EFFECT TO PROOF-EXPECTED.
           COMPUTE PROOF-ACTUAL = STT-NET-EFFECT(ARCHIVE-SLOT)
               - STT-NET-EFFECT(SNAPSHOT-SLOT).
           MOVE 'N' TO PROOF-COUNT-SWITCH.
           PERFORM WRITE-PROOF-CHECK.

           MOVE 'ROWS JOURNALED VS ARCHIVED' TO PROOF-LABEL.
           MOVE STT-READ(ARCHIVE-SLOT) TO PROOF-EXPECTED.
           MOVE STT-READ(GL-EXTRACT-SLOT) TO PROOF-ACTUAL.
           MOVE 'Y' TO PROOF-COUNT-SWITCH.
           PERFORM WRITE-PROOF-CHECK.

           MOVE 'AMOUNT JOURNALED VS ARCHIVED' TO PROOF-LABEL.
           MOVE STT-AMOUNT-READ(ARCHIVE-SLOT) TO PROOF-EXPECTED.
           MOVE STT-AMOUNT-READ(GL-EXTRACT-SLOT) TO PROOF-ACTUAL.
           MOVE 'N' TO PROOF-COUNT-SWITCH.
           PERFORM WRITE-PROOF-CHECK.

           MOVE 'ROWS LEFT OFF THE JOURNAL' TO PROOF-LABEL.
           MOVE ZEROES TO PROOF-EXPECTED.
           MOVE STT-REJECTED(GL-EXTRACT-SLOT) TO PROOF-ACTUAL.
           MOVE 'Y' TO PROOF-COUNT-SWITCH.
           PERFORM WRITE-PROOF-CHECK.

       ADD-TONIGHT-POSTINGS.
           IF ST-POSTING-STEP(STEP-SCAN)
               ADD STT-POSTED(STEP-SCAN) TO TONIGHT-ROWS-POSTED
               ADD STT-AMOUNT-POSTED(STEP-SCAN)
                   TO TONIGHT-AMOUNT-POSTED
               ADD STT-NET-EFFECT(STEP-SCAN) TO TONIGHT-NET-EFFECT
           END-IF.

      ******************************************************************
      * WRITE-PROOF-CHECK
      * Prints one check with its two figures and whether they agree,
      * counting it when they do not.
      ******************************************************************
       WRITE-PROOF-CHECK.
           IF PROOF-EXPECTED = PROOF-ACTUAL
               MOVE 'AGREES' TO PROOF-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO PROOF-RESULT
               ADD 1 TO CHECKS-OUT-OF-BALANCE
           END-IF.
           MOVE SPACES TO RUN-SHEET-LINE.
           IF PROOF-IS-COUNT
               MOVE PROOF-EXPECTED TO DISPLAY-COUNT
               MOVE PROOF-ACTUAL TO DISPLAY-COUNT-2
               STRING PROOF-LABEL DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DISPLAY-COUNT DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   DISPLAY-COUNT-2 DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   PROOF-RESULT DELIMITED BY SIZE
                   INTO RUN-SHEET-LINE
           ELSE
               MOVE PROOF-EXPECTED TO DISPLAY-TOTAL
               MOVE PROOF-ACTUAL TO DISPLAY-TOTAL-2
               STRING PROOF-LABEL DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DISPLAY-TOTAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DISPLAY-TOTAL-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PROOF-RESULT DELIMITED BY SIZE
                   INTO RUN-SHEET-LINE
           END-IF.
           WRITE RUN-SHEET-LINE.

      ******************************************************************
      * START-RUN-CONTROL-AFRESH
      * Truncates RUNCTL back to empty once the night is proven - the
      * same technique CBL007 uses on TRANLOG - so tomorrow's proof
      * starts from tomorrow's snapshot alone.
      ******************************************************************
       START-RUN-CONTROL-AFRESH.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS = '00'
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to start the run control file afresh. '
                   'Clear RUNCTL before tomorrow''s run.'
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RUN-SHEET-LINE.
           STRING 'EODBATCH OPERATIONS RUN SHEET - PROOF RUN '
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               '  SNAPSHOT TAKEN ' DELIMITED BY SIZE
               STT-RUN-DATE(SNAPSHOT-SLOT) DELIMITED BY SIZE
               INTO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.
           MOVE SPACES TO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.
           MOVE SPACES TO RUN-SHEET-LINE.
           STRING 'STEP     PROGRAM  RUN DATE RUNS    READ  POSTED'
                   DELIMITED BY SIZE
               ' REJECTD      AMOUNT POSTED       NET EFFECT'
                   DELIMITED BY SIZE
               INTO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.

      ******************************************************************
      * WRITE-STEP-LINE
      * Prints one step's figures, or NOT RUN for a step with no
      * record since the snapshot - counted as missing when the night
      * cannot be proven without it.
      ******************************************************************
       WRITE-STEP-LINE.
           MOVE SPACES TO RUN-SHEET-LINE.
           IF STT-RUNS(STEP-SCAN) = ZERO
               STRING ST-STEP-NAME(STEP-SCAN) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   ST-PROGRAM-ID(STEP-SCAN) DELIMITED BY SIZE
                   ' NOT RUN' DELIMITED BY SIZE
                   INTO RUN-SHEET-LINE
               IF ST-STEP-REQUIRED(STEP-SCAN)
                   ADD 1 TO STEPS-MISSING
               END-IF
           ELSE
               MOVE STT-RUNS(STEP-SCAN) TO DISPLAY-RUNS
               MOVE STT-AMOUNT-POSTED(STEP-SCAN) TO DISPLAY-TOTAL
               MOVE STT-NET-EFFECT(STEP-SCAN) TO DISPLAY-TOTAL-2
               IF STEP-SCAN = SNAPSHOT-SLOT
                   MOVE STT-AMOUNT-READ(STEP-SCAN) TO DISPLAY-TOTAL
               END-IF
               STRING ST-STEP-NAME(STEP-SCAN) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   ST-PROGRAM-ID(STEP-SCAN) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   STT-RUN-DATE(STEP-SCAN) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DISPLAY-RUNS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   STT-READ(STEP-SCAN) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   STT-POSTED(STEP-SCAN) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   STT-REJECTED(STEP-SCAN) DELIMITED BY SIZE
                   DISPLAY-TOTAL DELIMITED BY SIZE
                   DISPLAY-TOTAL-2 DELIMITED BY SIZE
                   INTO RUN-SHEET-LINE
           END-IF.
           WRITE RUN-SHEET-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.
           MOVE SPACES TO RUN-SHEET-LINE.
           STRING 'CLOSING ACCOUNTS......: ' DELIMITED BY SIZE
               CLOSING-ACCOUNTS DELIMITED BY SIZE
               INTO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.
           MOVE CLOSING-BALANCE TO DISPLAY-TOTAL.
           MOVE SPACES TO RUN-SHEET-LINE.
           STRING 'CLOSING BOOK BALANCE..: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.
           MOVE SPACES TO RUN-SHEET-LINE.
           STRING 'EARLIER RECORDS.......: ' DELIMITED BY SIZE
               EARLIER-RECORDS DELIMITED BY SIZE
               INTO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.
           MOVE SPACES TO RUN-SHEET-LINE.
           STRING 'UNKNOWN PROGRAMS......: ' DELIMITED BY SIZE
               UNKNOWN-PROGRAM-RECORDS DELIMITED BY SIZE
               INTO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.
           MOVE SPACES TO RUN-SHEET-LINE.
           WRITE RUN-SHEET-LINE.
           MOVE SPACES TO RUN-SHEET-LINE.
           IF CHECKS-OUT-OF-BALANCE = ZERO
               STRING '*** NIGHT PROVEN - EVERY CHECK AGREES ***'
                       DELIMITED BY SIZE
                   INTO RUN-SHEET-LINE
           ELSE
               STRING '*** NIGHT NOT PROVEN - CHECKS OUT OF BALANCE: '
                       DELIMITED BY SIZE
                   CHECKS-OUT-OF-BALANCE DELIMITED BY SIZE
                   ' - CHECKPOINT HELD ***' DELIMITED BY SIZE
                   INTO RUN-SHEET-LINE
           END-IF.
           WRITE RUN-SHEET-LINE.
