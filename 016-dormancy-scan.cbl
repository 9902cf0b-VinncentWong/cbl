      *          (the job's TRANARCH DD names the GDG base, which
      *          concatenates every generation - the live TRANLOG
      *          only ever holds one day, so anything older lives in
      *          the archive) - INTEREST, ADJUST, FEE, RETURN and
      *          reversal entries do not count, since the system or
      *          an operator generates those without the customer -
      *          and flags any account inactive past the configurable
      *          dormancy threshold with the 'D' status ACCTREC now
      *          carries. A dormant account still accepts credits,
      *          but CBL001 and CBL009 refuse debits against it until
      *          CBL004 reactivates it. Every run writes the dormancy
      *          report compliance asked for. This must run ahead of
      *          CBL007 so the live TRANLOG still holds today's
      *          activity.
      * Tectonics: cobc
      *
      * Modification History:
      *   02/09/2026 VAW - Initial version.
      *   15/10/2026 VAW - REV-DR/REV-CR reversal legs do not count as
      *                    customer activity either; an operator
      *                    correcting an entry must not wake up a
      *                    dormant account.
      *   15/10/2026 VAW - Nor do the FEE charges CBL019 posts.
      *   15/10/2026 VAW - Nor does the RETURN credit CBL025 posts when
      *                    the clearing house sends a payment back;
      *                    the PAYMENT that went out still counts.
      *   15/10/2026 VAW - Append the accounts examined, flagged and
      *                    not flagged for a failed rewrite to the
      *                    RUNCTL run-control file for the
      *                    end-of-night proof.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL016.
           SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ARCHREC.
       FD  DORMANCY-REPORT-FILE.
       01  DORMANCY-REPORT-LINE PIC X(100).
       FD  RUN-CONTROL-FILE.
           COPY RUNCREC.
       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS PIC X(02).
       77  TRAN-FILE-STATUS PIC X(02).
       77  ARCH-FILE-STATUS PIC X(02).
       77  RPT-FILE-STATUS PIC X(02).
       77  RUNC-FILE-STATUS PIC X(02).
       77  RUN-CONTROL-PROGRAM PIC X(08) VALUE "CBL016".

       77  ACCT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-ACCT-FILE VALUE 'Y'.
       77  ACCOUNTS-FLAGGED PIC 9(07) VALUE ZEROES.
       77  ACCOUNTS-ALREADY-DORMANT PIC 9(07) VALUE ZEROES.
       77  ACCOUNTS-NO-ACTIVITY PIC 9(07) VALUE ZEROES.
       77  ACCOUNTS-FLAG-FAILED PIC 9(07) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM COMPUTE-CUTOFF-DATE.
               DISPLAY 'Dormancy run complete. Examined: '
                   ACCOUNTS-EXAMINED ' Newly flagged: '
                   ACCOUNTS-FLAGGED
               PERFORM WRITE-RUN-CONTROL
           ELSE
               DISPLAY
                   'Unable to open required files. Dormancy run '
           IF AL-ACCT-ID = SCAN-ACCT-ID
                   AND AL-OPERATION NOT = 'INTEREST'
                   AND AL-OPERATION NOT = 'ADJUST'
                   AND AL-OPERATION NOT = 'REV-DR'
                   AND AL-OPERATION NOT = 'REV-CR'
                   AND AL-OPERATION NOT = 'FEE'
                   AND AL-OPERATION NOT = 'RETURN'
               IF AL-TIMESTAMP(1:8) GREATER THAN LAST-ACTIVITY-DATE
                   MOVE AL-TIMESTAMP(1:8) TO LAST-ACTIVITY-DATE
               END-IF
           IF TL-ACCT-ID = SCAN-ACCT-ID
                   AND TL-OPERATION NOT = 'INTEREST'
                   AND TL-OPERATION NOT = 'ADJUST'
                   AND TL-OPERATION NOT = 'REV-DR'
                   AND TL-OPERATION NOT = 'REV-CR'
                   AND TL-OPERATION NOT = 'FEE'
                   AND TL-OPERATION NOT = 'RETURN'
               IF TL-TIMESTAMP(1:8) GREATER THAN LAST-ACTIVITY-DATE
                   MOVE TL-TIMESTAMP(1:8) TO LAST-ACTIVITY-DATE
               END-IF
                   LAST-ACTIVITY-DATE DELIMITED BY SIZE
                   INTO DORMANCY-REPORT-LINE
               WRITE DORMANCY-REPORT-LINE
           ELSE
               ADD 1 TO ACCOUNTS-FLAG-FAILED
           END-IF.

       REPORT-NO-ACTIVITY.
               ACCOUNTS-NO-ACTIVITY DELIMITED BY SIZE
               INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.

      ******************************************************************
      * WRITE-RUN-CONTROL
      * Appends the scan's counts to RUNCTL for CBL030's end-of-night
      * proof, with the same OPEN EXTEND convention as the transaction
      * log. Flagging an account dormant moves no money, so there are
      * no amounts and the net effect is zero.
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
               MOVE ACCOUNTS-EXAMINED TO RC-RECORDS-READ
               MOVE ZEROES TO RC-AMOUNT-READ
               MOVE ACCOUNTS-FLAGGED TO RC-RECORDS-POSTED
               MOVE ZEROES TO RC-AMOUNT-POSTED
               MOVE ACCOUNTS-FLAG-FAILED TO RC-RECORDS-REJECTED
               MOVE ZEROES TO RC-AMOUNT-REJECTED
               MOVE ZEROES TO RC-NET-EFFECT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'Unable to write run control record.'
           END-IF.
