      ******************************************************************
      * Author: Vinncent Alexander Wong
      * Date: 15/10/2026
      * Purpose: Nightly batch program that reads the EXCPFILE
      *          exception file the posting programs raise their
      *          refusals on and reports every exception still open
      *          more than EXCP-AGE-LIMIT-DAYS days after it was
      *          raised, oldest first, with the request as it was made
      *          and why it was refused, so nothing the back office
      *          has yet to resubmit or write off through CBL031 sits
      *          on the file unnoticed. It reads the file only and
      *          posts nothing.
      * Tectonics: cobc
      *
      * Modification History:
      *   15/10/2026 VAW - Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL032.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-ID
               FILE STATUS IS EXCP-FILE-STATUS.
           SELECT AGED-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           COPY EXCPREC.
       FD  AGED-REPORT-FILE.
       01  AGED-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  EXCP-FILE-STATUS PIC X(02).
       77  RPT-FILE-STATUS PIC X(02).

       77  EXCP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-EXCP-FILE VALUE 'Y'.

      ******************************************************************
      * EXCP-AGE-LIMIT-DAYS is how many days an exception may stay
      * open before this run reports it. Change the VALUE to re-tune
      * the limit; there is no operator prompt since this program
      * runs unattended from the overnight batch chain.
      ******************************************************************
       77  EXCP-AGE-LIMIT-DAYS PIC 9(03) VALUE 005.

       77  RUN-TIMESTAMP PIC X(21).
       77  RUN-DATE PIC X(08).
       01  AGE-DATE-WORK.
           05  AGE-RUN-NUM                 PIC 9(08).
           05  AGE-RUN-DATE REDEFINES AGE-RUN-NUM
                                           PIC X(08).
           05  AGE-RAISED-NUM              PIC 9(08).
           05  AGE-RAISED-DATE REDEFINES AGE-RAISED-NUM
                                           PIC X(08).
       77  EXCP-AGE-DAYS PIC S9(07).

       77  EXCEPTIONS-READ PIC 9(07) VALUE ZEROES.
       77  EXCEPTIONS-OPEN PIC 9(07) VALUE ZEROES.
       77  EXCEPTIONS-AGED PIC 9(07) VALUE ZEROES.
       77  AGED-AMOUNT PIC S9(12)V99 VALUE ZEROES.

       77  DISPLAY-AGE PIC ZZZZ9.
       77  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  DISPLAY-TOTAL PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           MOVE RUN-DATE TO AGE-RUN-DATE.
           OPEN OUTPUT AGED-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY
                   'Unable to open aged exceptions report. Aging run '
                   'aborted.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM SCAN-EXCEPTION-FILE
               PERFORM WRITE-REPORT-FOOTER
               CLOSE AGED-REPORT-FILE
               DISPLAY 'Exception aging complete. Open: '
                   EXCEPTIONS-OPEN ' Aged: ' EXCEPTIONS-AGED
           END-IF.
           STOP RUN.

      ******************************************************************
      * SCAN-EXCEPTION-FILE
      * Reads the exception file in EX-ID order, which is the order
      * the exceptions were raised in. No exception file yet just
      * means nothing has been refused since it was introduced.
      ******************************************************************
       SCAN-EXCEPTION-FILE.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCP-FILE-STATUS = '00'
               PERFORM READ-NEXT-EXCEPTION
               PERFORM EXAMINE-EXCEPTION
                   UNTIL END-OF-EXCP-FILE
               CLOSE EXCEPTION-FILE
           ELSE
               IF EXCP-FILE-STATUS NOT = '35'
                   DISPLAY 'Unable to open exception file. No '
                       'exceptions examined.'
               END-IF
           END-IF.

       READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EXCP-EOF-SWITCH
           END-READ.

      ******************************************************************
      * EXAMINE-EXCEPTION
      * Counts one exception and reports it when it is still open and
      * older than the limit. Resubmitted, written-off and cleared
      * exceptions have been dealt with and are only counted.
      ******************************************************************
       EXAMINE-EXCEPTION.
           ADD 1 TO EXCEPTIONS-READ.
           IF EX-OPEN
               ADD 1 TO EXCEPTIONS-OPEN
               MOVE EX-RAISED-DATE TO AGE-RAISED-DATE
               COMPUTE EXCP-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(AGE-RUN-NUM)
                   - FUNCTION INTEGER-OF-DATE(AGE-RAISED-NUM)
               IF EXCP-AGE-DAYS > EXCP-AGE-LIMIT-DAYS
                   PERFORM REPORT-AGED-EXCEPTION
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXCEPTION.

       REPORT-AGED-EXCEPTION.
           ADD 1 TO EXCEPTIONS-AGED.
           ADD EX-AMOUNT TO AGED-AMOUNT.
           MOVE EXCP-AGE-DAYS TO DISPLAY-AGE.
           MOVE EX-AMOUNT TO DISPLAY-AMOUNT.
           MOVE SPACES TO AGED-REPORT-LINE.
           STRING 'AGED ' DELIMITED BY SIZE
               EX-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EX-RAISED-DATE DELIMITED BY SIZE
               ' AGE=' DELIMITED BY SIZE
               DISPLAY-AGE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EX-SOURCE-PROGRAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EX-OPERATION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EX-ACCT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EX-DEST-ACCT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE SPACES TO AGED-REPORT-LINE.
           STRING '     REF=' DELIMITED BY SIZE
               EX-SOURCE-REF DELIMITED BY SIZE
               ' REASON=' DELIMITED BY SIZE
               EX-REASON-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EX-REASON-TEXT DELIMITED BY SIZE
               INTO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO AGED-REPORT-LINE.
           STRING 'AGED EXCEPTIONS ' DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ' - OPEN MORE THAN ' DELIMITED BY SIZE
               EXCP-AGE-LIMIT-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE SPACES TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE SPACES TO AGED-REPORT-LINE.
           STRING 'EXCEPTIONS ON FILE....: ' DELIMITED BY SIZE
               EXCEPTIONS-READ DELIMITED BY SIZE
               INTO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE SPACES TO AGED-REPORT-LINE.
           STRING 'EXCEPTIONS OPEN.......: ' DELIMITED BY SIZE
               EXCEPTIONS-OPEN DELIMITED BY SIZE
               INTO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE SPACES TO AGED-REPORT-LINE.
           STRING 'OPEN PAST THE LIMIT...: ' DELIMITED BY SIZE
               EXCEPTIONS-AGED DELIMITED BY SIZE
               INTO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE AGED-AMOUNT TO DISPLAY-TOTAL.
           MOVE SPACES TO AGED-REPORT-LINE.
           STRING 'AMOUNT PAST THE LIMIT.: ' DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
