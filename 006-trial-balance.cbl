      *                    fills, so an overflow can never mislabel a
      *                    real currency's figures and the subtotals
      *                    always tie to the grand total.
      *   15/10/2026 VAW - Value each currency at the rate on the keyed
      *                    FXRATE history in effect on the report
      *                    date, date the report, and print the rate
      *                    used and its effective date under each
      *                    subtotal so an old rate shows on the page.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL006.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       77  OPEN-ACCOUNT-COUNT PIC 9(07) VALUE ZEROES.
       77  CLOSED-ACCOUNT-COUNT PIC 9(07) VALUE ZEROES.
       77  GRAND-TOTAL-BALANCE PIC S9(12)V99 VALUE ZEROES.
       77  REPORT-TIMESTAMP PIC X(21).
       77  REPORT-DATE PIC X(08).

      ******************************************************************
      * Per-currency revaluation fields. CURRENCY-TOTAL-TABLE picks up
      * one slot per distinct ACCT-CURRENCY seen on the book, carrying
      * that currency's native subtotal, its USD subtotal, and the
      * FXRATE-file rate to the house currency in effect on the report
      * date, looked up once when the currency first appears, with the
      * date that rate took effect. An account in a currency with no
      * rate on file is flagged NO RATE on its detail line and kept
      * out of the USD columns, so the grand total stays genuinely in
      * USD.
      * An ACCT-CURRENCY still SPACES is treated as the house default,
      * the same way CBL001 treats it. Slots 1 through
      * CURRENCY-TABLE-SIZE hold real currencies; the extra 21st slot
               10  CT-USD-TOTAL            PIC S9(12)V99.
               10  CT-ACCOUNT-COUNT        PIC 9(05).
               10  CT-RATE                 PIC 9(04)V9(06).
               10  CT-RATE-DATE            PIC X(08).
               10  CT-RATE-SWITCH          PIC X(01).
                   88  CT-RATE-ON-FILE     VALUE 'Y'.
       77  CURRENCY-COUNT PIC 9(02) VALUE ZEROES.
       77  FX-FOUND-SWITCH PIC X VALUE 'N'.
           88  FX-RATE-FOUND VALUE 'Y'.
       77  NO-RATE-CURRENCY-COUNT PIC 9(02) VALUE ZEROES.
       77  DISPLAY-RATE PIC ZZZ9.999999.

       77  DISPLAY-BALANCE PIC Z,ZZZ,ZZZ.99-.
       77  DISPLAY-USD-BALANCE PIC Z,ZZZ,ZZZ.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO CURRENCY-TOTAL-TABLE.
           MOVE FUNCTION CURRENT-DATE TO REPORT-TIMESTAMP.
           MOVE REPORT-TIMESTAMP(1:8) TO REPORT-DATE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF ACCT-FILE-STATUS = '00' AND RPT-FILE-STATUS = '00'
      ******************************************************************
      * LOOKUP-HOUSE-RATE
      * Looks up the FXRATE-file rate converting WORK-CURRENCY into
      * the house currency as of REPORT-DATE, by the same rule CBL001's
      * LOOKUP-FX-RATE uses: the newest active rate for the pair not
      * dated after the report date. The house currency itself
      * converts at 1 with no file lookup. A currency with no rate on
      * file leaves its slot flagged so every account in it shows NO
      * RATE.
      ******************************************************************
       LOOKUP-HOUSE-RATE.
           MOVE SPACES TO CT-RATE-DATE(CURRENCY-SLOT).
           IF WORK-CURRENCY = HOUSE-CURRENCY-CODE
               MOVE 1 TO CT-RATE(CURRENCY-SLOT)
               MOVE 'Y' TO CT-RATE-SWITCH(CURRENCY-SLOT)
               MOVE 'N' TO FX-FOUND-SWITCH
               OPEN INPUT FX-RATE-FILE
               IF FX-FILE-STATUS = '00'
                   MOVE WORK-CURRENCY TO FX-FROM-CURRENCY
                   MOVE HOUSE-CURRENCY-CODE TO FX-TO-CURRENCY
                   MOVE LOW-VALUES TO FX-EFFECTIVE-DATE
                   MOVE 'N' TO FX-EOF-SWITCH
                   START FX-RATE-FILE KEY NOT LESS THAN FX-KEY
                       INVALID KEY
                           MOVE 'Y' TO FX-EOF-SWITCH
                   END-START
                   IF NOT END-OF-FX-FILE
                       PERFORM READ-FX-RATE
                       PERFORM NOTE-HOUSE-FX-RATE
                           UNTIL END-OF-FX-FILE
                   END-IF
                   CLOSE FX-RATE-FILE
               END-IF
               IF FX-RATE-FOUND
                   MOVE 'Y' TO CT-RATE-SWITCH(CURRENCY-SLOT)
               ELSE
                   ADD 1 TO NO-RATE-CURRENCY-COUNT
           END-IF.

       READ-FX-RATE.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO FX-EOF-SWITCH
           END-READ.

       NOTE-HOUSE-FX-RATE.
           IF FX-FROM-CURRENCY NOT = WORK-CURRENCY
                   OR FX-TO-CURRENCY NOT = HOUSE-CURRENCY-CODE
                   OR FX-EFFECTIVE-DATE > REPORT-DATE
               MOVE 'Y' TO FX-EOF-SWITCH
           ELSE
               IF FX-ACTIVE
                   MOVE 'Y' TO FX-FOUND-SWITCH
                   MOVE FX-RATE TO CT-RATE(CURRENCY-SLOT)
                   MOVE FX-EFFECTIVE-DATE TO CT-RATE-DATE(CURRENCY-SLOT)
               END-IF
               PERFORM READ-FX-RATE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FIRM-WIDE TRIAL BALANCE AS OF ' DELIMITED BY SIZE
               REPORT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
      * Prints one subtotal line per currency seen on the book: the
      * native-currency subtotal, and either its USD subtotal or the
      * NO RATE flag when the FXRATE file carries no rate to the
      * house currency. A converted foreign currency gets a second
      * line showing the rate applied and the date it took effect.
      ******************************************************************
       WRITE-CURRENCY-SUBTOTAL.
           MOVE CT-NATIVE-TOTAL(CURRENCY-SCAN) TO DISPLAY-TOTAL.
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF CT-RATE-ON-FILE(CURRENCY-SCAN)
                   AND CT-RATE-DATE(CURRENCY-SCAN) NOT = SPACES
               MOVE CT-RATE(CURRENCY-SCAN) TO DISPLAY-RATE
               MOVE SPACES TO REPORT-LINE
               STRING '    RATE TO USD........: ' DELIMITED BY SIZE
                   DISPLAY-RATE DELIMITED BY SIZE
                   '  EFFECTIVE ' DELIMITED BY SIZE
                   CT-RATE-DATE(CURRENCY-SCAN) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
