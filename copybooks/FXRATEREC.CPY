      ******************************************************************
      * Copybook: FXRATEREC
      * Purpose:  Record layout for the keyed exchange-rate history
      *           file (FXRATE) consulted wherever an amount is
      *           converted between two currencies: CBL001's
      *           TRANSFER-BALANCE, CBL013 and CBL014 when they post a
      *           cross-currency transfer, and CBL006 when it values a
      *           foreign balance in house currency. FX-RATE is the
      *           multiplier that converts an amount in
      *           FX-FROM-CURRENCY into FX-TO-CURRENCY.
      *
      *           The key is the currency pair plus the date the rate
      *           takes effect, so each day's rate is a new record and
      *           the old rates stay on file. A program wanting the
      *           rate as of a given date reads the latest ACTIVE rate
      *           whose FX-EFFECTIVE-DATE is not after that date; a
      *           PENDING or REJECTED rate is never used for a
      *           conversion.
      *
      *           CBL026 loads the nightly treasury feed and holds any
      *           rate that moved more than its tolerance from the
      *           previous rate as PENDING; CBL027 is the console that
      *           adds and corrects rates by hand and signs off or
      *           rejects the pending ones. FX-PRIOR-RATE keeps the
      *           rate the new one was compared against, and
      *           FX-CHANGED-BY / FX-CHANGED-DATE who last wrote or
      *           signed off the record.
      *
      * Modification History:
      *   15/10/2026 VAW - Convert from one flat record per currency
      *                    pair to an indexed history keyed by pair
      *                    and effective date, with a status for
      *                    rates awaiting sign-off. The old flat file
      *                    must be reloaded through CBL027, one ADD
      *                    per pair, before the first run.
      ******************************************************************
       01  FX-RATE-RECORD.
           05  FX-KEY.
               10  FX-FROM-CURRENCY        PIC X(03).
               10  FX-TO-CURRENCY          PIC X(03).
               10  FX-EFFECTIVE-DATE       PIC X(08).
           05  FX-RATE                     PIC 9(04)V9(06).
           05  FX-STATUS                   PIC X(01).
               88  FX-ACTIVE               VALUE 'A'.
               88  FX-PENDING              VALUE 'P'.
               88  FX-REJECTED             VALUE 'R'.
           05  FX-SOURCE                   PIC X(01).
               88  FX-FROM-FEED            VALUE 'F'.
               88  FX-FROM-CONSOLE         VALUE 'M'.
           05  FX-PRIOR-RATE               PIC 9(04)V9(06).
           05  FX-CHANGED-BY               PIC X(08).
           05  FX-CHANGED-DATE             PIC X(08).
