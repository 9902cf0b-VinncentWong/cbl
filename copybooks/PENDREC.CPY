      *           file under their final status as the record of what
      *           was attempted and who-keyed-what the auditors asked
      *           for. PP-DEST-ACCT-ID is SPACES except on a TRANSFER.
      *
      * Modification History:
      *   15/10/2026 VAW - Add PP-OPERATOR-ID, the operator who keyed
      *                    the item in CBL001, and PP-WORKED-BY-ID, the
      *                    supervisor who approved or rejected it in
      *                    CBL014 (SPACES while still pending). CBL014
      *                    refuses an approval where the two match.
      *   15/10/2026 VAW - Carry a queued REVERSE: PP-REVERSAL-REF is
      *                    the TL-TIMESTAMP of the entry being
      *                    reversed, PP-REVERSAL-OP its TL-OPERATION,
      *                    and on a transfer PP-DEST-ACCT-ID and
      *                    PP-DEST-AMOUNT name the other leg. SPACES
      *                    and ZEROES on every other item.
      *   15/10/2026 VAW - Carry a queued PAYMENT to an external
      *                    beneficiary: PP-DEST-ACCT-ID holds the
      *                    BENE-ID it is to be paid to.
      ******************************************************************
       01  PENDING-POST-RECORD.
           05  PP-ID                       PIC 9(07).
               88  PP-PENDING              VALUE 'P'.
               88  PP-APPROVED             VALUE 'A'.
               88  PP-REJECTED             VALUE 'R'.
           05  PP-OPERATOR-ID              PIC X(08).
           05  PP-WORKED-BY-ID             PIC X(08).
           05  PP-REVERSAL-REF             PIC X(21).
           05  PP-REVERSAL-OP              PIC X(10).
           05  PP-DEST-AMOUNT              PIC S9(10)V99.
