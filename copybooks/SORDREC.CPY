      *           forward by SO-FREQUENCY after each execution; an
      *           order whose due date has passed executes on the next
      *           run, so a holiday does not make it vanish.
      *
      * Modification History:
      *   15/10/2026 VAW - Add SO-BENE-ID so an order can pay an
      *                    external beneficiary on BENEMSTR instead of
      *                    transferring to an internal account. CBL013
      *                    executes such an order as a PAYMENT; its
      *                    SO-DEST-ACCT-ID is SPACES. SO-BENE-ID is
      *                    SPACES on an internal transfer order. The
      *                    record grows by ten bytes, so SORDFILE is
      *                    unloaded and reloaded with the field blank
      *                    when this goes in.
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID                 PIC X(10).
               88  SO-FREQ-MONTHLY         VALUE 'M'.
               88  SO-FREQ-VALID           VALUE 'D' 'W' 'M'.
           05  SO-NEXT-DUE-DATE            PIC X(08).
           05  SO-BENE-ID                  PIC X(10).
