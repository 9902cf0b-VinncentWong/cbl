      *           needs activity older than CBL007's last truncation
      *           reads this layout against the archive generation(s)
      *           assigned to its own TRANARCH DD.
      *
      * Modification History:
      *   15/10/2026 VAW - Add AL-OPERATOR-ID to keep mirroring
      *                    TL-OPERATOR-ID. Generations archived before
      *                    this change read back with SPACES here.
      *   15/10/2026 VAW - Add AL-REVERSAL-REF to keep mirroring
      *                    TL-REVERSAL-REF.
      ******************************************************************
       01  ARCHIVE-LOG-RECORD.
           05  AL-TIMESTAMP                PIC X(21).
           05  AL-OPERATION                PIC X(10).
           05  AL-AMOUNT                   PIC S9(10)V99.
           05  AL-RESULT-BALANCE           PIC S9(10)V99.
           05  AL-OPERATOR-ID              PIC X(08).
           05  AL-REVERSAL-REF             PIC X(21).
