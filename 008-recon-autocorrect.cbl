      *                    postings in, so the velocity check's keyed
      *                    read sees corrections the way the old
      *                    TRANLOG scan did.
      *   15/10/2026 VAW - Stamp CBL008 as the operator id on every
      *                    TRANLOG entry this run writes, since no
      *                    operator signs on to an unattended job.
      *   15/10/2026 VAW - Write TL-REVERSAL-REF as SPACES; only a
      *                    CBL001 REVERSE entry carries a reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL008.
       77  TRAN-FILE-STATUS PIC X(02).
       77  RECON-FILE-STATUS PIC X(02).
       77  TRAN-TIMESTAMP PIC X(21).
       77  BATCH-OPERATOR-ID PIC X(08) VALUE "CBL008".

       77  RECON-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-RECON-FILE VALUE 'Y'.
           MOVE 'ADJUST' TO TL-OPERATION.
           MOVE ADJUST-AMOUNT TO TL-AMOUNT.
           MOVE ACCT-BALANCE TO TL-RESULT-BALANCE.
           MOVE BATCH-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE SPACES TO TL-REVERSAL-REF.
           WRITE TRAN-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           MOVE ADJUST-ACCT-ID TO DAYT-UPD-ACCT-ID.
