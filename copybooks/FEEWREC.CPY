      ******************************************************************
      * Copybook: FEEWREC
      * Purpose:  Record layout for the fee waiver file (FEEWAIVE),
      *           keyed by account id: staff accounts, accounts under
      *           a complaint, anything the branch has agreed not to
      *           charge. CBL019 charges no fee of any kind against an
      *           account on this file until FW-EXPIRY-DATE has
      *           passed; an expiry of SPACES waives indefinitely.
      ******************************************************************
       01  FEE-WAIVER-RECORD.
           05  FW-ACCT-ID                  PIC X(10).
           05  FW-EXPIRY-DATE              PIC X(08).
           05  FW-REASON                   PIC X(30).
