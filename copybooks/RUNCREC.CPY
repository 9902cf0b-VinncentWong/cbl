      ******************************************************************
      * Copybook: RUNCREC
      * Purpose:  Record layout for the run-control file (RUNCTL), a
      *           line-sequential file each overnight batch program
      *           appends one record to as it finishes, carrying its
      *           counts and amount totals for the run, so CBL030 can
      *           cross-foot the night's steps against each other
      *           before the checkpoint marker drops.
      *
      *           RC-RECORD-TYPE 'O' is the opening snapshot CBL029
      *           writes at the start of the night: RC-RECORDS-READ
      *           and RC-AMOUNT-READ are the accounts on ACCTMSTR and
      *           their total balance, RC-RECORDS-POSTED,
      *           RC-AMOUNT-POSTED and RC-NET-EFFECT the rows already
      *           on TRANLOG at that moment. RC-RECORD-TYPE 'R' is a
      *           step's own record:
      *             RC-RECORDS-READ / RC-AMOUNT-READ
      *                 input records the step read, and their amount
      *                 total where the input carries amounts;
      *             RC-RECORDS-POSTED / RC-AMOUNT-POSTED
      *                 what the step did with them - for a posting
      *                 program the TRANLOG entries it wrote, for
      *                 CBL015 the rows journaled, for CBL007 the rows
      *                 archived, for CBL011 the holds dropped, for
      *                 CBL016 the accounts flagged dormant;
      *             RC-RECORDS-REJECTED / RC-AMOUNT-REJECTED
      *                 input the step refused or could not process;
      *             RC-NET-EFFECT
      *                 the net change the TRANLOG entries counted as
      *                 posted make to ACCTMSTR balances - credits and
      *                 interest up, debits down - zero for a step
      *                 that posts nothing.
      *           Amounts other than RC-NET-EFFECT and the snapshot
      *           balance are totals of positive amounts.
      *
      *           CBL030 proves the night off the records written
      *           since the last opening snapshot, and starts the file
      *           afresh once the night is proven. A step that is
      *           rerun appends a second record: what each run posted
      *           is on TRANLOG, so postings are summed across both,
      *           while for CBL015 and CBL007, which each read the
      *           whole of TRANLOG, the later record stands.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-RECORD-TYPE              PIC X(01).
               88  RC-OPENING-SNAPSHOT     VALUE 'O'.
               88  RC-STEP-RECORD          VALUE 'R'.
           05  RC-PROGRAM-ID               PIC X(08).
           05  RC-RUN-DATE                 PIC X(08).
           05  RC-RUN-TIMESTAMP            PIC X(21).
           05  RC-RECORDS-READ             PIC 9(07).
           05  RC-AMOUNT-READ              PIC S9(12)V99.
           05  RC-RECORDS-POSTED           PIC 9(07).
           05  RC-AMOUNT-POSTED            PIC S9(12)V99.
           05  RC-RECORDS-REJECTED         PIC 9(07).
           05  RC-AMOUNT-REJECTED          PIC S9(12)V99.
           05  RC-NET-EFFECT               PIC S9(12)V99.
