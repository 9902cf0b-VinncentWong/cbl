      ******************************************************************
      * Copybook: EXCPREC
      * Purpose:  Record layout for the keyed exception file
      *           (EXCPFILE), keyed by EX-ID. Every program that posts
      *           to the account master raises one exception here for
      *           each posting it refuses, in place of the message,
      *           report line or rejected queue item that used to be
      *           the only trace of it:
      *             CBL001 - a teller posting refused at the console
      *             CBL009 - a bulk feed row rejected
      *             CBL013 - a standing order that failed to execute
      *             CBL014 - a queued item a supervisor rejected
      *             CBL019 - a fee that could not be collected
      *             CBL025 - a returned payment not credited back
      *           EX-SOURCE-REF identifies the refused request in its
      *           source: the feed row number, the standing-order id,
      *           the approval-queue item id, the console posting's
      *           timestamp, the fee code, or the returned payment's
      *           PAYOUT id. EX-OPERATION, the accounts and EX-AMOUNT
      *           are the request as it was made; EX-DEST-ACCT-ID is
      *           the destination account of a TRANSFER or the BENE-ID
      *           of a PAYMENT, SPACES otherwise. A console refusal
      *           made before the teller keyed the amount carries an
      *           amount of zero.
      *
      *           EX-REASON-CODE classifies the refusal; EX-REASON-TEXT
      *           is the message the source program gave:
      *             IF - insufficient available funds (balance, or
      *                  balance net of holds, short of the amount)
      *             VL - daily velocity limit reached, or no product
      *                  on the catalogue to take the limits from
      *             DM - account dormant
      *             CL - account closed or not on file
      *             UO - unknown operation
      *             FX - no FX rate on file, or the rate out of date
      *             RJ - turned down by the approving supervisor
      *             OT - anything else (amount not valid, beneficiary
      *                  removed, currency not payable, rewrite
      *                  failed, return not matching a sent payment)
      *
      *           Exceptions are raised open. The back office works
      *           each one through CBL031: resubmitted, once corrected
      *           and queued back onto PENDAPPR for posting under the
      *           normal rules (EX-RESUBMIT-ID is the PP-ID it was
      *           queued as), or written off with a comment.
      *           Standing-order, fee and return exceptions are not
      *           resubmitted, since only their own batch runs post
      *           them; CBL013 marks its own exception cleared when the
      *           standing order executes on a later night. Worked
      *           exceptions stay on file under their final status,
      *           stamped with who worked them, when, and their note.
      ******************************************************************
       01  EXCEPTION-RECORD.
           05  EX-ID                       PIC 9(07).
           05  EX-RAISED-TIMESTAMP         PIC X(21).
           05  EX-RAISED-DATE REDEFINES EX-RAISED-TIMESTAMP
                                           PIC X(08).
           05  EX-SOURCE-PROGRAM           PIC X(08).
           05  EX-SOURCE-REF               PIC X(21).
           05  EX-RAISED-BY-ID             PIC X(08).
           05  EX-OPERATION                PIC X(10).
           05  EX-ACCT-ID                  PIC X(10).
           05  EX-DEST-ACCT-ID             PIC X(10).
           05  EX-AMOUNT                   PIC S9(10)V99.
           05  EX-REASON-CODE              PIC X(02).
               88  EX-INSUFFICIENT-FUNDS   VALUE 'IF'.
               88  EX-VELOCITY-LIMIT       VALUE 'VL'.
               88  EX-ACCOUNT-DORMANT      VALUE 'DM'.
               88  EX-ACCOUNT-CLOSED       VALUE 'CL'.
               88  EX-UNKNOWN-OPERATION    VALUE 'UO'.
               88  EX-NO-FX-RATE           VALUE 'FX'.
               88  EX-SUPERVISOR-REJECTED  VALUE 'RJ'.
               88  EX-OTHER-REASON         VALUE 'OT'.
           05  EX-REASON-TEXT              PIC X(40).
           05  EX-STATUS                   PIC X(01).
               88  EX-OPEN                 VALUE 'O'.
               88  EX-RESUBMITTED          VALUE 'R'.
               88  EX-WRITTEN-OFF          VALUE 'W'.
               88  EX-CLEARED              VALUE 'C'.
           05  EX-RESUBMIT-ID              PIC 9(07).
           05  EX-STATUS-BY                PIC X(08).
           05  EX-STATUS-DATE              PIC X(08).
           05  EX-STATUS-NOTE              PIC X(40).
