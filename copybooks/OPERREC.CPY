      ******************************************************************
      * Copybook: OPERREC
      * Purpose:  Record layout for the operator master file
      *           (OPERMSTR), keyed by OPER-ID. Every console program
      *           - CBL001, CBL004, CBL010, CBL012, CBL014, CBL020,
      *           CBL022, CBL023, CBL027, CBL031 and the CBL018
      *           operator maintenance console itself - signs the
      *           operator on against this file before it offers
      *           a single operation, and refuses any operation the
      *           operator's OPER-ROLE does not allow. The signed-on
      *           OPER-ID is stamped on every TRANLOG and PENDAPPR
      *           entry the operator causes, so the auditors can
      *           always say who moved the money. A revoked operator
      *           stays on file under status R, so an ID is never
      *           reissued to somebody else.
      *
      *           Roles:
      *             T - teller: posts, transfers, holds, orders
      *             S - supervisor: teller work plus approvals,
      *                 reconciliation and account reactivation
      *             M - maintenance: account, customer and operator
      *                 upkeep, product-catalogue maintenance (CBL020)
      *                 and FX-rate maintenance (CBL027); posts nothing
      *             R - read-only: inquiry and list operations only
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OPER-ID                     PIC X(08).
           05  OPER-PASSWORD               PIC X(08).
           05  OPER-NAME                   PIC X(30).
           05  OPER-ROLE                   PIC X(01).
               88  OPER-TELLER             VALUE 'T'.
               88  OPER-SUPERVISOR         VALUE 'S'.
               88  OPER-MAINTENANCE        VALUE 'M'.
               88  OPER-READ-ONLY          VALUE 'R'.
               88  OPER-ROLE-VALID         VALUE 'T' 'S' 'M' 'R'.
           05  OPER-STATUS                 PIC X(01).
               88  OPER-ACTIVE             VALUE 'A'.
               88  OPER-REVOKED            VALUE 'R'.
