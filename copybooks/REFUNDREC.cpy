      *-----------------------------------------------------------------
      * REFUND-MASTER-RECORD - refund master, one record per overpayment
      * refund, keyed by account, refund date and sequence. REFLOAD
      * loads each PAYPOST refund as pending; REFMNT approves or voids
      * (amounts over the dual-approval limit need a second approver
      * with a different user ID); REFDISB issues approved refunds to
      * the bank and REFAGE marks issued refunds never cashed as stale.
      *   REFM-STATUS 'P' pending  'A' approved  'I' issued
      *               'V' voided   'S' stale
      *   REFM-CURRENCY-CODE and REFM-CUSTOMER-NO are taken from the
      *   account when the refund is loaded, so that a refund can still
      *   be paid after ACCTARCH has purged the closed account.
      *-----------------------------------------------------------------
       01  REFUND-MASTER-RECORD.
           05 REFM-KEY.
              10 REFM-ACCOUNT-NO     PIC X(8).
              10 REFM-REFUND-DATE    PIC 9(8).
              10 REFM-REFUND-SEQ     PIC 9(2).
           05 REFM-AMOUNT            PIC 9(8).
           05 REFM-REASON            PIC X(24).
           05 REFM-STATUS            PIC X.
           05 REFM-LOADED-DATE       PIC 9(8).
           05 REFM-APPROVER-1        PIC X(8).
           05 REFM-APPROVER-2        PIC X(8).
           05 REFM-APPROVED-DATE     PIC 9(8).
           05 REFM-ISSUED-DATE       PIC 9(8).
           05 REFM-ISSUED-CURRENCY   PIC X(3).
           05 REFM-CASHED-DATE       PIC 9(8).
           05 REFM-VOIDED-BY         PIC X(8).
           05 REFM-VOIDED-DATE       PIC 9(8).
           05 REFM-STALE-DATE        PIC 9(8).
           05 REFM-CURRENCY-CODE     PIC X(3).
           05 REFM-CUSTOMER-NO       PIC X(6).
