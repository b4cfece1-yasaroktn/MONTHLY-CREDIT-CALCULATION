      *-----------------------------------------------------------------
      * MANDATE-RECORD - direct-debit mandate, one per account, keyed
      * by MD-ACCOUNT-NO. Maintained by MANDMNT; DDCOLL presents the
      * installment due to the bank and DDSETL records the outcome.
      *   MD-STATUS          'A' active  'S' suspended  'C' cancelled
      *   MD-COLLECT-STATUS  state of the last item presented:
      *                      'P' presented  'A' accepted  'R' rejected
      *                      space when nothing has been presented
      *   MD-REJECT-COUNT    consecutive rejects; DDSETL suspends the
      *                      mandate when it reaches the reject limit
      *                      and an accepted item sets it back to zero
      *-----------------------------------------------------------------
       01  MANDATE-RECORD.
           05 MD-ACCOUNT-NO          PIC X(8).
           05 MD-BANK-ROUTING        PIC X(9).
           05 MD-BANK-ACCOUNT        PIC X(17).
           05 MD-ACCOUNT-HOLDER      PIC X(25).
           05 MD-STATUS              PIC X.
           05 MD-START-DATE          PIC 9(8).
           05 MD-STATUS-DATE         PIC 9(8).
           05 MD-REJECT-COUNT        PIC 9(2).
           05 MD-COLLECT-STATUS      PIC X.
           05 MD-LAST-COLLECT-DATE   PIC 9(8).
           05 MD-LAST-COLLECT-AMOUNT PIC 9(8).
           05 MD-LAST-COLLECT-CURRENCY PIC X(3).
           05 MD-LAST-REJECT-DATE    PIC 9(8).
           05 MD-LAST-REJECT-REASON  PIC X(4).
