      * FEE-HISTORY-RECORD - late fee assessment history, one record
      * per account, keyed by FEE-ACCOUNT-NO. Written by FEEASSES when
      * a fee is assessed; FEE-UNPAID-AMOUNT is relieved by PAYPOST as
      * posted payments are allocated to outstanding fees, and cleared
      * by CHGOFF when the account is charged off.
      *-----------------------------------------------------------------
       01  FEE-HISTORY-RECORD.
           05 FEE-ACCOUNT-NO    PIC X(8).
