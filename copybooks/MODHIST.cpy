      *-----------------------------------------------------------------
      * MOD-HISTORY-RECORD - loan modification history, one record per
      * modification applied by LOANMOD, keyed by account, date and
      * sequence. Holds the loan terms before and after the change.
      *   MH-MOD-TYPE        'E' term extension  'H' payment holiday
      *                      'R' re-amortisation of remaining balance
      *   MH-INSTALLMENTS    installments added (E) or skipped (H)
      *   MH-INTEREST-OPTION 'C' interest accrued over the holiday is
      *                      capitalised when the holiday ends
      *                      'D' it is left in INTEREST-ACCRUED
      *   MH-HOLIDAY-INTEREST  interest accrued when a capitalised
      *                      holiday ended
      *   MH-CAPITALISED     amount added to DEBIT
      *   MH-CAPITALISE-STATUS 'P' capitalisation due at holiday end
      *                      'C' capitalised  'N' account no longer
      *                      open at holiday end; space otherwise
      *-----------------------------------------------------------------
       01  MOD-HISTORY-RECORD.
           05 MH-KEY.
              10 MH-ACCOUNT-NO       PIC X(8).
              10 MH-MOD-DATE         PIC 9(8).
              10 MH-MOD-SEQ          PIC 9(6).
           05 MH-MOD-TYPE            PIC X.
           05 MH-INSTALLMENTS        PIC 9(3).
           05 MH-INTEREST-OPTION     PIC X.
           05 MH-REQUESTED-BY        PIC X(8).
           05 MH-BEFORE-TERMS.
              10 MH-BEFORE-DEBIT     PIC 9(8).
              10 MH-BEFORE-FINISH    PIC 9(8).
              10 MH-BEFORE-INSTALLMENTS PIC 9(3).
              10 MH-BEFORE-PAYMENT   PIC 9(8).
              10 MH-BEFORE-ACCRUED   PIC 9(8)V9(2).
              10 MH-BEFORE-HOLIDAY-END PIC 9(8).
           05 MH-AFTER-TERMS.
              10 MH-AFTER-DEBIT      PIC 9(8).
              10 MH-AFTER-FINISH     PIC 9(8).
              10 MH-AFTER-INSTALLMENTS PIC 9(3).
              10 MH-AFTER-PAYMENT    PIC 9(8).
              10 MH-AFTER-ACCRUED    PIC 9(8)V9(2).
              10 MH-AFTER-HOLIDAY-END PIC 9(8).
           05 MH-HOLIDAY-INTEREST    PIC 9(8)V9(2).
           05 MH-CAPITALISED         PIC 9(8).
           05 MH-CAPITALISE-STATUS   PIC X.
