      * carry the loan position forward: PAYPOST maintains them as
      * payments post and CREDIT statements start from this position
      * instead of re-amortizing the whole term.
      * INTEREST-ACCRUED is the interest earned but not yet paid, built
      * up nightly by INTACCR through INTEREST-ACCRUED-DATE; PAYPOST
      * allocates payments against it and PAYQUOTE quotes from it.
      * ACCOUNT-STATUS is 'O' open, 'C' closed or 'W' charged off.
      * CHGOFF sets 'W' and records CHARGE-OFF-DATE and the balance
      * written off in CHARGE-OFF-AMOUNT; PAYPOST posts any later
      * payment on the account as a recovery into RECOVERED-AMOUNT.
      * HOLIDAY-END-DATE is the last day of a payment holiday granted
      * by LOANMOD; until then the account is not treated as
      * delinquent by CREDIT, FEEASSES, COLLECT or CHGOFF.
      *-----------------------------------------------------------------
       01  ACCT-VARIABLES.
           05 ACCOUNT-NO       PIC X(8).
           05 PRINCIPAL-PAID   PIC 9(8).
           05 LAST-PAYMENT-DATE PIC 9(8).
           05 INSTALLMENTS-REMAINING PIC 9(3).
           05 INTEREST-ACCRUED PIC 9(8)V9(2).
           05 INTEREST-ACCRUED-DATE PIC 9(8).
           05 CHARGE-OFF-DATE  PIC 9(8).
           05 CHARGE-OFF-AMOUNT PIC 9(8).
           05 RECOVERED-AMOUNT PIC 9(8).
           05 HOLIDAY-END-DATE PIC 9(8).
