      *-----------------------------------------------------------------
      * PAY-HISTORY-RECORD - permanent payment history, one record per
      * posted payment, keyed by account, posting date and sequence.
      * Written by PAYPOST as each payment is applied, holding the
      * fee / interest / principal split and the account position the
      * payment replaced, so that PAYREVS can undo the posting exactly
      * when the item is returned unpaid by the bank.
      *   PH-STATUS          'P' posted  'R' reversed
      *   PH-INSTALLMENT-TAKEN 'Y' payment took one installment off
      *                      INSTALLMENTS-REMAINING
      *   PH-CLOSED-FLAG     'Y' payment set ACCOUNT-STATUS to 'C'
      *   PH-QUOTE-FLAG      'Y' payment retired the open payoff quote
      *   PH-SOURCE          'T' payment transaction  'S' suspense item
      *   PH-ACCRUAL-RELIEVED  amount taken off INTEREST-ACCRUED
      *   PH-ENTRY-TYPE      'P' payment  'C' recovery on a charged-off
      *                      account, principal in RECOVERED-AMOUNT
      *-----------------------------------------------------------------
       01  PAY-HISTORY-RECORD.
           05 PH-KEY.
              10 PH-ACCOUNT-NO       PIC X(8).
              10 PH-POST-DATE        PIC 9(8).
              10 PH-POST-SEQ         PIC 9(6).
           05 PH-PAY-DATE            PIC 9(8).
           05 PH-TENDER-AMOUNT       PIC 9(8).
           05 PH-TENDER-CURRENCY     PIC X(3).
           05 PH-POSTED-AMOUNT       PIC 9(8).
           05 PH-FEE-PAID            PIC 9(8).
           05 PH-INTEREST-PAID       PIC 9(8).
           05 PH-PRINCIPAL-PAID      PIC 9(8).
           05 PH-REFUND-AMOUNT       PIC 9(8).
           05 PH-PRIOR-PAYMENT-DATE  PIC 9(8).
           05 PH-PRIOR-INSTALLMENTS  PIC 9(3).
           05 PH-INSTALLMENT-TAKEN   PIC X.
           05 PH-CLOSED-FLAG         PIC X.
           05 PH-QUOTE-FLAG          PIC X.
           05 PH-SOURCE              PIC X.
           05 PH-STATUS              PIC X.
           05 PH-REVERSED-DATE       PIC 9(8).
           05 PH-ACCRUAL-RELIEVED    PIC 9(8)V9(2).
           05 PH-ENTRY-TYPE          PIC X.
