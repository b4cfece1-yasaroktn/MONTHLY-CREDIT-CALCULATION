                           STATUS CHECK-RUN-CONTROL.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           STATUS CHECK-RATE-FILE.
           SELECT PAY-HISTORY ASSIGN TO PAYHIST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS PH-KEY
                           STATUS CHECK-PAY-HISTORY.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
           COPY FEEHIST.
      *-----------------------------------------------------------------
       FD  PAY-GL-FILE RECORDING MODE F.
           COPY PAYGL.
      *-----------------------------------------------------------------
       FD  REFUND-FILE RECORDING MODE F.
       01  REFUND-RECORD.
      *-----------------------------------------------------------------
       FD  RATE-FILE RECORDING MODE F.
           COPY RATEREC.
      *-----------------------------------------------------------------
       FD  PAY-HISTORY RECORDING MODE F.
           COPY PAYHIST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----
           05 CHECK-RUN-CONTROL   PIC 9(2).
           05 CHECK-RATE-FILE     PIC 9(2).
           05 CHECK-QUOTE-FILE    PIC 9(2).
           05 CHECK-PAY-HISTORY   PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC             PIC X VALUE SPACE.
           05 RATE-FOUND-FLAG     PIC X.
           05 CURRENCY-MATCH-FOUND PIC X.
           05 QUOTE-MATCH-FLAG    PIC X VALUE 'N'.
           05 HISTORY-WRITTEN-FLAG PIC X.
      *----
       01  CURRENT-PAYMENT.
           05 WORK-ACCOUNT-NO     PIC X(8).
           05 WORK-CURRENCY-CODE  PIC X(3).
           05 WORK-SOURCE         PIC X.
           05 WORK-FORCE-FLAG     PIC X.
           05 WORK-TENDER-AMOUNT  PIC 9(8).
           05 WORK-TENDER-CURRENCY PIC X(3).
      *----
       01  SUSPENSE-CONTROL.
           05 NEXT-ITEM-NO        PIC 9(6) VALUE 1.
           05 ACCRUED-INTEREST     PIC 9(8).
           05 UNPAID-FEE-AMOUNT    PIC 9(8).
           05 PRINCIPAL-DUE        PIC 9(8).
      *----
       01  HISTORY-VARIABLES.
           05 HISTORY-SEQ          PIC 9(6) VALUE 0.
           05 PRIOR-PAYMENT-DATE   PIC 9(8).
           05 PRIOR-INSTALLMENTS   PIC 9(3).
           05 PRIOR-ACCOUNT-STATUS PIC X.
           05 INSTALLMENT-TAKEN-FLAG PIC X.
           05 ACCRUAL-RELIEVED     PIC 9(8)V9(2).
      *----
       01  POSTING-TOTALS.
           05 PAYMENTS-READ       PIC 9(6) VALUE 0.
              CLOSE QUOTE-FILE
              OPEN I-O QUOTE-FILE
           END-IF.
           OPEN I-O PAY-HISTORY.
           IF CHECK-PAY-HISTORY = 35
              OPEN OUTPUT PAY-HISTORY
              CLOSE PAY-HISTORY
              OPEN I-O PAY-HISTORY
           END-IF.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM LOAD-CURRENCY-RATES.
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-PAY-HISTORY NOT EQUAL 97) AND
      -       (CHECK-PAY-HISTORY NOT EQUAL 00) AND
      -       (CHECK-PAY-HISTORY NOT EQUAL 05)
              DISPLAY 'PAYMENT HISTORY CANNOT OPEN' CHECK-PAY-HISTORY
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           MOVE 'N' TO PAYMENT-POSTED-FLAG.
           MOVE 'N' TO QUOTE-MATCH-FLAG.
           MOVE SPACES TO SUSPENSE-REASON.
           MOVE WORK-PAY-AMOUNT    TO WORK-TENDER-AMOUNT.
           MOVE WORK-CURRENCY-CODE TO WORK-TENDER-CURRENCY.
           MOVE WORK-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY
       POST-PAYMENT-END. EXIT.
      *----
       EDIT-PAYMENT.
           IF ACCOUNT-STATUS NOT = 'O' AND ACCOUNT-STATUS NOT = 'W'
              MOVE 'N' TO PAYMENT-VALID-FLAG
              MOVE 'ACCOUNT NOT OPEN' TO SUSPENSE-REASON
           END-IF.
      *----
       APPLY-PAYMENT.
           PERFORM READ-FEE-UNPAID.
           IF ACCOUNT-STATUS = 'W'
              MOVE 'N' TO QUOTE-MATCH-FLAG
              PERFORM SET-RECOVERY-ALLOCATION
           ELSE
              PERFORM CHECK-OPEN-QUOTE
              IF QUOTE-MATCH-FLAG = 'Y'
                 PERFORM SET-QUOTE-ALLOCATION
              ELSE
                 PERFORM DETERMINE-FREQUENCY
                 PERFORM ALLOCATE-PAYMENT
              END-IF
           END-IF.
           COMPUTE DEBIT = DEBIT - ALLOC-FEE-PAID
              - ALLOC-PRINCIPAL-PAID.
           MOVE LAST-PAYMENT-DATE      TO PRIOR-PAYMENT-DATE.
           MOVE INSTALLMENTS-REMAINING TO PRIOR-INSTALLMENTS.
           MOVE ACCOUNT-STATUS         TO PRIOR-ACCOUNT-STATUS.
           IF ACCOUNT-STATUS = 'W'
              PERFORM UPDATE-RECOVERY
           ELSE
              PERFORM UPDATE-POSITION
              IF DEBIT = 0
                 MOVE 'C' TO ACCOUNT-STATUS
                 MOVE 0 TO INSTALLMENTS-REMAINING
              END-IF
              PERFORM RELIEVE-ACCRUED-INTEREST
           END-IF.
           REWRITE ACCT-VARIABLES
              INVALID KEY
              END-IF
              PERFORM WRITE-REGISTER
              PERFORM WRITE-PAY-GL
              PERFORM WRITE-PAY-HISTORY
              IF ALLOC-REFUND > 0
                 PERFORM WRITE-REFUND
              END-IF
              MOVE 0 TO ALLOC-INTEREST-PAID
           END-IF.
       SET-QUOTE-ALLOCATION-END. EXIT.
      *----
       SET-RECOVERY-ALLOCATION.
           MOVE 0 TO ALLOC-FEE-PAID.
           MOVE 0 TO ALLOC-INTEREST-PAID.
           MOVE 0 TO ALLOC-REFUND.
           IF WORK-PAY-AMOUNT > DEBIT
              MOVE DEBIT TO ALLOC-PRINCIPAL-PAID
              COMPUTE ALLOC-REFUND = WORK-PAY-AMOUNT - DEBIT
           ELSE
              MOVE WORK-PAY-AMOUNT TO ALLOC-PRINCIPAL-PAID
           END-IF.
       SET-RECOVERY-ALLOCATION-END. EXIT.
      *----
       RETIRE-QUOTE.
           MOVE 'U' TO QUOTE-STATUS.
              END-ADD
           END-IF.
           MOVE WORK-PAY-DATE TO LAST-PAYMENT-DATE.
           MOVE 'N' TO INSTALLMENT-TAKEN-FLAG.
           IF INSTALLMENTS-REMAINING NUMERIC AND
              INSTALLMENTS-REMAINING > 0 AND
              ALLOC-PRINCIPAL-PAID > 0
              SUBTRACT 1 FROM INSTALLMENTS-REMAINING
              MOVE 'Y' TO INSTALLMENT-TAKEN-FLAG
           END-IF.
       UPDATE-POSITION-END. EXIT.
      *----
       RELIEVE-ACCRUED-INTEREST.
           MOVE 0 TO ACCRUAL-RELIEVED.
           IF INTEREST-ACCRUED-DATE NUMERIC AND
              INTEREST-ACCRUED-DATE > 0
              IF INTEREST-ACCRUED NOT NUMERIC
                 MOVE 0 TO INTEREST-ACCRUED
              END-IF
              IF QUOTE-MATCH-FLAG = 'Y' OR ACCOUNT-STATUS = 'C' OR
                 ALLOC-INTEREST-PAID NOT < INTEREST-ACCRUED
                 MOVE INTEREST-ACCRUED TO ACCRUAL-RELIEVED
              ELSE
                 MOVE ALLOC-INTEREST-PAID TO ACCRUAL-RELIEVED
              END-IF
              SUBTRACT ACCRUAL-RELIEVED FROM INTEREST-ACCRUED
           END-IF.
       RELIEVE-ACCRUED-INTEREST-END. EXIT.
      *----
       UPDATE-RECOVERY.
           IF RECOVERED-AMOUNT NOT NUMERIC
              MOVE 0 TO RECOVERED-AMOUNT
           END-IF.
           ADD ALLOC-PRINCIPAL-PAID TO RECOVERED-AMOUNT
              ON SIZE ERROR CONTINUE
           END-ADD.
           MOVE WORK-PAY-DATE TO LAST-PAYMENT-DATE.
           MOVE 'N' TO INSTALLMENT-TAKEN-FLAG.
           MOVE 0 TO ACCRUAL-RELIEVED.
       UPDATE-RECOVERY-END. EXIT.
      *----
       READ-FEE-UNPAID.
           MOVE 'Y' TO FEE-FOUND-FLAG.
           MOVE 0 TO ALLOC-INTEREST-PAID.
           MOVE 0 TO ALLOC-PRINCIPAL-PAID.
           MOVE 0 TO ALLOC-REFUND.
           IF INTEREST-ACCRUED-DATE NUMERIC AND
              INTEREST-ACCRUED-DATE > 0 AND
              INTEREST-ACCRUED NUMERIC
              COMPUTE ACCRUED-INTEREST ROUNDED = INTEREST-ACCRUED
           ELSE
              COMPUTE ACCRUED-INTEREST ROUNDED =
                 DEBIT * INTEREST-RATE / 100 / PERIODS-PER-YEAR
                 ON SIZE ERROR MOVE 0 TO ACCRUED-INTEREST
              END-COMPUTE
           END-IF.
           IF UNPAID-FEE-AMOUNT > 0
              IF ALLOC-REMAINING < UNPAID-FEE-AMOUNT
                 MOVE ALLOC-REMAINING TO ALLOC-FEE-PAID
           MOVE ALLOC-INTEREST-PAID  TO INT-PAID-R.
           MOVE ALLOC-PRINCIPAL-PAID TO PRIN-PAID-R.
           EVALUATE TRUE
              WHEN ACCOUNT-STATUS = 'W'
                 MOVE 'RECOVERY'  TO POST-RESULT-R
              WHEN QUOTE-MATCH-FLAG = 'Y'
                 MOVE 'QUOTE PAID' TO POST-RESULT-R
              WHEN ACCOUNT-STATUS = 'C'
           MOVE ALLOC-FEE-PAID       TO FEE-PAID-PG.
           MOVE ALLOC-INTEREST-PAID  TO INTEREST-PAID-PG.
           MOVE ALLOC-PRINCIPAL-PAID TO PRINCIPAL-PAID-PG.
           IF ACCOUNT-STATUS = 'W'
              MOVE 'C'               TO ENTRY-TYPE-PG
           ELSE
              MOVE 'P'               TO ENTRY-TYPE-PG
           END-IF.
           WRITE PAY-GL-LINE.
           IF CHECK-PAY-GL-FILE NOT = 00
              DISPLAY 'PAYMENT GL WRITE ERROR' CHECK-PAY-GL-FILE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-PAY-GL-END. EXIT.
      *----
       WRITE-PAY-HISTORY.
           MOVE WORK-ACCOUNT-NO      TO PH-ACCOUNT-NO.
           MOVE TODAY-DATE           TO PH-POST-DATE.
           MOVE WORK-PAY-DATE        TO PH-PAY-DATE.
           MOVE WORK-TENDER-AMOUNT   TO PH-TENDER-AMOUNT.
           MOVE WORK-TENDER-CURRENCY TO PH-TENDER-CURRENCY.
           MOVE WORK-PAY-AMOUNT      TO PH-POSTED-AMOUNT.
           MOVE ALLOC-FEE-PAID       TO PH-FEE-PAID.
           MOVE ALLOC-INTEREST-PAID  TO PH-INTEREST-PAID.
           MOVE ALLOC-PRINCIPAL-PAID TO PH-PRINCIPAL-PAID.
           MOVE ALLOC-REFUND         TO PH-REFUND-AMOUNT.
           MOVE PRIOR-PAYMENT-DATE   TO PH-PRIOR-PAYMENT-DATE.
           MOVE PRIOR-INSTALLMENTS   TO PH-PRIOR-INSTALLMENTS.
           MOVE INSTALLMENT-TAKEN-FLAG TO PH-INSTALLMENT-TAKEN.
           IF ACCOUNT-STATUS = 'C' AND PRIOR-ACCOUNT-STATUS NOT = 'C'
              MOVE 'Y' TO PH-CLOSED-FLAG
           ELSE
              MOVE 'N' TO PH-CLOSED-FLAG
           END-IF.
           MOVE QUOTE-MATCH-FLAG     TO PH-QUOTE-FLAG.
           MOVE WORK-SOURCE          TO PH-SOURCE.
           MOVE 'P'                  TO PH-STATUS.
           MOVE 0                    TO PH-REVERSED-DATE.
           MOVE ACCRUAL-RELIEVED     TO PH-ACCRUAL-RELIEVED.
           IF ACCOUNT-STATUS = 'W'
              MOVE 'C'               TO PH-ENTRY-TYPE
           ELSE
              MOVE 'P'               TO PH-ENTRY-TYPE
           END-IF.
           MOVE 'N' TO HISTORY-WRITTEN-FLAG.
           PERFORM UNTIL HISTORY-WRITTEN-FLAG = 'Y'
              ADD 1 TO HISTORY-SEQ
              MOVE HISTORY-SEQ TO PH-POST-SEQ
              WRITE PAY-HISTORY-RECORD
                 INVALID KEY
                    IF CHECK-PAY-HISTORY NOT = 22
                       DISPLAY 'PAYMENT HISTORY WRITE ERROR '
                               PH-ACCOUNT-NO ' ' CHECK-PAY-HISTORY
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO HISTORY-WRITTEN-FLAG
                    END-IF
                 NOT INVALID KEY
                    MOVE 'Y' TO HISTORY-WRITTEN-FLAG
              END-WRITE
           END-PERFORM.
       WRITE-PAY-HISTORY-END. EXIT.
      *----
       WRITE-REFUND.
           MOVE WORK-ACCOUNT-NO TO REFUND-ACCOUNT-NO.
           CLOSE FEE-HISTORY.
           CLOSE SUSP-MAST.
           CLOSE QUOTE-FILE.
           CLOSE PAY-HISTORY.
           GOBACK.
       CLOSE-END. EXIT.
