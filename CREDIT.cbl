           05 SKIP-RESYNC      PIC X VALUE 'N'.
           05 RECORD-SELECTED-FLAG PIC X VALUE 'Y'.
           05 RATE-EOF         PIC X VALUE 'N'.
           05 HOLIDAY-ACTIVE-FLAG PIC X VALUE 'N'.
      *----
       01  RUN-PARM-VARIABLES.
           05 RUN-MODE             PIC X VALUE 'A'.
                 MOVE 'N' TO RECORD-SELECTED-FLAG
              END-IF
           END-IF.
           IF ACCOUNT-STATUS = 'W'
              MOVE 'N' TO RECORD-SELECTED-FLAG
           END-IF.
           IF RUN-CURRENCY-FILTER NOT = SPACES AND
              CURRENCY-CODE NOT = RUN-CURRENCY-FILTER
              MOVE 'N' TO RECORD-SELECTED-FLAG
       AGING-CHECK-END. EXIT.
      *----
       MISSED-INSTALLMENT-CHECK.
           PERFORM CHECK-PAYMENT-HOLIDAY.
           IF INSTALLMENTS-REMAINING NUMERIC AND
              INSTALLMENTS-REMAINING > 0 AND
              TODAY-INT > INT-START-DATE AND
              HOLIDAY-ACTIVE-FLAG NOT = 'Y'
              COMPUTE ELAPSED-INSTALLMENTS =
                 (TODAY-INT - INT-START-DATE) / INSTALLMENT-DAYS
                 ON SIZE ERROR MOVE 99999 TO ELAPSED-INSTALLMENTS
              END-IF
           END-IF.
       MISSED-INSTALLMENT-CHECK-END. EXIT.
      *----
       CHECK-PAYMENT-HOLIDAY.
           MOVE 'N' TO HOLIDAY-ACTIVE-FLAG.
           IF HOLIDAY-END-DATE NUMERIC AND
              HOLIDAY-END-DATE NOT < TODAY-DATE
              MOVE 'Y' TO HOLIDAY-ACTIVE-FLAG
           END-IF.
       CHECK-PAYMENT-HOLIDAY-END. EXIT.
      *----
       WRITE-AGING-LINE.
           MOVE ACCOUNT-NO      TO ACCOUNT-NO-A.
