           05 WAIVER-EOF         PIC X VALUE 'N'.
           05 HISTORY-FOUND-FLAG PIC X.
           05 ACCOUNT-WAIVED-FLAG PIC X.
           05 HOLIDAY-ACTIVE-FLAG PIC X.
      *----
       01  ASSESS-VARIABLES.
           05 ASSESS-DATE        PIC 9(8) VALUE 0.
           05 FEES-TOTAL         PIC 9(10) VALUE 0.
           05 ACCOUNTS-WAIVED    PIC 9(6) VALUE 0.
           05 ALREADY-ASSESSED   PIC 9(6) VALUE 0.
           05 ACCOUNTS-ON-HOLIDAY PIC 9(6) VALUE 0.
      *----
       01  WAIVER-MATCH.
           05 WAIVER-KEY         PIC X(8) VALUE HIGH-VALUES.
                    ON SIZE ERROR MOVE 99999 TO DAYS-OVERDUE
                 END-COMPUTE
                 PERFORM CHECK-WAIVER
                 PERFORM CHECK-PAYMENT-HOLIDAY
                 EVALUATE TRUE
                    WHEN HOLIDAY-ACTIVE-FLAG = 'Y'
                       ADD 1 TO ACCOUNTS-ON-HOLIDAY
                       MOVE 0 TO FEE-AMOUNT
                       MOVE 'PAYMENT HOLIDAY' TO FEE-RESULT-F
                       PERFORM WRITE-REGISTER-LINE
                    WHEN ACCOUNT-WAIVED-FLAG = 'Y'
                       ADD 1 TO ACCOUNTS-WAIVED
                       MOVE 0 TO FEE-AMOUNT
                       MOVE 'WAIVED' TO FEE-RESULT-F
                       PERFORM WRITE-REGISTER-LINE
                    WHEN OTHER
                       PERFORM CHECK-FEE-HISTORY-CYCLE
                       IF HISTORY-FOUND-FLAG = 'Y' AND
                          FEE-LAST-CYCLE = ASSESS-CYCLE
                          ADD 1 TO ALREADY-ASSESSED
                       ELSE
                          PERFORM APPLY-FEE
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.
       ASSESS-ACCOUNT-END. EXIT.
              MOVE 'Y' TO ACCOUNT-WAIVED-FLAG
           END-IF.
       CHECK-WAIVER-END. EXIT.
      *----
       CHECK-PAYMENT-HOLIDAY.
           MOVE 'N' TO HOLIDAY-ACTIVE-FLAG.
           IF HOLIDAY-END-DATE NUMERIC AND
              HOLIDAY-END-DATE NOT < ASSESS-DATE
              MOVE 'Y' TO HOLIDAY-ACTIVE-FLAG
           END-IF.
       CHECK-PAYMENT-HOLIDAY-END. EXIT.
      *----
       CHECK-FEE-HISTORY-CYCLE.
           MOVE 'Y' TO HISTORY-FOUND-FLAG.
           WRITE FEE-REGISTER-LINE FROM REGISTER-TRAILER
              AFTER ADVANCING 1 LINES.
           DISPLAY 'FEES ASSESSED ' ACCOUNTS-ASSESSED
                   ' TOTAL ' FEES-TOTAL
                   ' ON HOLIDAY ' ACCOUNTS-ON-HOLIDAY.
       WRITE-REGISTER-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
