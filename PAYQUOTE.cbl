           MOVE 0 TO INTEREST-AMOUNT.
           COMPUTE INT-QUOTE-DATE =
              FUNCTION INTEGER-OF-DATE(QUOTE-DATE-W).
           IF INTEREST-ACCRUED-DATE NUMERIC AND
              INTEREST-ACCRUED-DATE > 0
              PERFORM ACCRUE-FROM-BALANCE
           ELSE
              PERFORM ACCRUE-FROM-SCHEDULE
           END-IF.
       ACCRUE-INTEREST-END. EXIT.
      *----
       ACCRUE-FROM-SCHEDULE.
           IF LAST-PAYMENT-DATE NUMERIC AND LAST-PAYMENT-DATE > 0
              COMPUTE INT-START-DATE =
                 FUNCTION INTEGER-OF-DATE(LAST-PAYMENT-DATE)
                 END-IF
              END-IF
           END-IF.
       ACCRUE-FROM-SCHEDULE-END. EXIT.
      *----
       ACCRUE-FROM-BALANCE.
           MOVE 0 TO PERIOD-DAYS.
           IF INTEREST-ACCRUED NOT NUMERIC
              MOVE 0 TO INTEREST-ACCRUED
           END-IF.
           COMPUTE INT-START-DATE =
              FUNCTION INTEGER-OF-DATE(INTEREST-ACCRUED-DATE).
           IF INT-QUOTE-DATE > INT-START-DATE
              COMPUTE PERIOD-DAYS =
                 INT-QUOTE-DATE - INT-START-DATE
                 ON SIZE ERROR MOVE 99999 TO PERIOD-DAYS
              END-COMPUTE
           END-IF.
           COMPUTE INTEREST-AMOUNT ROUNDED =
              INTEREST-ACCRUED + PRINCIPAL-AMOUNT * INTEREST-RATE
              / 100 / 365 * PERIOD-DAYS
              ON SIZE ERROR MOVE 0 TO INTEREST-AMOUNT
           END-COMPUTE.
       ACCRUE-FROM-BALANCE-END. EXIT.
      *----
       COMPUTE-INTEREST-AMOUNT.
           COMPUTE INTEREST-AMOUNT ROUNDED =
