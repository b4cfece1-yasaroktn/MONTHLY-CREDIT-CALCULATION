           05 ACTIVITY-EOF         PIC X VALUE 'N'.
           05 PAID-IN-WINDOW-FLAG  PIC X.
           05 HOLD-ACTIVE-FLAG     PIC X.
           05 HOLIDAY-ACTIVE-FLAG  PIC X.
      *----
       01  LETTER-VARIABLES.
           05 TODAY-DATE           PIC 9(8).
           05 HOLDS-RELEASED       PIC 9(6) VALUE 0.
           05 ACTIVITY-REJECTED    PIC 9(6) VALUE 0.
           05 LETTERS-HELD         PIC 9(6) VALUE 0.
           05 CHARGED-OFF-SKIPPED  PIC 9(6) VALUE 0.
           05 HOLIDAY-SKIPPED      PIC 9(6) VALUE 0.
           05 PROMISES-KEPT        PIC 9(6) VALUE 0.
           05 PROMISES-BROKEN      PIC 9(6) VALUE 0.
      *----
           DISPLAY 'LETTERS WRITTEN ' LETTERS-WRITTEN
                   ' REJECTED ' LINES-REJECTED
                   ' HELD ' LETTERS-HELD
                   ' CHARGED OFF ' CHARGED-OFF-SKIPPED
                   ' HOLIDAY ' HOLIDAY-SKIPPED
                   ' BROKEN PROMISES ' PROMISES-BROKEN.
           PERFORM CLOSE-FILES.
       MAIN-END. EXIT.
      *----
       PROCESS-AGING-LINE.
           PERFORM READ-MASTER.
           MOVE 'N' TO HOLIDAY-ACTIVE-FLAG.
           IF MASTER-FOUND-FLAG = 'Y'
              PERFORM CHECK-PAYMENT-HOLIDAY
           END-IF.
           EVALUATE TRUE
              WHEN MASTER-FOUND-FLAG = 'Y' AND ACCOUNT-STATUS = 'W'
                 ADD 1 TO CHARGED-OFF-SKIPPED
                 MOVE 'CHARGED OFF' TO HOLD-REMARK
                 PERFORM WRITE-CONTROL-HELD
              WHEN HOLIDAY-ACTIVE-FLAG = 'Y'
                 ADD 1 TO HOLIDAY-SKIPPED
                 MOVE 'PAYMENT HOLIDAY' TO HOLD-REMARK
                 PERFORM WRITE-CONTROL-HELD
              WHEN OTHER
                 PERFORM COLLECT-AGING-LINE
           END-EVALUATE.
       PROCESS-AGING-LINE-END. EXIT.
      *----
       COLLECT-AGING-LINE.
           IF MASTER-FOUND-FLAG = 'Y'
              PERFORM DETERMINE-BUCKET-LEVEL
              PERFORM READ-LETTER-HISTORY
              ADD 1 TO LINES-REJECTED
              PERFORM WRITE-CONTROL-REJECT
           END-IF.
       COLLECT-AGING-LINE-END. EXIT.
      *----
       EVALUATE-HOLD.
           MOVE 'N' TO HOLD-ACTIVE-FLAG.
              INVALID KEY MOVE 'N' TO MASTER-FOUND-FLAG
           END-READ.
       READ-MASTER-END. EXIT.
      *----
       CHECK-PAYMENT-HOLIDAY.
           MOVE 'N' TO HOLIDAY-ACTIVE-FLAG.
           IF HOLIDAY-END-DATE NUMERIC AND
              HOLIDAY-END-DATE NOT < TODAY-DATE
              MOVE 'Y' TO HOLIDAY-ACTIVE-FLAG
           END-IF.
       CHECK-PAYMENT-HOLIDAY-END. EXIT.
      *----
       DETERMINE-BUCKET-LEVEL.
           EVALUATE TRUE
