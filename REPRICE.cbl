                 MOVE 'N' TO RECORD-SELECTED-FLAG
              END-IF
           END-IF.
           IF ACCOUNT-STATUS = 'W'
              MOVE 'N' TO RECORD-SELECTED-FLAG
           END-IF.
           IF RUN-CURRENCY-FILTER NOT = SPACES AND
              CURRENCY-CODE NOT = RUN-CURRENCY-FILTER
              MOVE 'N' TO RECORD-SELECTED-FLAG
