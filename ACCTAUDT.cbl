      *----
       CHECK-STATUS.
           IF ACCOUNT-STATUS NOT = 'O' AND
              ACCOUNT-STATUS NOT = 'C' AND
              ACCOUNT-STATUS NOT = 'W'
              ADD 1 TO BAD-STATUS-COUNT
              MOVE 'INVALID ACCOUNT STATUS' TO AUDIT-REASON-D
              PERFORM WRITE-AUDIT-DETAIL
