       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    REFMNT.
       AUTHOR.        YASAR OKTEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-MAST ASSIGN TO REFMAST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS REFM-KEY
                           STATUS CHECK-REFUND-MAST.
           SELECT REFUND-TRANS ASSIGN TO REFTRAN
                           STATUS CHECK-REFUND-TRANS.
           SELECT REFUND-PARM ASSIGN TO REFPARM
                           STATUS CHECK-REFUND-PARM.
           SELECT REFUND-LOG ASSIGN TO REFLOG
                           STATUS CHECK-REFUND-LOG.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  REFUND-MAST RECORDING MODE F.
           COPY REFUNDREC.
      *-----------------------------------------------------------------
       FD  REFUND-TRANS RECORDING MODE F.
       01  REFUND-TRANS-RECORD.
           05 TRANS-CODE            PIC X.
           05 TRANS-ACCOUNT-NO      PIC X(8).
           05 TRANS-REFUND-DATE     PIC 9(8).
           05 TRANS-REFUND-SEQ      PIC 9(2).
           05 TRANS-USER-ID         PIC X(8).
           05 FILLER                PIC X(53).
      *-----------------------------------------------------------------
       FD  REFUND-PARM RECORDING MODE F.
       01  REFUND-PARM-CARD.
           05 PARM-DUAL-LIMIT       PIC 9(8).
           05 FILLER                PIC X(72).
      *-----------------------------------------------------------------
       FD  REFUND-LOG RECORDING MODE F.
       01  REFUND-LOG-LINE.
           05 LOG-TRANS-CODE        PIC X.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-ACCOUNT-NO        PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-REFUND-DATE       PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-REFUND-SEQ        PIC 9(2).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-USER-ID           PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-RESULT            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-REASON            PIC X(30).
      *-----------------------------------------------------------------
       FD  RUN-CONTROL RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE     PIC 9(8).
           05 RC-CYCLE-NO          PIC 9(4).
           05 RC-CYCLE-STATUS      PIC X.
           05 RC-RERUN-FLAG        PIC X.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----
       01  CHECK-POINTS.
           05 CHECK-REFUND-MAST  PIC 9(2).
           05 CHECK-REFUND-TRANS PIC 9(2).
           05 CHECK-REFUND-PARM  PIC 9(2).
           05 CHECK-REFUND-LOG   PIC 9(2).
           05 CHECK-RUN-CONTROL  PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC            PIC X VALUE SPACE.
           05 REFUND-FOUND-FLAG  PIC X.
      *----
       01  MAINT-VARIABLES.
           05 TODAY-DATE         PIC 9(8).
           05 DUAL-LIMIT         PIC 9(8) VALUE 0.
      *----
       01  MAINT-TOTALS.
           05 TRANS-READ         PIC 9(6) VALUE 0.
           05 TRANS-APPLIED      PIC 9(6) VALUE 0.
           05 TRANS-REJECTED     PIC 9(6) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT REFUND-TRANS.
           OPEN OUTPUT REFUND-LOG.
           OPEN I-O REFUND-MAST.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-REFUND-PARM.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-REFUND-TRANS NOT EQUAL 97) AND
      -       (CHECK-REFUND-TRANS NOT EQUAL 00)
              DISPLAY 'REFUND TRANSACTIONS CANNOT OPEN'
                      CHECK-REFUND-TRANS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-REFUND-MAST NOT EQUAL 97) AND
      -       (CHECK-REFUND-MAST NOT EQUAL 00) AND
      -       (CHECK-REFUND-MAST NOT EQUAL 05)
              DISPLAY 'REFUND MASTER CANNOT OPEN' CHECK-REFUND-MAST
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-REFUND-LOG NOT EQUAL 97) AND
      -       (CHECK-REFUND-LOG NOT EQUAL 00)
              DISPLAY 'REFUND LOG CANNOT OPEN' CHECK-REFUND-LOG
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM READ-TRANSACTION.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM APPLY-TRANSACTION
              PERFORM READ-TRANSACTION
           END-PERFORM.
           DISPLAY 'REFUND MAINT APPLIED ' TRANS-APPLIED
                   ' REJECTED ' TRANS-REJECTED.
           PERFORM CLOSE-FILES.
       MAIN-END. EXIT.
      *----
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF CHECK-RUN-CONTROL NOT = 00
              DISPLAY 'RUN CONTROL FILE CANNOT OPEN' CHECK-RUN-CONTROL
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           READ RUN-CONTROL
              AT END
                 DISPLAY 'RUN CONTROL FILE IS EMPTY'
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
           END-READ.
           IF RC-BUSINESS-DATE NOT NUMERIC
              DISPLAY 'RUN CONTROL BUSINESS DATE NOT NUMERIC'
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE RC-BUSINESS-DATE TO TODAY-DATE.
           CLOSE RUN-CONTROL.
       READ-RUN-CONTROL-END. EXIT.
      *----
       READ-REFUND-PARM.
           OPEN INPUT REFUND-PARM.
           IF CHECK-REFUND-PARM NOT = 00
              DISPLAY 'REFUND PARM CARD CANNOT OPEN' CHECK-REFUND-PARM
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           READ REFUND-PARM
              AT END
                 DISPLAY 'REFUND PARM CARD IS EMPTY'
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
           END-READ.
           IF PARM-DUAL-LIMIT NOT NUMERIC
              DISPLAY 'REFUND PARM DUAL APPROVAL LIMIT NOT NUMERIC'
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE PARM-DUAL-LIMIT TO DUAL-LIMIT.
           CLOSE REFUND-PARM.
       READ-REFUND-PARM-END. EXIT.
      *----
       READ-TRANSACTION.
           READ REFUND-TRANS
              AT END MOVE 'Y' TO LASTREC
              NOT AT END ADD 1 TO TRANS-READ
           END-READ.
       READ-END. EXIT.
      *----
       APPLY-TRANSACTION.
           PERFORM READ-REFUND-MASTER.
           IF REFUND-FOUND-FLAG NOT = 'Y'
              PERFORM LOG-REJECTED-NOT-FOUND
           ELSE
              IF TRANS-USER-ID = SPACES
                 PERFORM LOG-REJECTED-NO-USER
              ELSE
                 EVALUATE TRANS-CODE
                    WHEN 'A'
                       PERFORM APPROVE-REFUND
                    WHEN 'V'
                       PERFORM VOID-REFUND
                    WHEN 'K'
                       PERFORM CASH-REFUND
                    WHEN OTHER
                       PERFORM LOG-REJECTED-UNKNOWN-CODE
                 END-EVALUATE
              END-IF
           END-IF.
       APPLY-END. EXIT.
      *----
       READ-REFUND-MASTER.
           MOVE 'Y' TO REFUND-FOUND-FLAG.
           MOVE TRANS-ACCOUNT-NO  TO REFM-ACCOUNT-NO.
           MOVE TRANS-REFUND-DATE TO REFM-REFUND-DATE.
           MOVE TRANS-REFUND-SEQ  TO REFM-REFUND-SEQ.
           READ REFUND-MAST
              INVALID KEY MOVE 'N' TO REFUND-FOUND-FLAG
           END-READ.
       READ-REFUND-MASTER-END. EXIT.
      *----
       APPROVE-REFUND.
           IF REFM-STATUS NOT = 'P'
              PERFORM LOG-REJECTED-NOT-PENDING
           ELSE
              IF REFM-APPROVER-1 = SPACES
                 MOVE TRANS-USER-ID TO REFM-APPROVER-1
                 IF REFM-AMOUNT NOT > DUAL-LIMIT
                    MOVE 'A' TO REFM-STATUS
                    MOVE TODAY-DATE TO REFM-APPROVED-DATE
                 END-IF
                 PERFORM REWRITE-REFUND-MASTER
              ELSE
                 IF TRANS-USER-ID = REFM-APPROVER-1
                    PERFORM LOG-REJECTED-SAME-APPROVER
                 ELSE
                    MOVE TRANS-USER-ID TO REFM-APPROVER-2
                    MOVE 'A' TO REFM-STATUS
                    MOVE TODAY-DATE TO REFM-APPROVED-DATE
                    PERFORM REWRITE-REFUND-MASTER
                 END-IF
              END-IF
           END-IF.
       APPROVE-REFUND-END. EXIT.
      *----
       VOID-REFUND.
           IF REFM-STATUS = 'P' OR REFM-STATUS = 'A'
              MOVE 'V' TO REFM-STATUS
              MOVE TRANS-USER-ID TO REFM-VOIDED-BY
              MOVE TODAY-DATE TO REFM-VOIDED-DATE
              PERFORM REWRITE-REFUND-MASTER
           ELSE
              PERFORM LOG-REJECTED-NOT-VOIDABLE
           END-IF.
       VOID-REFUND-END. EXIT.
      *----
       CASH-REFUND.
           IF REFM-STATUS = 'I' OR REFM-STATUS = 'S'
              MOVE 'I' TO REFM-STATUS
              MOVE TODAY-DATE TO REFM-CASHED-DATE
              PERFORM REWRITE-REFUND-MASTER
           ELSE
              PERFORM LOG-REJECTED-NOT-ISSUED
           END-IF.
       CASH-REFUND-END. EXIT.
      *----
       REWRITE-REFUND-MASTER.
           REWRITE REFUND-MASTER-RECORD
              INVALID KEY PERFORM LOG-REJECTED-WRITE-FAILED
              NOT INVALID KEY PERFORM LOG-APPLIED
           END-REWRITE.
       REWRITE-REFUND-MASTER-END. EXIT.
      *----
       LOG-APPLIED.
           MOVE TRANS-CODE        TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO  TO LOG-ACCOUNT-NO.
           MOVE TRANS-REFUND-DATE TO LOG-REFUND-DATE.
           MOVE TRANS-REFUND-SEQ  TO LOG-REFUND-SEQ.
           MOVE TRANS-USER-ID     TO LOG-USER-ID.
           MOVE 'APPLIED'         TO LOG-RESULT.
           IF TRANS-CODE = 'A' AND REFM-STATUS = 'P'
              MOVE 'SECOND APPROVAL REQUIRED' TO LOG-REASON
           ELSE
              MOVE SPACES TO LOG-REASON
           END-IF.
           ADD 1 TO TRANS-APPLIED.
           WRITE REFUND-LOG-LINE.
       LOG-APPLIED-END. EXIT.
      *----
       LOG-REJECTED-NOT-FOUND.
           MOVE 'REFUND NOT FOUND' TO LOG-REASON.
           PERFORM LOG-REJECTED.
       LOG-REJECTED-NOT-FOUND-END. EXIT.
      *----
       LOG-REJECTED-NO-USER.
           MOVE 'USER ID MISSING' TO LOG-REASON.
           PERFORM LOG-REJECTED.
       LOG-REJECTED-NO-USER-END. EXIT.
      *----
       LOG-REJECTED-NOT-PENDING.
           MOVE 'REFUND NOT PENDING' TO LOG-REASON.
           PERFORM LOG-REJECTED.
       LOG-REJECTED-NOT-PENDING-END. EXIT.
      *----
       LOG-REJECTED-SAME-APPROVER.
           MOVE 'SECOND APPROVER MUST DIFFER' TO LOG-REASON.
           PERFORM LOG-REJECTED.
       LOG-REJECTED-SAME-APPROVER-END. EXIT.
      *----
       LOG-REJECTED-NOT-VOIDABLE.
           MOVE 'REFUND ISSUED OR VOIDED' TO LOG-REASON.
           PERFORM LOG-REJECTED.
       LOG-REJECTED-NOT-VOIDABLE-END. EXIT.
      *----
       LOG-REJECTED-NOT-ISSUED.
           MOVE 'REFUND NOT ISSUED' TO LOG-REASON.
           PERFORM LOG-REJECTED.
       LOG-REJECTED-NOT-ISSUED-END. EXIT.
      *----
       LOG-REJECTED-WRITE-FAILED.
           MOVE 'REFUND MASTER WRITE FAILED' TO LOG-REASON.
           PERFORM LOG-REJECTED.
       LOG-REJECTED-WRITE-FAILED-END. EXIT.
      *----
       LOG-REJECTED-UNKNOWN-CODE.
           MOVE 'UNKNOWN TRANSACTION CODE' TO LOG-REASON.
           PERFORM LOG-REJECTED.
       LOG-REJECTED-UNKNOWN-CODE-END. EXIT.
      *----
       LOG-REJECTED.
           MOVE TRANS-CODE        TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO  TO LOG-ACCOUNT-NO.
           MOVE TRANS-REFUND-DATE TO LOG-REFUND-DATE.
           MOVE TRANS-REFUND-SEQ  TO LOG-REFUND-SEQ.
           MOVE TRANS-USER-ID     TO LOG-USER-ID.
           MOVE 'REJECTED'        TO LOG-RESULT.
           ADD 1 TO TRANS-REJECTED.
           WRITE REFUND-LOG-LINE.
       LOG-REJECTED-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE REFUND-TRANS.
           CLOSE REFUND-MAST.
           CLOSE REFUND-LOG.
           GOBACK.
       CLOSE-END. EXIT.
