       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    REFLOAD.
       AUTHOR.        YASAR OKTEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN TO ACCTREC
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS ACCOUNT-NO
                           STATUS CHECK-ACCT-REC.
           SELECT REFUND-FILE ASSIGN TO REFUNDS
                           STATUS CHECK-REFUND-FILE.
           SELECT REFUND-MAST ASSIGN TO REFMAST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS REFM-KEY
                           STATUS CHECK-REFUND-MAST.
           SELECT LOAD-LOG ASSIGN TO REFLDLOG
                           STATUS CHECK-LOAD-LOG.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *-----------------------------------------------------------------
       FD  REFUND-FILE RECORDING MODE F.
       01  REFUND-RECORD.
           05 REFUND-ACCOUNT-NO      PIC X(8).
           05 REFUND-DATE            PIC 9(8).
           05 REFUND-AMOUNT          PIC 9(8).
           05 REFUND-REASON          PIC X(24).
      *-----------------------------------------------------------------
       FD  REFUND-MAST RECORDING MODE F.
           COPY REFUNDREC.
      *-----------------------------------------------------------------
       FD  LOAD-LOG RECORDING MODE F.
       01  LOAD-LOG-LINE.
           05 ACCOUNT-NO-L           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REFUND-DATE-L          PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REFUND-SEQ-L           PIC 9(2).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REFUND-AMOUNT-L        PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOAD-RESULT-L          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOAD-REASON-L          PIC X(30).
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
           05 CHECK-ACCT-REC     PIC 9(2).
           05 CHECK-REFUND-FILE  PIC 9(2).
           05 CHECK-REFUND-MAST  PIC 9(2).
           05 CHECK-LOAD-LOG     PIC 9(2).
           05 CHECK-RUN-CONTROL  PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC            PIC X VALUE SPACE.
           05 SEQ-EOF            PIC X.
           05 ALREADY-LOADED-FLAG PIC X.
      *----
       01  LOAD-VARIABLES.
           05 TODAY-DATE         PIC 9(8).
           05 NEXT-REFUND-SEQ    PIC 9(2).
      *----
       01  LOAD-TOTALS.
           05 REFUNDS-READ       PIC 9(6) VALUE 0.
           05 REFUNDS-LOADED     PIC 9(6) VALUE 0.
           05 REFUNDS-REJECTED   PIC 9(6) VALUE 0.
           05 REFUNDS-SKIPPED    PIC 9(6) VALUE 0.
           05 LOADED-AMOUNT-TOTAL PIC 9(10) VALUE 0.
      *----
       01  LOAD-TRAILER.
           05 FILLER             PIC X(14) VALUE 'REFUNDS READ:'.
           05 REFUNDS-READ-O     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE '  LOADED:'.
           05 REFUNDS-LOADED-O   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE '  REJECTED:'.
           05 REFUNDS-REJECTED-O PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE '  AMOUNT:'.
           05 LOADED-AMOUNT-O    PIC Z,ZZZ,ZZZ,ZZ9.
      *----
       01  LOAD-TRAILER-2.
           05 FILLER             PIC X(16) VALUE 'ALREADY LOADED:'.
           05 REFUNDS-SKIPPED-O  PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT ACCT-REC.
           OPEN INPUT REFUND-FILE.
           OPEN OUTPUT LOAD-LOG.
           OPEN I-O REFUND-MAST.
           IF CHECK-REFUND-MAST = 35
              OPEN OUTPUT REFUND-MAST
              CLOSE REFUND-MAST
              OPEN I-O REFUND-MAST
           END-IF.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-REFUND-FILE NOT EQUAL 97) AND
      -       (CHECK-REFUND-FILE NOT EQUAL 00)
              DISPLAY 'REFUND FILE CANNOT OPEN' CHECK-REFUND-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-LOAD-LOG NOT EQUAL 97) AND
      -       (CHECK-LOAD-LOG NOT EQUAL 00)
              DISPLAY 'REFUND LOAD LOG CANNOT OPEN' CHECK-LOAD-LOG
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
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM READ-REFUND.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM LOAD-REFUND
              PERFORM READ-REFUND
           END-PERFORM.
           PERFORM WRITE-LOAD-TRAILER.
           DISPLAY 'REFUNDS LOADED ' REFUNDS-LOADED
                   ' REJECTED ' REFUNDS-REJECTED
                   ' ALREADY LOADED ' REFUNDS-SKIPPED.
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
       READ-REFUND.
           READ REFUND-FILE
              AT END MOVE 'Y' TO LASTREC
              NOT AT END ADD 1 TO REFUNDS-READ
           END-READ.
       READ-END. EXIT.
      *----
       LOAD-REFUND.
           MOVE SPACES            TO LOAD-LOG-LINE.
           MOVE REFUND-ACCOUNT-NO TO ACCOUNT-NO-L.
           MOVE REFUND-DATE       TO REFUND-DATE-L.
           MOVE REFUND-AMOUNT     TO REFUND-AMOUNT-L.
           MOVE 0                 TO REFUND-SEQ-L.
           IF REFUND-AMOUNT NOT NUMERIC OR REFUND-AMOUNT = 0
              MOVE 'REFUND AMOUNT INVALID' TO LOAD-REASON-L
              PERFORM LOG-REJECTED
           ELSE
              PERFORM FIND-NEXT-SEQ
              EVALUATE TRUE
                 WHEN ALREADY-LOADED-FLAG = 'Y'
                    MOVE 'ALREADY LOADED' TO LOAD-REASON-L
                    PERFORM LOG-SKIPPED
                 WHEN NEXT-REFUND-SEQ = 99
                    MOVE 'TOO MANY REFUNDS FOR DATE' TO LOAD-REASON-L
                    PERFORM LOG-REJECTED
                 WHEN OTHER
                    ADD 1 TO NEXT-REFUND-SEQ
                    PERFORM WRITE-REFUND-MASTER
              END-EVALUATE
           END-IF.
       LOAD-REFUND-END. EXIT.
      *----
      * A refund already on the master for the same account, date,
      * amount and reason is one loaded by an earlier run of this
      * REFUNDS file and is not loaded again.
      *----
       FIND-NEXT-SEQ.
           MOVE 0 TO NEXT-REFUND-SEQ.
           MOVE 'N' TO ALREADY-LOADED-FLAG.
           MOVE 'N' TO SEQ-EOF.
           MOVE REFUND-ACCOUNT-NO TO REFM-ACCOUNT-NO.
           MOVE REFUND-DATE       TO REFM-REFUND-DATE.
           MOVE 0                 TO REFM-REFUND-SEQ.
           START REFUND-MAST KEY NOT < REFM-KEY
              INVALID KEY MOVE 'Y' TO SEQ-EOF
           END-START.
           PERFORM UNTIL SEQ-EOF = 'Y'
              READ REFUND-MAST NEXT
                 AT END MOVE 'Y' TO SEQ-EOF
                 NOT AT END
                    IF REFM-ACCOUNT-NO NOT = REFUND-ACCOUNT-NO OR
                       REFM-REFUND-DATE NOT = REFUND-DATE
                       MOVE 'Y' TO SEQ-EOF
                    ELSE
                       MOVE REFM-REFUND-SEQ TO NEXT-REFUND-SEQ
                       IF REFM-AMOUNT = REFUND-AMOUNT AND
                          REFM-REASON = REFUND-REASON
                          MOVE 'Y' TO ALREADY-LOADED-FLAG
                          MOVE REFM-REFUND-SEQ TO REFUND-SEQ-L
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       FIND-NEXT-SEQ-END. EXIT.
      *----
       WRITE-REFUND-MASTER.
           MOVE REFUND-ACCOUNT-NO TO REFM-ACCOUNT-NO.
           MOVE REFUND-DATE       TO REFM-REFUND-DATE.
           MOVE NEXT-REFUND-SEQ   TO REFM-REFUND-SEQ.
           MOVE REFUND-AMOUNT     TO REFM-AMOUNT.
           MOVE REFUND-REASON     TO REFM-REASON.
           MOVE 'P'               TO REFM-STATUS.
           MOVE TODAY-DATE        TO REFM-LOADED-DATE.
           MOVE SPACES            TO REFM-APPROVER-1.
           MOVE SPACES            TO REFM-APPROVER-2.
           MOVE 0                 TO REFM-APPROVED-DATE.
           MOVE 0                 TO REFM-ISSUED-DATE.
           MOVE SPACES            TO REFM-ISSUED-CURRENCY.
           MOVE 0                 TO REFM-CASHED-DATE.
           MOVE SPACES            TO REFM-VOIDED-BY.
           MOVE 0                 TO REFM-VOIDED-DATE.
           MOVE 0                 TO REFM-STALE-DATE.
           MOVE REFUND-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY
                 MOVE SPACES TO CURRENCY-CODE
                 MOVE SPACES TO ACCT-CUSTOMER-NO
           END-READ.
           MOVE CURRENCY-CODE     TO REFM-CURRENCY-CODE.
           MOVE ACCT-CUSTOMER-NO  TO REFM-CUSTOMER-NO.
           MOVE NEXT-REFUND-SEQ   TO REFUND-SEQ-L.
           WRITE REFUND-MASTER-RECORD
              INVALID KEY
                 MOVE 'REFUND MASTER WRITE FAILED' TO LOAD-REASON-L
                 PERFORM LOG-REJECTED
              NOT INVALID KEY
                 ADD 1 TO REFUNDS-LOADED
                 ADD REFUND-AMOUNT TO LOADED-AMOUNT-TOTAL
                 MOVE 'LOADED' TO LOAD-RESULT-L
                 PERFORM WRITE-LOAD-LOG
           END-WRITE.
       WRITE-REFUND-MASTER-END. EXIT.
      *----
       LOG-REJECTED.
           ADD 1 TO REFUNDS-REJECTED.
           MOVE 'REJECTED' TO LOAD-RESULT-L.
           PERFORM WRITE-LOAD-LOG.
       LOG-REJECTED-END. EXIT.
      *----
       LOG-SKIPPED.
           ADD 1 TO REFUNDS-SKIPPED.
           MOVE 'SKIPPED' TO LOAD-RESULT-L.
           PERFORM WRITE-LOAD-LOG.
       LOG-SKIPPED-END. EXIT.
      *----
       WRITE-LOAD-LOG.
           WRITE LOAD-LOG-LINE.
           IF CHECK-LOAD-LOG NOT = 00
              DISPLAY 'REFUND LOAD LOG WRITE ERROR' CHECK-LOAD-LOG
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-LOAD-LOG-END. EXIT.
      *----
       WRITE-LOAD-TRAILER.
           MOVE REFUNDS-READ        TO REFUNDS-READ-O.
           MOVE REFUNDS-LOADED      TO REFUNDS-LOADED-O.
           MOVE REFUNDS-REJECTED    TO REFUNDS-REJECTED-O.
           MOVE LOADED-AMOUNT-TOTAL TO LOADED-AMOUNT-O.
           MOVE REFUNDS-SKIPPED     TO REFUNDS-SKIPPED-O.
           WRITE LOAD-LOG-LINE FROM LOAD-TRAILER
              AFTER ADVANCING 1 LINES.
           WRITE LOAD-LOG-LINE FROM LOAD-TRAILER-2.
       WRITE-LOAD-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE ACCT-REC.
           CLOSE REFUND-FILE.
           CLOSE REFUND-MAST.
           CLOSE LOAD-LOG.
           GOBACK.
       CLOSE-END. EXIT.
