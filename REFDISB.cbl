       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    REFDISB.
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
           SELECT ACCT-REC ASSIGN TO ACCTREC
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS ACCOUNT-NO
                           STATUS CHECK-ACCT-REC.
           SELECT CUST-MAST ASSIGN TO CUSTMAST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS CUSTOMER-NO
                           STATUS CHECK-CUST-MAST.
           SELECT PAYMENT-INSTRUCTIONS ASSIGN TO PAYINSTR
                           STATUS CHECK-PAYMENT-INSTRUCTIONS.
           SELECT REFUND-GL-FILE ASSIGN TO REFGL
                           STATUS CHECK-REFUND-GL-FILE.
           SELECT DISB-REGISTER ASSIGN TO REFDREG
                           STATUS CHECK-DISB-REGISTER.
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
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *-----------------------------------------------------------------
       FD  CUST-MAST RECORDING MODE F.
           COPY CUSTREC.
      *-----------------------------------------------------------------
       FD  PAYMENT-INSTRUCTIONS RECORDING MODE F.
       01  INSTRUCTION-RECORD.
           05 PI-RECORD-TYPE         PIC X.
           05 PI-REFUND-REF.
              10 PI-ACCOUNT-NO       PIC X(8).
              10 PI-REFUND-DATE      PIC 9(8).
              10 PI-REFUND-SEQ       PIC 9(2).
           05 PI-PAYEE-NAME          PIC X(25).
           05 PI-PAYEE-ADDRESS       PIC X(30).
           05 PI-AMOUNT              PIC 9(8).
           05 PI-CURRENCY-CODE       PIC X(3).
           05 PI-VALUE-DATE          PIC 9(8).
       01  INSTRUCTION-HEADER.
           05 IH-RECORD-TYPE         PIC X.
           05 IH-FILE-DATE           PIC 9(8).
           05 IH-ORIGINATOR          PIC X(20).
           05 FILLER                 PIC X(64).
       01  INSTRUCTION-TRAILER.
           05 IT-RECORD-TYPE         PIC X.
           05 IT-RECORD-COUNT        PIC 9(6).
           05 IT-AMOUNT-TOTAL        PIC 9(12).
           05 FILLER                 PIC X(74).
      *-----------------------------------------------------------------
       FD  REFUND-GL-FILE RECORDING MODE F.
       01  REFUND-GL-LINE.
           05 ACCOUNT-NO-RG          PIC X(8).
           05 ISSUE-DATE-RG          PIC 9(8).
           05 REFUND-AMOUNT-RG       PIC 9(8).
           05 CURRENCY-CODE-RG       PIC X(3).
      *-----------------------------------------------------------------
       FD  DISB-REGISTER RECORDING MODE F.
       01  DISB-LINE.
           05 ACCOUNT-NO-D           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REFUND-DATE-D          PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REFUND-SEQ-D           PIC 9(2).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PAYEE-NAME-D           PIC X(25).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AMOUNT-D               PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CURRENCY-CODE-D        PIC X(3).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DISB-RESULT-D          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DISB-REASON-D          PIC X(30).
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
           05 CHECK-REFUND-MAST      PIC 9(2).
           05 CHECK-ACCT-REC         PIC 9(2).
           05 CHECK-CUST-MAST        PIC 9(2).
           05 CHECK-PAYMENT-INSTRUCTIONS PIC 9(2).
           05 CHECK-REFUND-GL-FILE   PIC 9(2).
           05 CHECK-DISB-REGISTER    PIC 9(2).
           05 CHECK-RUN-CONTROL      PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC                PIC X VALUE SPACE.
           05 REFUND-VALID-FLAG      PIC X.
      *----
       01  DISB-VARIABLES.
           05 TODAY-DATE             PIC 9(8).
           05 DISB-RESULT            PIC X(08).
           05 DISB-REASON            PIC X(30).
      *----
       01  DISB-TOTALS.
           05 REFUNDS-ISSUED         PIC 9(6) VALUE 0.
           05 REFUNDS-HELD           PIC 9(6) VALUE 0.
           05 ISSUED-AMOUNT-TOTAL    PIC 9(12) VALUE 0.
      *----
       01  DISB-HEADER.
           05 FILLER                 PIC X(24)
                                     VALUE 'REFUND DISBURSEMENT   '.
           05 FILLER                 PIC X(15) VALUE 'BUSINESS DATE '.
           05 BUSINESS-DATE-H        PIC 9(8).
      *----
       01  DISB-TRAILER.
           05 FILLER                 PIC X(08) VALUE 'ISSUED:'.
           05 REFUNDS-ISSUED-O       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(08) VALUE '  HELD:'.
           05 REFUNDS-HELD-O         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE '  AMOUNT:'.
           05 ISSUED-AMOUNT-O        PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN I-O REFUND-MAST.
           OPEN INPUT ACCT-REC.
           OPEN INPUT CUST-MAST.
           OPEN OUTPUT PAYMENT-INSTRUCTIONS.
           OPEN OUTPUT REFUND-GL-FILE.
           OPEN OUTPUT DISB-REGISTER.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-REFUND-MAST NOT EQUAL 97) AND
      -       (CHECK-REFUND-MAST NOT EQUAL 00) AND
      -       (CHECK-REFUND-MAST NOT EQUAL 05)
              DISPLAY 'REFUND MASTER CANNOT OPEN' CHECK-REFUND-MAST
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-CUST-MAST NOT EQUAL 97) AND
      -       (CHECK-CUST-MAST NOT EQUAL 00)
              DISPLAY 'CUSTOMER MASTER CANNOT OPEN' CHECK-CUST-MAST
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-PAYMENT-INSTRUCTIONS NOT EQUAL 97) AND
      -       (CHECK-PAYMENT-INSTRUCTIONS NOT EQUAL 00)
              DISPLAY 'PAYMENT INSTRUCTION FILE CANNOT OPEN'
                      CHECK-PAYMENT-INSTRUCTIONS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-REFUND-GL-FILE NOT EQUAL 97) AND
      -       (CHECK-REFUND-GL-FILE NOT EQUAL 00)
              DISPLAY 'REFUND GL FILE CANNOT OPEN' CHECK-REFUND-GL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-DISB-REGISTER NOT EQUAL 97) AND
      -       (CHECK-DISB-REGISTER NOT EQUAL 00)
              DISPLAY 'DISBURSEMENT REGISTER CANNOT OPEN'
                      CHECK-DISB-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM WRITE-HEADERS.
           MOVE LOW-VALUES TO REFM-KEY.
           START REFUND-MAST KEY NOT < REFM-KEY
              INVALID KEY MOVE 'Y' TO LASTREC
           END-START.
           PERFORM UNTIL LASTREC = 'Y'
              READ REFUND-MAST NEXT
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    IF REFM-STATUS = 'A'
                       PERFORM DISBURSE-REFUND
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-TRAILERS.
           DISPLAY 'REFUNDS ISSUED ' REFUNDS-ISSUED
                   ' HELD ' REFUNDS-HELD.
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
       DISBURSE-REFUND.
           MOVE 'Y' TO REFUND-VALID-FLAG.
           MOVE SPACES TO DISB-REASON.
           MOVE SPACES TO CUSTOMER-NAME.
           MOVE SPACES TO CURRENCY-CODE.
           MOVE REFM-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY
                 PERFORM USE-LOADED-ACCOUNT
           END-READ.
           IF REFUND-VALID-FLAG = 'Y'
              IF ACCT-CUSTOMER-NO = SPACES
                 MOVE 'N' TO REFUND-VALID-FLAG
                 MOVE 'NO CUSTOMER ON ACCOUNT' TO DISB-REASON
              ELSE
                 MOVE ACCT-CUSTOMER-NO TO CUSTOMER-NO
                 READ CUST-MAST
                    INVALID KEY
                       MOVE 'N' TO REFUND-VALID-FLAG
                       MOVE 'CUSTOMER NOT ON MASTER' TO DISB-REASON
                 END-READ
              END-IF
           END-IF.
           IF REFUND-VALID-FLAG = 'Y' AND CUSTOMER-ADDRESS = SPACES
              MOVE 'N' TO REFUND-VALID-FLAG
              MOVE 'NO PAYEE ADDRESS' TO DISB-REASON
           END-IF.
           IF REFUND-VALID-FLAG = 'Y'
              PERFORM WRITE-INSTRUCTION
              PERFORM WRITE-REFUND-GL
              MOVE 'I'           TO REFM-STATUS
              MOVE TODAY-DATE    TO REFM-ISSUED-DATE
              MOVE CURRENCY-CODE TO REFM-ISSUED-CURRENCY
              REWRITE REFUND-MASTER-RECORD
                 INVALID KEY
                    DISPLAY 'REFUND MASTER REWRITE ERROR '
                            REFM-ACCOUNT-NO
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
              ADD 1 TO REFUNDS-ISSUED
              ADD REFM-AMOUNT TO ISSUED-AMOUNT-TOTAL
              MOVE 'ISSUED' TO DISB-RESULT
           ELSE
              ADD 1 TO REFUNDS-HELD
              MOVE 'HELD' TO DISB-RESULT
           END-IF.
           PERFORM WRITE-DISB-LINE.
       DISBURSE-REFUND-END. EXIT.
      *----
      * The account has been purged since the refund was raised; pay
      * it with the currency and customer held on the refund master.
      *----
       USE-LOADED-ACCOUNT.
           IF REFM-CURRENCY-CODE = SPACES OR
              REFM-CURRENCY-CODE = LOW-VALUES
              MOVE 'N' TO REFUND-VALID-FLAG
              MOVE 'ACCOUNT NOT ON MASTER' TO DISB-REASON
           ELSE
              MOVE REFM-CURRENCY-CODE TO CURRENCY-CODE
              MOVE REFM-CUSTOMER-NO   TO ACCT-CUSTOMER-NO
           END-IF.
       USE-LOADED-ACCOUNT-END. EXIT.
      *----
       WRITE-INSTRUCTION.
           MOVE 'D'              TO PI-RECORD-TYPE.
           MOVE REFM-ACCOUNT-NO  TO PI-ACCOUNT-NO.
           MOVE REFM-REFUND-DATE TO PI-REFUND-DATE.
           MOVE REFM-REFUND-SEQ  TO PI-REFUND-SEQ.
           MOVE CUSTOMER-NAME    TO PI-PAYEE-NAME.
           MOVE CUSTOMER-ADDRESS TO PI-PAYEE-ADDRESS.
           MOVE REFM-AMOUNT      TO PI-AMOUNT.
           MOVE CURRENCY-CODE    TO PI-CURRENCY-CODE.
           MOVE TODAY-DATE       TO PI-VALUE-DATE.
           WRITE INSTRUCTION-RECORD.
           IF CHECK-PAYMENT-INSTRUCTIONS NOT = 00
              DISPLAY 'PAYMENT INSTRUCTION WRITE ERROR'
                      CHECK-PAYMENT-INSTRUCTIONS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-INSTRUCTION-END. EXIT.
      *----
       WRITE-REFUND-GL.
           MOVE REFM-ACCOUNT-NO TO ACCOUNT-NO-RG.
           MOVE TODAY-DATE      TO ISSUE-DATE-RG.
           MOVE REFM-AMOUNT     TO REFUND-AMOUNT-RG.
           MOVE CURRENCY-CODE   TO CURRENCY-CODE-RG.
           WRITE REFUND-GL-LINE.
           IF CHECK-REFUND-GL-FILE NOT = 00
              DISPLAY 'REFUND GL WRITE ERROR' CHECK-REFUND-GL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-REFUND-GL-END. EXIT.
      *----
       WRITE-DISB-LINE.
           MOVE SPACES           TO DISB-LINE.
           MOVE DISB-RESULT      TO DISB-RESULT-D.
           MOVE REFM-ACCOUNT-NO  TO ACCOUNT-NO-D.
           MOVE REFM-REFUND-DATE TO REFUND-DATE-D.
           MOVE REFM-REFUND-SEQ  TO REFUND-SEQ-D.
           MOVE CUSTOMER-NAME    TO PAYEE-NAME-D.
           MOVE REFM-AMOUNT      TO AMOUNT-D.
           MOVE CURRENCY-CODE    TO CURRENCY-CODE-D.
           MOVE DISB-REASON      TO DISB-REASON-D.
           WRITE DISB-LINE.
           IF CHECK-DISB-REGISTER NOT = 00
              DISPLAY 'DISBURSEMENT REGISTER WRITE ERROR'
                      CHECK-DISB-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-DISB-LINE-END. EXIT.
      *----
       WRITE-HEADERS.
           MOVE TODAY-DATE TO BUSINESS-DATE-H.
           WRITE DISB-LINE FROM DISB-HEADER.
           MOVE SPACES TO INSTRUCTION-HEADER.
           MOVE 'H'        TO IH-RECORD-TYPE.
           MOVE TODAY-DATE TO IH-FILE-DATE.
           MOVE 'LOAN REFUNDS' TO IH-ORIGINATOR.
           WRITE INSTRUCTION-HEADER.
           IF CHECK-PAYMENT-INSTRUCTIONS NOT = 00
              DISPLAY 'PAYMENT INSTRUCTION WRITE ERROR'
                      CHECK-PAYMENT-INSTRUCTIONS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-HEADERS-END. EXIT.
      *----
       WRITE-TRAILERS.
           MOVE SPACES TO INSTRUCTION-TRAILER.
           MOVE 'T'                 TO IT-RECORD-TYPE.
           MOVE REFUNDS-ISSUED      TO IT-RECORD-COUNT.
           MOVE ISSUED-AMOUNT-TOTAL TO IT-AMOUNT-TOTAL.
           WRITE INSTRUCTION-TRAILER.
           IF CHECK-PAYMENT-INSTRUCTIONS NOT = 00
              DISPLAY 'PAYMENT INSTRUCTION WRITE ERROR'
                      CHECK-PAYMENT-INSTRUCTIONS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE REFUNDS-ISSUED      TO REFUNDS-ISSUED-O.
           MOVE REFUNDS-HELD        TO REFUNDS-HELD-O.
           MOVE ISSUED-AMOUNT-TOTAL TO ISSUED-AMOUNT-O.
           WRITE DISB-LINE FROM DISB-TRAILER
              AFTER ADVANCING 1 LINES.
       WRITE-TRAILERS-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE REFUND-MAST.
           CLOSE ACCT-REC.
           CLOSE CUST-MAST.
           CLOSE PAYMENT-INSTRUCTIONS.
           CLOSE REFUND-GL-FILE.
           CLOSE DISB-REGISTER.
           GOBACK.
       CLOSE-END. EXIT.
