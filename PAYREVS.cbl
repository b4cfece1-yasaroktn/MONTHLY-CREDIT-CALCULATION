       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PAYREVS.
       AUTHOR.        YASAR OKTEN.
      *-----------------------------------------------------------------
      * Reversal entries are added to the day's PAYGL and FEEGL, which
      * PAYPOST and FEEASSES create, so PAYREVS runs after both.
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
           SELECT RETURN-ITEMS ASSIGN TO RETITEMS
                           STATUS CHECK-RETURN-ITEMS.
           SELECT REVS-PARM ASSIGN TO RVSPARM
                           STATUS CHECK-REVS-PARM.
           SELECT PAY-HISTORY ASSIGN TO PAYHIST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS PH-KEY
                           STATUS CHECK-PAY-HISTORY.
           SELECT FEE-HISTORY ASSIGN TO FEEHIST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS FEE-ACCOUNT-NO
                           STATUS CHECK-FEE-HISTORY.
           SELECT QUOTE-FILE ASSIGN TO QUOTEFIL
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS QUOTE-ACCOUNT-NO
                           STATUS CHECK-QUOTE-FILE.
           SELECT REFUND-MAST ASSIGN TO REFMAST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS REFM-KEY
                           STATUS CHECK-REFUND-MAST.
           SELECT PAY-GL-FILE ASSIGN TO PAYGL
                           STATUS CHECK-PAY-GL-FILE.
           SELECT FEE-GL-FILE ASSIGN TO FEEGL
                           STATUS CHECK-FEE-GL-FILE.
           SELECT REVERSAL-REGISTER ASSIGN TO RVSREG
                           STATUS CHECK-REVERSAL-REGISTER.
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
       FD  RETURN-ITEMS RECORDING MODE F.
       01  RETURN-ITEM-RECORD.
           05 RET-ACCOUNT-NO         PIC X(8).
           05 RET-PAY-DATE           PIC 9(8).
           05 RET-PAY-AMOUNT         PIC 9(8).
           05 RET-REASON             PIC X(24).
      *-----------------------------------------------------------------
       FD  REVS-PARM RECORDING MODE F.
       01  REVS-PARM-CARD.
           05 PARM-RETURN-FEE        PIC 9(8).
           05 FILLER                 PIC X(72).
      *-----------------------------------------------------------------
       FD  PAY-HISTORY RECORDING MODE F.
           COPY PAYHIST.
      *-----------------------------------------------------------------
       FD  FEE-HISTORY RECORDING MODE F.
           COPY FEEHIST.
      *-----------------------------------------------------------------
       FD  QUOTE-FILE RECORDING MODE F.
           COPY QUOTEREC.
      *-----------------------------------------------------------------
       FD  REFUND-MAST RECORDING MODE F.
           COPY REFUNDREC.
      *-----------------------------------------------------------------
       FD  PAY-GL-FILE RECORDING MODE F.
           COPY PAYGL.
      *-----------------------------------------------------------------
       FD  FEE-GL-FILE RECORDING MODE F.
       01  FEE-GL-LINE.
           05 ACCOUNT-NO-FG          PIC X(8).
           05 FEE-AMOUNT-FG          PIC 9(8).
           05 FEE-CYCLE-FG           PIC 9(6).
      *-----------------------------------------------------------------
       FD  REVERSAL-REGISTER RECORDING MODE F.
       01  REVERSAL-LINE.
           05 ACCOUNT-NO-V           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LAST-NAME-V            PIC X(15).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PAY-DATE-V             PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PAY-AMOUNT-V           PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FEE-PAID-V             PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INT-PAID-V             PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PRIN-PAID-V            PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RETURN-FEE-V           PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 NEW-DEBIT-V            PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REVERSAL-RESULT-V      PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REVERSAL-REASON-V      PIC X(24).
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
           05 CHECK-ACCT-REC         PIC 9(2).
           05 CHECK-RETURN-ITEMS     PIC 9(2).
           05 CHECK-REVS-PARM        PIC 9(2).
           05 CHECK-PAY-HISTORY      PIC 9(2).
           05 CHECK-FEE-HISTORY      PIC 9(2).
           05 CHECK-QUOTE-FILE       PIC 9(2).
           05 CHECK-REFUND-MAST      PIC 9(2).
           05 CHECK-PAY-GL-FILE      PIC 9(2).
           05 CHECK-FEE-GL-FILE      PIC 9(2).
           05 CHECK-REVERSAL-REGISTER PIC 9(2).
           05 CHECK-RUN-CONTROL      PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC                PIC X VALUE SPACE.
           05 HISTORY-EOF            PIC X.
           05 HISTORY-FOUND-FLAG     PIC X.
           05 ITEM-VALID-FLAG        PIC X.
           05 FEE-FOUND-FLAG         PIC X.
           05 REFUND-EOF             PIC X.
           05 REFUND-VOIDED-FLAG     PIC X.
      *----
       01  REVERSAL-VARIABLES.
           05 TODAY-DATE             PIC 9(8).
           05 RETURN-FEE             PIC 9(8) VALUE 0.
           05 FEE-RESTORE-AMOUNT     PIC 9(8).
           05 REVERSAL-REASON        PIC X(24).
      *----
       01  REVERSAL-TOTALS.
           05 ITEMS-READ             PIC 9(6) VALUE 0.
           05 ITEMS-REVERSED         PIC 9(6) VALUE 0.
           05 ITEMS-REJECTED         PIC 9(6) VALUE 0.
           05 ACCOUNTS-REOPENED      PIC 9(6) VALUE 0.
           05 REFUNDS-VOIDED         PIC 9(6) VALUE 0.
           05 REVERSED-AMOUNT-TOTAL  PIC 9(10) VALUE 0.
           05 RETURN-FEES-TOTAL      PIC 9(10) VALUE 0.
      *----
       01  REVERSAL-HEADER.
           05 FILLER                 PIC X(30)
                                  VALUE 'RETURNED PAYMENT REVERSALS  '.
           05 FILLER                 PIC X(15) VALUE 'BUSINESS DATE '.
           05 BUSINESS-DATE-H        PIC 9(8).
           05 FILLER                 PIC X(14) VALUE '  RETURN FEE '.
           05 RETURN-FEE-H           PIC Z,ZZZ,ZZ9.
      *----
       01  REVERSAL-TRAILER.
           05 FILLER                 PIC X(12) VALUE 'ITEMS READ:'.
           05 ITEMS-READ-O           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  REVERSED:'.
           05 ITEMS-REVERSED-O       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  REJECTED:'.
           05 ITEMS-REJECTED-O       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  REOPENED:'.
           05 ACCOUNTS-REOPENED-O    PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(18)
                                     VALUE '  REFUNDS VOIDED:'.
           05 REFUNDS-VOIDED-O       PIC ZZZ,ZZ9.
      *----
       01  AMOUNT-TRAILER.
           05 FILLER                 PIC X(16) VALUE 'REVERSED AMOUNT:'.
           05 REVERSED-AMOUNT-O      PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(15) VALUE '  RETURN FEES:'.
           05 RETURN-FEES-O          PIC Z,ZZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT RETURN-ITEMS.
           OPEN OUTPUT REVERSAL-REGISTER.
           OPEN I-O ACCT-REC.
           OPEN I-O PAY-HISTORY.
           IF CHECK-PAY-HISTORY = 35
              OPEN OUTPUT PAY-HISTORY
              CLOSE PAY-HISTORY
              OPEN I-O PAY-HISTORY
           END-IF.
           OPEN I-O FEE-HISTORY.
           IF CHECK-FEE-HISTORY = 35
              OPEN OUTPUT FEE-HISTORY
              CLOSE FEE-HISTORY
              OPEN I-O FEE-HISTORY
           END-IF.
           OPEN I-O QUOTE-FILE.
           IF CHECK-QUOTE-FILE = 35
              OPEN OUTPUT QUOTE-FILE
              CLOSE QUOTE-FILE
              OPEN I-O QUOTE-FILE
           END-IF.
           OPEN I-O REFUND-MAST.
           IF CHECK-REFUND-MAST = 35
              OPEN OUTPUT REFUND-MAST
              CLOSE REFUND-MAST
              OPEN I-O REFUND-MAST
           END-IF.
           OPEN EXTEND PAY-GL-FILE.
           IF CHECK-PAY-GL-FILE = 35
              OPEN OUTPUT PAY-GL-FILE
           END-IF.
           OPEN EXTEND FEE-GL-FILE.
           IF CHECK-FEE-GL-FILE = 35
              OPEN OUTPUT FEE-GL-FILE
           END-IF.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-REVS-PARM.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-RETURN-ITEMS NOT EQUAL 97) AND
      -       (CHECK-RETURN-ITEMS NOT EQUAL 00)
              DISPLAY 'RETURNED ITEMS FILE CANNOT OPEN'
                      CHECK-RETURN-ITEMS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-REVERSAL-REGISTER NOT EQUAL 97) AND
      -       (CHECK-REVERSAL-REGISTER NOT EQUAL 00)
              DISPLAY 'REVERSAL REGISTER CANNOT OPEN'
                      CHECK-REVERSAL-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00) AND
      -       (CHECK-ACCT-REC NOT EQUAL 05)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
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
           IF (CHECK-FEE-HISTORY NOT EQUAL 97) AND
      -       (CHECK-FEE-HISTORY NOT EQUAL 00) AND
      -       (CHECK-FEE-HISTORY NOT EQUAL 05)
              DISPLAY 'FEE HISTORY CANNOT OPEN' CHECK-FEE-HISTORY
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-QUOTE-FILE NOT EQUAL 97) AND
      -       (CHECK-QUOTE-FILE NOT EQUAL 00) AND
      -       (CHECK-QUOTE-FILE NOT EQUAL 05)
              DISPLAY 'QUOTE FILE CANNOT OPEN' CHECK-QUOTE-FILE
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
           IF (CHECK-PAY-GL-FILE NOT EQUAL 97) AND
      -       (CHECK-PAY-GL-FILE NOT EQUAL 00)
              DISPLAY 'PAYMENT GL FILE CANNOT OPEN' CHECK-PAY-GL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-FEE-GL-FILE NOT EQUAL 97) AND
      -       (CHECK-FEE-GL-FILE NOT EQUAL 00)
              DISPLAY 'FEE GL FILE CANNOT OPEN' CHECK-FEE-GL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM WRITE-REVERSAL-HEADER.
           PERFORM READ-RETURN-ITEM.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM PROCESS-RETURN-ITEM
              PERFORM READ-RETURN-ITEM
           END-PERFORM.
           PERFORM WRITE-REVERSAL-TRAILER.
           DISPLAY 'RETURNED ITEMS REVERSED ' ITEMS-REVERSED
                   ' REJECTED ' ITEMS-REJECTED.
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
       READ-REVS-PARM.
           OPEN INPUT REVS-PARM.
           IF CHECK-REVS-PARM NOT = 00
              DISPLAY 'REVERSAL PARM CARD CANNOT OPEN' CHECK-REVS-PARM
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           READ REVS-PARM
              AT END
                 DISPLAY 'REVERSAL PARM CARD IS EMPTY'
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
           END-READ.
           IF PARM-RETURN-FEE NOT NUMERIC
              DISPLAY 'REVERSAL PARM RETURN FEE NOT NUMERIC'
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE PARM-RETURN-FEE TO RETURN-FEE.
           CLOSE REVS-PARM.
       READ-REVS-PARM-END. EXIT.
      *----
       READ-RETURN-ITEM.
           READ RETURN-ITEMS
              AT END MOVE 'Y' TO LASTREC
              NOT AT END ADD 1 TO ITEMS-READ
           END-READ.
       READ-END. EXIT.
      *----
       PROCESS-RETURN-ITEM.
           MOVE 'Y' TO ITEM-VALID-FLAG.
           MOVE SPACES TO REVERSAL-REASON.
           PERFORM FIND-ORIGINAL-POSTING.
           IF HISTORY-FOUND-FLAG NOT = 'Y'
              MOVE 'N' TO ITEM-VALID-FLAG
              MOVE 'ORIGINAL POSTING NOT FND' TO REVERSAL-REASON
           END-IF.
           IF ITEM-VALID-FLAG = 'Y'
              MOVE RET-ACCOUNT-NO TO ACCOUNT-NO
              READ ACCT-REC
                 INVALID KEY
                    MOVE 'N' TO ITEM-VALID-FLAG
                    MOVE 'ACCOUNT NOT ON MASTER' TO REVERSAL-REASON
              END-READ
           END-IF.
           IF ITEM-VALID-FLAG = 'Y'
              PERFORM REVERSE-ACCOUNT
           END-IF.
           IF ITEM-VALID-FLAG = 'Y'
              PERFORM RESTORE-FEE-HISTORY
              IF PH-QUOTE-FLAG = 'Y'
                 PERFORM RESTORE-QUOTE
              END-IF
              MOVE 'N' TO REFUND-VOIDED-FLAG
              IF PH-REFUND-AMOUNT > 0
                 PERFORM VOID-OVERPAYMENT-REFUND
              END-IF
              PERFORM MARK-HISTORY-REVERSED
              PERFORM WRITE-REVERSAL-GL
              IF RETURN-FEE > 0
                 PERFORM WRITE-RETURN-FEE-GL
              END-IF
              ADD 1 TO ITEMS-REVERSED
              ADD PH-POSTED-AMOUNT TO REVERSED-AMOUNT-TOTAL
              ADD RETURN-FEE TO RETURN-FEES-TOTAL
              PERFORM WRITE-REVERSAL-LINE
           ELSE
              PERFORM WRITE-REJECTED-LINE
           END-IF.
       PROCESS-RETURN-ITEM-END. EXIT.
      *----
       FIND-ORIGINAL-POSTING.
           MOVE 'N' TO HISTORY-FOUND-FLAG.
           MOVE 'N' TO HISTORY-EOF.
           MOVE RET-ACCOUNT-NO TO PH-ACCOUNT-NO.
           MOVE 0 TO PH-POST-DATE.
           MOVE 0 TO PH-POST-SEQ.
           START PAY-HISTORY KEY NOT < PH-KEY
              INVALID KEY MOVE 'Y' TO HISTORY-EOF
           END-START.
           PERFORM UNTIL HISTORY-EOF = 'Y'
              READ PAY-HISTORY NEXT
                 AT END MOVE 'Y' TO HISTORY-EOF
                 NOT AT END
                    IF PH-ACCOUNT-NO NOT = RET-ACCOUNT-NO
                       MOVE 'Y' TO HISTORY-EOF
                    ELSE
                       IF PH-STATUS = 'P' AND
                          PH-PAY-DATE = RET-PAY-DATE AND
                          PH-TENDER-AMOUNT = RET-PAY-AMOUNT
                          MOVE 'Y' TO HISTORY-FOUND-FLAG
                          MOVE 'Y' TO HISTORY-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       FIND-ORIGINAL-POSTING-END. EXIT.
      *----
       REVERSE-ACCOUNT.
           COMPUTE DEBIT = DEBIT + PH-FEE-PAID + PH-PRINCIPAL-PAID
              + RETURN-FEE
              ON SIZE ERROR
                 MOVE 'N' TO ITEM-VALID-FLAG
                 MOVE 'BALANCE OVERFLOW' TO REVERSAL-REASON
           END-COMPUTE.
           IF ITEM-VALID-FLAG = 'Y'
              IF PH-ENTRY-TYPE = 'C'
                 IF RECOVERED-AMOUNT NUMERIC AND
                    RECOVERED-AMOUNT > PH-PRINCIPAL-PAID
                    SUBTRACT PH-PRINCIPAL-PAID FROM RECOVERED-AMOUNT
                 ELSE
                    MOVE 0 TO RECOVERED-AMOUNT
                 END-IF
              ELSE
                 IF PRINCIPAL-PAID NUMERIC AND
                    PRINCIPAL-PAID > PH-PRINCIPAL-PAID
                    SUBTRACT PH-PRINCIPAL-PAID FROM PRINCIPAL-PAID
                 ELSE
                    MOVE 0 TO PRINCIPAL-PAID
                 END-IF
              END-IF
              IF LAST-PAYMENT-DATE = PH-PAY-DATE
                 MOVE PH-PRIOR-PAYMENT-DATE TO LAST-PAYMENT-DATE
              END-IF
              IF PH-CLOSED-FLAG = 'Y' AND ACCOUNT-STATUS = 'C'
                 MOVE 'O' TO ACCOUNT-STATUS
                 MOVE PH-PRIOR-INSTALLMENTS TO INSTALLMENTS-REMAINING
                 ADD 1 TO ACCOUNTS-REOPENED
              ELSE
                 IF PH-INSTALLMENT-TAKEN = 'Y' AND
                    INSTALLMENTS-REMAINING NUMERIC
                    ADD 1 TO INSTALLMENTS-REMAINING
                       ON SIZE ERROR CONTINUE
                    END-ADD
                 END-IF
              END-IF
              IF PH-ACCRUAL-RELIEVED NUMERIC AND
                 PH-ACCRUAL-RELIEVED > 0 AND
                 ACCOUNT-STATUS NOT = 'W'
                 IF INTEREST-ACCRUED NOT NUMERIC
                    MOVE 0 TO INTEREST-ACCRUED
                 END-IF
                 ADD PH-ACCRUAL-RELIEVED TO INTEREST-ACCRUED
                    ON SIZE ERROR CONTINUE
                 END-ADD
              END-IF
              REWRITE ACCT-VARIABLES
                 INVALID KEY
                    MOVE 'N' TO ITEM-VALID-FLAG
                    MOVE 'ACCOUNT MASTER REWRITE' TO REVERSAL-REASON
              END-REWRITE
           END-IF.
       REVERSE-ACCOUNT-END. EXIT.
      *----
       RESTORE-FEE-HISTORY.
           COMPUTE FEE-RESTORE-AMOUNT = PH-FEE-PAID + RETURN-FEE.
           IF FEE-RESTORE-AMOUNT > 0 AND ACCOUNT-STATUS NOT = 'W'
              MOVE 'Y' TO FEE-FOUND-FLAG
              MOVE RET-ACCOUNT-NO TO FEE-ACCOUNT-NO
              READ FEE-HISTORY
                 INVALID KEY MOVE 'N' TO FEE-FOUND-FLAG
              END-READ
              IF FEE-FOUND-FLAG = 'Y'
                 IF FEE-UNPAID-AMOUNT NOT NUMERIC
                    MOVE 0 TO FEE-UNPAID-AMOUNT
                 END-IF
                 ADD FEE-RESTORE-AMOUNT TO FEE-UNPAID-AMOUNT
                    ON SIZE ERROR CONTINUE
                 END-ADD
                 REWRITE FEE-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY 'FEE HISTORY REWRITE ERROR '
                               FEE-ACCOUNT-NO
                       MOVE 8 TO RETURN-CODE
                 END-REWRITE
              ELSE
                 MOVE 0 TO FEE-LAST-CYCLE
                 MOVE 0 TO FEE-LAST-DATE
                 MOVE 0 TO FEE-LAST-AMOUNT
                 MOVE FEE-RESTORE-AMOUNT TO FEE-UNPAID-AMOUNT
                 WRITE FEE-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY 'FEE HISTORY WRITE ERROR '
                               FEE-ACCOUNT-NO
                       MOVE 8 TO RETURN-CODE
                 END-WRITE
              END-IF
           END-IF.
       RESTORE-FEE-HISTORY-END. EXIT.
      *----
       RESTORE-QUOTE.
           MOVE RET-ACCOUNT-NO TO QUOTE-ACCOUNT-NO.
           READ QUOTE-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF QUOTE-STATUS = 'U'
                    MOVE 'O' TO QUOTE-STATUS
                    REWRITE QUOTE-RECORD
                       INVALID KEY
                          DISPLAY 'QUOTE FILE REWRITE ERROR '
                                  QUOTE-ACCOUNT-NO
                          MOVE 8 TO RETURN-CODE
                    END-REWRITE
                 END-IF
           END-READ.
       RESTORE-QUOTE-END. EXIT.
      *----
       VOID-OVERPAYMENT-REFUND.
           MOVE 'N' TO REFUND-EOF.
           MOVE RET-ACCOUNT-NO TO REFM-ACCOUNT-NO.
           MOVE PH-PAY-DATE    TO REFM-REFUND-DATE.
           MOVE 0              TO REFM-REFUND-SEQ.
           START REFUND-MAST KEY NOT < REFM-KEY
              INVALID KEY MOVE 'Y' TO REFUND-EOF
           END-START.
           PERFORM UNTIL REFUND-EOF = 'Y'
              READ REFUND-MAST NEXT
                 AT END MOVE 'Y' TO REFUND-EOF
                 NOT AT END
                    IF REFM-ACCOUNT-NO NOT = RET-ACCOUNT-NO OR
                       REFM-REFUND-DATE NOT = PH-PAY-DATE
                       MOVE 'Y' TO REFUND-EOF
                    ELSE
                       IF (REFM-STATUS = 'P' OR REFM-STATUS = 'A') AND
                          REFM-AMOUNT = PH-REFUND-AMOUNT
                          MOVE 'V'        TO REFM-STATUS
                          MOVE 'PAYREVS'  TO REFM-VOIDED-BY
                          MOVE TODAY-DATE TO REFM-VOIDED-DATE
                          REWRITE REFUND-MASTER-RECORD
                             INVALID KEY
                                DISPLAY 'REFUND MASTER REWRITE ERROR '
                                        REFM-ACCOUNT-NO
                                MOVE 8 TO RETURN-CODE
                             NOT INVALID KEY
                                MOVE 'Y' TO REFUND-VOIDED-FLAG
                                ADD 1 TO REFUNDS-VOIDED
                          END-REWRITE
                          MOVE 'Y' TO REFUND-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       VOID-OVERPAYMENT-REFUND-END. EXIT.
      *----
       MARK-HISTORY-REVERSED.
           MOVE 'R' TO PH-STATUS.
           MOVE TODAY-DATE TO PH-REVERSED-DATE.
           REWRITE PAY-HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'PAYMENT HISTORY REWRITE ERROR ' PH-ACCOUNT-NO
                 MOVE 8 TO RETURN-CODE
           END-REWRITE.
       MARK-HISTORY-REVERSED-END. EXIT.
      *----
       WRITE-REVERSAL-GL.
           MOVE RET-ACCOUNT-NO       TO ACCOUNT-NO-PG.
           MOVE TODAY-DATE           TO PAY-DATE-PG.
           MOVE PH-FEE-PAID          TO FEE-PAID-PG.
           MOVE PH-INTEREST-PAID     TO INTEREST-PAID-PG.
           MOVE PH-PRINCIPAL-PAID    TO PRINCIPAL-PAID-PG.
           MOVE 'R'                  TO ENTRY-TYPE-PG.
           WRITE PAY-GL-LINE.
           IF CHECK-PAY-GL-FILE NOT = 00
              DISPLAY 'PAYMENT GL WRITE ERROR' CHECK-PAY-GL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-REVERSAL-GL-END. EXIT.
      *----
       WRITE-RETURN-FEE-GL.
           MOVE RET-ACCOUNT-NO TO ACCOUNT-NO-FG.
           MOVE RETURN-FEE     TO FEE-AMOUNT-FG.
           MOVE TODAY-DATE(1:6) TO FEE-CYCLE-FG.
           WRITE FEE-GL-LINE.
           IF CHECK-FEE-GL-FILE NOT = 00
              DISPLAY 'FEE GL WRITE ERROR' CHECK-FEE-GL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-RETURN-FEE-GL-END. EXIT.
      *----
       WRITE-REVERSAL-HEADER.
           MOVE TODAY-DATE TO BUSINESS-DATE-H.
           MOVE RETURN-FEE TO RETURN-FEE-H.
           WRITE REVERSAL-LINE FROM REVERSAL-HEADER.
           MOVE SPACES TO REVERSAL-LINE.
           WRITE REVERSAL-LINE.
       WRITE-REVERSAL-HEADER-END. EXIT.
      *----
       WRITE-REVERSAL-LINE.
           MOVE SPACES             TO REVERSAL-LINE.
           MOVE RET-ACCOUNT-NO     TO ACCOUNT-NO-V.
           MOVE LAST-NAME          TO LAST-NAME-V.
           MOVE RET-PAY-DATE       TO PAY-DATE-V.
           MOVE RET-PAY-AMOUNT     TO PAY-AMOUNT-V.
           MOVE PH-FEE-PAID        TO FEE-PAID-V.
           MOVE PH-INTEREST-PAID   TO INT-PAID-V.
           MOVE PH-PRINCIPAL-PAID  TO PRIN-PAID-V.
           MOVE RETURN-FEE         TO RETURN-FEE-V.
           MOVE DEBIT              TO NEW-DEBIT-V.
           IF PH-CLOSED-FLAG = 'Y'
              MOVE 'REOPENED' TO REVERSAL-RESULT-V
           ELSE
              MOVE 'REVERSED' TO REVERSAL-RESULT-V
           END-IF.
           EVALUATE TRUE
              WHEN REFUND-VOIDED-FLAG = 'Y'
                 MOVE 'OVERPAY REFUND VOIDED' TO REVERSAL-REASON-V
              WHEN PH-REFUND-AMOUNT > 0
                 MOVE 'OVERPAY REFUND NOT VOIDED' TO REVERSAL-REASON-V
              WHEN OTHER
                 MOVE RET-REASON TO REVERSAL-REASON-V
           END-EVALUATE.
           WRITE REVERSAL-LINE.
           IF CHECK-REVERSAL-REGISTER NOT = 00
              DISPLAY 'REVERSAL REGISTER WRITE ERROR'
                      CHECK-REVERSAL-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-REVERSAL-LINE-END. EXIT.
      *----
       WRITE-REJECTED-LINE.
           ADD 1 TO ITEMS-REJECTED.
           MOVE SPACES             TO REVERSAL-LINE.
           MOVE RET-ACCOUNT-NO     TO ACCOUNT-NO-V.
           MOVE RET-PAY-DATE       TO PAY-DATE-V.
           MOVE RET-PAY-AMOUNT     TO PAY-AMOUNT-V.
           MOVE 0                  TO FEE-PAID-V.
           MOVE 0                  TO INT-PAID-V.
           MOVE 0                  TO PRIN-PAID-V.
           MOVE 0                  TO RETURN-FEE-V.
           MOVE 0                  TO NEW-DEBIT-V.
           MOVE 'REJECTED'         TO REVERSAL-RESULT-V.
           MOVE REVERSAL-REASON    TO REVERSAL-REASON-V.
           WRITE REVERSAL-LINE.
           IF CHECK-REVERSAL-REGISTER NOT = 00
              DISPLAY 'REVERSAL REGISTER WRITE ERROR'
                      CHECK-REVERSAL-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-REJECTED-LINE-END. EXIT.
      *----
       WRITE-REVERSAL-TRAILER.
           MOVE ITEMS-READ            TO ITEMS-READ-O.
           MOVE ITEMS-REVERSED        TO ITEMS-REVERSED-O.
           MOVE ITEMS-REJECTED        TO ITEMS-REJECTED-O.
           MOVE ACCOUNTS-REOPENED     TO ACCOUNTS-REOPENED-O.
           MOVE REFUNDS-VOIDED        TO REFUNDS-VOIDED-O.
           WRITE REVERSAL-LINE FROM REVERSAL-TRAILER
              AFTER ADVANCING 1 LINES.
           MOVE REVERSED-AMOUNT-TOTAL TO REVERSED-AMOUNT-O.
           MOVE RETURN-FEES-TOTAL     TO RETURN-FEES-O.
           WRITE REVERSAL-LINE FROM AMOUNT-TRAILER.
           IF CHECK-REVERSAL-REGISTER NOT = 00
              DISPLAY 'REVERSAL REGISTER WRITE ERROR'
                      CHECK-REVERSAL-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-REVERSAL-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE RETURN-ITEMS.
           CLOSE REVERSAL-REGISTER.
           CLOSE ACCT-REC.
           CLOSE PAY-HISTORY.
           CLOSE FEE-HISTORY.
           CLOSE QUOTE-FILE.
           CLOSE REFUND-MAST.
           CLOSE PAY-GL-FILE.
           CLOSE FEE-GL-FILE.
           GOBACK.
       CLOSE-END. EXIT.
