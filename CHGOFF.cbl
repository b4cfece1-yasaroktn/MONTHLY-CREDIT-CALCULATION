       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    CHGOFF.
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
           SELECT FEE-HISTORY ASSIGN TO FEEHIST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS FEE-ACCOUNT-NO
                           STATUS CHECK-FEE-HISTORY.
           SELECT LETTER-HISTORY ASSIGN TO LTRHIST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS LTR-ACCOUNT-NO
                           STATUS CHECK-LETTER-HISTORY.
           SELECT CHGOFF-PARM ASSIGN TO CHGPARM
                           STATUS CHECK-CHGOFF-PARM.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           STATUS CHECK-RATE-FILE.
           SELECT CHGOFF-GL ASSIGN TO CHGGL
                           STATUS CHECK-CHGOFF-GL.
           SELECT CHGOFF-REGISTER ASSIGN TO CHGREG
                           STATUS CHECK-CHGOFF-REGISTER.
           SELECT RESERVE-REPORT ASSIGN TO RSRVRPT
                           STATUS CHECK-RESERVE-REPORT.
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
       FD  FEE-HISTORY RECORDING MODE F.
           COPY FEEHIST.
      *-----------------------------------------------------------------
       FD  LETTER-HISTORY RECORDING MODE F.
           COPY LTRHIST.
      *-----------------------------------------------------------------
      * PARM-RESERVE-PCT holds the provision rate for each aging
      * bucket in the order CURRENT, 1-30, 31-60, 61-90, 90+ DAYS.
      *-----------------------------------------------------------------
       FD  CHGOFF-PARM RECORDING MODE F.
       01  CHGOFF-PARM-CARD.
           05 PARM-DAYS-OVERDUE      PIC 9(5).
           05 PARM-MIN-BALANCE       PIC 9(8).
           05 PARM-RESERVE-PCT       PIC 9(3)V9(2) OCCURS 5 TIMES.
           05 FILLER                 PIC X(42).
      *-----------------------------------------------------------------
       FD  RATE-FILE RECORDING MODE F.
           COPY RATEREC.
      *-----------------------------------------------------------------
       FD  CHGOFF-GL RECORDING MODE F.
       01  CHGOFF-GL-LINE.
           05 ACCOUNT-NO-CG          PIC X(8).
           05 CHARGE-OFF-DATE-CG     PIC 9(8).
           05 PRINCIPAL-WRITTEN-CG   PIC 9(8).
           05 FEES-WRITTEN-CG        PIC 9(8).
           05 INTEREST-WRITTEN-CG    PIC 9(8)V9(2).
           05 CURRENCY-CODE-CG       PIC X(3).
      *-----------------------------------------------------------------
       FD  CHGOFF-REGISTER RECORDING MODE F.
       01  CHGOFF-LINE.
           05 ACCOUNT-NO-W           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LAST-NAME-W            PIC X(15).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CURRENCY-CODE-W        PIC X(3).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DAYS-OVERDUE-W         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEBIT-W                PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INTEREST-WRITTEN-W     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CHGOFF-RESULT-W        PIC X(11).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CHGOFF-REASON-W        PIC X(20).
      *-----------------------------------------------------------------
       FD  RESERVE-REPORT RECORDING MODE F.
       01  RESERVE-LINE.
           05 BUCKET-NAME-R          PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACCOUNTS-R             PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 BALANCE-R              PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RESERVE-PCT-R          PIC ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PROVISION-R            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE SPACES.
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
           05 CHECK-FEE-HISTORY      PIC 9(2).
           05 CHECK-LETTER-HISTORY   PIC 9(2).
           05 CHECK-CHGOFF-PARM      PIC 9(2).
           05 CHECK-RATE-FILE        PIC 9(2).
           05 CHECK-CHGOFF-GL        PIC 9(2).
           05 CHECK-CHGOFF-REGISTER  PIC 9(2).
           05 CHECK-RESERVE-REPORT   PIC 9(2).
           05 CHECK-RUN-CONTROL      PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC                PIC X VALUE SPACE.
           05 FEE-FOUND-FLAG         PIC X.
           05 FEE-FILE-OPEN          PIC X VALUE 'N'.
           05 LETTER-FILE-OPEN       PIC X VALUE 'N'.
           05 DISPUTE-HOLD-FLAG      PIC X.
           05 RATE-EOF               PIC X VALUE 'N'.
           05 CURRENCY-MATCH-FOUND   PIC X.
           05 CHARGE-OFF-OK-FLAG     PIC X.
           05 HOLIDAY-ACTIVE-FLAG    PIC X.
      *----
       01  CHGOFF-VARIABLES.
           05 TODAY-DATE             PIC 9(8).
           05 TODAY-INT              PIC 9(8).
           05 INT-START-DATE         PIC 9(8).
           05 INT-FINISH-DATE        PIC 9(8).
           05 DAYS-OVERDUE           PIC 9(5).
           05 MIN-DAYS-OVERDUE       PIC 9(5).
           05 MIN-BALANCE            PIC 9(8).
           05 UNPAID-FEE-AMOUNT      PIC 9(8).
           05 CHGOFF-REASON          PIC X(20).
      *----
       01  FREQUENCY-VARIABLES.
           05 INSTALLMENT-DAYS       PIC 9(3).
           05 PERIODS-PER-YEAR       PIC 9(3).
      *----
       01  POSITION-VARIABLES.
           05 SCHEDULE-INSTALLMENTS  PIC 9(3).
           05 ELAPSED-INSTALLMENTS   PIC 9(5).
           05 PAID-INSTALLMENTS      PIC 9(3).
           05 MISSED-INSTALLMENTS    PIC 9(5).
      *----
       01  CURRENCY-RATE-TABLE.
           05 CURRENCY-RATE-COUNT    PIC 9(2) VALUE 0.
           05 CURRENCY-RATE-ENTRY OCCURS 50 TIMES.
              10 CR-CODE             PIC X(3).
              10 CR-RATE             PIC 9(3)V9(4).
              10 CR-EFF-DATE         PIC 9(8).
      *----
       01  CURRENCY-VARIABLES.
           05 CURR-TABLE-IDX         PIC 9(2).
           05 CURR-RATE              PIC 9(3)V9(4).
           05 CONVERTED-DEBIT        PIC 9(10).
      *----
       01  BUCKET-NAME-VALUES.
           05 FILLER                 PIC X(10) VALUE 'CURRENT   '.
           05 FILLER                 PIC X(10) VALUE '1-30 DAYS '.
           05 FILLER                 PIC X(10) VALUE '31-60 DAYS'.
           05 FILLER                 PIC X(10) VALUE '61-90 DAYS'.
           05 FILLER                 PIC X(10) VALUE '90+ DAYS  '.
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAME-VALUES.
           05 BUCKET-NAME            PIC X(10) OCCURS 5 TIMES.
      *----
       01  RESERVE-TABLE.
           05 RESERVE-ENTRY OCCURS 5 TIMES.
              10 RSV-ACCOUNTS        PIC 9(6).
              10 RSV-BALANCE         PIC 9(12).
              10 RSV-PCT             PIC 9(3)V9(2).
              10 RSV-PROVISION       PIC 9(12).
      *----
       01  RESERVE-VARIABLES.
           05 BUCKET-IDX             PIC 9(1).
           05 RESERVE-ACCOUNTS-TOTAL PIC 9(6) VALUE 0.
           05 RESERVE-BALANCE-TOTAL  PIC 9(12) VALUE 0.
           05 PROVISION-TOTAL        PIC 9(12) VALUE 0.
           05 ACCOUNTS-NO-RATE       PIC 9(6) VALUE 0.
      *----
       01  CHGOFF-TOTALS.
           05 ACCOUNTS-READ          PIC 9(6) VALUE 0.
           05 ACCOUNTS-CHARGED-OFF   PIC 9(6) VALUE 0.
           05 ACCOUNTS-HELD          PIC 9(6) VALUE 0.
           05 PRINCIPAL-WRITTEN-TOTAL PIC 9(10) VALUE 0.
           05 FEES-WRITTEN-TOTAL     PIC 9(10) VALUE 0.
           05 INTEREST-WRITTEN-TOTAL PIC 9(10)V9(2) VALUE 0.
      *----
       01  CHGOFF-HEADER.
           05 FILLER                 PIC X(22)
                                     VALUE 'CHARGE-OFF REGISTER - '.
           05 BUSINESS-DATE-H        PIC 9(8).
           05 FILLER                 PIC X(13) VALUE '  DAYS OVER '.
           05 MIN-DAYS-H             PIC ZZZZ9.
           05 FILLER                 PIC X(15) VALUE '  MIN BALANCE '.
           05 MIN-BALANCE-H          PIC ZZ,ZZZ,ZZ9.
      *----
       01  CHGOFF-TRAILER-1.
           05 FILLER                 PIC X(15) VALUE 'ACCOUNTS READ:'.
           05 ACCOUNTS-READ-O        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE '  CHARGED OFF:'.
           05 ACCOUNTS-CHARGED-OFF-O PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(18) VALUE '  DISPUTE HOLDS:'.
           05 ACCOUNTS-HELD-O        PIC ZZZ,ZZ9.
      *----
       01  CHGOFF-TRAILER-2.
           05 FILLER                 PIC X(19)
                                     VALUE 'PRINCIPAL WRITTEN:'.
           05 PRINCIPAL-WRITTEN-O    PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(08) VALUE '  FEES:'.
           05 FEES-WRITTEN-O         PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  INTEREST:'.
           05 INTEREST-WRITTEN-O     PIC Z,ZZZ,ZZZ,ZZ9.99.
      *----
       01  RESERVE-HEADER-1.
           05 FILLER                 PIC X(29)
                                 VALUE 'LOAN-LOSS RESERVE AS OF '.
           05 RESERVE-DATE-H         PIC 9(8).
           05 FILLER                 PIC X(30)
                                 VALUE '  BASE CURRENCY BALANCES'.
      *----
       01  RESERVE-HEADER-2.
           05 FILLER                 PIC X(10) VALUE 'BUCKET'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE 'ACCTS'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE '        BALANCE'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE '   PCT'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE '      PROVISION'.
      *----
       01  RESERVE-NO-RATE-LINE.
           05 FILLER                 PIC X(34)
                         VALUE 'ACCOUNTS EXCLUDED - NO RATE FOUND:'.
           05 ACCOUNTS-NO-RATE-O     PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN I-O ACCT-REC.
           OPEN I-O FEE-HISTORY.
           IF CHECK-FEE-HISTORY = 00 OR CHECK-FEE-HISTORY = 97 OR
              CHECK-FEE-HISTORY = 05
              MOVE 'Y' TO FEE-FILE-OPEN
           END-IF.
           OPEN INPUT LETTER-HISTORY.
           IF CHECK-LETTER-HISTORY = 00 OR CHECK-LETTER-HISTORY = 97 OR
              CHECK-LETTER-HISTORY = 05
              MOVE 'Y' TO LETTER-FILE-OPEN
           END-IF.
           OPEN EXTEND CHGOFF-GL.
           IF CHECK-CHGOFF-GL = 35
              OPEN OUTPUT CHGOFF-GL
           END-IF.
           OPEN OUTPUT CHGOFF-REGISTER.
           OPEN OUTPUT RESERVE-REPORT.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-CHGOFF-PARM.
           PERFORM LOAD-CURRENCY-RATES.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-FEE-HISTORY NOT EQUAL 97) AND
      -       (CHECK-FEE-HISTORY NOT EQUAL 00) AND
      -       (CHECK-FEE-HISTORY NOT EQUAL 35)
              DISPLAY 'FEE HISTORY CANNOT OPEN' CHECK-FEE-HISTORY
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-LETTER-HISTORY NOT EQUAL 97) AND
      -       (CHECK-LETTER-HISTORY NOT EQUAL 00) AND
      -       (CHECK-LETTER-HISTORY NOT EQUAL 35)
              DISPLAY 'LETTER HISTORY CANNOT OPEN'
                      CHECK-LETTER-HISTORY
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-CHGOFF-GL NOT EQUAL 97) AND
      -       (CHECK-CHGOFF-GL NOT EQUAL 00)
              DISPLAY 'CHARGE-OFF GL FILE CANNOT OPEN' CHECK-CHGOFF-GL
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-CHGOFF-REGISTER NOT EQUAL 97) AND
      -       (CHECK-CHGOFF-REGISTER NOT EQUAL 00)
              DISPLAY 'CHARGE-OFF REGISTER CANNOT OPEN'
                      CHECK-CHGOFF-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-RESERVE-REPORT NOT EQUAL 97) AND
      -       (CHECK-RESERVE-REPORT NOT EQUAL 00)
              DISPLAY 'RESERVE REPORT CANNOT OPEN'
                      CHECK-RESERVE-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM WRITE-CHGOFF-HEADER.
           MOVE LOW-VALUES TO ACCOUNT-NO.
           START ACCT-REC KEY NOT < ACCOUNT-NO
              INVALID KEY MOVE 'Y' TO LASTREC
           END-START.
           PERFORM UNTIL LASTREC = 'Y'
              READ ACCT-REC NEXT
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    ADD 1 TO ACCOUNTS-READ
                    IF ACCOUNT-STATUS = 'O'
                       PERFORM EVALUATE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-CHGOFF-TRAILER.
           PERFORM WRITE-RESERVE-REPORT.
           DISPLAY 'ACCOUNTS CHARGED OFF ' ACCOUNTS-CHARGED-OFF
                   ' DISPUTE HOLDS ' ACCOUNTS-HELD.
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
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           CLOSE RUN-CONTROL.
       READ-RUN-CONTROL-END. EXIT.
      *----
       READ-CHGOFF-PARM.
           OPEN INPUT CHGOFF-PARM.
           IF CHECK-CHGOFF-PARM NOT = 00
              DISPLAY 'CHARGE-OFF PARM CANNOT OPEN' CHECK-CHGOFF-PARM
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           READ CHGOFF-PARM
              AT END
                 DISPLAY 'CHARGE-OFF PARM CARD MISSING'
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
           END-READ.
           IF PARM-DAYS-OVERDUE NOT NUMERIC OR
              PARM-DAYS-OVERDUE = 0 OR
              PARM-MIN-BALANCE NOT NUMERIC
              DISPLAY 'CHARGE-OFF PARM THRESHOLDS INVALID'
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE PARM-DAYS-OVERDUE TO MIN-DAYS-OVERDUE.
           MOVE PARM-MIN-BALANCE  TO MIN-BALANCE.
           INITIALIZE RESERVE-TABLE.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
              UNTIL BUCKET-IDX > 5
              IF PARM-RESERVE-PCT(BUCKET-IDX) NOT NUMERIC OR
                 PARM-RESERVE-PCT(BUCKET-IDX) > 100
                 DISPLAY 'CHARGE-OFF PARM RESERVE RATE INVALID '
                         BUCKET-NAME(BUCKET-IDX)
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
              MOVE PARM-RESERVE-PCT(BUCKET-IDX) TO RSV-PCT(BUCKET-IDX)
           END-PERFORM.
           CLOSE CHGOFF-PARM.
       READ-CHGOFF-PARM-END. EXIT.
      *----
       LOAD-CURRENCY-RATES.
           OPEN INPUT RATE-FILE.
           IF CHECK-RATE-FILE NOT = 00
              DISPLAY 'RATE FILE CANNOT OPEN' CHECK-RATE-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           PERFORM UNTIL RATE-EOF = 'Y'
              READ RATE-FILE
                 AT END MOVE 'Y' TO RATE-EOF
                 NOT AT END
                    IF RATE-EFF-DATE NUMERIC AND
                       RATE-EFF-DATE NOT > RC-BUSINESS-DATE
                       PERFORM APPLY-RATE-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
       LOAD-CURRENCY-RATES-END. EXIT.
      *----
       APPLY-RATE-ENTRY.
           MOVE 'N' TO CURRENCY-MATCH-FOUND.
           PERFORM VARYING CURR-TABLE-IDX FROM 1 BY 1
              UNTIL CURR-TABLE-IDX > CURRENCY-RATE-COUNT
              IF CR-CODE(CURR-TABLE-IDX) = RATE-CURRENCY-CODE
                 IF RATE-EFF-DATE NOT < CR-EFF-DATE(CURR-TABLE-IDX)
                    MOVE RATE-VALUE TO CR-RATE(CURR-TABLE-IDX)
                    MOVE RATE-EFF-DATE
                       TO CR-EFF-DATE(CURR-TABLE-IDX)
                 END-IF
                 MOVE 'Y' TO CURRENCY-MATCH-FOUND
                 MOVE CURRENCY-RATE-COUNT TO CURR-TABLE-IDX
              END-IF
           END-PERFORM.
           IF CURRENCY-MATCH-FOUND NOT = 'Y'
              IF CURRENCY-RATE-COUNT < 50
                 ADD 1 TO CURRENCY-RATE-COUNT
                 MOVE RATE-CURRENCY-CODE
                    TO CR-CODE(CURRENCY-RATE-COUNT)
                 MOVE RATE-VALUE TO CR-RATE(CURRENCY-RATE-COUNT)
                 MOVE RATE-EFF-DATE
                    TO CR-EFF-DATE(CURRENCY-RATE-COUNT)
              ELSE
                 DISPLAY 'CURRENCY RATE TABLE FULL - RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
       APPLY-RATE-ENTRY-END. EXIT.
      *----
       EVALUATE-ACCOUNT.
           PERFORM COMPUTE-DAYS-OVERDUE.
           IF DAYS-OVERDUE NOT < MIN-DAYS-OVERDUE AND
              DEBIT > 0 AND
              DEBIT NOT < MIN-BALANCE
              PERFORM CHECK-DISPUTE-HOLD
              IF DISPUTE-HOLD-FLAG = 'Y'
                 ADD 1 TO ACCOUNTS-HELD
                 MOVE 'HELD'         TO CHGOFF-RESULT-W
                 MOVE 'DISPUTE HOLD' TO CHGOFF-REASON
                 MOVE 0              TO INTEREST-WRITTEN-W
                 PERFORM WRITE-CHGOFF-LINE
                 PERFORM ADD-TO-RESERVE
              ELSE
                 PERFORM CHARGE-OFF-ACCOUNT
              END-IF
           ELSE
              PERFORM ADD-TO-RESERVE
           END-IF.
       EVALUATE-ACCOUNT-END. EXIT.
      *----
       COMPUTE-DAYS-OVERDUE.
           MOVE 0 TO DAYS-OVERDUE.
           IF START-DATE NUMERIC AND START-DATE > 0 AND
              FINISH-DATE NUMERIC AND FINISH-DATE > 0
              COMPUTE INT-START-DATE =
                 FUNCTION INTEGER-OF-DATE(START-DATE)
              COMPUTE INT-FINISH-DATE =
                 FUNCTION INTEGER-OF-DATE(FINISH-DATE)
              PERFORM DETERMINE-FREQUENCY
              COMPUTE SCHEDULE-INSTALLMENTS =
                 (INT-FINISH-DATE - INT-START-DATE) / INSTALLMENT-DAYS
                 ON SIZE ERROR MOVE 999 TO SCHEDULE-INSTALLMENTS
              END-COMPUTE
              IF TODAY-INT > INT-FINISH-DATE
                 COMPUTE DAYS-OVERDUE = TODAY-INT - INT-FINISH-DATE
                    ON SIZE ERROR MOVE 99999 TO DAYS-OVERDUE
                 END-COMPUTE
              ELSE
                 PERFORM MISSED-INSTALLMENT-CHECK
              END-IF
           END-IF.
       COMPUTE-DAYS-OVERDUE-END. EXIT.
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
              END-COMPUTE
              IF SCHEDULE-INSTALLMENTS NOT <
                 INSTALLMENTS-REMAINING
                 COMPUTE PAID-INSTALLMENTS =
                    SCHEDULE-INSTALLMENTS - INSTALLMENTS-REMAINING
              ELSE
                 MOVE 0 TO PAID-INSTALLMENTS
              END-IF
              IF ELAPSED-INSTALLMENTS > PAID-INSTALLMENTS
                 COMPUTE MISSED-INSTALLMENTS =
                    ELAPSED-INSTALLMENTS - PAID-INSTALLMENTS
                 COMPUTE DAYS-OVERDUE =
                    MISSED-INSTALLMENTS * INSTALLMENT-DAYS
                    ON SIZE ERROR MOVE 99999 TO DAYS-OVERDUE
                 END-COMPUTE
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
       DETERMINE-FREQUENCY.
           EVALUATE PAYMENT-FREQUENCY
              WHEN 'W'
                 MOVE 7  TO INSTALLMENT-DAYS
                 MOVE 52 TO PERIODS-PER-YEAR
              WHEN 'B'
                 MOVE 14 TO INSTALLMENT-DAYS
                 MOVE 26 TO PERIODS-PER-YEAR
              WHEN OTHER
                 MOVE 30 TO INSTALLMENT-DAYS
                 MOVE 12 TO PERIODS-PER-YEAR
           END-EVALUATE.
       DETERMINE-FREQUENCY-END. EXIT.
      *----
       DETERMINE-AGING-BUCKET.
           EVALUATE TRUE
              WHEN DAYS-OVERDUE = 0
                 MOVE 1 TO BUCKET-IDX
              WHEN DAYS-OVERDUE <= 30
                 MOVE 2 TO BUCKET-IDX
              WHEN DAYS-OVERDUE <= 60
                 MOVE 3 TO BUCKET-IDX
              WHEN DAYS-OVERDUE <= 90
                 MOVE 4 TO BUCKET-IDX
              WHEN OTHER
                 MOVE 5 TO BUCKET-IDX
           END-EVALUATE.
       DETERMINE-AGING-BUCKET-END. EXIT.
      *----
       CHECK-DISPUTE-HOLD.
           MOVE 'N' TO DISPUTE-HOLD-FLAG.
           IF LETTER-FILE-OPEN = 'Y'
              MOVE ACCOUNT-NO TO LTR-ACCOUNT-NO
              READ LETTER-HISTORY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF LTR-HOLD-TYPE = 'D'
                       MOVE 'Y' TO DISPUTE-HOLD-FLAG
                    END-IF
              END-READ
           END-IF.
       CHECK-DISPUTE-HOLD-END. EXIT.
      *----
       READ-FEE-UNPAID.
           MOVE 'N' TO FEE-FOUND-FLAG.
           MOVE 0 TO UNPAID-FEE-AMOUNT.
           IF FEE-FILE-OPEN = 'Y'
              MOVE 'Y' TO FEE-FOUND-FLAG
              MOVE ACCOUNT-NO TO FEE-ACCOUNT-NO
              READ FEE-HISTORY
                 INVALID KEY MOVE 'N' TO FEE-FOUND-FLAG
              END-READ
           END-IF.
           IF FEE-FOUND-FLAG = 'Y' AND FEE-UNPAID-AMOUNT NUMERIC
              MOVE FEE-UNPAID-AMOUNT TO UNPAID-FEE-AMOUNT
           END-IF.
           IF UNPAID-FEE-AMOUNT > DEBIT
              MOVE DEBIT TO UNPAID-FEE-AMOUNT
           END-IF.
       READ-FEE-UNPAID-END. EXIT.
      *----
       CHARGE-OFF-ACCOUNT.
           PERFORM READ-FEE-UNPAID.
           IF INTEREST-ACCRUED NOT NUMERIC
              MOVE 0 TO INTEREST-ACCRUED
           END-IF.
           MOVE ACCOUNT-NO            TO ACCOUNT-NO-CG.
           MOVE TODAY-DATE            TO CHARGE-OFF-DATE-CG.
           COMPUTE PRINCIPAL-WRITTEN-CG = DEBIT - UNPAID-FEE-AMOUNT.
           MOVE UNPAID-FEE-AMOUNT     TO FEES-WRITTEN-CG.
           MOVE INTEREST-ACCRUED      TO INTEREST-WRITTEN-CG.
           MOVE CURRENCY-CODE         TO CURRENCY-CODE-CG.
           MOVE 'W'                   TO ACCOUNT-STATUS.
           MOVE TODAY-DATE            TO CHARGE-OFF-DATE.
           MOVE DEBIT                 TO CHARGE-OFF-AMOUNT.
           MOVE 0                     TO RECOVERED-AMOUNT.
           MOVE 0                     TO INTEREST-ACCRUED.
           MOVE TODAY-DATE            TO INTEREST-ACCRUED-DATE.
           MOVE 'Y' TO CHARGE-OFF-OK-FLAG.
           REWRITE ACCT-VARIABLES
              INVALID KEY
                 DISPLAY 'ACCOUNT MASTER REWRITE ERROR ' ACCOUNT-NO
                 MOVE 8 TO RETURN-CODE
                 MOVE 'N' TO CHARGE-OFF-OK-FLAG
           END-REWRITE.
           IF CHARGE-OFF-OK-FLAG = 'Y'
              WRITE CHGOFF-GL-LINE
              IF CHECK-CHGOFF-GL NOT = 00
                 DISPLAY 'CHARGE-OFF GL WRITE ERROR' CHECK-CHGOFF-GL
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
              IF FEE-FOUND-FLAG = 'Y'
                 PERFORM CLEAR-FEE-UNPAID
              END-IF
              ADD 1 TO ACCOUNTS-CHARGED-OFF
              ADD PRINCIPAL-WRITTEN-CG TO PRINCIPAL-WRITTEN-TOTAL
              ADD FEES-WRITTEN-CG      TO FEES-WRITTEN-TOTAL
              ADD INTEREST-WRITTEN-CG  TO INTEREST-WRITTEN-TOTAL
              MOVE 'CHARGED OFF'       TO CHGOFF-RESULT-W
              MOVE SPACES              TO CHGOFF-REASON
              MOVE INTEREST-WRITTEN-CG TO INTEREST-WRITTEN-W
           ELSE
              MOVE 'REJECTED'          TO CHGOFF-RESULT-W
              MOVE 'MASTER REWRITE'    TO CHGOFF-REASON
              MOVE 0                   TO INTEREST-WRITTEN-W
           END-IF.
           PERFORM WRITE-CHGOFF-LINE.
       CHARGE-OFF-ACCOUNT-END. EXIT.
      *----
       CLEAR-FEE-UNPAID.
           MOVE 0 TO FEE-UNPAID-AMOUNT.
           REWRITE FEE-HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'FEE HISTORY REWRITE ERROR ' FEE-ACCOUNT-NO
                 MOVE 8 TO RETURN-CODE
           END-REWRITE.
       CLEAR-FEE-UNPAID-END. EXIT.
      *----
       ADD-TO-RESERVE.
           PERFORM DETERMINE-AGING-BUCKET.
           MOVE 'N' TO CURRENCY-MATCH-FOUND.
           PERFORM VARYING CURR-TABLE-IDX FROM 1 BY 1
              UNTIL CURR-TABLE-IDX > CURRENCY-RATE-COUNT
              IF CR-CODE(CURR-TABLE-IDX) = CURRENCY-CODE
                 MOVE CR-RATE(CURR-TABLE-IDX) TO CURR-RATE
                 MOVE 'Y' TO CURRENCY-MATCH-FOUND
                 MOVE CURRENCY-RATE-COUNT TO CURR-TABLE-IDX
              END-IF
           END-PERFORM.
           IF CURRENCY-MATCH-FOUND NOT = 'Y'
              ADD 1 TO ACCOUNTS-NO-RATE
           ELSE
              COMPUTE CONVERTED-DEBIT ROUNDED = DEBIT * CURR-RATE
              ADD 1 TO RSV-ACCOUNTS(BUCKET-IDX)
              ADD CONVERTED-DEBIT TO RSV-BALANCE(BUCKET-IDX)
           END-IF.
       ADD-TO-RESERVE-END. EXIT.
      *----
       WRITE-CHGOFF-HEADER.
           MOVE TODAY-DATE       TO BUSINESS-DATE-H.
           MOVE MIN-DAYS-OVERDUE TO MIN-DAYS-H.
           MOVE MIN-BALANCE      TO MIN-BALANCE-H.
           WRITE CHGOFF-LINE FROM CHGOFF-HEADER.
           MOVE SPACES TO CHGOFF-LINE.
       WRITE-CHGOFF-HEADER-END. EXIT.
      *----
       WRITE-CHGOFF-LINE.
           MOVE ACCOUNT-NO      TO ACCOUNT-NO-W.
           MOVE LAST-NAME       TO LAST-NAME-W.
           MOVE CURRENCY-CODE   TO CURRENCY-CODE-W.
           MOVE DAYS-OVERDUE    TO DAYS-OVERDUE-W.
           MOVE DEBIT           TO DEBIT-W.
           MOVE CHGOFF-REASON   TO CHGOFF-REASON-W.
           WRITE CHGOFF-LINE.
           IF CHECK-CHGOFF-REGISTER NOT = 00
              DISPLAY 'CHARGE-OFF REGISTER WRITE ERROR'
                      CHECK-CHGOFF-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE SPACES TO CHGOFF-LINE.
       WRITE-CHGOFF-LINE-END. EXIT.
      *----
       WRITE-CHGOFF-TRAILER.
           MOVE ACCOUNTS-READ          TO ACCOUNTS-READ-O.
           MOVE ACCOUNTS-CHARGED-OFF   TO ACCOUNTS-CHARGED-OFF-O.
           MOVE ACCOUNTS-HELD          TO ACCOUNTS-HELD-O.
           WRITE CHGOFF-LINE FROM CHGOFF-TRAILER-1
              AFTER ADVANCING 1 LINES.
           MOVE PRINCIPAL-WRITTEN-TOTAL TO PRINCIPAL-WRITTEN-O.
           MOVE FEES-WRITTEN-TOTAL      TO FEES-WRITTEN-O.
           MOVE INTEREST-WRITTEN-TOTAL  TO INTEREST-WRITTEN-O.
           WRITE CHGOFF-LINE FROM CHGOFF-TRAILER-2.
       WRITE-CHGOFF-TRAILER-END. EXIT.
      *----
       WRITE-RESERVE-REPORT.
           MOVE TODAY-DATE TO RESERVE-DATE-H.
           WRITE RESERVE-LINE FROM RESERVE-HEADER-1.
           WRITE RESERVE-LINE FROM RESERVE-HEADER-2.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
              UNTIL BUCKET-IDX > 5
              COMPUTE RSV-PROVISION(BUCKET-IDX) ROUNDED =
                 RSV-BALANCE(BUCKET-IDX) * RSV-PCT(BUCKET-IDX) / 100
              ADD RSV-ACCOUNTS(BUCKET-IDX)  TO RESERVE-ACCOUNTS-TOTAL
              ADD RSV-BALANCE(BUCKET-IDX)   TO RESERVE-BALANCE-TOTAL
              ADD RSV-PROVISION(BUCKET-IDX) TO PROVISION-TOTAL
              MOVE SPACES                   TO RESERVE-LINE
              MOVE BUCKET-NAME(BUCKET-IDX)  TO BUCKET-NAME-R
              MOVE RSV-ACCOUNTS(BUCKET-IDX) TO ACCOUNTS-R
              MOVE RSV-BALANCE(BUCKET-IDX)  TO BALANCE-R
              MOVE RSV-PCT(BUCKET-IDX)      TO RESERVE-PCT-R
              MOVE RSV-PROVISION(BUCKET-IDX) TO PROVISION-R
              WRITE RESERVE-LINE
           END-PERFORM.
           MOVE SPACES                 TO RESERVE-LINE.
           MOVE 'TOTAL'                TO BUCKET-NAME-R.
           MOVE RESERVE-ACCOUNTS-TOTAL TO ACCOUNTS-R.
           MOVE RESERVE-BALANCE-TOTAL  TO BALANCE-R.
           MOVE PROVISION-TOTAL        TO PROVISION-R.
           WRITE RESERVE-LINE
              AFTER ADVANCING 1 LINES.
           IF ACCOUNTS-NO-RATE > 0
              MOVE ACCOUNTS-NO-RATE TO ACCOUNTS-NO-RATE-O
              WRITE RESERVE-LINE FROM RESERVE-NO-RATE-LINE
           END-IF.
           IF CHECK-RESERVE-REPORT NOT = 00
              DISPLAY 'RESERVE REPORT WRITE ERROR'
                      CHECK-RESERVE-REPORT
              MOVE 8 TO RETURN-CODE
           END-IF.
       WRITE-RESERVE-REPORT-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE ACCT-REC.
           IF FEE-FILE-OPEN = 'Y'
              CLOSE FEE-HISTORY
           END-IF.
           IF LETTER-FILE-OPEN = 'Y'
              CLOSE LETTER-HISTORY
           END-IF.
           CLOSE CHGOFF-GL.
           CLOSE CHGOFF-REGISTER.
           CLOSE RESERVE-REPORT.
           GOBACK.
       CLOSE-END. EXIT.
