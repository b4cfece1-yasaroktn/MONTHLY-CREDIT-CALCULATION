       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    LOANMOD.
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
           SELECT MOD-HISTORY ASSIGN TO MODHIST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS MH-KEY
                           STATUS CHECK-MOD-HISTORY.
           SELECT MOD-TRANS ASSIGN TO MODTRAN
                           STATUS CHECK-MOD-TRANS.
           SELECT MOD-GL ASSIGN TO MODGL
                           STATUS CHECK-MOD-GL.
           SELECT MOD-REGISTER ASSIGN TO MODREG
                           STATUS CHECK-MOD-REGISTER.
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
       FD  MOD-HISTORY RECORDING MODE F.
           COPY MODHIST.
      *-----------------------------------------------------------------
      * MT-MOD-TYPE 'E' extends the term by MT-INSTALLMENTS, 'H' grants
      * a payment holiday of MT-INSTALLMENTS with the interest accrued
      * over it capitalised ('C') when the holiday ends or left accrued
      * ('D') per MT-INTEREST-OPTION, and
      * 'R' re-spreads the balance over the installments left to the
      * current finish date.
      *-----------------------------------------------------------------
       FD  MOD-TRANS RECORDING MODE F.
       01  MOD-TRANS-RECORD.
           05 MT-ACCOUNT-NO          PIC X(8).
           05 MT-MOD-TYPE            PIC X.
           05 MT-INSTALLMENTS        PIC 9(3).
           05 MT-INTEREST-OPTION     PIC X.
           05 MT-REQUESTED-BY        PIC X(8).
           05 FILLER                 PIC X(59).
      *-----------------------------------------------------------------
       FD  MOD-GL RECORDING MODE F.
       01  MOD-GL-LINE.
           05 ACCOUNT-NO-MG          PIC X(8).
           05 MOD-DATE-MG            PIC 9(8).
           05 MOD-TYPE-MG            PIC X.
           05 INTEREST-OPTION-MG     PIC X.
           05 HOLIDAY-INTEREST-MG    PIC 9(8)V9(2).
           05 CAPITALISED-MG         PIC 9(8).
           05 CURRENCY-CODE-MG       PIC X(3).
      *-----------------------------------------------------------------
       FD  MOD-REGISTER RECORDING MODE F.
       01  MOD-REGISTER-LINE.
           05 ACCOUNT-NO-R           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MOD-TYPE-R             PIC X.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 INTEREST-OPTION-R      PIC X.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INSTALLMENTS-R         PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 OLD-FINISH-R           PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 NEW-FINISH-R           PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 OLD-PAYMENT-R          PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 NEW-PAYMENT-R          PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MOD-RESULT-R           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MOD-REASON-R           PIC X(24).
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
           05 CHECK-MOD-HISTORY      PIC 9(2).
           05 CHECK-MOD-TRANS        PIC 9(2).
           05 CHECK-MOD-GL           PIC 9(2).
           05 CHECK-MOD-REGISTER     PIC 9(2).
           05 CHECK-RUN-CONTROL      PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC                PIC X VALUE SPACE.
           05 MASTER-FOUND-FLAG      PIC X.
           05 MOD-VALID-FLAG         PIC X.
           05 HISTORY-EOF            PIC X.
           05 HOLIDAY-ACTIVE-FLAG    PIC X.
           05 MASTER-UPDATED-FLAG    PIC X.
           05 HISTORY-WRITTEN-FLAG   PIC X.
      *----
       01  MOD-VARIABLES.
           05 TODAY-DATE             PIC 9(8).
           05 TODAY-INT              PIC 9(8).
           05 MOD-REASON             PIC X(24).
           05 EXTENSION-DAYS         PIC 9(5).
           05 INT-HOLIDAY-END        PIC 9(8).
           05 HOLIDAY-INTEREST       PIC 9(8)V9(2).
           05 CAPITALISED-AMOUNT     PIC 9(8).
           05 HISTORY-SEQ            PIC 9(6) VALUE 0.
      *----
       01  INT-DATES.
           05 INT-START-DATE         PIC 9(08).
           05 INT-FINISH-DATE        PIC 9(08).
      *----
       01  POSITION-VARIABLES.
           05 SCHEDULE-INSTALLMENTS  PIC 9(3).
           05 ELAPSED-INSTALLMENTS   PIC 9(5).
      *----
       01  AMORT-VARIABLES.
           05 MONTHLY-RATE           PIC S9(1)V9(6).
           05 MONTHLY-PAYMENT-AMT    PIC S9(7)V99.
           05 INSTALLMENT-COUNT      PIC 9(3).
      *----
       01  FREQUENCY-VARIABLES.
           05 INSTALLMENT-DAYS       PIC 9(3).
           05 PERIODS-PER-YEAR       PIC 9(3).
      *----
       01  MOD-TOTALS.
           05 MODS-READ              PIC 9(6) VALUE 0.
           05 MODS-APPLIED           PIC 9(6) VALUE 0.
           05 MODS-REJECTED          PIC 9(6) VALUE 0.
           05 HOLIDAYS-CAPITALISED   PIC 9(6) VALUE 0.
           05 CAPITALISED-TOTAL      PIC 9(10) VALUE 0.
      *----
       01  REGISTER-HEADER.
           05 FILLER                 PIC X(29)
                                 VALUE 'LOAN MODIFICATION REGISTER - '.
           05 BUSINESS-DATE-H        PIC 9(8).
      *----
       01  REGISTER-TRAILER.
           05 FILLER                 PIC X(06) VALUE 'READ: '.
           05 MODS-READ-O            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE '  APPLIED: '.
           05 MODS-APPLIED-O         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  REJECTED: '.
           05 MODS-REJECTED-O        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(15) VALUE '  CAPITALISED: '.
           05 CAPITALISED-TOTAL-O    PIC Z,ZZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT MOD-TRANS.
           OPEN I-O ACCT-REC.
           OPEN I-O MOD-HISTORY.
           IF CHECK-MOD-HISTORY = 35
              OPEN OUTPUT MOD-HISTORY
              CLOSE MOD-HISTORY
              OPEN I-O MOD-HISTORY
           END-IF.
           OPEN EXTEND MOD-GL.
           IF CHECK-MOD-GL = 35
              OPEN OUTPUT MOD-GL
           END-IF.
           OPEN OUTPUT MOD-REGISTER.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-MOD-TRANS NOT EQUAL 97) AND
      -       (CHECK-MOD-TRANS NOT EQUAL 00)
              DISPLAY 'MODIFICATION FILE CANNOT OPEN' CHECK-MOD-TRANS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-MOD-HISTORY NOT EQUAL 97) AND
      -       (CHECK-MOD-HISTORY NOT EQUAL 00) AND
      -       (CHECK-MOD-HISTORY NOT EQUAL 05)
              DISPLAY 'MODIFICATION HISTORY CANNOT OPEN'
                      CHECK-MOD-HISTORY
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-MOD-GL NOT EQUAL 97) AND
      -       (CHECK-MOD-GL NOT EQUAL 00)
              DISPLAY 'MODIFICATION GL FILE CANNOT OPEN' CHECK-MOD-GL
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-MOD-REGISTER NOT EQUAL 97) AND
      -       (CHECK-MOD-REGISTER NOT EQUAL 00)
              DISPLAY 'MODIFICATION REGISTER CANNOT OPEN'
                      CHECK-MOD-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           MOVE TODAY-DATE TO BUSINESS-DATE-H.
           WRITE MOD-REGISTER-LINE FROM REGISTER-HEADER.
           PERFORM CAPITALISE-ENDED-HOLIDAYS.
           PERFORM READ-MOD-TRANS.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM PROCESS-MODIFICATION
              PERFORM READ-MOD-TRANS
           END-PERFORM.
           PERFORM WRITE-REGISTER-TRAILER.
           DISPLAY 'MODIFICATIONS APPLIED ' MODS-APPLIED
                   ' REJECTED ' MODS-REJECTED
                   ' HOLIDAYS CAPITALISED ' HOLIDAYS-CAPITALISED.
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
       READ-MOD-TRANS.
           READ MOD-TRANS
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       READ-END. EXIT.
      *----
       PROCESS-MODIFICATION.
           ADD 1 TO MODS-READ.
           PERFORM READ-MASTER.
           PERFORM EDIT-MODIFICATION.
           IF MOD-VALID-FLAG = 'Y'
              PERFORM SAVE-BEFORE-TERMS
              EVALUATE MT-MOD-TYPE
                 WHEN 'E'
                    PERFORM EXTEND-TERM
                 WHEN 'H'
                    PERFORM GRANT-HOLIDAY
                 WHEN 'R'
                    PERFORM REAMORTISE-BALANCE
              END-EVALUATE
              PERFORM SAVE-AFTER-TERMS
              PERFORM REWRITE-MASTER
           END-IF.
           IF MOD-VALID-FLAG = 'Y' AND MASTER-UPDATED-FLAG = 'Y'
              ADD 1 TO MODS-APPLIED
              PERFORM WRITE-MOD-HISTORY
           ELSE
              ADD 1 TO MODS-REJECTED
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
       PROCESS-MODIFICATION-END. EXIT.
      *----
       READ-MASTER.
           MOVE 'Y' TO MASTER-FOUND-FLAG.
           MOVE MT-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY MOVE 'N' TO MASTER-FOUND-FLAG
           END-READ.
       READ-MASTER-END. EXIT.
      *----
       EDIT-MODIFICATION.
           MOVE 'Y' TO MOD-VALID-FLAG.
           MOVE 'N' TO MASTER-UPDATED-FLAG.
           MOVE SPACES TO MOD-REASON.
           MOVE 0 TO HOLIDAY-INTEREST.
           MOVE 0 TO CAPITALISED-AMOUNT.
           EVALUATE TRUE
              WHEN MASTER-FOUND-FLAG NOT = 'Y'
                 MOVE 'ACCOUNT NOT FOUND' TO MOD-REASON
              WHEN ACCOUNT-STATUS NOT = 'O'
                 MOVE 'ACCOUNT NOT OPEN' TO MOD-REASON
              WHEN START-DATE NOT NUMERIC OR START-DATE = 0 OR
                   FINISH-DATE NOT NUMERIC OR
                   FINISH-DATE NOT > START-DATE
                 MOVE 'INVALID TERM DATES' TO MOD-REASON
              WHEN MT-MOD-TYPE NOT = 'E' AND MT-MOD-TYPE NOT = 'H'
                   AND MT-MOD-TYPE NOT = 'R'
                 MOVE 'UNKNOWN MODIFICATION' TO MOD-REASON
              WHEN MT-MOD-TYPE NOT = 'R' AND
                   (MT-INSTALLMENTS NOT NUMERIC OR
                    MT-INSTALLMENTS = 0)
                 MOVE 'INSTALLMENTS REQUIRED' TO MOD-REASON
              WHEN MT-MOD-TYPE = 'H' AND
                   MT-INTEREST-OPTION NOT = 'C' AND
                   MT-INTEREST-OPTION NOT = 'D'
                 MOVE 'INVALID INTEREST OPTION' TO MOD-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF MOD-REASON = SPACES
              PERFORM TERM-POSITION
              PERFORM CHECK-PAYMENT-HOLIDAY
              IF MT-MOD-TYPE = 'H' AND HOLIDAY-ACTIVE-FLAG = 'Y'
                 MOVE 'HOLIDAY ALREADY ACTIVE' TO MOD-REASON
              END-IF
              IF MT-MOD-TYPE = 'R' AND
                 ELAPSED-INSTALLMENTS NOT < SCHEDULE-INSTALLMENTS
                 MOVE 'TERM EXPIRED - EXTEND' TO MOD-REASON
              END-IF
           END-IF.
           IF MOD-REASON NOT = SPACES
              MOVE 'N' TO MOD-VALID-FLAG
           END-IF.
       EDIT-MODIFICATION-END. EXIT.
      *----
      * Interest accrues nightly through a payment holiday. Where it
      * is to be capitalised, the whole units accrued are added to
      * DEBIT once the holiday has ended; any fraction of a unit is
      * left in INTEREST-ACCRUED.
      *----
       CAPITALISE-ENDED-HOLIDAYS.
           MOVE 'N' TO HISTORY-EOF.
           MOVE LOW-VALUES TO MH-KEY.
           START MOD-HISTORY KEY NOT < MH-KEY
              INVALID KEY MOVE 'Y' TO HISTORY-EOF
           END-START.
           PERFORM UNTIL HISTORY-EOF = 'Y'
              READ MOD-HISTORY NEXT
                 AT END MOVE 'Y' TO HISTORY-EOF
                 NOT AT END
                    IF MH-MOD-TYPE = 'H' AND
                       MH-CAPITALISE-STATUS = 'P'
                       PERFORM CAPITALISE-HOLIDAY
                    END-IF
              END-READ
           END-PERFORM.
       CAPITALISE-ENDED-HOLIDAYS-END. EXIT.
      *----
       CAPITALISE-HOLIDAY.
           MOVE MH-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY MOVE SPACE TO ACCOUNT-STATUS
           END-READ.
           IF ACCOUNT-STATUS NOT = 'O'
              MOVE 'N' TO MH-CAPITALISE-STATUS
              PERFORM REWRITE-MOD-HISTORY
           ELSE
              PERFORM CHECK-PAYMENT-HOLIDAY
              IF HOLIDAY-ACTIVE-FLAG NOT = 'Y'
                 PERFORM CAPITALISE-ACCRUED
              END-IF
           END-IF.
       CAPITALISE-HOLIDAY-END. EXIT.
      *----
       CAPITALISE-ACCRUED.
           IF INTEREST-ACCRUED NOT NUMERIC
              MOVE 0 TO INTEREST-ACCRUED
           END-IF.
           MOVE SPACES TO MOD-REASON.
           PERFORM TERM-POSITION.
           PERFORM PERIODIC-PAYMENT.
           MOVE SPACES             TO MOD-REGISTER-LINE.
           MOVE ACCOUNT-NO         TO ACCOUNT-NO-R.
           MOVE MH-MOD-TYPE        TO MOD-TYPE-R.
           MOVE MH-INTEREST-OPTION TO INTEREST-OPTION-R.
           MOVE MH-INSTALLMENTS    TO INSTALLMENTS-R.
           MOVE FINISH-DATE        TO OLD-FINISH-R.
           MOVE FINISH-DATE        TO NEW-FINISH-R.
           COMPUTE OLD-PAYMENT-R ROUNDED = MONTHLY-PAYMENT-AMT.
           MOVE INTEREST-ACCRUED   TO HOLIDAY-INTEREST.
           MOVE INTEREST-ACCRUED   TO CAPITALISED-AMOUNT.
           MOVE 'Y' TO MASTER-UPDATED-FLAG.
           ADD CAPITALISED-AMOUNT TO DEBIT
              ON SIZE ERROR
                 DISPLAY 'CAPITALISED BALANCE OVERFLOW ' ACCOUNT-NO
                 MOVE 8 TO RETURN-CODE
                 MOVE 'N' TO MASTER-UPDATED-FLAG
                 MOVE 'BALANCE OVERFLOW' TO MOD-REASON
           END-ADD.
           IF MASTER-UPDATED-FLAG = 'Y'
              SUBTRACT CAPITALISED-AMOUNT FROM INTEREST-ACCRUED
              PERFORM REWRITE-MASTER
           END-IF.
           IF MASTER-UPDATED-FLAG = 'Y'
              MOVE 'C'                TO MH-CAPITALISE-STATUS
              MOVE HOLIDAY-INTEREST   TO MH-HOLIDAY-INTEREST
              MOVE CAPITALISED-AMOUNT TO MH-CAPITALISED
              PERFORM REWRITE-MOD-HISTORY
              IF CAPITALISED-AMOUNT > 0
                 PERFORM WRITE-MOD-GL
              END-IF
              ADD 1 TO HOLIDAYS-CAPITALISED
              ADD CAPITALISED-AMOUNT TO CAPITALISED-TOTAL
              PERFORM PERIODIC-PAYMENT
              COMPUTE NEW-PAYMENT-R ROUNDED = MONTHLY-PAYMENT-AMT
              MOVE 'APPLIED'       TO MOD-RESULT-R
              MOVE 'HOLIDAY END CAPITALISED' TO MOD-REASON-R
           ELSE
              MOVE OLD-PAYMENT-R   TO NEW-PAYMENT-R
              MOVE 'REJECTED'      TO MOD-RESULT-R
              MOVE MOD-REASON      TO MOD-REASON-R
           END-IF.
           WRITE MOD-REGISTER-LINE.
           IF CHECK-MOD-REGISTER NOT = 00
              DISPLAY 'MODIFICATION REGISTER WRITE ERROR'
                      CHECK-MOD-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       CAPITALISE-ACCRUED-END. EXIT.
      *----
       REWRITE-MOD-HISTORY.
           REWRITE MOD-HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'MODIFICATION HISTORY REWRITE ERROR '
                         MH-ACCOUNT-NO ' ' CHECK-MOD-HISTORY
                 MOVE 8 TO RETURN-CODE
           END-REWRITE.
       REWRITE-MOD-HISTORY-END. EXIT.
      *----
       CHECK-PAYMENT-HOLIDAY.
           MOVE 'N' TO HOLIDAY-ACTIVE-FLAG.
           IF HOLIDAY-END-DATE NUMERIC AND
              HOLIDAY-END-DATE NOT < TODAY-DATE
              MOVE 'Y' TO HOLIDAY-ACTIVE-FLAG
           END-IF.
       CHECK-PAYMENT-HOLIDAY-END. EXIT.
      *----
       TERM-POSITION.
           COMPUTE INT-START-DATE =
              FUNCTION INTEGER-OF-DATE(START-DATE).
           COMPUTE INT-FINISH-DATE =
              FUNCTION INTEGER-OF-DATE(FINISH-DATE).
           PERFORM DETERMINE-FREQUENCY.
           COMPUTE SCHEDULE-INSTALLMENTS =
              (INT-FINISH-DATE - INT-START-DATE) / INSTALLMENT-DAYS
              ON SIZE ERROR MOVE 999 TO SCHEDULE-INSTALLMENTS
           END-COMPUTE.
           MOVE 0 TO ELAPSED-INSTALLMENTS.
           IF TODAY-INT > INT-START-DATE
              COMPUTE ELAPSED-INSTALLMENTS =
                 (TODAY-INT - INT-START-DATE) / INSTALLMENT-DAYS
                 ON SIZE ERROR MOVE 99999 TO ELAPSED-INSTALLMENTS
              END-COMPUTE
           END-IF.
           IF INSTALLMENTS-REMAINING NUMERIC AND
              INSTALLMENTS-REMAINING > 0
              MOVE INSTALLMENTS-REMAINING TO INSTALLMENT-COUNT
           ELSE
              MOVE SCHEDULE-INSTALLMENTS TO INSTALLMENT-COUNT
           END-IF.
       TERM-POSITION-END. EXIT.
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
       PERIODIC-PAYMENT.
           IF INSTALLMENT-COUNT = 0
              MOVE 0 TO MONTHLY-PAYMENT-AMT
           ELSE
              COMPUTE MONTHLY-RATE =
                 INTEREST-RATE / 100 / PERIODS-PER-YEAR
              IF MONTHLY-RATE = 0
                 COMPUTE MONTHLY-PAYMENT-AMT ROUNDED =
                    DEBIT / INSTALLMENT-COUNT
              ELSE
                 COMPUTE MONTHLY-PAYMENT-AMT ROUNDED =
                    DEBIT * MONTHLY-RATE /
                    (1 - ((1 + MONTHLY-RATE)
                       ** (- INSTALLMENT-COUNT)))
              END-IF
           END-IF.
       PERIODIC-PAYMENT-END. EXIT.
      *----
       SAVE-BEFORE-TERMS.
           IF INTEREST-ACCRUED NOT NUMERIC
              MOVE 0 TO INTEREST-ACCRUED
           END-IF.
           IF HOLIDAY-END-DATE NOT NUMERIC
              MOVE 0 TO HOLIDAY-END-DATE
           END-IF.
           PERFORM PERIODIC-PAYMENT.
           MOVE DEBIT             TO MH-BEFORE-DEBIT.
           MOVE FINISH-DATE       TO MH-BEFORE-FINISH.
           MOVE INSTALLMENT-COUNT TO MH-BEFORE-INSTALLMENTS.
           COMPUTE MH-BEFORE-PAYMENT ROUNDED = MONTHLY-PAYMENT-AMT.
           MOVE INTEREST-ACCRUED  TO MH-BEFORE-ACCRUED.
           MOVE HOLIDAY-END-DATE  TO MH-BEFORE-HOLIDAY-END.
       SAVE-BEFORE-TERMS-END. EXIT.
      *----
       SAVE-AFTER-TERMS.
           PERFORM TERM-POSITION.
           PERFORM PERIODIC-PAYMENT.
           MOVE DEBIT             TO MH-AFTER-DEBIT.
           MOVE FINISH-DATE       TO MH-AFTER-FINISH.
           MOVE INSTALLMENT-COUNT TO MH-AFTER-INSTALLMENTS.
           COMPUTE MH-AFTER-PAYMENT ROUNDED = MONTHLY-PAYMENT-AMT.
           MOVE INTEREST-ACCRUED  TO MH-AFTER-ACCRUED.
           MOVE HOLIDAY-END-DATE  TO MH-AFTER-HOLIDAY-END.
       SAVE-AFTER-TERMS-END. EXIT.
      *----
       EXTEND-TERM.
           COMPUTE EXTENSION-DAYS =
              MT-INSTALLMENTS * INSTALLMENT-DAYS.
           COMPUTE FINISH-DATE = FUNCTION DATE-OF-INTEGER
              (INT-FINISH-DATE + EXTENSION-DAYS).
           IF INSTALLMENTS-REMAINING NUMERIC AND
              INSTALLMENTS-REMAINING > 0
              ADD MT-INSTALLMENTS TO INSTALLMENTS-REMAINING
                 ON SIZE ERROR MOVE 999 TO INSTALLMENTS-REMAINING
              END-ADD
           END-IF.
       EXTEND-TERM-END. EXIT.
      *----
       GRANT-HOLIDAY.
           COMPUTE EXTENSION-DAYS =
              MT-INSTALLMENTS * INSTALLMENT-DAYS.
           COMPUTE FINISH-DATE = FUNCTION DATE-OF-INTEGER
              (INT-FINISH-DATE + EXTENSION-DAYS).
           COMPUTE INT-HOLIDAY-END = TODAY-INT + EXTENSION-DAYS.
           COMPUTE HOLIDAY-END-DATE =
              FUNCTION DATE-OF-INTEGER(INT-HOLIDAY-END).
       GRANT-HOLIDAY-END. EXIT.
      *----
       REAMORTISE-BALANCE.
           COMPUTE INSTALLMENTS-REMAINING =
              SCHEDULE-INSTALLMENTS - ELAPSED-INSTALLMENTS.
       REAMORTISE-BALANCE-END. EXIT.
      *----
       REWRITE-MASTER.
           MOVE 'Y' TO MASTER-UPDATED-FLAG.
           REWRITE ACCT-VARIABLES
              INVALID KEY
                 DISPLAY 'ACCOUNT MASTER REWRITE ERROR ' ACCOUNT-NO
                 MOVE 8 TO RETURN-CODE
                 MOVE 'N' TO MASTER-UPDATED-FLAG
                 MOVE 'MASTER REWRITE FAILED' TO MOD-REASON
           END-REWRITE.
       REWRITE-MASTER-END. EXIT.
      *----
       WRITE-MOD-HISTORY.
           MOVE ACCOUNT-NO         TO MH-ACCOUNT-NO.
           MOVE TODAY-DATE         TO MH-MOD-DATE.
           MOVE MT-MOD-TYPE        TO MH-MOD-TYPE.
           IF MT-INSTALLMENTS NUMERIC
              MOVE MT-INSTALLMENTS TO MH-INSTALLMENTS
           ELSE
              MOVE 0               TO MH-INSTALLMENTS
           END-IF.
           MOVE MT-INTEREST-OPTION TO MH-INTEREST-OPTION.
           MOVE MT-REQUESTED-BY    TO MH-REQUESTED-BY.
           MOVE HOLIDAY-INTEREST   TO MH-HOLIDAY-INTEREST.
           MOVE CAPITALISED-AMOUNT TO MH-CAPITALISED.
           IF MT-MOD-TYPE = 'H' AND MT-INTEREST-OPTION = 'C'
              MOVE 'P'             TO MH-CAPITALISE-STATUS
           ELSE
              MOVE SPACE           TO MH-CAPITALISE-STATUS
           END-IF.
           MOVE 'N' TO HISTORY-WRITTEN-FLAG.
           PERFORM UNTIL HISTORY-WRITTEN-FLAG = 'Y'
              ADD 1 TO HISTORY-SEQ
              MOVE HISTORY-SEQ TO MH-MOD-SEQ
              WRITE MOD-HISTORY-RECORD
                 INVALID KEY
                    IF CHECK-MOD-HISTORY NOT = 22
                       DISPLAY 'MODIFICATION HISTORY WRITE ERROR '
                               MH-ACCOUNT-NO ' ' CHECK-MOD-HISTORY
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO HISTORY-WRITTEN-FLAG
                    END-IF
                 NOT INVALID KEY
                    MOVE 'Y' TO HISTORY-WRITTEN-FLAG
              END-WRITE
           END-PERFORM.
       WRITE-MOD-HISTORY-END. EXIT.
      *----
       WRITE-MOD-GL.
           MOVE ACCOUNT-NO         TO ACCOUNT-NO-MG.
           MOVE TODAY-DATE         TO MOD-DATE-MG.
           MOVE MH-MOD-TYPE        TO MOD-TYPE-MG.
           MOVE MH-INTEREST-OPTION TO INTEREST-OPTION-MG.
           MOVE 0                  TO HOLIDAY-INTEREST-MG.
           MOVE CAPITALISED-AMOUNT TO CAPITALISED-MG.
           MOVE CURRENCY-CODE      TO CURRENCY-CODE-MG.
           WRITE MOD-GL-LINE.
           IF CHECK-MOD-GL NOT = 00
              DISPLAY 'MODIFICATION GL WRITE ERROR' CHECK-MOD-GL
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-MOD-GL-END. EXIT.
      *----
       WRITE-REGISTER-LINE.
           MOVE SPACES             TO MOD-REGISTER-LINE.
           IF MOD-REASON = SPACES
              MOVE 'APPLIED'       TO MOD-RESULT-R
           ELSE
              MOVE 'REJECTED'      TO MOD-RESULT-R
           END-IF.
           MOVE MT-ACCOUNT-NO      TO ACCOUNT-NO-R.
           MOVE MT-MOD-TYPE        TO MOD-TYPE-R.
           MOVE MT-INTEREST-OPTION TO INTEREST-OPTION-R.
           IF MT-INSTALLMENTS NUMERIC
              MOVE MT-INSTALLMENTS TO INSTALLMENTS-R
           ELSE
              MOVE 0               TO INSTALLMENTS-R
           END-IF.
           IF MOD-VALID-FLAG = 'Y'
              MOVE MH-BEFORE-FINISH  TO OLD-FINISH-R
              MOVE MH-AFTER-FINISH   TO NEW-FINISH-R
              MOVE MH-BEFORE-PAYMENT TO OLD-PAYMENT-R
              MOVE MH-AFTER-PAYMENT  TO NEW-PAYMENT-R
           ELSE
              MOVE 0 TO OLD-FINISH-R
              MOVE 0 TO NEW-FINISH-R
              MOVE 0 TO OLD-PAYMENT-R
              MOVE 0 TO NEW-PAYMENT-R
           END-IF.
           MOVE MOD-REASON         TO MOD-REASON-R.
           WRITE MOD-REGISTER-LINE.
           IF CHECK-MOD-REGISTER NOT = 00
              DISPLAY 'MODIFICATION REGISTER WRITE ERROR'
                      CHECK-MOD-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-REGISTER-LINE-END. EXIT.
      *----
       WRITE-REGISTER-TRAILER.
           MOVE MODS-READ         TO MODS-READ-O.
           MOVE MODS-APPLIED      TO MODS-APPLIED-O.
           MOVE MODS-REJECTED     TO MODS-REJECTED-O.
           MOVE CAPITALISED-TOTAL TO CAPITALISED-TOTAL-O.
           WRITE MOD-REGISTER-LINE FROM REGISTER-TRAILER
              AFTER ADVANCING 1 LINES.
       WRITE-REGISTER-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE MOD-TRANS.
           CLOSE ACCT-REC.
           CLOSE MOD-HISTORY.
           CLOSE MOD-GL.
           CLOSE MOD-REGISTER.
           GOBACK.
       CLOSE-END. EXIT.
