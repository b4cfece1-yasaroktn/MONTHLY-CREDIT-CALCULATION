                           STATUS CHECK-TRANS-FILE.
           SELECT MAINT-LOG ASSIGN TO MAINTLOG
                           STATUS CHECK-MAINT-LOG.
           SELECT PENDING-CHANGE ASSIGN TO PENDCHG
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS PC-KEY
                           STATUS CHECK-PENDING-CHANGE.
           SELECT ACCT-JOURNAL ASSIGN TO ACCTJRNL
                           STATUS CHECK-ACCT-JOURNAL.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
           05 TRANS-PRINCIPAL-PAID  PIC 9(8).
           05 TRANS-LAST-PAY-DATE   PIC 9(8).
           05 TRANS-INST-REMAINING  PIC 9(3).
           05 TRANS-USER-ID         PIC X(8).
      *-----------------------------------------------------------------
       FD  MAINT-LOG RECORDING MODE F.
       01  MAINT-LOG-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-ACCOUNT-NO         PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-USER-ID            PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-RESULT             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-REASON             PIC X(30).
      *-----------------------------------------------------------------
       FD  PENDING-CHANGE RECORDING MODE F.
           COPY PENDCHG.
      *-----------------------------------------------------------------
       FD  ACCT-JOURNAL RECORDING MODE F.
           COPY ACCTJRNL.
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
           05 CHECK-ACCT-REC    PIC 9(2).
           05 CHECK-TRANS-FILE  PIC 9(2).
           05 CHECK-MAINT-LOG   PIC 9(2).
           05 CHECK-PENDING-CHANGE PIC 9(2).
           05 CHECK-ACCT-JOURNAL PIC 9(2).
           05 CHECK-RUN-CONTROL PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC           PIC X VALUE SPACE.
           05 PENDING-NEEDED-FLAG PIC X.
           05 PENDING-WRITTEN-FLAG PIC X.
      *----
       01  MAINT-VARIABLES.
           05 TODAY-DATE        PIC 9(8).
           05 CURRENT-STAMP     PIC X(21).
           05 CHANGE-DATE       PIC 9(8).
           05 CHANGE-TIME       PIC 9(6).
           05 PENDING-SEQ       PIC 9(6) VALUE 0.
      *----
       01  BEFORE-VALUES.
           05 BEFORE-IMAGE      PIC X(140).
           05 BEFORE-DEBIT      PIC 9(8).
           05 BEFORE-PRINCIPAL-PAID PIC 9(8).
           05 BEFORE-CURRENCY   PIC X(3).
           05 BEFORE-STATUS     PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT MAINT-LOG.
           OPEN I-O ACCT-REC.
           OPEN I-O PENDING-CHANGE.
           IF CHECK-PENDING-CHANGE = 35
              OPEN OUTPUT PENDING-CHANGE
              CLOSE PENDING-CHANGE
              OPEN I-O PENDING-CHANGE
           END-IF.
           OPEN EXTEND ACCT-JOURNAL.
           IF CHECK-ACCT-JOURNAL = 35
              OPEN OUTPUT ACCT-JOURNAL
           END-IF.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP.
           MOVE CURRENT-STAMP(1:8) TO CHANGE-DATE.
           MOVE CURRENT-STAMP(9:6) TO CHANGE-TIME.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-PENDING-CHANGE NOT EQUAL 97) AND
      -       (CHECK-PENDING-CHANGE NOT EQUAL 00) AND
      -       (CHECK-PENDING-CHANGE NOT EQUAL 05)
              DISPLAY 'PENDING CHANGE FILE CANNOT OPEN'
                      CHECK-PENDING-CHANGE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ACCT-JOURNAL NOT EQUAL 97) AND
      -       (CHECK-ACCT-JOURNAL NOT EQUAL 00)
              DISPLAY 'ACCOUNT JOURNAL CANNOT OPEN' CHECK-ACCT-JOURNAL
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           END-PERFORM.
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
       READ-TRANSACTION.
           READ TRANS-FILE
       READ-END. EXIT.
      *----
       APPLY-TRANSACTION.
           IF TRANS-USER-ID = SPACES
              PERFORM LOG-REJECTED-NO-USER
           ELSE
              EVALUATE TRANS-CODE
                 WHEN 'A'
                    PERFORM ADD-ACCOUNT
                 WHEN 'C'
                    PERFORM CHANGE-ACCOUNT
                 WHEN 'D'
                    PERFORM DELETE-ACCOUNT
                 WHEN OTHER
                    PERFORM LOG-REJECTED-UNKNOWN-CODE
              END-EVALUATE
           END-IF.
       APPLY-END. EXIT.
      *----
       ADD-ACCOUNT.
              MOVE TRANS-PRINCIPAL-PAID    TO PRINCIPAL-PAID
              MOVE TRANS-LAST-PAY-DATE     TO LAST-PAYMENT-DATE
              MOVE TRANS-INST-REMAINING    TO INSTALLMENTS-REMAINING
              MOVE 0                       TO INTEREST-ACCRUED
              IF TRANS-LAST-PAY-DATE NUMERIC AND
                 TRANS-LAST-PAY-DATE > 0
                 MOVE TRANS-LAST-PAY-DATE  TO INTEREST-ACCRUED-DATE
              ELSE
                 MOVE TRANS-START-DATE     TO INTEREST-ACCRUED-DATE
              END-IF
              MOVE 0                       TO CHARGE-OFF-DATE
              MOVE 0                       TO CHARGE-OFF-AMOUNT
              MOVE 0                       TO RECOVERED-AMOUNT
              MOVE 0                       TO HOLIDAY-END-DATE
              IF DEBIT NOT = 0 OR PRINCIPAL-PAID NOT = 0
                 PERFORM WRITE-PENDING-CHANGE
              ELSE
                 WRITE ACCT-VARIABLES
                    INVALID KEY PERFORM LOG-REJECTED-WRITE-FAILED
                    NOT INVALID KEY
                       PERFORM CLEAR-BEFORE-VALUES
                       PERFORM WRITE-JOURNAL
                       PERFORM LOG-APPLIED
                 END-WRITE
              END-IF
           END-IF.
       ADD-ACCOUNT-END. EXIT.
      *----
           MOVE TRANS-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY PERFORM LOG-REJECTED-NOT-FOUND
              NOT INVALID KEY PERFORM SPLIT-CHANGE
           END-READ.
       CHANGE-ACCOUNT-END. EXIT.
      *----
       SPLIT-CHANGE.
           PERFORM SAVE-BEFORE-VALUES.
           MOVE 'N' TO PENDING-NEEDED-FLAG.
           IF TRANS-DEBIT NOT = DEBIT OR
              TRANS-PRINCIPAL-PAID NOT = PRINCIPAL-PAID OR
              TRANS-CURRENCY-CODE NOT = CURRENCY-CODE OR
              TRANS-INTEREST-RATE NOT = INTEREST-RATE OR
              TRANS-RATE-TYPE NOT = RATE-TYPE OR
              TRANS-RATE-CAP NOT = RATE-CAP OR
              TRANS-RATE-FLOOR NOT = RATE-FLOOR
              MOVE 'Y' TO PENDING-NEEDED-FLAG
           END-IF.
           MOVE TRANS-LAST-NAME         TO LAST-NAME.
           MOVE TRANS-START-DATE        TO START-DATE.
           MOVE TRANS-FINISH-DATE       TO FINISH-DATE.
           MOVE TRANS-ACCOUNT-STATUS    TO ACCOUNT-STATUS.
           MOVE TRANS-PAYMENT-FREQUENCY TO PAYMENT-FREQUENCY.
           MOVE TRANS-CUSTOMER-NO       TO ACCT-CUSTOMER-NO.
           MOVE TRANS-LAST-PAY-DATE     TO LAST-PAYMENT-DATE.
           MOVE TRANS-INST-REMAINING    TO INSTALLMENTS-REMAINING.
           IF ACCT-VARIABLES NOT = BEFORE-IMAGE
              REWRITE ACCT-VARIABLES
                 INVALID KEY PERFORM LOG-REJECTED-WRITE-FAILED
                 NOT INVALID KEY
                    PERFORM WRITE-JOURNAL
                    PERFORM LOG-APPLIED
              END-REWRITE
           ELSE
              IF PENDING-NEEDED-FLAG NOT = 'Y'
                 PERFORM LOG-APPLIED
              END-IF
           END-IF.
           IF PENDING-NEEDED-FLAG = 'Y'
              PERFORM WRITE-PENDING-CHANGE
           END-IF.
       SPLIT-CHANGE-END. EXIT.
      *----
       DELETE-ACCOUNT.
           MOVE TRANS-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY PERFORM LOG-REJECTED-NOT-FOUND
              NOT INVALID KEY PERFORM WRITE-PENDING-CHANGE
           END-READ.
       DELETE-ACCOUNT-END. EXIT.
      *----
       SAVE-BEFORE-VALUES.
           MOVE ACCT-VARIABLES TO BEFORE-IMAGE.
           MOVE DEBIT          TO BEFORE-DEBIT.
           MOVE PRINCIPAL-PAID TO BEFORE-PRINCIPAL-PAID.
           MOVE CURRENCY-CODE  TO BEFORE-CURRENCY.
           MOVE ACCOUNT-STATUS TO BEFORE-STATUS.
       SAVE-BEFORE-VALUES-END. EXIT.
      *----
       CLEAR-BEFORE-VALUES.
           MOVE SPACES TO BEFORE-IMAGE.
           MOVE 0      TO BEFORE-DEBIT.
           MOVE 0      TO BEFORE-PRINCIPAL-PAID.
           MOVE SPACES TO BEFORE-CURRENCY.
           MOVE SPACE  TO BEFORE-STATUS.
       CLEAR-BEFORE-VALUES-END. EXIT.
      *----
       WRITE-JOURNAL.
           MOVE ACCOUNT-NO            TO JR-ACCOUNT-NO.
           MOVE TRANS-CODE            TO JR-TRANS-CODE.
           MOVE TODAY-DATE            TO JR-BUSINESS-DATE.
           MOVE CHANGE-DATE           TO JR-CHANGE-DATE.
           MOVE CHANGE-TIME           TO JR-CHANGE-TIME.
           MOVE TRANS-USER-ID         TO JR-MAKER-ID.
           MOVE SPACES                TO JR-CHECKER-ID.
           MOVE BEFORE-DEBIT          TO JR-BEFORE-DEBIT.
           MOVE DEBIT                 TO JR-AFTER-DEBIT.
           MOVE BEFORE-PRINCIPAL-PAID TO JR-BEFORE-PRINCIPAL-PAID.
           MOVE PRINCIPAL-PAID        TO JR-AFTER-PRINCIPAL-PAID.
           MOVE BEFORE-CURRENCY       TO JR-BEFORE-CURRENCY.
           MOVE CURRENCY-CODE         TO JR-AFTER-CURRENCY.
           MOVE BEFORE-STATUS         TO JR-BEFORE-STATUS.
           MOVE ACCOUNT-STATUS        TO JR-AFTER-STATUS.
           MOVE BEFORE-IMAGE          TO JR-BEFORE-IMAGE.
           MOVE ACCT-VARIABLES        TO JR-AFTER-IMAGE.
           IF TRANS-CODE = 'A'
              MOVE 'Y' TO JR-BALANCE-FLAG
           ELSE
              MOVE 'N' TO JR-BALANCE-FLAG
           END-IF.
           WRITE ACCT-JOURNAL-RECORD.
           IF CHECK-ACCT-JOURNAL NOT = 00
              DISPLAY 'ACCOUNT JOURNAL WRITE ERROR' CHECK-ACCT-JOURNAL
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-JOURNAL-END. EXIT.
      *----
       WRITE-PENDING-CHANGE.
           MOVE ACCOUNT-NO           TO PC-ACCOUNT-NO.
           MOVE TODAY-DATE           TO PC-ENTRY-DATE.
           MOVE TRANS-CODE           TO PC-TRANS-CODE.
           MOVE 'P'                  TO PC-STATUS.
           MOVE TRANS-USER-ID        TO PC-MAKER-ID.
           MOVE CHANGE-TIME          TO PC-ENTRY-TIME.
           MOVE SPACES               TO PC-CHECKER-ID.
           MOVE 0                    TO PC-DECISION-DATE.
           IF TRANS-CODE = 'A'
              MOVE 0                 TO PC-ORIG-DEBIT
              MOVE 0                 TO PC-ORIG-PRINCIPAL-PAID
              MOVE 0                 TO PC-ORIG-INTEREST-RATE
              MOVE SPACE             TO PC-ORIG-RATE-TYPE
              MOVE 0                 TO PC-ORIG-RATE-CAP
              MOVE 0                 TO PC-ORIG-RATE-FLOOR
              MOVE SPACES            TO PC-ORIG-CURRENCY-CODE
              MOVE ACCT-VARIABLES    TO PC-NEW-IMAGE
           ELSE
              MOVE DEBIT             TO PC-ORIG-DEBIT
              MOVE PRINCIPAL-PAID    TO PC-ORIG-PRINCIPAL-PAID
              MOVE INTEREST-RATE     TO PC-ORIG-INTEREST-RATE
              MOVE RATE-TYPE         TO PC-ORIG-RATE-TYPE
              MOVE RATE-CAP          TO PC-ORIG-RATE-CAP
              MOVE RATE-FLOOR        TO PC-ORIG-RATE-FLOOR
              MOVE CURRENCY-CODE     TO PC-ORIG-CURRENCY-CODE
              MOVE SPACES            TO PC-NEW-IMAGE
           END-IF.
           IF TRANS-CODE = 'D'
              MOVE PC-ORIG-VALUES    TO PC-NEW-VALUES
           ELSE
              MOVE TRANS-DEBIT          TO PC-NEW-DEBIT
              MOVE TRANS-PRINCIPAL-PAID TO PC-NEW-PRINCIPAL-PAID
              MOVE TRANS-INTEREST-RATE  TO PC-NEW-INTEREST-RATE
              MOVE TRANS-RATE-TYPE      TO PC-NEW-RATE-TYPE
              MOVE TRANS-RATE-CAP       TO PC-NEW-RATE-CAP
              MOVE TRANS-RATE-FLOOR     TO PC-NEW-RATE-FLOOR
              MOVE TRANS-CURRENCY-CODE  TO PC-NEW-CURRENCY-CODE
           END-IF.
           MOVE 'N' TO PENDING-WRITTEN-FLAG.
           PERFORM UNTIL PENDING-WRITTEN-FLAG = 'Y'
              ADD 1 TO PENDING-SEQ
              MOVE PENDING-SEQ TO PC-ENTRY-SEQ
              WRITE PENDING-CHANGE-RECORD
                 INVALID KEY
                    IF CHECK-PENDING-CHANGE NOT = 22
                       PERFORM LOG-REJECTED-PENDING-FAILED
                       MOVE 'Y' TO PENDING-WRITTEN-FLAG
                    END-IF
                 NOT INVALID KEY
                    PERFORM LOG-PENDING
                    MOVE 'Y' TO PENDING-WRITTEN-FLAG
              END-WRITE
           END-PERFORM.
       WRITE-PENDING-CHANGE-END. EXIT.
      *----
       LOG-APPLIED.
           MOVE TRANS-CODE       TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO TO LOG-ACCOUNT-NO.
           MOVE TRANS-USER-ID    TO LOG-USER-ID.
           MOVE 'APPLIED'        TO LOG-RESULT.
           MOVE SPACES           TO LOG-REASON.
           WRITE MAINT-LOG-LINE.
       LOG-REJECTED-DUPLICATE.
           MOVE TRANS-CODE       TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO TO LOG-ACCOUNT-NO.
           MOVE TRANS-USER-ID    TO LOG-USER-ID.
           MOVE 'REJECTED'       TO LOG-RESULT.
           MOVE 'ACCOUNT ALREADY EXISTS'      TO LOG-REASON.
           WRITE MAINT-LOG-LINE.
       LOG-REJECTED-NOT-FOUND.
           MOVE TRANS-CODE       TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO TO LOG-ACCOUNT-NO.
           MOVE TRANS-USER-ID    TO LOG-USER-ID.
           MOVE 'REJECTED'       TO LOG-RESULT.
           MOVE 'ACCOUNT NOT FOUND'           TO LOG-REASON.
           WRITE MAINT-LOG-LINE.
       LOG-REJECTED-WRITE-FAILED.
           MOVE TRANS-CODE       TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO TO LOG-ACCOUNT-NO.
           MOVE TRANS-USER-ID    TO LOG-USER-ID.
           MOVE 'REJECTED'       TO LOG-RESULT.
           MOVE 'ACCOUNT MASTER WRITE FAILED'  TO LOG-REASON.
           WRITE MAINT-LOG-LINE.
       LOG-REJECTED-WRITE-FAILED-END. EXIT.
      *----
       LOG-PENDING.
           MOVE TRANS-CODE       TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO TO LOG-ACCOUNT-NO.
           MOVE TRANS-USER-ID    TO LOG-USER-ID.
           MOVE 'PENDING'        TO LOG-RESULT.
           MOVE 'AWAITING SECOND APPROVAL'     TO LOG-REASON.
           WRITE MAINT-LOG-LINE.
       LOG-PENDING-END. EXIT.
      *----
       LOG-REJECTED-NO-USER.
           MOVE TRANS-CODE       TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO TO LOG-ACCOUNT-NO.
           MOVE TRANS-USER-ID    TO LOG-USER-ID.
           MOVE 'REJECTED'       TO LOG-RESULT.
           MOVE 'USER ID MISSING'              TO LOG-REASON.
           WRITE MAINT-LOG-LINE.
       LOG-REJECTED-NO-USER-END. EXIT.
      *----
       LOG-REJECTED-PENDING-FAILED.
           MOVE TRANS-CODE       TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO TO LOG-ACCOUNT-NO.
           MOVE TRANS-USER-ID    TO LOG-USER-ID.
           MOVE 'REJECTED'       TO LOG-RESULT.
           MOVE 'PENDING CHANGE WRITE FAILED'  TO LOG-REASON.
           WRITE MAINT-LOG-LINE.
       LOG-REJECTED-PENDING-FAILED-END. EXIT.
      *----
       LOG-REJECTED-UNKNOWN-CODE.
           MOVE TRANS-CODE       TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO TO LOG-ACCOUNT-NO.
           MOVE TRANS-USER-ID    TO LOG-USER-ID.
           MOVE 'REJECTED'       TO LOG-RESULT.
           MOVE 'UNKNOWN TRANSACTION CODE'     TO LOG-REASON.
           WRITE MAINT-LOG-LINE.
           CLOSE TRANS-FILE.
           CLOSE MAINT-LOG.
           CLOSE ACCT-REC.
           CLOSE PENDING-CHANGE.
           CLOSE ACCT-JOURNAL.
           GOBACK.
       CLOSE-END. EXIT.
