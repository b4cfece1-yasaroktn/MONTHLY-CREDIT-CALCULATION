       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    ACCTAPPR.
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
           SELECT PENDING-CHANGE ASSIGN TO PENDCHG
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS PC-KEY
                           STATUS CHECK-PENDING-CHANGE.
           SELECT APPROVAL-TRANS ASSIGN TO APPRTRAN
                           STATUS CHECK-APPROVAL-TRANS.
           SELECT APPROVAL-LOG ASSIGN TO APPRLOG
                           STATUS CHECK-APPROVAL-LOG.
           SELECT ACCT-JOURNAL ASSIGN TO ACCTJRNL
                           STATUS CHECK-ACCT-JOURNAL.
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
       FD  PENDING-CHANGE RECORDING MODE F.
           COPY PENDCHG.
      *-----------------------------------------------------------------
      * TRANS-CODE 'A' applies the pending change, 'R' declines it.
      *-----------------------------------------------------------------
       FD  APPROVAL-TRANS RECORDING MODE F.
       01  APPROVAL-TRANS-RECORD.
           05 TRANS-CODE            PIC X.
           05 TRANS-ACCOUNT-NO      PIC X(8).
           05 TRANS-ENTRY-DATE      PIC 9(8).
           05 TRANS-ENTRY-SEQ       PIC 9(6).
           05 TRANS-USER-ID         PIC X(8).
           05 FILLER                PIC X(49).
      *-----------------------------------------------------------------
       FD  APPROVAL-LOG RECORDING MODE F.
       01  APPROVAL-LOG-LINE.
           05 LOG-TRANS-CODE        PIC X.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-ACCOUNT-NO        PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-ENTRY-DATE        PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-ENTRY-SEQ         PIC 9(6).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-CHANGE-CODE       PIC X.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-MAKER-ID          PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-USER-ID           PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-RESULT            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-REASON            PIC X(30).
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
       01  CHECK-POINTS.
           05 CHECK-ACCT-REC       PIC 9(2).
           05 CHECK-PENDING-CHANGE PIC 9(2).
           05 CHECK-APPROVAL-TRANS PIC 9(2).
           05 CHECK-APPROVAL-LOG   PIC 9(2).
           05 CHECK-ACCT-JOURNAL   PIC 9(2).
           05 CHECK-RUN-CONTROL    PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC              PIC X VALUE SPACE.
           05 PENDING-FOUND-FLAG   PIC X.
           05 MASTER-FOUND-FLAG    PIC X.
           05 MASTER-UPDATED-FLAG  PIC X.
      *----
       01  APPROVAL-VARIABLES.
           05 TODAY-DATE           PIC 9(8).
           05 CURRENT-STAMP        PIC X(21).
           05 CHANGE-DATE          PIC 9(8).
           05 CHANGE-TIME          PIC 9(6).
           05 NEW-DEBIT            PIC S9(9).
           05 NEW-PRINCIPAL-PAID   PIC S9(9).
      *----
       01  BEFORE-VALUES.
           05 BEFORE-IMAGE         PIC X(140).
           05 BEFORE-DEBIT         PIC 9(8).
           05 BEFORE-PRINCIPAL-PAID PIC 9(8).
           05 BEFORE-CURRENCY      PIC X(3).
           05 BEFORE-STATUS        PIC X.
      *----
       01  APPROVAL-TOTALS.
           05 TRANS-READ           PIC 9(6) VALUE 0.
           05 CHANGES-APPLIED      PIC 9(6) VALUE 0.
           05 CHANGES-DECLINED     PIC 9(6) VALUE 0.
           05 TRANS-REJECTED       PIC 9(6) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT APPROVAL-TRANS.
           OPEN OUTPUT APPROVAL-LOG.
           OPEN I-O ACCT-REC.
           OPEN I-O PENDING-CHANGE.
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
           IF (CHECK-APPROVAL-TRANS NOT EQUAL 97) AND
      -       (CHECK-APPROVAL-TRANS NOT EQUAL 00)
              DISPLAY 'APPROVAL TRANSACTIONS CANNOT OPEN'
                      CHECK-APPROVAL-TRANS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-APPROVAL-LOG NOT EQUAL 97) AND
      -       (CHECK-APPROVAL-LOG NOT EQUAL 00)
              DISPLAY 'APPROVAL LOG CANNOT OPEN' CHECK-APPROVAL-LOG
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-PENDING-CHANGE NOT EQUAL 97) AND
      -       (CHECK-PENDING-CHANGE NOT EQUAL 00) AND
      -       (CHECK-PENDING-CHANGE NOT EQUAL 05)
              DISPLAY 'PENDING CHANGE FILE CANNOT OPEN'
                      CHECK-PENDING-CHANGE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ACCT-JOURNAL NOT EQUAL 97) AND
      -       (CHECK-ACCT-JOURNAL NOT EQUAL 00)
              DISPLAY 'ACCOUNT JOURNAL CANNOT OPEN' CHECK-ACCT-JOURNAL
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
           DISPLAY 'CHANGES APPLIED ' CHANGES-APPLIED
                   ' DECLINED ' CHANGES-DECLINED
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
       READ-TRANSACTION.
           READ APPROVAL-TRANS
              AT END MOVE 'Y' TO LASTREC
              NOT AT END ADD 1 TO TRANS-READ
           END-READ.
       READ-END. EXIT.
      *----
       APPLY-TRANSACTION.
           PERFORM READ-PENDING-CHANGE.
           EVALUATE TRUE
              WHEN PENDING-FOUND-FLAG NOT = 'Y'
                 MOVE 'PENDING CHANGE NOT FOUND' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN TRANS-USER-ID = SPACES
                 MOVE 'USER ID MISSING' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN PC-STATUS NOT = 'P'
                 MOVE 'CHANGE NOT PENDING' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN TRANS-USER-ID = PC-MAKER-ID
                 MOVE 'CHECKER MUST DIFFER FROM MAKER' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN TRANS-CODE = 'A'
                 PERFORM APPROVE-CHANGE
              WHEN TRANS-CODE = 'R'
                 PERFORM DECLINE-CHANGE
              WHEN OTHER
                 MOVE 'UNKNOWN TRANSACTION CODE' TO LOG-REASON
                 PERFORM LOG-REJECTED
           END-EVALUATE.
       APPLY-END. EXIT.
      *----
       READ-PENDING-CHANGE.
           MOVE 'Y' TO PENDING-FOUND-FLAG.
           MOVE TRANS-ACCOUNT-NO TO PC-ACCOUNT-NO.
           MOVE TRANS-ENTRY-DATE TO PC-ENTRY-DATE.
           MOVE TRANS-ENTRY-SEQ  TO PC-ENTRY-SEQ.
           READ PENDING-CHANGE
              INVALID KEY MOVE 'N' TO PENDING-FOUND-FLAG
           END-READ.
       READ-PENDING-CHANGE-END. EXIT.
      *----
       APPROVE-CHANGE.
           MOVE 'Y' TO MASTER-FOUND-FLAG.
           IF PC-TRANS-CODE = 'A'
              PERFORM APPLY-ADD
           ELSE
              PERFORM APPROVE-MASTER-CHANGE
           END-IF.
           IF MASTER-FOUND-FLAG = 'Y' AND MASTER-UPDATED-FLAG = 'Y'
              PERFORM WRITE-JOURNAL
              MOVE 'A' TO PC-STATUS
              PERFORM REWRITE-PENDING-CHANGE
              ADD 1 TO CHANGES-APPLIED
              MOVE 'APPLIED' TO LOG-RESULT
              MOVE SPACES    TO LOG-REASON
              PERFORM WRITE-LOG-LINE
           END-IF.
       APPROVE-CHANGE-END. EXIT.
      *----
       APPROVE-MASTER-CHANGE.
           MOVE PC-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY MOVE 'N' TO MASTER-FOUND-FLAG
           END-READ.
           IF MASTER-FOUND-FLAG NOT = 'Y'
              MOVE 'ACCOUNT NOT FOUND' TO LOG-REASON
              PERFORM LOG-REJECTED
           ELSE
              PERFORM SAVE-BEFORE-VALUES
              IF PC-TRANS-CODE = 'D'
                 PERFORM APPLY-DELETE
              ELSE
                 PERFORM APPLY-CHANGE
              END-IF
           END-IF.
       APPROVE-MASTER-CHANGE-END. EXIT.
      *----
       APPLY-ADD.
           MOVE 'N' TO MASTER-UPDATED-FLAG.
           MOVE SPACES TO BEFORE-IMAGE.
           MOVE 0      TO BEFORE-DEBIT.
           MOVE 0      TO BEFORE-PRINCIPAL-PAID.
           MOVE SPACES TO BEFORE-CURRENCY.
           MOVE SPACE  TO BEFORE-STATUS.
           MOVE PC-NEW-IMAGE TO ACCT-VARIABLES.
           WRITE ACCT-VARIABLES
              INVALID KEY
                 MOVE 'ACCOUNT ALREADY EXISTS' TO LOG-REASON
                 PERFORM LOG-REJECTED
              NOT INVALID KEY
                 MOVE 'Y' TO MASTER-UPDATED-FLAG
           END-WRITE.
       APPLY-ADD-END. EXIT.
      *----
       APPLY-CHANGE.
           MOVE 'N' TO MASTER-UPDATED-FLAG.
           COMPUTE NEW-DEBIT =
              DEBIT + PC-NEW-DEBIT - PC-ORIG-DEBIT.
           COMPUTE NEW-PRINCIPAL-PAID =
              PRINCIPAL-PAID + PC-NEW-PRINCIPAL-PAID
              - PC-ORIG-PRINCIPAL-PAID.
           IF NEW-DEBIT < 0 OR NEW-PRINCIPAL-PAID < 0
              MOVE 'ADJUSTMENT EXCEEDS BALANCE' TO LOG-REASON
              PERFORM LOG-REJECTED
           ELSE
              MOVE NEW-DEBIT             TO DEBIT
              MOVE NEW-PRINCIPAL-PAID    TO PRINCIPAL-PAID
              PERFORM APPLY-CHANGED-FIELDS
              MOVE 'Y' TO MASTER-UPDATED-FLAG
              REWRITE ACCT-VARIABLES
                 INVALID KEY
                    MOVE 'N' TO MASTER-UPDATED-FLAG
                    MOVE 'ACCOUNT MASTER WRITE FAILED' TO LOG-REASON
                    PERFORM LOG-REJECTED
              END-REWRITE
           END-IF.
       APPLY-CHANGE-END. EXIT.
      *----
      * Only the rate and currency fields the maker changed are set,
      * so a repricing made since the change was entered is kept.
      *----
       APPLY-CHANGED-FIELDS.
           IF PC-NEW-INTEREST-RATE NOT = PC-ORIG-INTEREST-RATE
              MOVE PC-NEW-INTEREST-RATE  TO INTEREST-RATE
           END-IF.
           IF PC-NEW-RATE-TYPE NOT = PC-ORIG-RATE-TYPE
              MOVE PC-NEW-RATE-TYPE      TO RATE-TYPE
           END-IF.
           IF PC-NEW-RATE-CAP NOT = PC-ORIG-RATE-CAP
              MOVE PC-NEW-RATE-CAP       TO RATE-CAP
           END-IF.
           IF PC-NEW-RATE-FLOOR NOT = PC-ORIG-RATE-FLOOR
              MOVE PC-NEW-RATE-FLOOR     TO RATE-FLOOR
           END-IF.
           IF PC-NEW-CURRENCY-CODE NOT = PC-ORIG-CURRENCY-CODE
              MOVE PC-NEW-CURRENCY-CODE  TO CURRENCY-CODE
           END-IF.
       APPLY-CHANGED-FIELDS-END. EXIT.
      *----
       APPLY-DELETE.
           MOVE 'Y' TO MASTER-UPDATED-FLAG.
           DELETE ACCT-REC
              INVALID KEY
                 MOVE 'N' TO MASTER-UPDATED-FLAG
                 MOVE 'ACCOUNT MASTER WRITE FAILED' TO LOG-REASON
                 PERFORM LOG-REJECTED
           END-DELETE.
           IF MASTER-UPDATED-FLAG = 'Y'
              MOVE SPACES TO ACCT-VARIABLES
              MOVE 0      TO DEBIT
              MOVE 0      TO PRINCIPAL-PAID
           END-IF.
       APPLY-DELETE-END. EXIT.
      *----
       DECLINE-CHANGE.
           MOVE 'R' TO PC-STATUS.
           PERFORM REWRITE-PENDING-CHANGE.
           ADD 1 TO CHANGES-DECLINED.
           MOVE 'DECLINED' TO LOG-RESULT.
           MOVE SPACES     TO LOG-REASON.
           PERFORM WRITE-LOG-LINE.
       DECLINE-CHANGE-END. EXIT.
      *----
       REWRITE-PENDING-CHANGE.
           MOVE TRANS-USER-ID TO PC-CHECKER-ID.
           MOVE TODAY-DATE    TO PC-DECISION-DATE.
           REWRITE PENDING-CHANGE-RECORD
              INVALID KEY
                 DISPLAY 'PENDING CHANGE REWRITE ERROR '
                         PC-ACCOUNT-NO ' ' CHECK-PENDING-CHANGE
                 MOVE 8 TO RETURN-CODE
           END-REWRITE.
       REWRITE-PENDING-CHANGE-END. EXIT.
      *----
       SAVE-BEFORE-VALUES.
           MOVE ACCT-VARIABLES TO BEFORE-IMAGE.
           MOVE DEBIT          TO BEFORE-DEBIT.
           MOVE PRINCIPAL-PAID TO BEFORE-PRINCIPAL-PAID.
           MOVE CURRENCY-CODE  TO BEFORE-CURRENCY.
           MOVE ACCOUNT-STATUS TO BEFORE-STATUS.
       SAVE-BEFORE-VALUES-END. EXIT.
      *----
       WRITE-JOURNAL.
           MOVE PC-ACCOUNT-NO         TO JR-ACCOUNT-NO.
           MOVE PC-TRANS-CODE         TO JR-TRANS-CODE.
           MOVE TODAY-DATE            TO JR-BUSINESS-DATE.
           MOVE CHANGE-DATE           TO JR-CHANGE-DATE.
           MOVE CHANGE-TIME           TO JR-CHANGE-TIME.
           MOVE PC-MAKER-ID           TO JR-MAKER-ID.
           MOVE TRANS-USER-ID         TO JR-CHECKER-ID.
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
           IF PC-TRANS-CODE = 'A' OR PC-TRANS-CODE = 'D' OR
              BEFORE-DEBIT NOT = DEBIT OR
              BEFORE-PRINCIPAL-PAID NOT = PRINCIPAL-PAID OR
              BEFORE-CURRENCY NOT = CURRENCY-CODE
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
       LOG-REJECTED.
           MOVE 'REJECTED' TO LOG-RESULT.
           ADD 1 TO TRANS-REJECTED.
           PERFORM WRITE-LOG-LINE.
       LOG-REJECTED-END. EXIT.
      *----
       WRITE-LOG-LINE.
           MOVE TRANS-CODE        TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO  TO LOG-ACCOUNT-NO.
           MOVE TRANS-ENTRY-DATE  TO LOG-ENTRY-DATE.
           MOVE TRANS-ENTRY-SEQ   TO LOG-ENTRY-SEQ.
           MOVE TRANS-USER-ID     TO LOG-USER-ID.
           IF PENDING-FOUND-FLAG = 'Y'
              MOVE PC-TRANS-CODE  TO LOG-CHANGE-CODE
              MOVE PC-MAKER-ID    TO LOG-MAKER-ID
           ELSE
              MOVE SPACE          TO LOG-CHANGE-CODE
              MOVE SPACES         TO LOG-MAKER-ID
           END-IF.
           WRITE APPROVAL-LOG-LINE.
       WRITE-LOG-LINE-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE APPROVAL-TRANS.
           CLOSE APPROVAL-LOG.
           CLOSE ACCT-REC.
           CLOSE PENDING-CHANGE.
           CLOSE ACCT-JOURNAL.
           GOBACK.
       CLOSE-END. EXIT.
