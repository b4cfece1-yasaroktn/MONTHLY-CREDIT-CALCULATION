       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    MANDMNT.
       AUTHOR.        YASAR OKTEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO MANDATE
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS MD-ACCOUNT-NO
                           STATUS CHECK-MANDATE-FILE.
           SELECT ACCT-REC ASSIGN TO ACCTREC
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS ACCOUNT-NO
                           STATUS CHECK-ACCT-REC.
           SELECT TRANS-FILE ASSIGN TO MANDTRAN
                           STATUS CHECK-TRANS-FILE.
           SELECT MAINT-LOG ASSIGN TO MANDLOG
                           STATUS CHECK-MAINT-LOG.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  MANDATE-FILE RECORDING MODE F.
           COPY MANDREC.
      *-----------------------------------------------------------------
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *-----------------------------------------------------------------
      * TRANS-CODE 'A' add  'C' change bank details or start date
      *            'S' suspend  'R' reinstate  'X' cancel
      *-----------------------------------------------------------------
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-RECORD.
           05 TRANS-CODE              PIC X.
           05 TRANS-ACCOUNT-NO        PIC X(8).
           05 TRANS-BANK-ROUTING      PIC X(9).
           05 TRANS-BANK-ACCOUNT      PIC X(17).
           05 TRANS-ACCOUNT-HOLDER    PIC X(25).
           05 TRANS-START-DATE        PIC 9(8).
           05 TRANS-USER-ID           PIC X(8).
           05 FILLER                  PIC X(04).
      *-----------------------------------------------------------------
       FD  MAINT-LOG RECORDING MODE F.
       01  MAINT-LOG-LINE.
           05 LOG-TRANS-CODE         PIC X.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-ACCOUNT-NO         PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-USER-ID            PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-MANDATE-STATUS     PIC X.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-RESULT             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LOG-REASON             PIC X(30).
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
           05 CHECK-MANDATE-FILE PIC 9(2).
           05 CHECK-ACCT-REC     PIC 9(2).
           05 CHECK-TRANS-FILE   PIC 9(2).
           05 CHECK-MAINT-LOG    PIC 9(2).
           05 CHECK-RUN-CONTROL  PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC            PIC X VALUE SPACE.
           05 MANDATE-FOUND-FLAG PIC X.
      *----
       01  MAINT-VARIABLES.
           05 TODAY-DATE         PIC 9(8).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT MAINT-LOG.
           OPEN INPUT ACCT-REC.
           OPEN I-O MANDATE-FILE.
           IF CHECK-MANDATE-FILE = 35
              OPEN OUTPUT MANDATE-FILE
              CLOSE MANDATE-FILE
              OPEN I-O MANDATE-FILE
           END-IF.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-TRANS-FILE NOT EQUAL 97) AND
      -       (CHECK-TRANS-FILE NOT EQUAL 00)
              DISPLAY 'TRANSACTION FILE CANNOT OPEN' CHECK-TRANS-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-MAINT-LOG NOT EQUAL 97) AND
      -       (CHECK-MAINT-LOG NOT EQUAL 00)
              DISPLAY 'MAINTENANCE LOG CANNOT OPEN' CHECK-MAINT-LOG
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-MANDATE-FILE NOT EQUAL 97) AND
      -       (CHECK-MANDATE-FILE NOT EQUAL 00) AND
      -       (CHECK-MANDATE-FILE NOT EQUAL 05)
              DISPLAY 'MANDATE FILE CANNOT OPEN' CHECK-MANDATE-FILE
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
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       READ-END. EXIT.
      *----
       APPLY-TRANSACTION.
           PERFORM READ-MANDATE.
           IF TRANS-USER-ID = SPACES
              MOVE 'USER ID MISSING' TO LOG-REASON
              PERFORM LOG-REJECTED
           ELSE
              EVALUATE TRANS-CODE
                 WHEN 'A'
                    PERFORM ADD-MANDATE
                 WHEN 'C'
                    PERFORM CHANGE-MANDATE
                 WHEN 'S'
                    PERFORM SUSPEND-MANDATE
                 WHEN 'R'
                    PERFORM REINSTATE-MANDATE
                 WHEN 'X'
                    PERFORM CANCEL-MANDATE
                 WHEN OTHER
                    MOVE 'UNKNOWN TRANSACTION CODE' TO LOG-REASON
                    PERFORM LOG-REJECTED
              END-EVALUATE
           END-IF.
       APPLY-END. EXIT.
      *----
       READ-MANDATE.
           MOVE 'Y' TO MANDATE-FOUND-FLAG.
           MOVE TRANS-ACCOUNT-NO TO MD-ACCOUNT-NO.
           READ MANDATE-FILE
              INVALID KEY MOVE 'N' TO MANDATE-FOUND-FLAG
           END-READ.
       READ-MANDATE-END. EXIT.
      *----
      * A cancelled mandate may be replaced by a new one for the same
      * account; the reject history starts again. An item presented
      * under the old mandate and not yet settled is kept, so that
      * DDSETL can still match the bank's settlement of it.
      *----
       ADD-MANDATE.
           MOVE TRANS-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY MOVE SPACE TO ACCOUNT-STATUS
           END-READ.
           EVALUATE TRUE
              WHEN MANDATE-FOUND-FLAG = 'Y' AND MD-STATUS NOT = 'C'
                 MOVE 'MANDATE ALREADY EXISTS' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN CHECK-ACCT-REC NOT = 00
                 MOVE 'ACCOUNT NOT FOUND' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN ACCOUNT-STATUS NOT = 'O'
                 MOVE 'ACCOUNT NOT OPEN' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN TRANS-BANK-ROUTING = SPACES OR
                   TRANS-BANK-ACCOUNT = SPACES OR
                   TRANS-ACCOUNT-HOLDER = SPACES
                 MOVE 'BANK DETAILS MISSING' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN TRANS-START-DATE NOT NUMERIC
                 MOVE 'START DATE INVALID' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN OTHER
                 PERFORM BUILD-NEW-MANDATE
           END-EVALUATE.
       ADD-MANDATE-END. EXIT.
      *----
       BUILD-NEW-MANDATE.
           MOVE TRANS-ACCOUNT-NO     TO MD-ACCOUNT-NO.
           MOVE TRANS-BANK-ROUTING   TO MD-BANK-ROUTING.
           MOVE TRANS-BANK-ACCOUNT   TO MD-BANK-ACCOUNT.
           MOVE TRANS-ACCOUNT-HOLDER TO MD-ACCOUNT-HOLDER.
           MOVE 'A'                  TO MD-STATUS.
           IF TRANS-START-DATE = 0
              MOVE TODAY-DATE        TO MD-START-DATE
           ELSE
              MOVE TRANS-START-DATE  TO MD-START-DATE
           END-IF.
           MOVE TODAY-DATE           TO MD-STATUS-DATE.
           MOVE 0                    TO MD-REJECT-COUNT.
           IF MANDATE-FOUND-FLAG NOT = 'Y' OR
              MD-COLLECT-STATUS NOT = 'P'
              MOVE SPACE             TO MD-COLLECT-STATUS
              MOVE 0                 TO MD-LAST-COLLECT-DATE
              MOVE 0                 TO MD-LAST-COLLECT-AMOUNT
              MOVE SPACES            TO MD-LAST-COLLECT-CURRENCY
           END-IF.
           MOVE 0                    TO MD-LAST-REJECT-DATE.
           MOVE SPACES               TO MD-LAST-REJECT-REASON.
           IF MANDATE-FOUND-FLAG = 'Y'
              REWRITE MANDATE-RECORD
                 INVALID KEY PERFORM LOG-REJECTED-WRITE-FAILED
                 NOT INVALID KEY PERFORM LOG-APPLIED
              END-REWRITE
           ELSE
              WRITE MANDATE-RECORD
                 INVALID KEY PERFORM LOG-REJECTED-WRITE-FAILED
                 NOT INVALID KEY PERFORM LOG-APPLIED
              END-WRITE
           END-IF.
       BUILD-NEW-MANDATE-END. EXIT.
      *----
       CHANGE-MANDATE.
           EVALUATE TRUE
              WHEN MANDATE-FOUND-FLAG NOT = 'Y'
                 MOVE 'MANDATE NOT FOUND' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN MD-STATUS = 'C'
                 MOVE 'MANDATE CANCELLED' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN TRANS-START-DATE NOT NUMERIC
                 MOVE 'START DATE INVALID' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN OTHER
                 IF TRANS-BANK-ROUTING NOT = SPACES
                    MOVE TRANS-BANK-ROUTING   TO MD-BANK-ROUTING
                 END-IF
                 IF TRANS-BANK-ACCOUNT NOT = SPACES
                    MOVE TRANS-BANK-ACCOUNT   TO MD-BANK-ACCOUNT
                 END-IF
                 IF TRANS-ACCOUNT-HOLDER NOT = SPACES
                    MOVE TRANS-ACCOUNT-HOLDER TO MD-ACCOUNT-HOLDER
                 END-IF
                 IF TRANS-START-DATE > 0
                    MOVE TRANS-START-DATE     TO MD-START-DATE
                 END-IF
                 PERFORM REWRITE-MANDATE
           END-EVALUATE.
       CHANGE-MANDATE-END. EXIT.
      *----
       SUSPEND-MANDATE.
           EVALUATE TRUE
              WHEN MANDATE-FOUND-FLAG NOT = 'Y'
                 MOVE 'MANDATE NOT FOUND' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN MD-STATUS NOT = 'A'
                 MOVE 'MANDATE NOT ACTIVE' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN OTHER
                 MOVE 'S'        TO MD-STATUS
                 MOVE TODAY-DATE TO MD-STATUS-DATE
                 PERFORM REWRITE-MANDATE
           END-EVALUATE.
       SUSPEND-MANDATE-END. EXIT.
      *----
       REINSTATE-MANDATE.
           EVALUATE TRUE
              WHEN MANDATE-FOUND-FLAG NOT = 'Y'
                 MOVE 'MANDATE NOT FOUND' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN MD-STATUS NOT = 'S'
                 MOVE 'MANDATE NOT SUSPENDED' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN OTHER
                 MOVE 'A'        TO MD-STATUS
                 MOVE TODAY-DATE TO MD-STATUS-DATE
                 MOVE 0          TO MD-REJECT-COUNT
                 PERFORM REWRITE-MANDATE
           END-EVALUATE.
       REINSTATE-MANDATE-END. EXIT.
      *----
       CANCEL-MANDATE.
           EVALUATE TRUE
              WHEN MANDATE-FOUND-FLAG NOT = 'Y'
                 MOVE 'MANDATE NOT FOUND' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN MD-STATUS = 'C'
                 MOVE 'MANDATE ALREADY CANCELLED' TO LOG-REASON
                 PERFORM LOG-REJECTED
              WHEN OTHER
                 MOVE 'C'        TO MD-STATUS
                 MOVE TODAY-DATE TO MD-STATUS-DATE
                 PERFORM REWRITE-MANDATE
           END-EVALUATE.
       CANCEL-MANDATE-END. EXIT.
      *----
       REWRITE-MANDATE.
           REWRITE MANDATE-RECORD
              INVALID KEY PERFORM LOG-REJECTED-WRITE-FAILED
              NOT INVALID KEY PERFORM LOG-APPLIED
           END-REWRITE.
       REWRITE-MANDATE-END. EXIT.
      *----
       LOG-APPLIED.
           MOVE 'APPLIED'         TO LOG-RESULT.
           MOVE SPACES            TO LOG-REASON.
           PERFORM WRITE-LOG-LINE.
       LOG-APPLIED-END. EXIT.
      *----
       LOG-REJECTED-WRITE-FAILED.
           MOVE 'MANDATE FILE WRITE FAILED' TO LOG-REASON.
           PERFORM LOG-REJECTED.
       LOG-REJECTED-WRITE-FAILED-END. EXIT.
      *----
       LOG-REJECTED.
           MOVE 'REJECTED'        TO LOG-RESULT.
           PERFORM WRITE-LOG-LINE.
       LOG-REJECTED-END. EXIT.
      *----
       WRITE-LOG-LINE.
           MOVE TRANS-CODE        TO LOG-TRANS-CODE.
           MOVE TRANS-ACCOUNT-NO  TO LOG-ACCOUNT-NO.
           MOVE TRANS-USER-ID     TO LOG-USER-ID.
           IF MANDATE-FOUND-FLAG = 'Y' OR LOG-RESULT = 'APPLIED'
              MOVE MD-STATUS      TO LOG-MANDATE-STATUS
           ELSE
              MOVE SPACE          TO LOG-MANDATE-STATUS
           END-IF.
           WRITE MAINT-LOG-LINE.
       WRITE-LOG-LINE-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE TRANS-FILE.
           CLOSE MAINT-LOG.
           CLOSE ACCT-REC.
           CLOSE MANDATE-FILE.
           GOBACK.
       CLOSE-END. EXIT.
