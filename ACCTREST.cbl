                           STATUS CHECK-REST-PARM.
           SELECT RESTORE-LOG ASSIGN TO RESTLOG
                           STATUS CHECK-RESTORE-LOG.
           SELECT ACCT-JOURNAL ASSIGN TO ACCTJRNL
                           STATUS CHECK-ACCT-JOURNAL.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
       FD  ARCHIVE-FILE RECORDING MODE F.
       01  ARCHIVE-RECORD.
           05 ARCH-PURGE-DATE     PIC 9(8).
           05 ARCH-ACCOUNT-IMAGE  PIC X(140).
           05 ARCH-IMAGE-FIELDS REDEFINES ARCH-ACCOUNT-IMAGE.
              10 ARCH-ACCOUNT-NO  PIC X(8).
              10 FILLER           PIC X(132).
      *-----------------------------------------------------------------
       FD  REST-PARM RECORDING MODE F.
       01  REST-PARM-CARD.
           05 RESTORE-RESULT-L    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RESTORE-REASON-L    PIC X(30).
      *-----------------------------------------------------------------
      * A restored account is journalled as an add so that PORTROLL
      * carries it back into the portfolio.
      *----
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
           05 CHECK-ARCHIVE      PIC 9(2).
           05 CHECK-REST-PARM    PIC 9(2).
           05 CHECK-RESTORE-LOG  PIC 9(2).
           05 CHECK-ACCT-JOURNAL PIC 9(2).
           05 CHECK-RUN-CONTROL  PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC            PIC X VALUE SPACE.
       01  RESTORE-VARIABLES.
           05 RESTORE-ACCOUNT-NO PIC X(8).
           05 SAVED-PURGE-DATE   PIC 9(8) VALUE 0.
           05 SAVED-ACCOUNT-IMAGE PIC X(140).
           05 TODAY-DATE         PIC 9(8).
           05 CURRENT-STAMP      PIC X(21).
           05 CHANGE-DATE        PIC 9(8).
           05 CHANGE-TIME        PIC 9(6).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
           OPEN INPUT ARCHIVE-FILE.
           OPEN I-O ACCT-REC.
           OPEN OUTPUT RESTORE-LOG.
           OPEN EXTEND ACCT-JOURNAL.
           IF CHECK-ACCT-JOURNAL = 35
              OPEN OUTPUT ACCT-JOURNAL
           END-IF.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP.
           MOVE CURRENT-STAMP(1:8) TO CHANGE-DATE.
           MOVE CURRENT-STAMP(9:6) TO CHANGE-TIME.
           PERFORM READ-REST-PARM.
       OPEN-FILES-END. EXIT.
      *----
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
           END-IF.
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
       READ-REST-PARM.
           READ REST-PARM
                 MOVE 'RESTORED' TO RESTORE-RESULT-L
                 MOVE SPACES     TO RESTORE-REASON-L
                 DISPLAY 'ACCOUNT ' RESTORE-ACCOUNT-NO ' RESTORED'
                 PERFORM WRITE-JOURNAL
           END-WRITE.
           WRITE RESTORE-LOG-LINE.
       RESTORE-ACCOUNT-END. EXIT.
      *----
       WRITE-JOURNAL.
           MOVE ACCOUNT-NO            TO JR-ACCOUNT-NO.
           MOVE 'A'                   TO JR-TRANS-CODE.
           MOVE TODAY-DATE            TO JR-BUSINESS-DATE.
           MOVE CHANGE-DATE           TO JR-CHANGE-DATE.
           MOVE CHANGE-TIME           TO JR-CHANGE-TIME.
           MOVE 'ACCTREST'            TO JR-MAKER-ID.
           MOVE SPACES                TO JR-CHECKER-ID.
           MOVE 'Y'                   TO JR-BALANCE-FLAG.
           MOVE 0                     TO JR-BEFORE-DEBIT.
           MOVE DEBIT                 TO JR-AFTER-DEBIT.
           MOVE 0                     TO JR-BEFORE-PRINCIPAL-PAID.
           MOVE PRINCIPAL-PAID        TO JR-AFTER-PRINCIPAL-PAID.
           MOVE SPACES                TO JR-BEFORE-CURRENCY.
           MOVE CURRENCY-CODE         TO JR-AFTER-CURRENCY.
           MOVE SPACE                 TO JR-BEFORE-STATUS.
           MOVE ACCOUNT-STATUS        TO JR-AFTER-STATUS.
           MOVE SPACES                TO JR-BEFORE-IMAGE.
           MOVE ACCT-VARIABLES        TO JR-AFTER-IMAGE.
           WRITE ACCT-JOURNAL-RECORD.
           IF CHECK-ACCT-JOURNAL NOT = 00
              DISPLAY 'ACCOUNT JOURNAL WRITE ERROR' CHECK-ACCT-JOURNAL
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-JOURNAL-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE ARCHIVE-FILE.
           CLOSE ACCT-REC.
           CLOSE RESTORE-LOG.
           CLOSE ACCT-JOURNAL.
           GOBACK.
       CLOSE-END. EXIT.
