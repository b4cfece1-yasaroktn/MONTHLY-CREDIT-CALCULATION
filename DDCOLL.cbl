       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    DDCOLL.
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
           SELECT COLLECTION-FILE ASSIGN TO DDCOLFIL
                           STATUS CHECK-COLLECTION-FILE.
           SELECT COLL-REGISTER ASSIGN TO DDCOLREG
                           STATUS CHECK-COLL-REGISTER.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
                           STATUS CHECK-CALENDAR.
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
      * Outbound collection file for the bank. The collection reference
      * (account and presentation date) comes back on the settlement
      * file and is matched by DDSETL.
      *-----------------------------------------------------------------
       FD  COLLECTION-FILE RECORDING MODE F.
       01  COLLECTION-RECORD.
           05 CI-RECORD-TYPE         PIC X.
           05 CI-COLLECT-REF.
              10 CI-ACCOUNT-NO       PIC X(8).
              10 CI-COLLECT-DATE     PIC 9(8).
           05 CI-BANK-ROUTING        PIC X(9).
           05 CI-BANK-ACCOUNT        PIC X(17).
           05 CI-ACCOUNT-HOLDER      PIC X(25).
           05 CI-AMOUNT              PIC 9(8).
           05 CI-CURRENCY-CODE       PIC X(3).
           05 CI-DUE-DATE            PIC 9(8).
           05 FILLER                 PIC X(06).
       01  COLLECTION-HEADER.
           05 CH-RECORD-TYPE         PIC X.
           05 CH-FILE-DATE           PIC 9(8).
           05 CH-ORIGINATOR          PIC X(20).
           05 FILLER                 PIC X(64).
       01  COLLECTION-TRAILER.
           05 CT-RECORD-TYPE         PIC X.
           05 CT-RECORD-COUNT        PIC 9(6).
           05 CT-AMOUNT-TOTAL        PIC 9(12).
           05 FILLER                 PIC X(74).
      *-----------------------------------------------------------------
       FD  COLL-REGISTER RECORDING MODE F.
       01  COLL-LINE.
           05 ACCOUNT-NO-C           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LAST-NAME-C            PIC X(15).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DUE-DATE-C             PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INSTALLMENTS-C         PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AMOUNT-C               PIC Z(7)9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CURRENCY-CODE-C        PIC X(3).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 COLL-RESULT-C          PIC X(09).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 COLL-REASON-C          PIC X(30).
      *-----------------------------------------------------------------
       FD  RUN-CONTROL RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE     PIC 9(8).
           05 RC-CYCLE-NO          PIC 9(4).
           05 RC-CYCLE-STATUS      PIC X.
           05 RC-RERUN-FLAG        PIC X.
      *-----------------------------------------------------------------
       FD  CALENDAR-FILE RECORDING MODE F.
       01  CALENDAR-RECORD.
           05 CAL-DATE             PIC 9(8).
           05 CAL-DAY-TYPE         PIC X.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----
       01  CHECK-POINTS.
           05 CHECK-MANDATE-FILE     PIC 9(2).
           05 CHECK-ACCT-REC         PIC 9(2).
           05 CHECK-COLLECTION-FILE  PIC 9(2).
           05 CHECK-COLL-REGISTER    PIC 9(2).
           05 CHECK-RUN-CONTROL      PIC 9(2).
           05 CHECK-CALENDAR         PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC                PIC X VALUE SPACE.
           05 CALENDAR-EOF           PIC X VALUE 'N'.
           05 PRIOR-BUSINESS-FOUND   PIC X VALUE 'N'.
           05 INSTALLMENT-DUE-FLAG   PIC X.
           05 HOLIDAY-ACTIVE-FLAG    PIC X.
      *----
       01  COLLECTION-DATES.
           05 TODAY-DATE             PIC 9(8).
           05 TODAY-INT              PIC 9(8).
           05 PRIOR-BUSINESS-DATE    PIC 9(8) VALUE 0.
           05 PRIOR-BUSINESS-INT     PIC 9(8).
           05 INT-START-DATE         PIC 9(8).
           05 DUE-DATE               PIC 9(8).
           05 DUE-INT                PIC 9(8).
           05 ELAPSED-INSTALLMENTS   PIC 9(5).
      *----
       01  COLLECTION-VARIABLES.
           05 INSTALLMENT-DAYS       PIC 9(3).
           05 PERIODS-PER-YEAR       PIC 9(2).
           05 INSTALLMENT-COUNT      PIC 9(3).
           05 MONTHLY-RATE           PIC S9(1)V9(6).
           05 MONTHLY-PAYMENT-AMT    PIC S9(7)V99.
           05 AMOUNT-OWED            PIC 9(9)V99.
           05 COLLECT-AMOUNT         PIC 9(8).
           05 COLL-RESULT            PIC X(09).
           05 COLL-REASON            PIC X(30).
      *----
       01  COLLECTION-TOTALS.
           05 MANDATES-READ          PIC 9(6) VALUE 0.
           05 ITEMS-PRESENTED        PIC 9(6) VALUE 0.
           05 ITEMS-HELD             PIC 9(6) VALUE 0.
           05 PRESENTED-AMOUNT-TOTAL PIC 9(12) VALUE 0.
      *----
       01  COLL-HEADER.
           05 FILLER                 PIC X(24)
                                     VALUE 'DIRECT DEBIT COLLECTION'.
           05 FILLER                 PIC X(15) VALUE 'BUSINESS DATE '.
           05 BUSINESS-DATE-H        PIC 9(8).
           05 FILLER                 PIC X(17)
                                     VALUE '  DUE DATES AFTER'.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 PRIOR-BUSINESS-DATE-H  PIC 9(8).
      *----
       01  COLL-TRAILER.
           05 FILLER                 PIC X(11) VALUE 'PRESENTED:'.
           05 ITEMS-PRESENTED-O      PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(08) VALUE '  HELD:'.
           05 ITEMS-HELD-O           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE '  AMOUNT:'.
           05 PRESENTED-AMOUNT-O     PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN I-O MANDATE-FILE.
           OPEN INPUT ACCT-REC.
           OPEN OUTPUT COLLECTION-FILE.
           OPEN OUTPUT COLL-REGISTER.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM FIND-PRIOR-BUSINESS-DAY.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-MANDATE-FILE NOT EQUAL 97) AND
      -       (CHECK-MANDATE-FILE NOT EQUAL 00) AND
      -       (CHECK-MANDATE-FILE NOT EQUAL 05)
              DISPLAY 'MANDATE FILE CANNOT OPEN' CHECK-MANDATE-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-COLLECTION-FILE NOT EQUAL 97) AND
      -       (CHECK-COLLECTION-FILE NOT EQUAL 00)
              DISPLAY 'COLLECTION FILE CANNOT OPEN'
                      CHECK-COLLECTION-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-COLL-REGISTER NOT EQUAL 97) AND
      -       (CHECK-COLL-REGISTER NOT EQUAL 00)
              DISPLAY 'COLLECTION REGISTER CANNOT OPEN'
                      CHECK-COLL-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM WRITE-HEADERS.
           MOVE LOW-VALUES TO MD-ACCOUNT-NO.
           START MANDATE-FILE KEY NOT < MD-ACCOUNT-NO
              INVALID KEY MOVE 'Y' TO LASTREC
           END-START.
           PERFORM UNTIL LASTREC = 'Y'
              READ MANDATE-FILE NEXT
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    ADD 1 TO MANDATES-READ
                    IF MD-STATUS = 'A' AND
                       MD-START-DATE NOT > TODAY-DATE
                       PERFORM PROCESS-MANDATE
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-TRAILERS.
           DISPLAY 'MANDATES READ ' MANDATES-READ
                   ' PRESENTED ' ITEMS-PRESENTED
                   ' HELD ' ITEMS-HELD.
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
      * Installments falling due since the last business day - over a
      * weekend or bank holiday - are presented on this business day.
      *----
       FIND-PRIOR-BUSINESS-DAY.
           OPEN INPUT CALENDAR-FILE.
           IF CHECK-CALENDAR NOT = 00
              DISPLAY 'CALENDAR FILE CANNOT OPEN' CHECK-CALENDAR
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           PERFORM UNTIL CALENDAR-EOF = 'Y'
              READ CALENDAR-FILE
                 AT END MOVE 'Y' TO CALENDAR-EOF
                 NOT AT END
                    IF CAL-DATE < TODAY-DATE AND CAL-DAY-TYPE = 'B'
                       IF PRIOR-BUSINESS-FOUND NOT = 'Y' OR
                          CAL-DATE > PRIOR-BUSINESS-DATE
                          MOVE 'Y' TO PRIOR-BUSINESS-FOUND
                          MOVE CAL-DATE TO PRIOR-BUSINESS-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF PRIOR-BUSINESS-FOUND = 'Y'
              COMPUTE PRIOR-BUSINESS-INT =
                 FUNCTION INTEGER-OF-DATE(PRIOR-BUSINESS-DATE)
           ELSE
              COMPUTE PRIOR-BUSINESS-INT = TODAY-INT - 1
              COMPUTE PRIOR-BUSINESS-DATE =
                 FUNCTION DATE-OF-INTEGER(PRIOR-BUSINESS-INT)
           END-IF.
       FIND-PRIOR-BUSINESS-DAY-END. EXIT.
      *----
       PROCESS-MANDATE.
           MOVE SPACES TO COLL-REASON.
           MOVE MD-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY
                 MOVE SPACES TO LAST-NAME
                 MOVE 'ACCOUNT NOT ON MASTER' TO COLL-REASON
           END-READ.
           MOVE 0 TO COLLECT-AMOUNT.
           MOVE 0 TO INSTALLMENT-COUNT.
           IF COLL-REASON = SPACES
              PERFORM CHECK-INSTALLMENT-DUE
           ELSE
              MOVE 'Y' TO INSTALLMENT-DUE-FLAG
              MOVE TODAY-DATE TO DUE-DATE
              MOVE SPACES TO CURRENCY-CODE
           END-IF.
           IF INSTALLMENT-DUE-FLAG = 'Y'
              IF COLL-REASON = SPACES
                 PERFORM EDIT-COLLECTION
              END-IF
              IF COLL-REASON = SPACES
                 PERFORM PRESENT-COLLECTION
              ELSE
                 ADD 1 TO ITEMS-HELD
                 MOVE 'HELD' TO COLL-RESULT
              END-IF
              PERFORM WRITE-COLL-LINE
           END-IF.
       PROCESS-MANDATE-END. EXIT.
      *----
      * Installments fall due every INSTALLMENT-DAYS from START-DATE,
      * the same schedule CREDIT and LOANMOD use.
      *----
       CHECK-INSTALLMENT-DUE.
           MOVE 'N' TO INSTALLMENT-DUE-FLAG.
           PERFORM DETERMINE-FREQUENCY.
           IF START-DATE NUMERIC AND START-DATE > 0
              COMPUTE INT-START-DATE =
                 FUNCTION INTEGER-OF-DATE(START-DATE)
              IF TODAY-INT > INT-START-DATE
                 COMPUTE ELAPSED-INSTALLMENTS =
                    (TODAY-INT - INT-START-DATE) / INSTALLMENT-DAYS
                    ON SIZE ERROR MOVE 0 TO ELAPSED-INSTALLMENTS
                 END-COMPUTE
                 COMPUTE DUE-INT = INT-START-DATE +
                    (ELAPSED-INSTALLMENTS * INSTALLMENT-DAYS)
                 IF ELAPSED-INSTALLMENTS > 0 AND
                    DUE-INT > PRIOR-BUSINESS-INT
                    COMPUTE DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(DUE-INT)
                    IF DUE-DATE NOT < MD-START-DATE
                       MOVE 'Y' TO INSTALLMENT-DUE-FLAG
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CHECK-INSTALLMENT-DUE-END. EXIT.
      *----
       EDIT-COLLECTION.
           PERFORM CHECK-PAYMENT-HOLIDAY.
           EVALUATE TRUE
              WHEN MD-COLLECT-STATUS = 'P' AND
                   MD-LAST-COLLECT-DATE = TODAY-DATE
                 PERFORM REPRESENT-COLLECTION
              WHEN ACCOUNT-STATUS NOT = 'O'
                 MOVE 'ACCOUNT NOT OPEN' TO COLL-REASON
              WHEN HOLIDAY-ACTIVE-FLAG = 'Y'
                 MOVE 'PAYMENT HOLIDAY' TO COLL-REASON
              WHEN MD-COLLECT-STATUS = 'P'
                 MOVE 'PREVIOUS ITEM NOT SETTLED' TO COLL-REASON
              WHEN INSTALLMENTS-REMAINING NOT NUMERIC OR
                   INSTALLMENTS-REMAINING = 0 OR
                   DEBIT = 0
                 MOVE 'NO INSTALLMENT OUTSTANDING' TO COLL-REASON
              WHEN OTHER
                 PERFORM COMPUTE-COLLECT-AMOUNT
                 IF COLLECT-AMOUNT = 0
                    MOVE 'NO INSTALLMENT OUTSTANDING' TO COLL-REASON
                 END-IF
           END-EVALUATE.
       EDIT-COLLECTION-END. EXIT.
      *----
      * An item already presented on this business day is put on the
      * file again for the same amount when the run is repeated, since
      * the file written by the earlier run is replaced.
      *----
       REPRESENT-COLLECTION.
           MOVE INSTALLMENTS-REMAINING TO INSTALLMENT-COUNT.
           MOVE MD-LAST-COLLECT-AMOUNT TO COLLECT-AMOUNT.
       REPRESENT-COLLECTION-END. EXIT.
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
      * The installment is the level payment over the installments
      * remaining, never more than the balance and accrued interest.
      *----
       COMPUTE-COLLECT-AMOUNT.
           MOVE INSTALLMENTS-REMAINING TO INSTALLMENT-COUNT.
           PERFORM PERIODIC-PAYMENT.
           IF INTEREST-ACCRUED NOT NUMERIC
              MOVE 0 TO INTEREST-ACCRUED
           END-IF.
           COMPUTE AMOUNT-OWED = DEBIT + INTEREST-ACCRUED.
           IF MONTHLY-PAYMENT-AMT > AMOUNT-OWED OR
              INSTALLMENT-COUNT = 1
              COMPUTE COLLECT-AMOUNT ROUNDED = AMOUNT-OWED
           ELSE
              COMPUTE COLLECT-AMOUNT ROUNDED = MONTHLY-PAYMENT-AMT
           END-IF.
       COMPUTE-COLLECT-AMOUNT-END. EXIT.
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
       PRESENT-COLLECTION.
           MOVE SPACES            TO COLLECTION-RECORD.
           MOVE 'D'               TO CI-RECORD-TYPE.
           MOVE MD-ACCOUNT-NO     TO CI-ACCOUNT-NO.
           MOVE TODAY-DATE        TO CI-COLLECT-DATE.
           MOVE MD-BANK-ROUTING   TO CI-BANK-ROUTING.
           MOVE MD-BANK-ACCOUNT   TO CI-BANK-ACCOUNT.
           MOVE MD-ACCOUNT-HOLDER TO CI-ACCOUNT-HOLDER.
           MOVE COLLECT-AMOUNT    TO CI-AMOUNT.
           MOVE CURRENCY-CODE     TO CI-CURRENCY-CODE.
           MOVE DUE-DATE          TO CI-DUE-DATE.
           WRITE COLLECTION-RECORD.
           IF CHECK-COLLECTION-FILE NOT = 00
              DISPLAY 'COLLECTION FILE WRITE ERROR'
                      CHECK-COLLECTION-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE 'P'            TO MD-COLLECT-STATUS.
           MOVE TODAY-DATE     TO MD-LAST-COLLECT-DATE.
           MOVE COLLECT-AMOUNT TO MD-LAST-COLLECT-AMOUNT.
           MOVE CURRENCY-CODE  TO MD-LAST-COLLECT-CURRENCY.
           REWRITE MANDATE-RECORD
              INVALID KEY
                 DISPLAY 'MANDATE FILE REWRITE ERROR '
                         MD-ACCOUNT-NO
                 MOVE 8 TO RETURN-CODE
           END-REWRITE.
           ADD 1 TO ITEMS-PRESENTED.
           ADD COLLECT-AMOUNT TO PRESENTED-AMOUNT-TOTAL.
           MOVE 'PRESENTED' TO COLL-RESULT.
       PRESENT-COLLECTION-END. EXIT.
      *----
       WRITE-COLL-LINE.
           MOVE SPACES            TO COLL-LINE.
           MOVE MD-ACCOUNT-NO     TO ACCOUNT-NO-C.
           MOVE LAST-NAME         TO LAST-NAME-C.
           MOVE DUE-DATE          TO DUE-DATE-C.
           MOVE INSTALLMENT-COUNT TO INSTALLMENTS-C.
           MOVE COLLECT-AMOUNT    TO AMOUNT-C.
           MOVE CURRENCY-CODE     TO CURRENCY-CODE-C.
           MOVE COLL-RESULT       TO COLL-RESULT-C.
           MOVE COLL-REASON       TO COLL-REASON-C.
           WRITE COLL-LINE.
           IF CHECK-COLL-REGISTER NOT = 00
              DISPLAY 'COLLECTION REGISTER WRITE ERROR'
                      CHECK-COLL-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-COLL-LINE-END. EXIT.
      *----
       WRITE-HEADERS.
           MOVE TODAY-DATE          TO BUSINESS-DATE-H.
           MOVE PRIOR-BUSINESS-DATE TO PRIOR-BUSINESS-DATE-H.
           WRITE COLL-LINE FROM COLL-HEADER.
           MOVE SPACES TO COLLECTION-HEADER.
           MOVE 'H'        TO CH-RECORD-TYPE.
           MOVE TODAY-DATE TO CH-FILE-DATE.
           MOVE 'LOAN COLLECTIONS' TO CH-ORIGINATOR.
           WRITE COLLECTION-HEADER.
           IF CHECK-COLLECTION-FILE NOT = 00
              DISPLAY 'COLLECTION FILE WRITE ERROR'
                      CHECK-COLLECTION-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-HEADERS-END. EXIT.
      *----
       WRITE-TRAILERS.
           MOVE SPACES TO COLLECTION-TRAILER.
           MOVE 'T'                    TO CT-RECORD-TYPE.
           MOVE ITEMS-PRESENTED        TO CT-RECORD-COUNT.
           MOVE PRESENTED-AMOUNT-TOTAL TO CT-AMOUNT-TOTAL.
           WRITE COLLECTION-TRAILER.
           IF CHECK-COLLECTION-FILE NOT = 00
              DISPLAY 'COLLECTION FILE WRITE ERROR'
                      CHECK-COLLECTION-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE ITEMS-PRESENTED        TO ITEMS-PRESENTED-O.
           MOVE ITEMS-HELD             TO ITEMS-HELD-O.
           MOVE PRESENTED-AMOUNT-TOTAL TO PRESENTED-AMOUNT-O.
           WRITE COLL-LINE FROM COLL-TRAILER
              AFTER ADVANCING 1 LINES.
       WRITE-TRAILERS-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE MANDATE-FILE.
           CLOSE ACCT-REC.
           CLOSE COLLECTION-FILE.
           CLOSE COLL-REGISTER.
           GOBACK.
       CLOSE-END. EXIT.
