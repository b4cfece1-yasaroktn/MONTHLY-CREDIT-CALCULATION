       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    INTACCR.
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
           SELECT ACCRUAL-GL ASSIGN TO ACCRGL
                           STATUS CHECK-ACCRUAL-GL.
           SELECT ACCRUAL-REGISTER ASSIGN TO ACCRREG
                           STATUS CHECK-ACCRUAL-REGISTER.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
                           STATUS CHECK-CALENDAR.
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
      * ENTRY-TYPE-AG  'D' daily accrual
      *                'R' month-end reversal of the accrued balance
      *                'M' month-end re-accrual of the balance carried
      *-----------------------------------------------------------------
       FD  ACCRUAL-GL RECORDING MODE F.
       01  ACCRUAL-GL-LINE.
           05 ACCOUNT-NO-AG         PIC X(8).
           05 ACCRUAL-DATE-AG       PIC 9(8).
           05 ACCRUAL-AMOUNT-AG     PIC 9(8)V9(2).
           05 ENTRY-TYPE-AG         PIC X.
           05 CURRENCY-CODE-AG      PIC X(3).
      *-----------------------------------------------------------------
       FD  ACCRUAL-REGISTER RECORDING MODE F.
       01  ACCRUAL-LINE.
           05 ACCOUNT-NO-A          PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CURRENCY-CODE-A       PIC X(3).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PRINCIPAL-A           PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 INTEREST-RATE-A       PIC Z9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ACCRUAL-DAYS-A        PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DAY-ACCRUAL-A         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ACCRUED-BALANCE-A     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ACCRUAL-NOTE-A        PIC X(10).
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
           05 CHECK-ACCT-REC        PIC 9(2).
           05 CHECK-FEE-HISTORY     PIC 9(2).
           05 CHECK-ACCRUAL-GL      PIC 9(2).
           05 CHECK-ACCRUAL-REGISTER PIC 9(2).
           05 CHECK-RUN-CONTROL     PIC 9(2).
           05 CHECK-CALENDAR        PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC               PIC X VALUE SPACE.
           05 FEE-FOUND-FLAG        PIC X.
           05 FEE-FILE-OPEN         PIC X VALUE 'N'.
           05 CALENDAR-EOF          PIC X VALUE 'N'.
           05 NEXT-BUSINESS-FOUND   PIC X VALUE 'N'.
           05 MONTH-END-FLAG        PIC X VALUE 'N'.
           05 ACCOUNT-CHANGED-FLAG  PIC X.
           05 ACCRUAL-GL-EOF        PIC X VALUE 'N'.
           05 ACCRUAL-OVERFLOW-FLAG PIC X.
      *----
       01  ACCRUAL-DATES.
           05 TODAY-DATE            PIC 9(8).
           05 INT-TODAY-DATE        PIC 9(8).
           05 NEXT-BUSINESS-DATE    PIC 9(8) VALUE 0.
           05 INT-NEXT-DATE         PIC 9(8).
           05 ACCRUE-THRU-DATE      PIC 9(8).
           05 INT-ACCRUE-THRU       PIC 9(8).
           05 INT-ACCRUE-FROM       PIC 9(8).
           05 MONTH-START-DATE      PIC 9(8).
           05 MONTH-START-PARTS REDEFINES MONTH-START-DATE.
              10 MONTH-START-YEAR   PIC 9(4).
              10 MONTH-START-MONTH  PIC 9(2).
              10 MONTH-START-DAY    PIC 9(2).
      *----
       01  ACCRUAL-VARIABLES.
           05 ACCRUE-FROM-DATE      PIC 9(8).
           05 ACCRUAL-DAYS          PIC 9(5).
           05 UNPAID-FEE-AMOUNT     PIC 9(8).
           05 PRINCIPAL-AMOUNT      PIC 9(8).
           05 DAY-ACCRUAL           PIC 9(8)V9(2).
           05 REVERSAL-AMOUNT       PIC 9(8)V9(2).
           05 CARRIED-ACCRUAL       PIC 9(8).
           05 ACCRUAL-NOTE          PIC X(10).
           05 RESTART-ACCOUNT-NO    PIC X(8).
      *----
       01  ACCRUAL-TOTALS.
           05 ACCOUNTS-READ         PIC 9(6) VALUE 0.
           05 ACCOUNTS-ACCRUED      PIC 9(6) VALUE 0.
           05 ACCRUAL-TOTAL         PIC 9(10)V9(2) VALUE 0.
           05 REVERSAL-TOTAL        PIC 9(10)V9(2) VALUE 0.
           05 REACCRUAL-TOTAL       PIC 9(10)V9(2) VALUE 0.
      *----
       01  ACCRUAL-HEADER.
           05 FILLER                PIC X(26)
                                    VALUE 'DAILY INTEREST ACCRUAL - '.
           05 BUSINESS-DATE-H       PIC 9(8).
           05 FILLER                PIC X(16) VALUE '  ACCRUED THRU '.
           05 ACCRUE-THRU-H         PIC 9(8).
           05 MONTH-END-H           PIC X(11) VALUE SPACES.
      *----
       01  ACCRUAL-RESTART-LINE.
           05 FILLER                PIC X(24)
                                    VALUE 'RESTARTED AFTER ACCOUNT '.
           05 RESTART-ACCOUNT-H     PIC X(8).
      *----
       01  ACCRUAL-TRAILER-1.
           05 FILLER                PIC X(15) VALUE 'ACCOUNTS READ:'.
           05 ACCOUNTS-READ-O       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  ACCRUED:'.
           05 ACCOUNTS-ACCRUED-O    PIC ZZZ,ZZ9.
           05 FILLER                PIC X(16) VALUE '  DAILY TOTAL:'.
           05 ACCRUAL-TOTAL-O       PIC Z,ZZZ,ZZZ,ZZ9.99.
      *----
       01  ACCRUAL-TRAILER-2.
           05 FILLER                PIC X(18)
                                    VALUE 'MONTH-END REVERSE:'.
           05 REVERSAL-TOTAL-O      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(14) VALUE '  RE-ACCRUED:'.
           05 REACCRUAL-TOTAL-O     PIC Z,ZZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN I-O ACCT-REC.
           OPEN INPUT FEE-HISTORY.
           IF CHECK-FEE-HISTORY = 00 OR CHECK-FEE-HISTORY = 97 OR
              CHECK-FEE-HISTORY = 05
              MOVE 'Y' TO FEE-FILE-OPEN
           END-IF.
           OPEN OUTPUT ACCRUAL-REGISTER.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM FIND-NEXT-BUSINESS-DAY.
           PERFORM SET-ACCRUE-THRU-DATE.
           PERFORM OPEN-ACCRUAL-GL.
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
           IF (CHECK-ACCRUAL-REGISTER NOT EQUAL 97) AND
      -       (CHECK-ACCRUAL-REGISTER NOT EQUAL 00)
              DISPLAY 'ACCRUAL REGISTER CANNOT OPEN'
                      CHECK-ACCRUAL-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
      * ACCRGL already holding entries for this accrual date means an
      * earlier run of the day stopped part way. Accounts are accrued
      * in key order, so the run carries on after the last account on
      * the file and adds to it instead of replacing it.
      *----
       OPEN-ACCRUAL-GL.
           MOVE LOW-VALUES TO RESTART-ACCOUNT-NO.
           OPEN INPUT ACCRUAL-GL.
           IF CHECK-ACCRUAL-GL = 00 OR CHECK-ACCRUAL-GL = 97
              PERFORM UNTIL ACCRUAL-GL-EOF = 'Y'
                 READ ACCRUAL-GL
                    AT END MOVE 'Y' TO ACCRUAL-GL-EOF
                    NOT AT END
                       IF ACCRUAL-DATE-AG = ACCRUE-THRU-DATE AND
                          ACCOUNT-NO-AG > RESTART-ACCOUNT-NO
                          MOVE ACCOUNT-NO-AG TO RESTART-ACCOUNT-NO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCRUAL-GL
              OPEN EXTEND ACCRUAL-GL
           ELSE
              OPEN OUTPUT ACCRUAL-GL
           END-IF.
           IF (CHECK-ACCRUAL-GL NOT EQUAL 97) AND
      -       (CHECK-ACCRUAL-GL NOT EQUAL 00)
              DISPLAY 'ACCRUAL GL FILE CANNOT OPEN' CHECK-ACCRUAL-GL
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-ACCRUAL-GL-END. EXIT.
      *----
       MAIN.
           PERFORM WRITE-ACCRUAL-HEADER.
           MOVE RESTART-ACCOUNT-NO TO ACCOUNT-NO.
           IF RESTART-ACCOUNT-NO = LOW-VALUES
              START ACCT-REC KEY NOT < ACCOUNT-NO
                 INVALID KEY MOVE 'Y' TO LASTREC
              END-START
           ELSE
              DISPLAY 'ACCRUAL RESTARTED AFTER ACCOUNT '
                      RESTART-ACCOUNT-NO
              START ACCT-REC KEY > ACCOUNT-NO
                 INVALID KEY MOVE 'Y' TO LASTREC
              END-START
           END-IF.
           PERFORM UNTIL LASTREC = 'Y'
              READ ACCT-REC NEXT
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    ADD 1 TO ACCOUNTS-READ
                    IF ACCOUNT-STATUS = 'O'
                       PERFORM ACCRUE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-ACCRUAL-TRAILER.
           DISPLAY 'ACCOUNTS ACCRUED ' ACCOUNTS-ACCRUED
                   ' THROUGH ' ACCRUE-THRU-DATE.
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
           COMPUTE INT-TODAY-DATE =
              FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           CLOSE RUN-CONTROL.
       READ-RUN-CONTROL-END. EXIT.
      *----
       FIND-NEXT-BUSINESS-DAY.
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
                    IF CAL-DATE > TODAY-DATE AND CAL-DAY-TYPE = 'B'
                       IF NEXT-BUSINESS-FOUND NOT = 'Y' OR
                          CAL-DATE < NEXT-BUSINESS-DATE
                          MOVE 'Y' TO NEXT-BUSINESS-FOUND
                          MOVE CAL-DATE TO NEXT-BUSINESS-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF NEXT-BUSINESS-FOUND NOT = 'Y'
              COMPUTE INT-NEXT-DATE = INT-TODAY-DATE + 1
              COMPUTE NEXT-BUSINESS-DATE =
                 FUNCTION DATE-OF-INTEGER(INT-NEXT-DATE)
           END-IF.
       FIND-NEXT-BUSINESS-DAY-END. EXIT.
      *----
       SET-ACCRUE-THRU-DATE.
           MOVE TODAY-DATE TO ACCRUE-THRU-DATE.
           MOVE 'N' TO MONTH-END-FLAG.
           IF NEXT-BUSINESS-DATE(1:6) NOT = TODAY-DATE(1:6)
              MOVE 'Y' TO MONTH-END-FLAG
              MOVE TODAY-DATE TO MONTH-START-DATE
              MOVE 01 TO MONTH-START-DAY
              IF MONTH-START-MONTH = 12
                 ADD 1 TO MONTH-START-YEAR
                 MOVE 01 TO MONTH-START-MONTH
              ELSE
                 ADD 1 TO MONTH-START-MONTH
              END-IF
              COMPUTE INT-ACCRUE-THRU =
                 FUNCTION INTEGER-OF-DATE(MONTH-START-DATE) - 1
              COMPUTE ACCRUE-THRU-DATE =
                 FUNCTION DATE-OF-INTEGER(INT-ACCRUE-THRU)
           END-IF.
           COMPUTE INT-ACCRUE-THRU =
              FUNCTION INTEGER-OF-DATE(ACCRUE-THRU-DATE).
       SET-ACCRUE-THRU-DATE-END. EXIT.
      *----
       ACCRUE-ACCOUNT.
           IF INTEREST-ACCRUED NOT NUMERIC
              MOVE 0 TO INTEREST-ACCRUED
           END-IF.
           IF INTEREST-ACCRUED-DATE NUMERIC AND
              INTEREST-ACCRUED-DATE > 0
              MOVE INTEREST-ACCRUED-DATE TO ACCRUE-FROM-DATE
           ELSE
              IF LAST-PAYMENT-DATE NUMERIC AND LAST-PAYMENT-DATE > 0
                 MOVE LAST-PAYMENT-DATE TO ACCRUE-FROM-DATE
              ELSE
                 MOVE START-DATE TO ACCRUE-FROM-DATE
              END-IF
           END-IF.
           MOVE 0 TO ACCRUAL-DAYS.
           MOVE 0 TO PRINCIPAL-AMOUNT.
           MOVE 0 TO DAY-ACCRUAL.
           MOVE SPACES TO ACCRUAL-NOTE.
           MOVE 'N' TO ACCOUNT-CHANGED-FLAG.
           MOVE 'N' TO ACCRUAL-OVERFLOW-FLAG.
           IF ACCRUE-FROM-DATE NUMERIC AND ACCRUE-FROM-DATE > 0
              COMPUTE INT-ACCRUE-FROM =
                 FUNCTION INTEGER-OF-DATE(ACCRUE-FROM-DATE)
              IF INT-ACCRUE-THRU > INT-ACCRUE-FROM
                 COMPUTE ACCRUAL-DAYS =
                    INT-ACCRUE-THRU - INT-ACCRUE-FROM
                    ON SIZE ERROR MOVE 99999 TO ACCRUAL-DAYS
                 END-COMPUTE
              END-IF
           END-IF.
           IF ACCRUAL-DAYS > 0
              PERFORM READ-FEE-UNPAID
              COMPUTE PRINCIPAL-AMOUNT = DEBIT - UNPAID-FEE-AMOUNT
              COMPUTE DAY-ACCRUAL ROUNDED =
                 PRINCIPAL-AMOUNT * INTEREST-RATE / 100
                 / 365 * ACCRUAL-DAYS
                 ON SIZE ERROR MOVE 'Y' TO ACCRUAL-OVERFLOW-FLAG
              END-COMPUTE
              IF ACCRUAL-OVERFLOW-FLAG NOT = 'Y'
                 ADD DAY-ACCRUAL TO INTEREST-ACCRUED
                    ON SIZE ERROR MOVE 'Y' TO ACCRUAL-OVERFLOW-FLAG
                 END-ADD
              END-IF
              IF ACCRUAL-OVERFLOW-FLAG = 'Y'
                 DISPLAY 'ACCRUED INTEREST OVERFLOW ' ACCOUNT-NO
                 MOVE 8 TO RETURN-CODE
                 MOVE 0 TO DAY-ACCRUAL
                 MOVE 'OVERFLOW' TO ACCRUAL-NOTE
              ELSE
                 MOVE ACCRUE-THRU-DATE TO INTEREST-ACCRUED-DATE
                 ADD 1 TO ACCOUNTS-ACCRUED
                 ADD DAY-ACCRUAL TO ACCRUAL-TOTAL
                 IF DAY-ACCRUAL > 0
                    MOVE DAY-ACCRUAL TO ACCRUAL-AMOUNT-AG
                    MOVE 'D' TO ENTRY-TYPE-AG
                    PERFORM WRITE-ACCRUAL-GL
                 END-IF
                 MOVE 'DAILY' TO ACCRUAL-NOTE
                 MOVE 'Y' TO ACCOUNT-CHANGED-FLAG
              END-IF
           END-IF.
           IF MONTH-END-FLAG = 'Y' AND INTEREST-ACCRUED > 0
              PERFORM MONTH-END-ACCRUAL
              MOVE 'Y' TO ACCOUNT-CHANGED-FLAG
           END-IF.
           IF ACCOUNT-CHANGED-FLAG = 'Y'
              REWRITE ACCT-VARIABLES
                 INVALID KEY
                    DISPLAY 'ACCOUNT MASTER REWRITE ERROR ' ACCOUNT-NO
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
           END-IF.
           IF ACCOUNT-CHANGED-FLAG = 'Y' OR
              ACCRUAL-OVERFLOW-FLAG = 'Y'
              PERFORM WRITE-ACCRUAL-LINE
           END-IF.
       ACCRUE-ACCOUNT-END. EXIT.
      *----
       MONTH-END-ACCRUAL.
           MOVE INTEREST-ACCRUED TO REVERSAL-AMOUNT.
           COMPUTE CARRIED-ACCRUAL ROUNDED = INTEREST-ACCRUED.
           IF REVERSAL-AMOUNT > 0
              MOVE REVERSAL-AMOUNT TO ACCRUAL-AMOUNT-AG
              MOVE 'R' TO ENTRY-TYPE-AG
              PERFORM WRITE-ACCRUAL-GL
              ADD REVERSAL-AMOUNT TO REVERSAL-TOTAL
           END-IF.
           IF CARRIED-ACCRUAL > 0
              MOVE CARRIED-ACCRUAL TO ACCRUAL-AMOUNT-AG
              MOVE 'M' TO ENTRY-TYPE-AG
              PERFORM WRITE-ACCRUAL-GL
              ADD CARRIED-ACCRUAL TO REACCRUAL-TOTAL
           END-IF.
           MOVE CARRIED-ACCRUAL TO INTEREST-ACCRUED.
           MOVE 'MONTH-END' TO ACCRUAL-NOTE.
       MONTH-END-ACCRUAL-END. EXIT.
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
       WRITE-ACCRUAL-GL.
           MOVE ACCOUNT-NO       TO ACCOUNT-NO-AG.
           MOVE ACCRUE-THRU-DATE TO ACCRUAL-DATE-AG.
           MOVE CURRENCY-CODE    TO CURRENCY-CODE-AG.
           WRITE ACCRUAL-GL-LINE.
           IF CHECK-ACCRUAL-GL NOT = 00
              DISPLAY 'ACCRUAL GL WRITE ERROR' CHECK-ACCRUAL-GL
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-ACCRUAL-GL-END. EXIT.
      *----
       WRITE-ACCRUAL-HEADER.
           MOVE TODAY-DATE       TO BUSINESS-DATE-H.
           MOVE ACCRUE-THRU-DATE TO ACCRUE-THRU-H.
           IF MONTH-END-FLAG = 'Y'
              MOVE '  MONTH-END' TO MONTH-END-H
           END-IF.
           WRITE ACCRUAL-LINE FROM ACCRUAL-HEADER.
           IF RESTART-ACCOUNT-NO NOT = LOW-VALUES
              MOVE RESTART-ACCOUNT-NO TO RESTART-ACCOUNT-H
              WRITE ACCRUAL-LINE FROM ACCRUAL-RESTART-LINE
           END-IF.
       WRITE-ACCRUAL-HEADER-END. EXIT.
      *----
       WRITE-ACCRUAL-LINE.
           MOVE SPACES           TO ACCRUAL-LINE.
           MOVE ACCRUAL-NOTE     TO ACCRUAL-NOTE-A.
           MOVE ACCOUNT-NO       TO ACCOUNT-NO-A.
           MOVE CURRENCY-CODE    TO CURRENCY-CODE-A.
           MOVE PRINCIPAL-AMOUNT TO PRINCIPAL-A.
           MOVE INTEREST-RATE    TO INTEREST-RATE-A.
           MOVE ACCRUAL-DAYS     TO ACCRUAL-DAYS-A.
           MOVE DAY-ACCRUAL      TO DAY-ACCRUAL-A.
           MOVE INTEREST-ACCRUED TO ACCRUED-BALANCE-A.
           WRITE ACCRUAL-LINE.
           IF CHECK-ACCRUAL-REGISTER NOT = 00
              DISPLAY 'ACCRUAL REGISTER WRITE ERROR'
                      CHECK-ACCRUAL-REGISTER
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-ACCRUAL-LINE-END. EXIT.
      *----
       WRITE-ACCRUAL-TRAILER.
           MOVE ACCOUNTS-READ    TO ACCOUNTS-READ-O.
           MOVE ACCOUNTS-ACCRUED TO ACCOUNTS-ACCRUED-O.
           MOVE ACCRUAL-TOTAL    TO ACCRUAL-TOTAL-O.
           WRITE ACCRUAL-LINE FROM ACCRUAL-TRAILER-1
              AFTER ADVANCING 1 LINES.
           IF MONTH-END-FLAG = 'Y'
              MOVE REVERSAL-TOTAL  TO REVERSAL-TOTAL-O
              MOVE REACCRUAL-TOTAL TO REACCRUAL-TOTAL-O
              WRITE ACCRUAL-LINE FROM ACCRUAL-TRAILER-2
           END-IF.
       WRITE-ACCRUAL-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE ACCT-REC.
           IF FEE-FILE-OPEN = 'Y'
              CLOSE FEE-HISTORY
           END-IF.
           CLOSE ACCRUAL-GL.
           CLOSE ACCRUAL-REGISTER.
           GOBACK.
       CLOSE-END. EXIT.
