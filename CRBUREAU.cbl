       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    CRBUREAU.
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
           SELECT CUST-MAST ASSIGN TO CUSTMAST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS CUSTOMER-NO
                           STATUS CHECK-CUST-MAST.
           SELECT LETTER-HISTORY ASSIGN TO LTRHIST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS LTR-ACCOUNT-NO
                           STATUS CHECK-LETTER-HISTORY.
           SELECT BUREAU-LAST ASSIGN TO BURLAST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS BL-ACCOUNT-NO
                           STATUS CHECK-BUREAU-LAST.
           SELECT STMT-HISTORY ASSIGN TO STMTHIST
                           STATUS CHECK-STMT-HISTORY.
           SELECT ACCT-JOURNAL ASSIGN TO ACCTJRNL
                           STATUS CHECK-ACCT-JOURNAL.
           SELECT ARCHIVE-FILE ASSIGN TO ACCTARCH
                           STATUS CHECK-ARCHIVE.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           STATUS CHECK-RATE-FILE.
           SELECT BUREAU-FILE ASSIGN TO BUREAU
                           STATUS CHECK-BUREAU-FILE.
           SELECT BUREAU-REPORT ASSIGN TO BURRPT
                           STATUS CHECK-BUREAU-REPORT.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
           SELECT SNAP-WORK ASSIGN TO SNAPWK
                           STATUS CHECK-SNAP-WORK.
           SELECT SNAP-SORTED ASSIGN TO SNAPSRT
                           STATUS CHECK-SNAP-SORTED.
           SELECT JRNL-WORK ASSIGN TO JRNLWK
                           STATUS CHECK-JRNL-WORK.
           SELECT JRNL-SORTED ASSIGN TO JRNLSRT
                           STATUS CHECK-JRNL-SORTED.
           SELECT ARCH-WORK ASSIGN TO ARCHWK
                           STATUS CHECK-ARCH-WORK.
           SELECT ARCH-SORTED ASSIGN TO ARCHSRT
                           STATUS CHECK-ARCH-SORTED.
           SELECT SORT-WORK ASSIGN TO SORTWK.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *-----------------------------------------------------------------
       FD  CUST-MAST RECORDING MODE F.
           COPY CUSTREC.
      *-----------------------------------------------------------------
       FD  LETTER-HISTORY RECORDING MODE F.
           COPY LTRHIST.
      *-----------------------------------------------------------------
       FD  BUREAU-LAST RECORDING MODE F.
           COPY BURLAST.
      *-----------------------------------------------------------------
       FD  STMT-HISTORY RECORDING MODE F.
       01  SNAPSHOT-RECORD.
           05 SNAP-RUN-DATE        PIC 9(8).
           05 SNAP-ACCOUNT-NO      PIC X(8).
           05 SNAP-CONVERTED-DEBIT PIC 9(8).
           05 SNAP-MONTHLY-PAY     PIC 9(8).
           05 SNAP-INSTALLMENTS    PIC 9(3).
           05 SNAP-STATUS          PIC X.
      *-----------------------------------------------------------------
       FD  ACCT-JOURNAL RECORDING MODE F.
           COPY ACCTJRNL.
      *-----------------------------------------------------------------
       FD  ARCHIVE-FILE RECORDING MODE F.
       01  ARCHIVE-RECORD.
           05 ARCH-PURGE-DATE     PIC 9(8).
           05 ARCH-ACCOUNT-IMAGE  PIC X(140).
           05 ARCH-IMAGE-FIELDS REDEFINES ARCH-ACCOUNT-IMAGE.
              10 ARCH-ACCOUNT-NO  PIC X(8).
              10 ARCH-LAST-NAME   PIC X(15).
              10 ARCH-FINISH-DATA PIC X(117).
      *-----------------------------------------------------------------
       FD  RATE-FILE RECORDING MODE F.
           COPY RATEREC.
      *-----------------------------------------------------------------
      * BUREAU-FILE - monthly file to the credit bureaus. One header,
      * one detail per account reported and one trailer. Detail types
      * are 'D' data for the current period, 'C' correction of the
      * period in BR-REPORT-DATE and 'X' deletion of an account that
      * was reported before and is no longer on the master. Balances
      * and payments are in base currency units.
      *   BR-ACCOUNT-STATUS  'O' open  'C' paid in full  'W' charged
      *                      off  'A' archived  'X' deleted
      *   BR-DISPUTE-IND     'Y' when the consumer disputes the account
      *-----------------------------------------------------------------
       FD  BUREAU-FILE RECORDING MODE F.
       01  BUREAU-HEADER-RECORD.
           05 BH-RECORD-TYPE         PIC X.
           05 BH-FILE-DATE           PIC 9(8).
           05 BH-REPORTER-NAME       PIC X(20).
           05 BH-PERIOD              PIC 9(6).
           05 FILLER                 PIC X(115).
       01  BUREAU-DETAIL-RECORD.
           05 BR-RECORD-TYPE         PIC X.
           05 BR-ACCOUNT-NO          PIC X(8).
           05 BR-REPORT-DATE         PIC 9(8).
           05 BR-CUSTOMER-NO         PIC X(6).
           05 BR-CUSTOMER-NAME       PIC X(25).
           05 BR-CUSTOMER-ADDRESS    PIC X(30).
           05 BR-OPEN-DATE           PIC 9(8).
           05 BR-ACCOUNT-STATUS      PIC X.
           05 BR-BALANCE             PIC 9(10).
           05 BR-SCHEDULED-PAYMENT   PIC 9(8).
           05 BR-DAYS-PAST-DUE       PIC 9(3).
           05 BR-DISPUTE-IND         PIC X.
           05 FILLER                 PIC X(41).
       01  BUREAU-TRAILER-RECORD.
           05 BT-RECORD-TYPE         PIC X.
           05 BT-DATA-COUNT          PIC 9(7).
           05 BT-CORRECTION-COUNT    PIC 9(7).
           05 BT-DELETION-COUNT      PIC 9(7).
           05 BT-BALANCE-TOTAL       PIC 9(13).
           05 FILLER                 PIC X(115).
      *-----------------------------------------------------------------
       FD  BUREAU-REPORT RECORDING MODE F.
       01  BUREAU-REPORT-LINE.
           05 ACCOUNT-NO-B           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RECORD-TYPE-B          PIC X.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACCOUNT-STATUS-B       PIC X.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REPORT-DATE-B          PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 BALANCE-B              PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DAYS-PAST-DUE-B        PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DISPUTE-B              PIC X.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REMARK-B               PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       FD  RUN-CONTROL RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE     PIC 9(8).
           05 RC-CYCLE-NO          PIC 9(4).
           05 RC-CYCLE-STATUS      PIC X.
           05 RC-RERUN-FLAG        PIC X.
      *-----------------------------------------------------------------
       FD  SNAP-WORK RECORDING MODE F.
       01  SNAP-WORK-RECORD.
           05 SW-ACCOUNT-NO        PIC X(8).
           05 SW-CONVERTED-DEBIT   PIC 9(8).
           05 SW-MONTHLY-PAY       PIC 9(8).
      *-----------------------------------------------------------------
       FD  SNAP-SORTED RECORDING MODE F.
       01  SNAP-SORTED-RECORD.
           05 SS-ACCOUNT-NO        PIC X(8).
           05 SS-CONVERTED-DEBIT   PIC 9(8).
           05 SS-MONTHLY-PAY       PIC 9(8).
      *-----------------------------------------------------------------
       FD  JRNL-WORK RECORDING MODE F.
       01  JRNL-WORK-RECORD.
           05 JW-ACCOUNT-NO        PIC X(8).
           05 JW-BUSINESS-DATE     PIC 9(8).
           05 JW-CHANGE-DATE       PIC 9(8).
           05 JW-CHANGE-TIME       PIC 9(6).
           05 JW-BEFORE-DEBIT      PIC 9(8).
           05 JW-AFTER-DEBIT       PIC 9(8).
           05 JW-BEFORE-STATUS     PIC X.
           05 JW-AFTER-STATUS      PIC X.
      *-----------------------------------------------------------------
       FD  JRNL-SORTED RECORDING MODE F.
       01  JRNL-SORTED-RECORD.
           05 JS-ACCOUNT-NO        PIC X(8).
           05 JS-BUSINESS-DATE     PIC 9(8).
           05 JS-CHANGE-DATE       PIC 9(8).
           05 JS-CHANGE-TIME       PIC 9(6).
           05 JS-BEFORE-DEBIT      PIC 9(8).
           05 JS-AFTER-DEBIT       PIC 9(8).
           05 JS-BEFORE-STATUS     PIC X.
           05 JS-AFTER-STATUS      PIC X.
      *-----------------------------------------------------------------
       FD  ARCH-WORK RECORDING MODE F.
       01  ARCH-WORK-RECORD.
           05 AW-ACCOUNT-NO        PIC X(8).
           05 AW-PURGE-DATE        PIC 9(8).
      *-----------------------------------------------------------------
       FD  ARCH-SORTED RECORDING MODE F.
       01  ARCH-SORTED-RECORD.
           05 AS-ACCOUNT-NO        PIC X(8).
           05 AS-PURGE-DATE        PIC 9(8).
      *-----------------------------------------------------------------
       SD  SORT-WORK.
       01  SORT-SNAP-RECORD.
           05 SORT-SNAP-ACCOUNT-NO PIC X(8).
           05 FILLER               PIC X(16).
       01  SORT-JRNL-RECORD.
           05 SORT-JRNL-ACCOUNT-NO PIC X(8).
           05 SORT-JRNL-BUSINESS-DATE PIC 9(8).
           05 SORT-JRNL-CHANGE-DATE PIC 9(8).
           05 SORT-JRNL-CHANGE-TIME PIC 9(6).
           05 FILLER               PIC X(18).
       01  SORT-ARCH-RECORD.
           05 SORT-ARCH-ACCOUNT-NO PIC X(8).
           05 SORT-ARCH-PURGE-DATE PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----
       01  CHECK-POINTS.
           05 CHECK-ACCT-REC         PIC 9(2).
           05 CHECK-CUST-MAST        PIC 9(2).
           05 CHECK-LETTER-HISTORY   PIC 9(2).
           05 CHECK-BUREAU-LAST      PIC 9(2).
           05 CHECK-STMT-HISTORY     PIC 9(2).
           05 CHECK-ACCT-JOURNAL     PIC 9(2).
           05 CHECK-ARCHIVE          PIC 9(2).
           05 CHECK-RATE-FILE        PIC 9(2).
           05 CHECK-BUREAU-FILE      PIC 9(2).
           05 CHECK-BUREAU-REPORT    PIC 9(2).
           05 CHECK-RUN-CONTROL      PIC 9(2).
           05 CHECK-SNAP-WORK        PIC 9(2).
           05 CHECK-SNAP-SORTED      PIC 9(2).
           05 CHECK-JRNL-WORK        PIC 9(2).
           05 CHECK-JRNL-SORTED      PIC 9(2).
           05 CHECK-ARCH-WORK        PIC 9(2).
           05 CHECK-ARCH-SORTED      PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC                PIC X VALUE SPACE.
           05 LETTER-FILE-OPEN       PIC X VALUE 'N'.
           05 DISPUTE-HOLD-FLAG      PIC X.
           05 RATE-EOF               PIC X VALUE 'N'.
           05 CURRENCY-MATCH-FOUND   PIC X.
           05 HOLIDAY-ACTIVE-FLAG    PIC X.
           05 LAST-FOUND-FLAG        PIC X.
           05 SNAP-FOUND-FLAG        PIC X.
           05 CORRECTION-FLAG        PIC X.
           05 ARCHIVED-FLAG          PIC X.
      *----
       01  BUREAU-VARIABLES.
           05 TODAY-DATE             PIC 9(8).
           05 TODAY-DATE-PARTS REDEFINES TODAY-DATE.
              10 TODAY-YYYYMM        PIC 9(6).
              10 FILLER              PIC 9(2).
           05 TODAY-INT              PIC 9(8).
           05 INT-START-DATE         PIC 9(8).
           05 INT-FINISH-DATE        PIC 9(8).
           05 DAYS-OVERDUE           PIC 9(5).
           05 SNAPSHOT-RUN-DATE      PIC 9(8) VALUE 0.
           05 SNAP-KEY               PIC X(8).
           05 JRNL-KEY               PIC X(8).
           05 ARCH-KEY               PIC X(8).
           05 DEBIT-ADJUSTMENT       PIC S9(9).
           05 CORRECTED-BALANCE      PIC S9(11).
           05 CORRECTED-STATUS       PIC X.
      *----
       01  REPORT-VALUES.
           05 REPORT-RECORD-TYPE     PIC X.
           05 REPORT-ACCOUNT-NO      PIC X(8).
           05 REPORT-DATE            PIC 9(8).
           05 REPORT-CUSTOMER-NO     PIC X(6).
           05 REPORT-CUSTOMER-NAME   PIC X(25).
           05 REPORT-CUSTOMER-ADDRESS PIC X(30).
           05 REPORT-OPEN-DATE       PIC 9(8).
           05 REPORT-ACCOUNT-STATUS  PIC X.
           05 REPORT-BALANCE         PIC 9(10).
           05 REPORT-SCHEDULED-PAYMENT PIC 9(8).
           05 REPORT-DAYS-PAST-DUE   PIC 9(3).
           05 REPORT-DISPUTE-IND     PIC X.
           05 REPORT-REMARK          PIC X(30).
       01  SAVED-REPORT-VALUES       PIC X(139).
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
      *----
      * Days past due are reported as the top of the aging bucket the
      * account falls in, in the order CURRENT, 1-30, 31-60, 61-90,
      * 90+ DAYS.
      *----
       01  BUCKET-DAYS-VALUES.
           05 FILLER                 PIC 9(3) VALUE 000.
           05 FILLER                 PIC 9(3) VALUE 030.
           05 FILLER                 PIC 9(3) VALUE 060.
           05 FILLER                 PIC 9(3) VALUE 090.
           05 FILLER                 PIC 9(3) VALUE 120.
       01  BUCKET-DAYS-TABLE REDEFINES BUCKET-DAYS-VALUES.
           05 BUCKET-DAYS            PIC 9(3) OCCURS 5 TIMES.
      *----
       01  BUCKET-VARIABLES.
           05 BUCKET-IDX             PIC 9(1).
      *----
       01  BUREAU-TOTALS.
           05 ACCOUNTS-READ          PIC 9(7) VALUE 0.
           05 DATA-RECORDS           PIC 9(7) VALUE 0.
           05 CORRECTION-RECORDS     PIC 9(7) VALUE 0.
           05 DELETION-RECORDS       PIC 9(7) VALUE 0.
           05 ARCHIVED-RECORDS       PIC 9(7) VALUE 0.
           05 DISPUTED-RECORDS       PIC 9(7) VALUE 0.
           05 NO-SNAPSHOT-COUNT      PIC 9(7) VALUE 0.
           05 NO-RATE-COUNT          PIC 9(7) VALUE 0.
           05 BALANCE-TOTAL          PIC 9(13) VALUE 0.
      *----
       01  BUREAU-HEADER-1.
           05 FILLER                 PIC X(26)
                                 VALUE 'CREDIT BUREAU REPORTING - '.
           05 BUSINESS-DATE-H        PIC 9(8).
           05 FILLER                 PIC X(12) VALUE '  SNAPSHOT '.
           05 SNAPSHOT-DATE-H        PIC 9(8).
           05 FILLER                 PIC X(26)
                                 VALUE '  BASE CURRENCY BALANCES'.
      *----
       01  BUREAU-HEADER-2.
           05 FILLER                 PIC X(08) VALUE 'ACCOUNT'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE 'T'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE 'S'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE 'PERIOD'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE '      BALANCE'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(03) VALUE 'DPD'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE 'D'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE 'REMARK'.
           05 FILLER                 PIC X(01) VALUE SPACES.
      *----
       01  BUREAU-TRAILER-1.
           05 FILLER                 PIC X(15) VALUE 'ACCOUNTS READ:'.
           05 ACCOUNTS-READ-O        PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE '  DATA RECORDS:'.
           05 DATA-RECORDS-O         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE '  CORRECTIONS:'.
           05 CORRECTION-RECORDS-O   PIC Z,ZZZ,ZZ9.
      *----
       01  BUREAU-TRAILER-2.
           05 FILLER                 PIC X(15) VALUE 'DELETIONS:'.
           05 DELETION-RECORDS-O     PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE '  ARCHIVED:'.
           05 ARCHIVED-RECORDS-O     PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE '  DISPUTED:'.
           05 DISPUTED-RECORDS-O     PIC Z,ZZZ,ZZ9.
      *----
       01  BUREAU-TRAILER-3.
           05 FILLER                 PIC X(15) VALUE 'NO SNAPSHOT:'.
           05 NO-SNAPSHOT-COUNT-O    PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE '  NO RATE:'.
           05 NO-RATE-COUNT-O        PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE '  BALANCE:'.
           05 BALANCE-TOTAL-O        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT ACCT-REC.
           OPEN INPUT CUST-MAST.
           OPEN INPUT LETTER-HISTORY.
           IF CHECK-LETTER-HISTORY = 00 OR CHECK-LETTER-HISTORY = 97 OR
              CHECK-LETTER-HISTORY = 05
              MOVE 'Y' TO LETTER-FILE-OPEN
           END-IF.
           OPEN I-O BUREAU-LAST.
           IF CHECK-BUREAU-LAST = 35
              OPEN OUTPUT BUREAU-LAST
              CLOSE BUREAU-LAST
              OPEN I-O BUREAU-LAST
           END-IF.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT BUREAU-REPORT.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
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
           IF (CHECK-CUST-MAST NOT EQUAL 97) AND
      -       (CHECK-CUST-MAST NOT EQUAL 00)
              DISPLAY 'CUSTOMER MASTER CANNOT OPEN' CHECK-CUST-MAST
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
           IF (CHECK-BUREAU-LAST NOT EQUAL 97) AND
      -       (CHECK-BUREAU-LAST NOT EQUAL 00) AND
      -       (CHECK-BUREAU-LAST NOT EQUAL 05)
              DISPLAY 'BUREAU LAST-REPORTED FILE CANNOT OPEN'
                      CHECK-BUREAU-LAST
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-BUREAU-FILE NOT EQUAL 97) AND
      -       (CHECK-BUREAU-FILE NOT EQUAL 00)
              DISPLAY 'BUREAU FILE CANNOT OPEN' CHECK-BUREAU-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-BUREAU-REPORT NOT EQUAL 97) AND
      -       (CHECK-BUREAU-REPORT NOT EQUAL 00)
              DISPLAY 'BUREAU REPORT CANNOT OPEN' CHECK-BUREAU-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM PREPARE-SNAPSHOTS.
           PERFORM PREPARE-JOURNAL.
           PERFORM PREPARE-ARCHIVE.
           PERFORM WRITE-BUREAU-HEADER.
           PERFORM REPORT-MASTER-ACCOUNTS.
           PERFORM REPORT-REMOVED-ACCOUNTS.
           PERFORM WRITE-BUREAU-TRAILER.
           DISPLAY 'BUREAU DATA RECORDS ' DATA-RECORDS
                   ' CORRECTIONS ' CORRECTION-RECORDS
                   ' DELETIONS ' DELETION-RECORDS.
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
      * The statement snapshot taken by CREDIT supplies the base
      * currency balance and scheduled payment. Only the latest run
      * on or before the business date is used.
      *----
       PREPARE-SNAPSHOTS.
           OPEN INPUT STMT-HISTORY.
           IF CHECK-STMT-HISTORY NOT = 00
              DISPLAY 'STATEMENT HISTORY CANNOT OPEN'
                      CHECK-STMT-HISTORY
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE SPACE TO LASTREC.
           PERFORM UNTIL LASTREC = 'Y'
              READ STMT-HISTORY
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    IF SNAP-RUN-DATE NUMERIC AND
                       SNAP-RUN-DATE NOT > TODAY-DATE AND
                       SNAP-RUN-DATE > SNAPSHOT-RUN-DATE
                       MOVE SNAP-RUN-DATE TO SNAPSHOT-RUN-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STMT-HISTORY.
           IF SNAPSHOT-RUN-DATE = 0
              DISPLAY 'CREDIT BUREAU: NO STATEMENT SNAPSHOT ON FILE'
           END-IF.
           OPEN INPUT STMT-HISTORY.
           OPEN OUTPUT SNAP-WORK.
           MOVE SPACE TO LASTREC.
           PERFORM UNTIL LASTREC = 'Y'
              READ STMT-HISTORY
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    IF SNAP-RUN-DATE = SNAPSHOT-RUN-DATE
                       PERFORM EXTRACT-ONE-SNAPSHOT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STMT-HISTORY.
           CLOSE SNAP-WORK.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-SNAP-ACCOUNT-NO
              USING SNAP-WORK
              GIVING SNAP-SORTED.
       PREPARE-SNAPSHOTS-END. EXIT.
      *----
       EXTRACT-ONE-SNAPSHOT.
           MOVE SNAP-ACCOUNT-NO      TO SW-ACCOUNT-NO.
           MOVE SNAP-CONVERTED-DEBIT TO SW-CONVERTED-DEBIT.
           MOVE SNAP-MONTHLY-PAY     TO SW-MONTHLY-PAY.
           WRITE SNAP-WORK-RECORD.
           IF CHECK-SNAP-WORK NOT = 00
              DISPLAY 'SNAPSHOT WORK WRITE ERROR' CHECK-SNAP-WORK
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       EXTRACT-ONE-SNAPSHOT-END. EXIT.
      *----
      * Changes from account maintenance that moved the balance or
      * the status, in account and change order. A change dated after
      * the last report of an account corrects that report.
      *----
       PREPARE-JOURNAL.
           OPEN OUTPUT JRNL-WORK.
           OPEN INPUT ACCT-JOURNAL.
           IF CHECK-ACCT-JOURNAL = 00
              MOVE SPACE TO LASTREC
              PERFORM UNTIL LASTREC = 'Y'
                 READ ACCT-JOURNAL
                    AT END MOVE 'Y' TO LASTREC
                    NOT AT END
                       IF JR-TRANS-CODE = 'C' AND
                          (JR-BEFORE-DEBIT NOT = JR-AFTER-DEBIT OR
                           JR-BEFORE-STATUS NOT = JR-AFTER-STATUS)
                          PERFORM EXTRACT-ONE-CHANGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCT-JOURNAL
           ELSE
              IF CHECK-ACCT-JOURNAL NOT = 35
                 DISPLAY 'ACCOUNT JOURNAL CANNOT OPEN'
                         CHECK-ACCT-JOURNAL
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
           CLOSE JRNL-WORK.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-JRNL-ACCOUNT-NO
                               SORT-JRNL-BUSINESS-DATE
                               SORT-JRNL-CHANGE-DATE
                               SORT-JRNL-CHANGE-TIME
              USING JRNL-WORK
              GIVING JRNL-SORTED.
       PREPARE-JOURNAL-END. EXIT.
      *----
       EXTRACT-ONE-CHANGE.
           MOVE JR-ACCOUNT-NO    TO JW-ACCOUNT-NO.
           MOVE JR-BUSINESS-DATE TO JW-BUSINESS-DATE.
           MOVE JR-CHANGE-DATE   TO JW-CHANGE-DATE.
           MOVE JR-CHANGE-TIME   TO JW-CHANGE-TIME.
           MOVE JR-BEFORE-DEBIT  TO JW-BEFORE-DEBIT.
           MOVE JR-AFTER-DEBIT   TO JW-AFTER-DEBIT.
           MOVE JR-BEFORE-STATUS TO JW-BEFORE-STATUS.
           MOVE JR-AFTER-STATUS  TO JW-AFTER-STATUS.
           WRITE JRNL-WORK-RECORD.
           IF CHECK-JRNL-WORK NOT = 00
              DISPLAY 'JOURNAL WORK WRITE ERROR' CHECK-JRNL-WORK
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       EXTRACT-ONE-CHANGE-END. EXIT.
      *----
      * Accounts purged by ACCTARCH. A reported account that has left
      * the master is reported closed if it was archived and deleted
      * otherwise.
      *----
       PREPARE-ARCHIVE.
           OPEN OUTPUT ARCH-WORK.
           OPEN INPUT ARCHIVE-FILE.
           IF CHECK-ARCHIVE = 00
              MOVE SPACE TO LASTREC
              PERFORM UNTIL LASTREC = 'Y'
                 READ ARCHIVE-FILE
                    AT END MOVE 'Y' TO LASTREC
                    NOT AT END
                       PERFORM EXTRACT-ONE-ARCHIVE
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           ELSE
              IF CHECK-ARCHIVE NOT = 35
                 DISPLAY 'ARCHIVE FILE CANNOT OPEN' CHECK-ARCHIVE
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
           CLOSE ARCH-WORK.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-ARCH-ACCOUNT-NO
                               SORT-ARCH-PURGE-DATE
              USING ARCH-WORK
              GIVING ARCH-SORTED.
       PREPARE-ARCHIVE-END. EXIT.
      *----
       EXTRACT-ONE-ARCHIVE.
           MOVE ARCH-ACCOUNT-NO TO AW-ACCOUNT-NO.
           MOVE ARCH-PURGE-DATE TO AW-PURGE-DATE.
           WRITE ARCH-WORK-RECORD.
           IF CHECK-ARCH-WORK NOT = 00
              DISPLAY 'ARCHIVE WORK WRITE ERROR' CHECK-ARCH-WORK
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       EXTRACT-ONE-ARCHIVE-END. EXIT.
      *----
       REPORT-MASTER-ACCOUNTS.
           OPEN INPUT SNAP-SORTED.
           OPEN INPUT JRNL-SORTED.
           PERFORM FETCH-SNAPSHOT.
           PERFORM FETCH-CHANGE.
           MOVE SPACE TO LASTREC.
           MOVE LOW-VALUES TO ACCOUNT-NO.
           START ACCT-REC KEY NOT < ACCOUNT-NO
              INVALID KEY MOVE 'Y' TO LASTREC
           END-START.
           PERFORM UNTIL LASTREC = 'Y'
              READ ACCT-REC NEXT
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    ADD 1 TO ACCOUNTS-READ
                    PERFORM REPORT-ACCOUNT
              END-READ
           END-PERFORM.
           CLOSE SNAP-SORTED.
           CLOSE JRNL-SORTED.
       REPORT-MASTER-ACCOUNTS-END. EXIT.
      *----
       FETCH-SNAPSHOT.
           READ SNAP-SORTED
              AT END MOVE HIGH-VALUES TO SNAP-KEY
              NOT AT END MOVE SS-ACCOUNT-NO TO SNAP-KEY
           END-READ.
       FETCH-SNAPSHOT-END. EXIT.
      *----
       FETCH-CHANGE.
           READ JRNL-SORTED
              AT END MOVE HIGH-VALUES TO JRNL-KEY
              NOT AT END MOVE JS-ACCOUNT-NO TO JRNL-KEY
           END-READ.
       FETCH-CHANGE-END. EXIT.
      *----
       REPORT-ACCOUNT.
           PERFORM READ-LAST-REPORTED.
           PERFORM MATCH-SNAPSHOT.
           PERFORM MATCH-CHANGES.
           PERFORM BUILD-ACCOUNT-VALUES.
           IF CORRECTION-FLAG = 'Y'
              PERFORM WRITE-CORRECTION
           END-IF.
           MOVE 'D'        TO REPORT-RECORD-TYPE.
           MOVE TODAY-DATE TO REPORT-DATE.
           PERFORM WRITE-BUREAU-DETAIL.
           PERFORM SAVE-LAST-REPORTED.
       REPORT-ACCOUNT-END. EXIT.
      *----
       READ-LAST-REPORTED.
           MOVE 'Y' TO LAST-FOUND-FLAG.
           MOVE ACCOUNT-NO TO BL-ACCOUNT-NO.
           READ BUREAU-LAST
              INVALID KEY MOVE 'N' TO LAST-FOUND-FLAG
           END-READ.
       READ-LAST-REPORTED-END. EXIT.
      *----
       MATCH-SNAPSHOT.
           MOVE 'N' TO SNAP-FOUND-FLAG.
           PERFORM UNTIL SNAP-KEY NOT < ACCOUNT-NO
              PERFORM FETCH-SNAPSHOT
           END-PERFORM.
           PERFORM UNTIL SNAP-KEY NOT = ACCOUNT-NO
              MOVE 'Y' TO SNAP-FOUND-FLAG
              MOVE SS-CONVERTED-DEBIT TO REPORT-BALANCE
              MOVE SS-MONTHLY-PAY     TO REPORT-SCHEDULED-PAYMENT
              PERFORM FETCH-SNAPSHOT
           END-PERFORM.
       MATCH-SNAPSHOT-END. EXIT.
      *----
      * Only an account still reported as open, paid or charged off
      * can be corrected; one last reported archived or deleted has
      * come back on the master and starts afresh.
      *----
       MATCH-CHANGES.
           MOVE 'N' TO CORRECTION-FLAG.
           MOVE 0   TO DEBIT-ADJUSTMENT.
           MOVE SPACE TO CORRECTED-STATUS.
           PERFORM UNTIL JRNL-KEY NOT < ACCOUNT-NO
              PERFORM FETCH-CHANGE
           END-PERFORM.
           PERFORM UNTIL JRNL-KEY NOT = ACCOUNT-NO
              IF LAST-FOUND-FLAG = 'Y' AND
                 BL-ACCOUNT-STATUS NOT = 'A' AND
                 BL-ACCOUNT-STATUS NOT = 'X' AND
                 JS-BUSINESS-DATE > BL-REPORT-DATE
                 MOVE 'Y' TO CORRECTION-FLAG
                 ADD JS-AFTER-DEBIT       TO DEBIT-ADJUSTMENT
                 SUBTRACT JS-BEFORE-DEBIT FROM DEBIT-ADJUSTMENT
                 MOVE JS-AFTER-STATUS     TO CORRECTED-STATUS
              END-IF
              PERFORM FETCH-CHANGE
           END-PERFORM.
       MATCH-CHANGES-END. EXIT.
      *----
       BUILD-ACCOUNT-VALUES.
           MOVE SPACES           TO REPORT-REMARK.
           MOVE ACCOUNT-NO       TO REPORT-ACCOUNT-NO.
           MOVE ACCOUNT-STATUS   TO REPORT-ACCOUNT-STATUS.
           MOVE START-DATE       TO REPORT-OPEN-DATE.
           PERFORM FIND-ACCOUNT-RATE.
           IF SNAP-FOUND-FLAG NOT = 'Y'
              ADD 1 TO NO-SNAPSHOT-COUNT
              MOVE 0 TO REPORT-SCHEDULED-PAYMENT
              IF CURRENCY-MATCH-FOUND = 'Y'
                 COMPUTE REPORT-BALANCE ROUNDED = DEBIT * CURR-RATE
                 MOVE 'NO SNAPSHOT - DEBIT CONVERTED'
                    TO REPORT-REMARK
              ELSE
                 ADD 1 TO NO-RATE-COUNT
                 MOVE DEBIT TO REPORT-BALANCE
                 MOVE 'NO RATE - NOT CONVERTED' TO REPORT-REMARK
              END-IF
           END-IF.
           IF ACCOUNT-STATUS = 'C' OR ACCOUNT-STATUS = 'W'
              MOVE 0 TO REPORT-SCHEDULED-PAYMENT
           END-IF.
           MOVE 0 TO DAYS-OVERDUE.
           IF ACCOUNT-STATUS NOT = 'C'
              PERFORM COMPUTE-DAYS-OVERDUE
           END-IF.
           PERFORM DETERMINE-AGING-BUCKET.
           MOVE BUCKET-DAYS(BUCKET-IDX) TO REPORT-DAYS-PAST-DUE.
           PERFORM CHECK-DISPUTE-HOLD.
           MOVE ACCT-CUSTOMER-NO TO REPORT-CUSTOMER-NO.
           PERFORM READ-CUSTOMER.
           IF REPORT-CUSTOMER-NAME = SPACES
              MOVE LAST-NAME TO REPORT-CUSTOMER-NAME
           END-IF.
       BUILD-ACCOUNT-VALUES-END. EXIT.
      *----
       FIND-ACCOUNT-RATE.
           MOVE 'N' TO CURRENCY-MATCH-FOUND.
           PERFORM VARYING CURR-TABLE-IDX FROM 1 BY 1
              UNTIL CURR-TABLE-IDX > CURRENCY-RATE-COUNT
              IF CR-CODE(CURR-TABLE-IDX) = CURRENCY-CODE
                 MOVE CR-RATE(CURR-TABLE-IDX) TO CURR-RATE
                 MOVE 'Y' TO CURRENCY-MATCH-FOUND
                 MOVE CURRENCY-RATE-COUNT TO CURR-TABLE-IDX
              END-IF
           END-PERFORM.
       FIND-ACCOUNT-RATE-END. EXIT.
      *----
       READ-CUSTOMER.
           MOVE SPACES TO REPORT-CUSTOMER-NAME.
           MOVE SPACES TO REPORT-CUSTOMER-ADDRESS.
           IF REPORT-CUSTOMER-NO NOT = SPACES
              MOVE REPORT-CUSTOMER-NO TO CUSTOMER-NO
              READ CUST-MAST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE CUSTOMER-NAME    TO REPORT-CUSTOMER-NAME
                    MOVE CUSTOMER-ADDRESS TO REPORT-CUSTOMER-ADDRESS
              END-READ
           END-IF.
       READ-CUSTOMER-END. EXIT.
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
              MOVE REPORT-ACCOUNT-NO TO LTR-ACCOUNT-NO
              READ LETTER-HISTORY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF LTR-HOLD-TYPE = 'D'
                       MOVE 'Y' TO DISPUTE-HOLD-FLAG
                    END-IF
              END-READ
           END-IF.
           MOVE DISPUTE-HOLD-FLAG TO REPORT-DISPUTE-IND.
       CHECK-DISPUTE-HOLD-END. EXIT.
      *----
      * The correction restates the period last reported with the
      * balance moved by the changes since, converted at today's rate,
      * and the status the last change left on the account.
      *----
       WRITE-CORRECTION.
           MOVE REPORT-VALUES TO SAVED-REPORT-VALUES.
           IF CURRENCY-MATCH-FOUND = 'Y'
              COMPUTE CORRECTED-BALANCE ROUNDED =
                 BL-BALANCE + DEBIT-ADJUSTMENT * CURR-RATE
           ELSE
              COMPUTE CORRECTED-BALANCE =
                 BL-BALANCE + DEBIT-ADJUSTMENT
           END-IF.
           IF CORRECTED-BALANCE < 0
              MOVE 0 TO CORRECTED-BALANCE
           END-IF.
           MOVE 'C'                  TO REPORT-RECORD-TYPE.
           MOVE BL-REPORT-DATE       TO REPORT-DATE.
           MOVE CORRECTED-STATUS     TO REPORT-ACCOUNT-STATUS.
           MOVE CORRECTED-BALANCE    TO REPORT-BALANCE.
           MOVE BL-SCHEDULED-PAYMENT TO REPORT-SCHEDULED-PAYMENT.
           MOVE BL-DAYS-PAST-DUE     TO REPORT-DAYS-PAST-DUE.
           MOVE 'CORRECTION OF PRIOR REPORT' TO REPORT-REMARK.
           PERFORM WRITE-BUREAU-DETAIL.
           MOVE SAVED-REPORT-VALUES TO REPORT-VALUES.
       WRITE-CORRECTION-END. EXIT.
      *----
       SAVE-LAST-REPORTED.
           MOVE REPORT-ACCOUNT-NO        TO BL-ACCOUNT-NO.
           MOVE REPORT-DATE              TO BL-REPORT-DATE.
           MOVE REPORT-RECORD-TYPE       TO BL-RECORD-TYPE.
           MOVE REPORT-ACCOUNT-STATUS    TO BL-ACCOUNT-STATUS.
           MOVE REPORT-CUSTOMER-NO       TO BL-CUSTOMER-NO.
           MOVE REPORT-OPEN-DATE         TO BL-OPEN-DATE.
           MOVE REPORT-BALANCE           TO BL-BALANCE.
           MOVE REPORT-SCHEDULED-PAYMENT TO BL-SCHEDULED-PAYMENT.
           MOVE REPORT-DAYS-PAST-DUE     TO BL-DAYS-PAST-DUE.
           MOVE REPORT-DISPUTE-IND       TO BL-DISPUTE-FLAG.
           IF LAST-FOUND-FLAG = 'Y'
              REWRITE BUREAU-LAST-RECORD
                 INVALID KEY
                    DISPLAY 'BUREAU LAST-REPORTED REWRITE ERROR '
                            BL-ACCOUNT-NO
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
           ELSE
              WRITE BUREAU-LAST-RECORD
                 INVALID KEY
                    DISPLAY 'BUREAU LAST-REPORTED WRITE ERROR '
                            BL-ACCOUNT-NO
                    MOVE 8 TO RETURN-CODE
              END-WRITE
           END-IF.
       SAVE-LAST-REPORTED-END. EXIT.
      *----
      * Every account reported before this run that is still marked
      * open, paid or charged off and was not on the master today has
      * been removed since the last report.
      *----
       REPORT-REMOVED-ACCOUNTS.
           OPEN INPUT ARCH-SORTED.
           PERFORM FETCH-ARCHIVE.
           MOVE SPACE TO LASTREC.
           MOVE LOW-VALUES TO BL-ACCOUNT-NO.
           START BUREAU-LAST KEY NOT < BL-ACCOUNT-NO
              INVALID KEY MOVE 'Y' TO LASTREC
           END-START.
           PERFORM UNTIL LASTREC = 'Y'
              READ BUREAU-LAST NEXT
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    IF BL-REPORT-DATE < TODAY-DATE AND
                       BL-ACCOUNT-STATUS NOT = 'A' AND
                       BL-ACCOUNT-STATUS NOT = 'X'
                       PERFORM REPORT-REMOVED-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCH-SORTED.
       REPORT-REMOVED-ACCOUNTS-END. EXIT.
      *----
       FETCH-ARCHIVE.
           READ ARCH-SORTED
              AT END MOVE HIGH-VALUES TO ARCH-KEY
              NOT AT END MOVE AS-ACCOUNT-NO TO ARCH-KEY
           END-READ.
       FETCH-ARCHIVE-END. EXIT.
      *----
       REPORT-REMOVED-ACCOUNT.
           MOVE 'N' TO ARCHIVED-FLAG.
           PERFORM UNTIL ARCH-KEY NOT < BL-ACCOUNT-NO
              PERFORM FETCH-ARCHIVE
           END-PERFORM.
           PERFORM UNTIL ARCH-KEY NOT = BL-ACCOUNT-NO
              MOVE 'Y' TO ARCHIVED-FLAG
              PERFORM FETCH-ARCHIVE
           END-PERFORM.
           MOVE 'Y'             TO LAST-FOUND-FLAG.
           MOVE BL-ACCOUNT-NO   TO REPORT-ACCOUNT-NO.
           MOVE TODAY-DATE      TO REPORT-DATE.
           MOVE BL-CUSTOMER-NO  TO REPORT-CUSTOMER-NO.
           MOVE BL-OPEN-DATE    TO REPORT-OPEN-DATE.
           PERFORM READ-CUSTOMER.
           PERFORM CHECK-DISPUTE-HOLD.
           IF ARCHIVED-FLAG = 'Y'
              ADD 1 TO ARCHIVED-RECORDS
              MOVE 'D' TO REPORT-RECORD-TYPE
              MOVE 'A' TO REPORT-ACCOUNT-STATUS
              MOVE 0   TO REPORT-BALANCE
              MOVE 0   TO REPORT-SCHEDULED-PAYMENT
              MOVE 0   TO REPORT-DAYS-PAST-DUE
              MOVE 'ARCHIVED - REPORTED CLOSED' TO REPORT-REMARK
           ELSE
              MOVE 'X' TO REPORT-RECORD-TYPE
              MOVE 'X' TO REPORT-ACCOUNT-STATUS
              MOVE BL-BALANCE           TO REPORT-BALANCE
              MOVE BL-SCHEDULED-PAYMENT TO REPORT-SCHEDULED-PAYMENT
              MOVE BL-DAYS-PAST-DUE     TO REPORT-DAYS-PAST-DUE
              MOVE 'REMOVED FROM MASTER - DELETED' TO REPORT-REMARK
           END-IF.
           PERFORM WRITE-BUREAU-DETAIL.
           PERFORM SAVE-LAST-REPORTED.
       REPORT-REMOVED-ACCOUNT-END. EXIT.
      *----
       WRITE-BUREAU-HEADER.
           MOVE SPACES      TO BUREAU-HEADER-RECORD.
           MOVE 'H'         TO BH-RECORD-TYPE.
           MOVE TODAY-DATE  TO BH-FILE-DATE.
           MOVE 'LOAN SERVICING' TO BH-REPORTER-NAME.
           MOVE TODAY-YYYYMM TO BH-PERIOD.
           WRITE BUREAU-HEADER-RECORD.
           IF CHECK-BUREAU-FILE NOT = 00
              DISPLAY 'BUREAU FILE WRITE ERROR' CHECK-BUREAU-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE TODAY-DATE        TO BUSINESS-DATE-H.
           MOVE SNAPSHOT-RUN-DATE TO SNAPSHOT-DATE-H.
           WRITE BUREAU-REPORT-LINE FROM BUREAU-HEADER-1.
           WRITE BUREAU-REPORT-LINE FROM BUREAU-HEADER-2.
       WRITE-BUREAU-HEADER-END. EXIT.
      *----
       WRITE-BUREAU-DETAIL.
           MOVE SPACES                   TO BUREAU-DETAIL-RECORD.
           MOVE REPORT-RECORD-TYPE       TO BR-RECORD-TYPE.
           MOVE REPORT-ACCOUNT-NO        TO BR-ACCOUNT-NO.
           MOVE REPORT-DATE              TO BR-REPORT-DATE.
           MOVE REPORT-CUSTOMER-NO       TO BR-CUSTOMER-NO.
           MOVE REPORT-CUSTOMER-NAME     TO BR-CUSTOMER-NAME.
           MOVE REPORT-CUSTOMER-ADDRESS  TO BR-CUSTOMER-ADDRESS.
           MOVE REPORT-OPEN-DATE         TO BR-OPEN-DATE.
           MOVE REPORT-ACCOUNT-STATUS    TO BR-ACCOUNT-STATUS.
           MOVE REPORT-BALANCE           TO BR-BALANCE.
           MOVE REPORT-SCHEDULED-PAYMENT TO BR-SCHEDULED-PAYMENT.
           MOVE REPORT-DAYS-PAST-DUE     TO BR-DAYS-PAST-DUE.
           MOVE REPORT-DISPUTE-IND       TO BR-DISPUTE-IND.
           WRITE BUREAU-DETAIL-RECORD.
           IF CHECK-BUREAU-FILE NOT = 00
              DISPLAY 'BUREAU FILE WRITE ERROR' CHECK-BUREAU-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           EVALUATE REPORT-RECORD-TYPE
              WHEN 'C'
                 ADD 1 TO CORRECTION-RECORDS
              WHEN 'X'
                 ADD 1 TO DELETION-RECORDS
              WHEN OTHER
                 ADD 1 TO DATA-RECORDS
                 ADD REPORT-BALANCE TO BALANCE-TOTAL
                 IF REPORT-DISPUTE-IND = 'Y'
                    ADD 1 TO DISPUTED-RECORDS
                 END-IF
           END-EVALUATE.
           IF REPORT-REMARK NOT = SPACES
              PERFORM WRITE-REPORT-LINE
           END-IF.
       WRITE-BUREAU-DETAIL-END. EXIT.
      *----
       WRITE-REPORT-LINE.
           MOVE SPACES                TO BUREAU-REPORT-LINE.
           MOVE REPORT-ACCOUNT-NO     TO ACCOUNT-NO-B.
           MOVE REPORT-RECORD-TYPE    TO RECORD-TYPE-B.
           MOVE REPORT-ACCOUNT-STATUS TO ACCOUNT-STATUS-B.
           MOVE REPORT-DATE           TO REPORT-DATE-B.
           MOVE REPORT-BALANCE        TO BALANCE-B.
           MOVE REPORT-DAYS-PAST-DUE  TO DAYS-PAST-DUE-B.
           MOVE REPORT-DISPUTE-IND    TO DISPUTE-B.
           MOVE REPORT-REMARK         TO REMARK-B.
           WRITE BUREAU-REPORT-LINE.
           IF CHECK-BUREAU-REPORT NOT = 00
              DISPLAY 'BUREAU REPORT WRITE ERROR' CHECK-BUREAU-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-REPORT-LINE-END. EXIT.
      *----
       WRITE-BUREAU-TRAILER.
           MOVE SPACES              TO BUREAU-TRAILER-RECORD.
           MOVE 'T'                 TO BT-RECORD-TYPE.
           MOVE DATA-RECORDS        TO BT-DATA-COUNT.
           MOVE CORRECTION-RECORDS  TO BT-CORRECTION-COUNT.
           MOVE DELETION-RECORDS    TO BT-DELETION-COUNT.
           MOVE BALANCE-TOTAL       TO BT-BALANCE-TOTAL.
           WRITE BUREAU-TRAILER-RECORD.
           IF CHECK-BUREAU-FILE NOT = 00
              DISPLAY 'BUREAU FILE WRITE ERROR' CHECK-BUREAU-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE ACCOUNTS-READ       TO ACCOUNTS-READ-O.
           MOVE DATA-RECORDS        TO DATA-RECORDS-O.
           MOVE CORRECTION-RECORDS  TO CORRECTION-RECORDS-O.
           MOVE DELETION-RECORDS    TO DELETION-RECORDS-O.
           MOVE ARCHIVED-RECORDS    TO ARCHIVED-RECORDS-O.
           MOVE DISPUTED-RECORDS    TO DISPUTED-RECORDS-O.
           MOVE NO-SNAPSHOT-COUNT   TO NO-SNAPSHOT-COUNT-O.
           MOVE NO-RATE-COUNT       TO NO-RATE-COUNT-O.
           MOVE BALANCE-TOTAL       TO BALANCE-TOTAL-O.
           WRITE BUREAU-REPORT-LINE FROM BUREAU-TRAILER-1
              AFTER ADVANCING 1 LINES.
           WRITE BUREAU-REPORT-LINE FROM BUREAU-TRAILER-2.
           WRITE BUREAU-REPORT-LINE FROM BUREAU-TRAILER-3.
       WRITE-BUREAU-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE ACCT-REC.
           CLOSE CUST-MAST.
           IF LETTER-FILE-OPEN = 'Y'
              CLOSE LETTER-HISTORY
           END-IF.
           CLOSE BUREAU-LAST.
           CLOSE BUREAU-FILE.
           CLOSE BUREAU-REPORT.
           GOBACK.
       CLOSE-END. EXIT.
