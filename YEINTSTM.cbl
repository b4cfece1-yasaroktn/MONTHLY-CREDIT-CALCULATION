       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    YEINTSTM.
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
           SELECT PAY-GL-FILE ASSIGN TO PAYGLYR
                           STATUS CHECK-PAY-GL-FILE.
           SELECT ARCHIVE-FILE ASSIGN TO ACCTARCH
                           STATUS CHECK-ARCHIVE.
           SELECT YEAR-PARM ASSIGN TO YESTPARM
                           STATUS CHECK-YEAR-PARM.
           SELECT STATEMENT-FILE ASSIGN TO YESTMT
                           STATUS CHECK-STATEMENT-FILE.
           SELECT REGULATORY-FILE ASSIGN TO YEREGFIL
                           STATUS CHECK-REGULATORY-FILE.
           SELECT CONTROL-REPORT ASSIGN TO YECTLRPT
                           STATUS CHECK-CONTROL-REPORT.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
           SELECT PAY-WORK ASSIGN TO PAYWK
                           STATUS CHECK-PAY-WORK.
           SELECT PAY-SORTED ASSIGN TO PAYSRT
                           STATUS CHECK-PAY-SORTED.
           SELECT ARCH-WORK ASSIGN TO ARCHWK
                           STATUS CHECK-ARCH-WORK.
           SELECT ARCH-SORTED ASSIGN TO ARCHSRT
                           STATUS CHECK-ARCH-SORTED.
           SELECT YTD-WORK ASSIGN TO YTDWK
                           STATUS CHECK-YTD-WORK.
           SELECT YTD-SORTED ASSIGN TO YTDSRT
                           STATUS CHECK-YTD-SORTED.
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
      * PAY-GL-FILE - every PAYGL written during the tax year, read as
      * one file. Entries dated outside the year are skipped.
      *-----------------------------------------------------------------
       FD  PAY-GL-FILE RECORDING MODE F.
           COPY PAYGL.
      *-----------------------------------------------------------------
       FD  ARCHIVE-FILE RECORDING MODE F.
       01  ARCHIVE-RECORD.
           05 ARCH-PURGE-DATE     PIC 9(8).
           05 ARCH-ACCOUNT-IMAGE  PIC X(140).
           05 ARCH-IMAGE-FIELDS REDEFINES ARCH-ACCOUNT-IMAGE.
              10 ARCH-ACCOUNT-NO  PIC X(8).
              10 ARCH-LAST-NAME   PIC X(15).
              10 ARCH-DEBIT       PIC 9(8).
              10 ARCH-START-DATE  PIC 9(8).
              10 ARCH-FINISH-DATE PIC 9(8).
              10 ARCH-INTEREST-RATE PIC 9(2)V9(2).
              10 ARCH-ACCOUNT-STATUS PIC X.
              10 ARCH-PAYMENT-FREQUENCY PIC X.
              10 ARCH-CURRENCY-CODE PIC X(3).
              10 ARCH-CUSTOMER-NO PIC X(6).
              10 FILLER           PIC X(78).
      *-----------------------------------------------------------------
      * PARM-TAX-YEAR is the calendar year reported. PARM-CUSTOMER-NO
      * left blank runs every customer and writes the regulatory
      * file; filled in, it reprints that customer's statement only.
      *-----------------------------------------------------------------
       FD  YEAR-PARM RECORDING MODE F.
       01  YEAR-PARM-CARD.
           05 PARM-TAX-YEAR          PIC 9(4).
           05 PARM-CUSTOMER-NO       PIC X(6).
           05 FILLER                 PIC X(70).
      *-----------------------------------------------------------------
       FD  STATEMENT-FILE RECORDING MODE F.
       01  STATEMENT-LINE            PIC X(80).
      *-----------------------------------------------------------------
      * REGULATORY-FILE - interest, fees and principal paid in the tax
      * year, one detail per customer and account currency, between a
      * header and a trailer. A net amount below zero after returned
      * payments is filed as zero and listed on the control report.
      *-----------------------------------------------------------------
       FD  REGULATORY-FILE RECORDING MODE F.
       01  REGULATORY-HEADER.
           05 RGH-RECORD-TYPE        PIC X.
           05 RGH-TAX-YEAR           PIC 9(4).
           05 RGH-FILE-DATE          PIC 9(8).
           05 RGH-REPORTER-NAME      PIC X(20).
           05 FILLER                 PIC X(87).
       01  REGULATORY-DETAIL.
           05 RG-RECORD-TYPE         PIC X.
           05 RG-TAX-YEAR            PIC 9(4).
           05 RG-CUSTOMER-NO         PIC X(6).
           05 RG-CUSTOMER-NAME       PIC X(25).
           05 RG-CUSTOMER-ADDRESS    PIC X(30).
           05 RG-CURRENCY-CODE       PIC X(3).
           05 RG-ACCOUNT-COUNT       PIC 9(3).
           05 RG-INTEREST-PAID       PIC 9(11).
           05 RG-FEES-PAID           PIC 9(11).
           05 RG-PRINCIPAL-PAID      PIC 9(11).
           05 FILLER                 PIC X(15).
       01  REGULATORY-TRAILER.
           05 RGT-RECORD-TYPE        PIC X.
           05 RGT-RECORD-COUNT       PIC 9(7).
           05 RGT-INTEREST-TOTAL     PIC 9(13).
           05 RGT-FEES-TOTAL         PIC 9(13).
           05 RGT-PRINCIPAL-TOTAL    PIC 9(13).
           05 FILLER                 PIC X(73).
      *-----------------------------------------------------------------
       FD  CONTROL-REPORT RECORDING MODE F.
       01  CONTROL-LINE              PIC X(80).
      *-----------------------------------------------------------------
       FD  RUN-CONTROL RECORDING MODE F.
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE     PIC 9(8).
           05 RC-CYCLE-NO          PIC 9(4).
           05 RC-CYCLE-STATUS      PIC X.
           05 RC-RERUN-FLAG        PIC X.
      *-----------------------------------------------------------------
       FD  PAY-WORK RECORDING MODE F.
       01  PAY-WORK-RECORD.
           05 PW-ACCOUNT-NO          PIC X(8).
           05 PW-ENTRY-TYPE          PIC X.
           05 PW-FEE-PAID            PIC 9(8).
           05 PW-INTEREST-PAID       PIC 9(8).
           05 PW-PRINCIPAL-PAID      PIC 9(8).
      *-----------------------------------------------------------------
       FD  PAY-SORTED RECORDING MODE F.
       01  PAY-SORTED-RECORD.
           05 PS-ACCOUNT-NO          PIC X(8).
           05 PS-ENTRY-TYPE          PIC X.
           05 PS-FEE-PAID            PIC 9(8).
           05 PS-INTEREST-PAID       PIC 9(8).
           05 PS-PRINCIPAL-PAID      PIC 9(8).
      *-----------------------------------------------------------------
       FD  ARCH-WORK RECORDING MODE F.
       01  ARCH-WORK-RECORD.
           05 AW-ACCOUNT-NO          PIC X(8).
           05 AW-CUSTOMER-NO         PIC X(6).
           05 AW-CURRENCY-CODE       PIC X(3).
           05 AW-PURGE-DATE          PIC 9(8).
      *-----------------------------------------------------------------
       FD  ARCH-SORTED RECORDING MODE F.
       01  ARCH-SORTED-RECORD.
           05 AS-ACCOUNT-NO          PIC X(8).
           05 AS-CUSTOMER-NO         PIC X(6).
           05 AS-CURRENCY-CODE       PIC X(3).
           05 AS-PURGE-DATE          PIC 9(8).
      *-----------------------------------------------------------------
      * YW-SOURCE  'M' account master  'A' archived in the year
      *            'U' on neither, customer not known
      *-----------------------------------------------------------------
       FD  YTD-WORK RECORDING MODE F.
       01  YTD-WORK-RECORD.
           05 YW-CUSTOMER-NO         PIC X(6).
           05 YW-ACCOUNT-NO          PIC X(8).
           05 YW-CURRENCY-CODE       PIC X(3).
           05 YW-SOURCE              PIC X.
           05 YW-PURGE-DATE          PIC 9(8).
           05 YW-INTEREST-PAID       PIC S9(9).
           05 YW-FEE-PAID            PIC S9(9).
           05 YW-PRINCIPAL-PAID      PIC S9(9).
      *-----------------------------------------------------------------
       FD  YTD-SORTED RECORDING MODE F.
       01  YTD-SORTED-RECORD.
           05 YS-CUSTOMER-NO         PIC X(6).
           05 YS-ACCOUNT-NO          PIC X(8).
           05 YS-CURRENCY-CODE       PIC X(3).
           05 YS-SOURCE              PIC X.
           05 YS-PURGE-DATE          PIC 9(8).
           05 YS-INTEREST-PAID       PIC S9(9).
           05 YS-FEE-PAID            PIC S9(9).
           05 YS-PRINCIPAL-PAID      PIC S9(9).
      *-----------------------------------------------------------------
       SD  SORT-WORK.
       01  SORT-PAY-RECORD.
           05 SORT-PAY-ACCOUNT-NO    PIC X(8).
           05 FILLER                 PIC X(25).
       01  SORT-ARCH-RECORD.
           05 SORT-ARCH-ACCOUNT-NO   PIC X(8).
           05 FILLER                 PIC X(9).
           05 SORT-ARCH-PURGE-DATE   PIC 9(8).
       01  SORT-YTD-RECORD.
           05 SORT-YTD-CUSTOMER-NO   PIC X(6).
           05 SORT-YTD-ACCOUNT-NO    PIC X(8).
           05 FILLER                 PIC X(39).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----
       01  CHECK-POINTS.
           05 CHECK-ACCT-REC         PIC 9(2).
           05 CHECK-CUST-MAST        PIC 9(2).
           05 CHECK-PAY-GL-FILE      PIC 9(2).
           05 CHECK-ARCHIVE          PIC 9(2).
           05 CHECK-YEAR-PARM        PIC 9(2).
           05 CHECK-STATEMENT-FILE   PIC 9(2).
           05 CHECK-REGULATORY-FILE  PIC 9(2).
           05 CHECK-CONTROL-REPORT   PIC 9(2).
           05 CHECK-RUN-CONTROL      PIC 9(2).
           05 CHECK-PAY-WORK         PIC 9(2).
           05 CHECK-PAY-SORTED       PIC 9(2).
           05 CHECK-ARCH-WORK        PIC 9(2).
           05 CHECK-ARCH-SORTED      PIC 9(2).
           05 CHECK-YTD-WORK         PIC 9(2).
           05 CHECK-YTD-SORTED       PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC                PIC X VALUE SPACE.
           05 REPRINT-FLAG           PIC X VALUE 'N'.
           05 ARCHIVE-MATCH-FLAG     PIC X.
           05 MASTER-FOUND-FLAG      PIC X.
           05 CUSTOMER-FOUND-FLAG    PIC X.
           05 PRINT-CUSTOMER-FLAG    PIC X.
           05 CURRENCY-MATCH-FOUND   PIC X.
           05 CONTROLS-AGREE-FLAG    PIC X VALUE 'Y'.
      *----
       01  YEAR-VARIABLES.
           05 TODAY-DATE             PIC 9(8).
           05 TAX-YEAR               PIC 9(4).
           05 YEAR-START-DATE        PIC 9(8).
           05 YEAR-END-DATE          PIC 9(8).
           05 REPRINT-CUSTOMER-NO    PIC X(6).
           05 PAY-KEY                PIC X(8).
           05 ARCH-KEY               PIC X(8).
           05 CURRENT-ACCOUNT-NO     PIC X(8).
           05 EXCEPTION-REASON       PIC X(30).
      *----
       01  ACCOUNT-YTD-VARIABLES.
           05 ACCT-INTEREST-PAID     PIC S9(9).
           05 ACCT-FEE-PAID          PIC S9(9).
           05 ACCT-PRINCIPAL-PAID    PIC S9(9).
           05 ACCT-ARCH-CUSTOMER-NO  PIC X(6).
           05 ACCT-ARCH-CURRENCY     PIC X(3).
           05 ACCT-ARCH-PURGE-DATE   PIC 9(8).
      *----
       01  CUSTOMER-BREAK-VARIABLES.
           05 BREAK-CUSTOMER-NO      PIC X(6).
           05 YTD-EOF                PIC X VALUE 'N'.
           05 YTD-STARTED            PIC X VALUE 'N'.
           05 BREAK-CURRENCY-COUNT   PIC 9(2).
           05 BREAK-CURRENCY-ENTRY OCCURS 10 TIMES.
              10 BC-CURRENCY-CODE    PIC X(3).
              10 BC-ACCOUNTS         PIC 9(3).
              10 BC-INTEREST-PAID    PIC S9(11).
              10 BC-FEE-PAID         PIC S9(11).
              10 BC-PRINCIPAL-PAID   PIC S9(11).
      *----
       01  BREAK-TABLE-VARIABLES.
           05 BC-IDX                 PIC 9(2).
           05 BC-FOUND-IDX           PIC 9(2).
      *----
       01  YEAR-TOTALS.
           05 PAYGL-LINES-READ       PIC 9(9) VALUE 0.
           05 PAYGL-LINES-IN-YEAR    PIC 9(9) VALUE 0.
           05 PAYGL-RETURNED-LINES   PIC 9(9) VALUE 0.
           05 PAYGL-INTEREST-TOTAL   PIC S9(13) VALUE 0.
           05 PAYGL-FEE-TOTAL        PIC S9(13) VALUE 0.
           05 PAYGL-PRINCIPAL-TOTAL  PIC S9(13) VALUE 0.
           05 YTD-INTEREST-TOTAL     PIC S9(13) VALUE 0.
           05 YTD-FEE-TOTAL          PIC S9(13) VALUE 0.
           05 YTD-PRINCIPAL-TOTAL    PIC S9(13) VALUE 0.
           05 ACCOUNTS-REPORTED      PIC 9(7) VALUE 0.
           05 ARCHIVED-ACCOUNTS      PIC 9(7) VALUE 0.
           05 EXCEPTION-ACCOUNTS     PIC 9(7) VALUE 0.
           05 STATEMENTS-PRINTED     PIC 9(7) VALUE 0.
           05 REGULATORY-RECORDS     PIC 9(7) VALUE 0.
           05 NEGATIVE-NET-COUNT     PIC 9(7) VALUE 0.
           05 REG-INTEREST-TOTAL     PIC 9(13) VALUE 0.
           05 REG-FEE-TOTAL          PIC 9(13) VALUE 0.
           05 REG-PRINCIPAL-TOTAL    PIC 9(13) VALUE 0.
      *----
       01  STATEMENT-HEADER-1.
           05 FILLER                 PIC X(37)
                     VALUE 'INTEREST AND FEES PAID - TAX YEAR '.
           05 TAX-YEAR-S             PIC 9(4).
           05 FILLER                 PIC X(39) VALUE SPACES.
      *----
       01  STATEMENT-HEADER-2.
           05 FILLER                 PIC X(10) VALUE 'CUSTOMER '.
           05 CUSTOMER-NO-S          PIC X(6).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CUSTOMER-NAME-S        PIC X(25).
           05 FILLER                 PIC X(37) VALUE SPACES.
      *----
       01  STATEMENT-HEADER-3.
           05 FILLER                 PIC X(18) VALUE SPACES.
           05 CUSTOMER-ADDRESS-S     PIC X(30).
           05 FILLER                 PIC X(32) VALUE SPACES.
      *----
       01  STATEMENT-HEADER-4.
           05 FILLER                 PIC X(08) VALUE 'ACCOUNT'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(03) VALUE 'CCY'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE '    INTEREST'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE '        FEES'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE '     PRINCIPAL'.
           05 FILLER                 PIC X(13) VALUE SPACES.
      *----
       01  STATEMENT-ACCOUNT-LINE.
           05 ACCOUNT-NO-S           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CURRENCY-CODE-S        PIC X(3).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACCOUNT-NOTE-S         PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INTEREST-PAID-S        PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FEE-PAID-S             PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PRINCIPAL-PAID-S       PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(12) VALUE SPACES.
      *----
       01  STATEMENT-TOTAL-LINE.
           05 FILLER                 PIC X(08) VALUE 'TOTAL'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CURRENCY-CODE-T        PIC X(3).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACCOUNTS-T             PIC ZZ9.
           05 FILLER                 PIC X(05) VALUE ' ACCT'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INTEREST-PAID-T        PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FEE-PAID-T             PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PRINCIPAL-PAID-T       PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(12) VALUE SPACES.
      *----
       01  STATEMENT-SEPARATOR.
           05 FILLER                 PIC X(80) VALUE ALL '-'.
      *----
       01  CONTROL-HEADER.
           05 FILLER                 PIC X(37)
                     VALUE 'YEAR-END STATEMENT CONTROL - YEAR '.
           05 TAX-YEAR-H             PIC 9(4).
           05 FILLER                 PIC X(07) VALUE '  RUN '.
           05 BUSINESS-DATE-H        PIC 9(8).
           05 FILLER                 PIC X(24) VALUE SPACES.
      *----
       01  REPRINT-LINE.
           05 FILLER                 PIC X(34)
                     VALUE 'STATEMENT REPRINT FOR CUSTOMER '.
           05 REPRINT-CUSTOMER-H     PIC X(6).
           05 FILLER                 PIC X(40) VALUE SPACES.
      *----
       01  EXCEPTION-LINE.
           05 ACCOUNT-NO-E           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CUSTOMER-NO-E          PIC X(6).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CURRENCY-CODE-E        PIC X(3).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EXCEPTION-REASON-E     PIC X(30).
           05 FILLER                 PIC X(27) VALUE SPACES.
      *----
       01  TOTALS-COMPARE-LINE.
           05 TOTALS-LABEL           PIC X(18).
           05 PAYGL-FIGURE-O         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 YTD-FIGURE-O           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TOTALS-VERDICT         PIC X(12).
           05 FILLER                 PIC X(10) VALUE SPACES.
      *----
       01  TOTALS-COMPARE-HEADER.
           05 FILLER                 PIC X(18) VALUE SPACES.
           05 FILLER                 PIC X(18)
                                     VALUE '      PAYGL TOTALS'.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(18)
                                     VALUE '   ACCOUNT TOTALS'.
           05 FILLER                 PIC X(24) VALUE SPACES.
      *----
       01  CONTROL-TRAILER-1.
           05 FILLER                 PIC X(14) VALUE 'PAYGL LINES:'.
           05 PAYGL-LINES-READ-O     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE '  IN YEAR:'.
           05 PAYGL-LINES-IN-YEAR-O  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  RETURNED:'.
           05 PAYGL-RETURNED-LINES-O PIC ZZZ,ZZZ,ZZ9.
      *----
       01  CONTROL-TRAILER-2.
           05 FILLER                 PIC X(14) VALUE 'ACCOUNTS:'.
           05 ACCOUNTS-REPORTED-O    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE '  ARCHIVED:'.
           05 ARCHIVED-ACCOUNTS-O    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  NO STMT:'.
           05 EXCEPTION-ACCOUNTS-O   PIC ZZZ,ZZZ,ZZ9.
      *----
       01  CONTROL-TRAILER-3.
           05 FILLER                 PIC X(14) VALUE 'STATEMENTS:'.
           05 STATEMENTS-PRINTED-O   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE '  FILED:'.
           05 REGULATORY-RECORDS-O   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  NEGATIVE:'.
           05 NEGATIVE-NET-COUNT-O   PIC ZZZ,ZZZ,ZZ9.
      *----
       01  VERDICT-LINE.
           05 FILLER                 PIC X(16) VALUE 'CONTROL TOTALS: '.
           05 VERDICT-TEXT           PIC X(14).
           05 FILLER                 PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT ACCT-REC.
           OPEN INPUT CUST-MAST.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-YEAR-PARM.
           IF REPRINT-FLAG NOT = 'Y'
              OPEN OUTPUT REGULATORY-FILE
              IF (CHECK-REGULATORY-FILE NOT EQUAL 97) AND
      -          (CHECK-REGULATORY-FILE NOT EQUAL 00)
                 DISPLAY 'REGULATORY FILE CANNOT OPEN'
                         CHECK-REGULATORY-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
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
           IF (CHECK-STATEMENT-FILE NOT EQUAL 97) AND
      -       (CHECK-STATEMENT-FILE NOT EQUAL 00)
              DISPLAY 'STATEMENT FILE CANNOT OPEN'
                      CHECK-STATEMENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-CONTROL-REPORT NOT EQUAL 97) AND
      -       (CHECK-CONTROL-REPORT NOT EQUAL 00)
              DISPLAY 'CONTROL REPORT CANNOT OPEN'
                      CHECK-CONTROL-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM WRITE-CONTROL-HEADER.
           PERFORM EXTRACT-YEAR-PAYMENTS.
           PERFORM EXTRACT-YEAR-ARCHIVE.
           PERFORM BUILD-YEAR-TO-DATE.
           PERFORM PRINT-STATEMENTS.
           IF REPRINT-FLAG = 'Y' AND STATEMENTS-PRINTED = 0
              DISPLAY 'NO YEAR-END STATEMENT FOR CUSTOMER '
                      REPRINT-CUSTOMER-NO
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF REPRINT-FLAG NOT = 'Y'
              PERFORM WRITE-REGULATORY-TRAILER
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
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
       READ-YEAR-PARM.
           OPEN INPUT YEAR-PARM.
           IF CHECK-YEAR-PARM NOT = 00
              DISPLAY 'YEAR-END PARM CANNOT OPEN' CHECK-YEAR-PARM
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           READ YEAR-PARM
              AT END
                 DISPLAY 'YEAR-END PARM CARD MISSING'
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
           END-READ.
           IF PARM-TAX-YEAR NOT NUMERIC OR
              PARM-TAX-YEAR = 0
              DISPLAY 'YEAR-END PARM TAX YEAR INVALID'
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE PARM-TAX-YEAR TO TAX-YEAR.
           COMPUTE YEAR-START-DATE = TAX-YEAR * 10000 + 0101.
           COMPUTE YEAR-END-DATE   = TAX-YEAR * 10000 + 1231.
           MOVE PARM-CUSTOMER-NO TO REPRINT-CUSTOMER-NO.
           IF REPRINT-CUSTOMER-NO NOT = SPACES
              MOVE 'Y' TO REPRINT-FLAG
           END-IF.
           CLOSE YEAR-PARM.
       READ-YEAR-PARM-END. EXIT.
      *----
      * Payments and recoveries add to the year; a returned payment
      * is taken off again in the year it was returned.
      *----
       EXTRACT-YEAR-PAYMENTS.
           OPEN INPUT PAY-GL-FILE.
           IF CHECK-PAY-GL-FILE NOT = 00
              DISPLAY 'PAYMENT GL FILE CANNOT OPEN' CHECK-PAY-GL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           OPEN OUTPUT PAY-WORK.
           MOVE SPACE TO LASTREC.
           PERFORM UNTIL LASTREC = 'Y'
              READ PAY-GL-FILE
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    ADD 1 TO PAYGL-LINES-READ
                    IF PAY-DATE-PG NOT < YEAR-START-DATE AND
                       PAY-DATE-PG NOT > YEAR-END-DATE
                       PERFORM EXTRACT-ONE-PAYMENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAY-GL-FILE.
           CLOSE PAY-WORK.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-PAY-ACCOUNT-NO
              USING PAY-WORK
              GIVING PAY-SORTED.
       EXTRACT-YEAR-PAYMENTS-END. EXIT.
      *----
       EXTRACT-ONE-PAYMENT.
           ADD 1 TO PAYGL-LINES-IN-YEAR.
           IF ENTRY-TYPE-PG = 'R'
              ADD 1 TO PAYGL-RETURNED-LINES
              SUBTRACT INTEREST-PAID-PG  FROM PAYGL-INTEREST-TOTAL
              SUBTRACT FEE-PAID-PG       FROM PAYGL-FEE-TOTAL
              SUBTRACT PRINCIPAL-PAID-PG FROM PAYGL-PRINCIPAL-TOTAL
           ELSE
              ADD INTEREST-PAID-PG  TO PAYGL-INTEREST-TOTAL
              ADD FEE-PAID-PG       TO PAYGL-FEE-TOTAL
              ADD PRINCIPAL-PAID-PG TO PAYGL-PRINCIPAL-TOTAL
           END-IF.
           MOVE ACCOUNT-NO-PG     TO PW-ACCOUNT-NO.
           MOVE ENTRY-TYPE-PG     TO PW-ENTRY-TYPE.
           MOVE FEE-PAID-PG       TO PW-FEE-PAID.
           MOVE INTEREST-PAID-PG  TO PW-INTEREST-PAID.
           MOVE PRINCIPAL-PAID-PG TO PW-PRINCIPAL-PAID.
           WRITE PAY-WORK-RECORD.
           IF CHECK-PAY-WORK NOT = 00
              DISPLAY 'PAYMENT WORK WRITE ERROR' CHECK-PAY-WORK
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       EXTRACT-ONE-PAYMENT-END. EXIT.
      *----
       EXTRACT-YEAR-ARCHIVE.
           OPEN OUTPUT ARCH-WORK.
           OPEN INPUT ARCHIVE-FILE.
           IF CHECK-ARCHIVE = 00
              MOVE SPACE TO LASTREC
              PERFORM UNTIL LASTREC = 'Y'
                 READ ARCHIVE-FILE
                    AT END MOVE 'Y' TO LASTREC
                    NOT AT END
                       IF ARCH-PURGE-DATE NOT < YEAR-START-DATE AND
                          ARCH-PURGE-DATE NOT > YEAR-END-DATE
                          PERFORM EXTRACT-ONE-ARCHIVE
                       END-IF
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
       EXTRACT-YEAR-ARCHIVE-END. EXIT.
      *----
       EXTRACT-ONE-ARCHIVE.
           MOVE ARCH-ACCOUNT-NO    TO AW-ACCOUNT-NO.
           MOVE ARCH-CUSTOMER-NO   TO AW-CUSTOMER-NO.
           MOVE ARCH-CURRENCY-CODE TO AW-CURRENCY-CODE.
           MOVE ARCH-PURGE-DATE    TO AW-PURGE-DATE.
           WRITE ARCH-WORK-RECORD.
           IF CHECK-ARCH-WORK NOT = 00
              DISPLAY 'ARCHIVE WORK WRITE ERROR' CHECK-ARCH-WORK
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       EXTRACT-ONE-ARCHIVE-END. EXIT.
      *----
      * One year-to-date record per account paid on or archived in the
      * year. The customer and currency come from the account master,
      * or from the archive image once the account has been purged.
      *----
       BUILD-YEAR-TO-DATE.
           OPEN INPUT PAY-SORTED.
           OPEN INPUT ARCH-SORTED.
           OPEN OUTPUT YTD-WORK.
           PERFORM FETCH-PAYMENT.
           PERFORM FETCH-ARCHIVE.
           PERFORM UNTIL PAY-KEY = HIGH-VALUES AND
                         ARCH-KEY = HIGH-VALUES
              PERFORM BUILD-ACCOUNT-YTD
           END-PERFORM.
           CLOSE PAY-SORTED.
           CLOSE ARCH-SORTED.
           CLOSE YTD-WORK.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-YTD-CUSTOMER-NO
                               SORT-YTD-ACCOUNT-NO
              USING YTD-WORK
              GIVING YTD-SORTED.
       BUILD-YEAR-TO-DATE-END. EXIT.
      *----
       FETCH-PAYMENT.
           READ PAY-SORTED
              AT END MOVE HIGH-VALUES TO PAY-KEY
              NOT AT END MOVE PS-ACCOUNT-NO TO PAY-KEY
           END-READ.
       FETCH-PAYMENT-END. EXIT.
      *----
       FETCH-ARCHIVE.
           READ ARCH-SORTED
              AT END MOVE HIGH-VALUES TO ARCH-KEY
              NOT AT END MOVE AS-ACCOUNT-NO TO ARCH-KEY
           END-READ.
       FETCH-ARCHIVE-END. EXIT.
      *----
       BUILD-ACCOUNT-YTD.
           IF PAY-KEY < ARCH-KEY
              MOVE PAY-KEY  TO CURRENT-ACCOUNT-NO
           ELSE
              MOVE ARCH-KEY TO CURRENT-ACCOUNT-NO
           END-IF.
           MOVE 0 TO ACCT-INTEREST-PAID.
           MOVE 0 TO ACCT-FEE-PAID.
           MOVE 0 TO ACCT-PRINCIPAL-PAID.
           MOVE 'N' TO ARCHIVE-MATCH-FLAG.
           PERFORM UNTIL PAY-KEY NOT = CURRENT-ACCOUNT-NO
              IF PS-ENTRY-TYPE = 'R'
                 SUBTRACT PS-INTEREST-PAID  FROM ACCT-INTEREST-PAID
                 SUBTRACT PS-FEE-PAID       FROM ACCT-FEE-PAID
                 SUBTRACT PS-PRINCIPAL-PAID FROM ACCT-PRINCIPAL-PAID
              ELSE
                 ADD PS-INTEREST-PAID  TO ACCT-INTEREST-PAID
                 ADD PS-FEE-PAID       TO ACCT-FEE-PAID
                 ADD PS-PRINCIPAL-PAID TO ACCT-PRINCIPAL-PAID
              END-IF
              PERFORM FETCH-PAYMENT
           END-PERFORM.
           PERFORM UNTIL ARCH-KEY NOT = CURRENT-ACCOUNT-NO
              MOVE 'Y' TO ARCHIVE-MATCH-FLAG
              MOVE AS-CUSTOMER-NO   TO ACCT-ARCH-CUSTOMER-NO
              MOVE AS-CURRENCY-CODE TO ACCT-ARCH-CURRENCY
              MOVE AS-PURGE-DATE    TO ACCT-ARCH-PURGE-DATE
              PERFORM FETCH-ARCHIVE
           END-PERFORM.
           MOVE 'Y' TO MASTER-FOUND-FLAG.
           MOVE CURRENT-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY MOVE 'N' TO MASTER-FOUND-FLAG
           END-READ.
           MOVE CURRENT-ACCOUNT-NO TO YW-ACCOUNT-NO.
           MOVE 0                  TO YW-PURGE-DATE.
           EVALUATE TRUE
              WHEN MASTER-FOUND-FLAG = 'Y'
                 MOVE ACCT-CUSTOMER-NO      TO YW-CUSTOMER-NO
                 MOVE CURRENCY-CODE         TO YW-CURRENCY-CODE
                 MOVE 'M'                   TO YW-SOURCE
              WHEN ARCHIVE-MATCH-FLAG = 'Y'
                 MOVE ACCT-ARCH-CUSTOMER-NO TO YW-CUSTOMER-NO
                 MOVE ACCT-ARCH-CURRENCY    TO YW-CURRENCY-CODE
                 MOVE 'A'                   TO YW-SOURCE
                 MOVE ACCT-ARCH-PURGE-DATE  TO YW-PURGE-DATE
                 ADD 1 TO ARCHIVED-ACCOUNTS
              WHEN OTHER
                 MOVE SPACES                TO YW-CUSTOMER-NO
                 MOVE SPACES                TO YW-CURRENCY-CODE
                 MOVE 'U'                   TO YW-SOURCE
           END-EVALUATE.
           MOVE ACCT-INTEREST-PAID  TO YW-INTEREST-PAID.
           MOVE ACCT-FEE-PAID       TO YW-FEE-PAID.
           MOVE ACCT-PRINCIPAL-PAID TO YW-PRINCIPAL-PAID.
           WRITE YTD-WORK-RECORD.
           IF CHECK-YTD-WORK NOT = 00
              DISPLAY 'YEAR-TO-DATE WORK WRITE ERROR' CHECK-YTD-WORK
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       BUILD-ACCOUNT-YTD-END. EXIT.
      *----
      * Statements by customer. Every record counts toward the control
      * totals; a reprint prints only the customer asked for.
      *----
       PRINT-STATEMENTS.
           OPEN INPUT YTD-SORTED.
           IF CHECK-YTD-SORTED NOT = 00
              DISPLAY 'SORTED YEAR-TO-DATE FILE CANNOT OPEN'
                      CHECK-YTD-SORTED
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF REPRINT-FLAG NOT = 'Y'
              PERFORM WRITE-REGULATORY-HEADER
           END-IF.
           PERFORM UNTIL YTD-EOF = 'Y'
              READ YTD-SORTED
                 AT END
                    MOVE 'Y' TO YTD-EOF
                 NOT AT END
                    PERFORM ROLL-YTD-RECORD
              END-READ
           END-PERFORM.
           IF YTD-STARTED = 'Y'
              PERFORM END-CUSTOMER
           END-IF.
           CLOSE YTD-SORTED.
       PRINT-STATEMENTS-END. EXIT.
      *----
       ROLL-YTD-RECORD.
           IF YTD-STARTED NOT = 'Y'
              MOVE 'Y' TO YTD-STARTED
              PERFORM START-CUSTOMER
           END-IF.
           IF YS-CUSTOMER-NO NOT = BREAK-CUSTOMER-NO
              PERFORM END-CUSTOMER
              PERFORM START-CUSTOMER
           END-IF.
           ADD 1 TO ACCOUNTS-REPORTED.
           ADD YS-INTEREST-PAID  TO YTD-INTEREST-TOTAL.
           ADD YS-FEE-PAID       TO YTD-FEE-TOTAL.
           ADD YS-PRINCIPAL-PAID TO YTD-PRINCIPAL-TOTAL.
           IF CUSTOMER-FOUND-FLAG = 'Y'
              PERFORM ADD-TO-CUSTOMER-TOTALS
              IF PRINT-CUSTOMER-FLAG = 'Y'
                 PERFORM WRITE-ACCOUNT-LINE
              END-IF
           ELSE
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.
       ROLL-YTD-RECORD-END. EXIT.
      *----
       START-CUSTOMER.
           MOVE YS-CUSTOMER-NO TO BREAK-CUSTOMER-NO.
           MOVE 0 TO BREAK-CURRENCY-COUNT.
           MOVE 'N' TO CUSTOMER-FOUND-FLAG.
           MOVE 'N' TO PRINT-CUSTOMER-FLAG.
           IF BREAK-CUSTOMER-NO NOT = SPACES
              MOVE 'Y' TO CUSTOMER-FOUND-FLAG
              MOVE BREAK-CUSTOMER-NO TO CUSTOMER-NO
              READ CUST-MAST
                 INVALID KEY MOVE 'N' TO CUSTOMER-FOUND-FLAG
              END-READ
           END-IF.
           IF CUSTOMER-FOUND-FLAG = 'Y'
              IF REPRINT-FLAG NOT = 'Y' OR
                 REPRINT-CUSTOMER-NO = BREAK-CUSTOMER-NO
                 MOVE 'Y' TO PRINT-CUSTOMER-FLAG
                 PERFORM WRITE-STATEMENT-HEADER
              END-IF
           END-IF.
       START-CUSTOMER-END. EXIT.
      *----
       END-CUSTOMER.
           IF PRINT-CUSTOMER-FLAG = 'Y'
              ADD 1 TO STATEMENTS-PRINTED
              PERFORM VARYING BC-IDX FROM 1 BY 1
                 UNTIL BC-IDX > BREAK-CURRENCY-COUNT
                 PERFORM WRITE-CUSTOMER-TOTAL
              END-PERFORM
           END-IF.
           IF CUSTOMER-FOUND-FLAG = 'Y' AND REPRINT-FLAG NOT = 'Y'
              PERFORM VARYING BC-IDX FROM 1 BY 1
                 UNTIL BC-IDX > BREAK-CURRENCY-COUNT
                 PERFORM WRITE-REGULATORY-DETAIL
              END-PERFORM
           END-IF.
       END-CUSTOMER-END. EXIT.
      *----
       ADD-TO-CUSTOMER-TOTALS.
           MOVE 'N' TO CURRENCY-MATCH-FOUND.
           PERFORM VARYING BC-IDX FROM 1 BY 1
              UNTIL BC-IDX > BREAK-CURRENCY-COUNT
              IF BC-CURRENCY-CODE(BC-IDX) = YS-CURRENCY-CODE
                 MOVE 'Y' TO CURRENCY-MATCH-FOUND
                 MOVE BC-IDX TO BC-FOUND-IDX
                 MOVE BREAK-CURRENCY-COUNT TO BC-IDX
              END-IF
           END-PERFORM.
           IF CURRENCY-MATCH-FOUND = 'Y'
              MOVE BC-FOUND-IDX TO BC-IDX
           ELSE
              IF BREAK-CURRENCY-COUNT < 10
                 ADD 1 TO BREAK-CURRENCY-COUNT
                 MOVE BREAK-CURRENCY-COUNT TO BC-IDX
                 MOVE YS-CURRENCY-CODE TO BC-CURRENCY-CODE(BC-IDX)
                 MOVE 0 TO BC-ACCOUNTS(BC-IDX)
                 MOVE 0 TO BC-INTEREST-PAID(BC-IDX)
                 MOVE 0 TO BC-FEE-PAID(BC-IDX)
                 MOVE 0 TO BC-PRINCIPAL-PAID(BC-IDX)
              ELSE
                 DISPLAY 'CUSTOMER CURRENCY TABLE FULL - RUN REFUSED '
                         BREAK-CUSTOMER-NO
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
           ADD 1                 TO BC-ACCOUNTS(BC-IDX).
           ADD YS-INTEREST-PAID  TO BC-INTEREST-PAID(BC-IDX).
           ADD YS-FEE-PAID       TO BC-FEE-PAID(BC-IDX).
           ADD YS-PRINCIPAL-PAID TO BC-PRINCIPAL-PAID(BC-IDX).
       ADD-TO-CUSTOMER-TOTALS-END. EXIT.
      *----
       WRITE-STATEMENT-HEADER.
           MOVE TAX-YEAR         TO TAX-YEAR-S.
           MOVE CUSTOMER-NO      TO CUSTOMER-NO-S.
           MOVE CUSTOMER-NAME    TO CUSTOMER-NAME-S.
           MOVE CUSTOMER-ADDRESS TO CUSTOMER-ADDRESS-S.
           WRITE STATEMENT-LINE FROM STATEMENT-SEPARATOR
              AFTER ADVANCING 1 LINES.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADER-1.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADER-2.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADER-3.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADER-4
              AFTER ADVANCING 1 LINES.
           IF CHECK-STATEMENT-FILE NOT = 00
              DISPLAY 'STATEMENT FILE WRITE ERROR'
                      CHECK-STATEMENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-STATEMENT-HEADER-END. EXIT.
      *----
       WRITE-ACCOUNT-LINE.
           MOVE YS-ACCOUNT-NO     TO ACCOUNT-NO-S.
           MOVE YS-CURRENCY-CODE  TO CURRENCY-CODE-S.
           IF YS-SOURCE = 'A'
              MOVE 'ARCHIVED'     TO ACCOUNT-NOTE-S
           ELSE
              MOVE SPACES         TO ACCOUNT-NOTE-S
           END-IF.
           MOVE YS-INTEREST-PAID  TO INTEREST-PAID-S.
           MOVE YS-FEE-PAID       TO FEE-PAID-S.
           MOVE YS-PRINCIPAL-PAID TO PRINCIPAL-PAID-S.
           WRITE STATEMENT-LINE FROM STATEMENT-ACCOUNT-LINE.
           IF CHECK-STATEMENT-FILE NOT = 00
              DISPLAY 'STATEMENT FILE WRITE ERROR'
                      CHECK-STATEMENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-ACCOUNT-LINE-END. EXIT.
      *----
       WRITE-CUSTOMER-TOTAL.
           MOVE BC-CURRENCY-CODE(BC-IDX)  TO CURRENCY-CODE-T.
           MOVE BC-ACCOUNTS(BC-IDX)       TO ACCOUNTS-T.
           MOVE BC-INTEREST-PAID(BC-IDX)  TO INTEREST-PAID-T.
           MOVE BC-FEE-PAID(BC-IDX)       TO FEE-PAID-T.
           MOVE BC-PRINCIPAL-PAID(BC-IDX) TO PRINCIPAL-PAID-T.
           IF BC-IDX = 1
              WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
                 AFTER ADVANCING 2 LINES
           ELSE
              WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
           END-IF.
           IF CHECK-STATEMENT-FILE NOT = 00
              DISPLAY 'STATEMENT FILE WRITE ERROR'
                      CHECK-STATEMENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-CUSTOMER-TOTAL-END. EXIT.
      *----
       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-ACCOUNTS.
           EVALUATE TRUE
              WHEN YS-SOURCE = 'U'
                 MOVE 'NOT ON MASTER OR ARCHIVE' TO EXCEPTION-REASON
              WHEN YS-CUSTOMER-NO = SPACES
                 MOVE 'NO CUSTOMER ASSIGNED'     TO EXCEPTION-REASON
              WHEN OTHER
                 MOVE 'NOT ON CUSTOMER MASTER'   TO EXCEPTION-REASON
           END-EVALUATE.
           MOVE YS-ACCOUNT-NO    TO ACCOUNT-NO-E.
           MOVE YS-CUSTOMER-NO   TO CUSTOMER-NO-E.
           MOVE YS-CURRENCY-CODE TO CURRENCY-CODE-E.
           MOVE EXCEPTION-REASON TO EXCEPTION-REASON-E.
           PERFORM WRITE-CONTROL-EXCEPTION.
       WRITE-EXCEPTION-LINE-END. EXIT.
      *----
       WRITE-CONTROL-EXCEPTION.
           WRITE CONTROL-LINE FROM EXCEPTION-LINE.
           IF CHECK-CONTROL-REPORT NOT = 00
              DISPLAY 'CONTROL REPORT WRITE ERROR'
                      CHECK-CONTROL-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-CONTROL-EXCEPTION-END. EXIT.
      *----
       WRITE-REGULATORY-HEADER.
           MOVE SPACES           TO REGULATORY-HEADER.
           MOVE 'H'              TO RGH-RECORD-TYPE.
           MOVE TAX-YEAR         TO RGH-TAX-YEAR.
           MOVE TODAY-DATE       TO RGH-FILE-DATE.
           MOVE 'LOAN SERVICING' TO RGH-REPORTER-NAME.
           WRITE REGULATORY-HEADER.
           IF CHECK-REGULATORY-FILE NOT = 00
              DISPLAY 'REGULATORY FILE WRITE ERROR'
                      CHECK-REGULATORY-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-REGULATORY-HEADER-END. EXIT.
      *----
       WRITE-REGULATORY-DETAIL.
           MOVE SPACES                   TO REGULATORY-DETAIL.
           MOVE 'D'                      TO RG-RECORD-TYPE.
           MOVE TAX-YEAR                 TO RG-TAX-YEAR.
           MOVE BREAK-CUSTOMER-NO        TO RG-CUSTOMER-NO.
           MOVE CUSTOMER-NAME            TO RG-CUSTOMER-NAME.
           MOVE CUSTOMER-ADDRESS         TO RG-CUSTOMER-ADDRESS.
           MOVE BC-CURRENCY-CODE(BC-IDX) TO RG-CURRENCY-CODE.
           MOVE BC-ACCOUNTS(BC-IDX)      TO RG-ACCOUNT-COUNT.
           IF BC-INTEREST-PAID(BC-IDX) < 0 OR
              BC-FEE-PAID(BC-IDX) < 0 OR
              BC-PRINCIPAL-PAID(BC-IDX) < 0
              ADD 1 TO NEGATIVE-NET-COUNT
              MOVE SPACES                   TO ACCOUNT-NO-E
              MOVE BREAK-CUSTOMER-NO        TO CUSTOMER-NO-E
              MOVE BC-CURRENCY-CODE(BC-IDX) TO CURRENCY-CODE-E
              MOVE 'NEGATIVE NET FILED AS ZERO' TO EXCEPTION-REASON-E
              PERFORM WRITE-CONTROL-EXCEPTION
           END-IF.
           IF BC-INTEREST-PAID(BC-IDX) < 0
              MOVE 0 TO RG-INTEREST-PAID
           ELSE
              MOVE BC-INTEREST-PAID(BC-IDX) TO RG-INTEREST-PAID
           END-IF.
           IF BC-FEE-PAID(BC-IDX) < 0
              MOVE 0 TO RG-FEES-PAID
           ELSE
              MOVE BC-FEE-PAID(BC-IDX) TO RG-FEES-PAID
           END-IF.
           IF BC-PRINCIPAL-PAID(BC-IDX) < 0
              MOVE 0 TO RG-PRINCIPAL-PAID
           ELSE
              MOVE BC-PRINCIPAL-PAID(BC-IDX) TO RG-PRINCIPAL-PAID
           END-IF.
           WRITE REGULATORY-DETAIL.
           IF CHECK-REGULATORY-FILE NOT = 00
              DISPLAY 'REGULATORY FILE WRITE ERROR'
                      CHECK-REGULATORY-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           ADD 1                 TO REGULATORY-RECORDS.
           ADD RG-INTEREST-PAID  TO REG-INTEREST-TOTAL.
           ADD RG-FEES-PAID      TO REG-FEE-TOTAL.
           ADD RG-PRINCIPAL-PAID TO REG-PRINCIPAL-TOTAL.
       WRITE-REGULATORY-DETAIL-END. EXIT.
      *----
       WRITE-REGULATORY-TRAILER.
           MOVE SPACES              TO REGULATORY-TRAILER.
           MOVE 'T'                 TO RGT-RECORD-TYPE.
           MOVE REGULATORY-RECORDS  TO RGT-RECORD-COUNT.
           MOVE REG-INTEREST-TOTAL  TO RGT-INTEREST-TOTAL.
           MOVE REG-FEE-TOTAL       TO RGT-FEES-TOTAL.
           MOVE REG-PRINCIPAL-TOTAL TO RGT-PRINCIPAL-TOTAL.
           WRITE REGULATORY-TRAILER.
           IF CHECK-REGULATORY-FILE NOT = 00
              DISPLAY 'REGULATORY FILE WRITE ERROR'
                      CHECK-REGULATORY-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-REGULATORY-TRAILER-END. EXIT.
      *----
       WRITE-CONTROL-HEADER.
           MOVE TAX-YEAR   TO TAX-YEAR-H.
           MOVE TODAY-DATE TO BUSINESS-DATE-H.
           WRITE CONTROL-LINE FROM CONTROL-HEADER.
           IF REPRINT-FLAG = 'Y'
              MOVE REPRINT-CUSTOMER-NO TO REPRINT-CUSTOMER-H
              WRITE CONTROL-LINE FROM REPRINT-LINE
           END-IF.
       WRITE-CONTROL-HEADER-END. EXIT.
      *----
      * The account totals are summed after both sorts, so agreement
      * with the PAYGL lines selected proves no entry was lost or
      * counted twice on the way to the statements.
      *----
       WRITE-CONTROL-TOTALS.
           WRITE CONTROL-LINE FROM TOTALS-COMPARE-HEADER
              AFTER ADVANCING 1 LINES.
           MOVE 'INTEREST PAID'      TO TOTALS-LABEL.
           MOVE PAYGL-INTEREST-TOTAL TO PAYGL-FIGURE-O.
           MOVE YTD-INTEREST-TOTAL   TO YTD-FIGURE-O.
           IF PAYGL-INTEREST-TOTAL = YTD-INTEREST-TOTAL
              MOVE 'AGREES'     TO TOTALS-VERDICT
           ELSE
              MOVE 'DISAGREES'  TO TOTALS-VERDICT
              MOVE 'N' TO CONTROLS-AGREE-FLAG
           END-IF.
           WRITE CONTROL-LINE FROM TOTALS-COMPARE-LINE.
           MOVE 'FEES PAID'          TO TOTALS-LABEL.
           MOVE PAYGL-FEE-TOTAL      TO PAYGL-FIGURE-O.
           MOVE YTD-FEE-TOTAL        TO YTD-FIGURE-O.
           IF PAYGL-FEE-TOTAL = YTD-FEE-TOTAL
              MOVE 'AGREES'     TO TOTALS-VERDICT
           ELSE
              MOVE 'DISAGREES'  TO TOTALS-VERDICT
              MOVE 'N' TO CONTROLS-AGREE-FLAG
           END-IF.
           WRITE CONTROL-LINE FROM TOTALS-COMPARE-LINE.
           MOVE 'PRINCIPAL PAID'      TO TOTALS-LABEL.
           MOVE PAYGL-PRINCIPAL-TOTAL TO PAYGL-FIGURE-O.
           MOVE YTD-PRINCIPAL-TOTAL   TO YTD-FIGURE-O.
           IF PAYGL-PRINCIPAL-TOTAL = YTD-PRINCIPAL-TOTAL
              MOVE 'AGREES'     TO TOTALS-VERDICT
           ELSE
              MOVE 'DISAGREES'  TO TOTALS-VERDICT
              MOVE 'N' TO CONTROLS-AGREE-FLAG
           END-IF.
           WRITE CONTROL-LINE FROM TOTALS-COMPARE-LINE.
           MOVE PAYGL-LINES-READ     TO PAYGL-LINES-READ-O.
           MOVE PAYGL-LINES-IN-YEAR  TO PAYGL-LINES-IN-YEAR-O.
           MOVE PAYGL-RETURNED-LINES TO PAYGL-RETURNED-LINES-O.
           MOVE ACCOUNTS-REPORTED    TO ACCOUNTS-REPORTED-O.
           MOVE ARCHIVED-ACCOUNTS    TO ARCHIVED-ACCOUNTS-O.
           MOVE EXCEPTION-ACCOUNTS   TO EXCEPTION-ACCOUNTS-O.
           MOVE STATEMENTS-PRINTED   TO STATEMENTS-PRINTED-O.
           MOVE REGULATORY-RECORDS   TO REGULATORY-RECORDS-O.
           MOVE NEGATIVE-NET-COUNT   TO NEGATIVE-NET-COUNT-O.
           WRITE CONTROL-LINE FROM CONTROL-TRAILER-1
              AFTER ADVANCING 1 LINES.
           WRITE CONTROL-LINE FROM CONTROL-TRAILER-2.
           WRITE CONTROL-LINE FROM CONTROL-TRAILER-3.
           IF CONTROLS-AGREE-FLAG = 'Y'
              MOVE 'AGREE'    TO VERDICT-TEXT
           ELSE
              MOVE 'DISAGREE' TO VERDICT-TEXT
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CONTROL-LINE FROM VERDICT-LINE.
           DISPLAY 'YEAR-END STATEMENTS ' STATEMENTS-PRINTED
                   ' CONTROL TOTALS ' VERDICT-TEXT.
       WRITE-CONTROL-TOTALS-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE ACCT-REC.
           CLOSE CUST-MAST.
           CLOSE STATEMENT-FILE.
           CLOSE CONTROL-REPORT.
           IF REPRINT-FLAG NOT = 'Y'
              CLOSE REGULATORY-FILE
           END-IF.
           GOBACK.
       CLOSE-END. EXIT.
