       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    ACCTJRPT.
       AUTHOR.        YASAR OKTEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-JOURNAL ASSIGN TO ACCTJRNL
                           STATUS CHECK-ACCT-JOURNAL.
           SELECT JOURNAL-PARM ASSIGN TO JRNLPARM
                           STATUS CHECK-JOURNAL-PARM.
           SELECT AUDIT-REPORT ASSIGN TO JRNLRPT
                           STATUS CHECK-AUDIT-REPORT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  ACCT-JOURNAL RECORDING MODE F.
           COPY ACCTJRNL.
      *-----------------------------------------------------------------
      * Business date range to report, inclusive.
      *-----------------------------------------------------------------
       FD  JOURNAL-PARM RECORDING MODE F.
       01  JOURNAL-PARM-CARD.
           05 PARM-FROM-DATE        PIC 9(8).
           05 PARM-TO-DATE          PIC 9(8).
           05 FILLER                PIC X(64).
      *-----------------------------------------------------------------
       FD  AUDIT-REPORT RECORDING MODE F.
       01  AUDIT-LINE.
           05 ACCOUNT-NO-J          PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TRANS-CODE-J          PIC X.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BUSINESS-DATE-J       PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHANGE-DATE-J         PIC 9(8).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CHANGE-TIME-J         PIC 9(6).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MAKER-ID-J            PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CHECKER-ID-J          PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BEFORE-DEBIT-J        PIC Z(7)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AFTER-DEBIT-J         PIC Z(7)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DEBIT-CHANGE-J        PIC -(8)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BEFORE-PRINCIPAL-J    PIC Z(7)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AFTER-PRINCIPAL-J     PIC Z(7)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BEFORE-CURRENCY-J     PIC X(3).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 AFTER-CURRENCY-J      PIC X(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----
       01  CHECK-POINTS.
           05 CHECK-ACCT-JOURNAL   PIC 9(2).
           05 CHECK-JOURNAL-PARM   PIC 9(2).
           05 CHECK-AUDIT-REPORT   PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC              PIC X VALUE SPACE.
      *----
       01  REPORT-VARIABLES.
           05 FROM-DATE            PIC 9(8).
           05 TO-DATE              PIC 9(8).
           05 DEBIT-CHANGE         PIC S9(9).
      *----
       01  REPORT-TOTALS.
           05 ENTRIES-READ         PIC 9(7) VALUE 0.
           05 ENTRIES-REPORTED     PIC 9(7) VALUE 0.
           05 ADDS-REPORTED        PIC 9(7) VALUE 0.
           05 CHANGES-REPORTED     PIC 9(7) VALUE 0.
           05 DELETES-REPORTED     PIC 9(7) VALUE 0.
           05 UNAPPROVED-REPORTED  PIC 9(7) VALUE 0.
      *----
       01  AUDIT-HEADER.
           05 FILLER               PIC X(38)
                    VALUE 'BALANCE-AFFECTING MANUAL CHANGES FROM '.
           05 FROM-DATE-H          PIC 9(8).
           05 FILLER               PIC X(04) VALUE ' TO '.
           05 TO-DATE-H            PIC 9(8).
      *----
       01  AUDIT-TRAILER.
           05 FILLER               PIC X(09) VALUE 'ENTRIES:'.
           05 ENTRIES-REPORTED-O   PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(08) VALUE '  ADDS:'.
           05 ADDS-REPORTED-O      PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(11) VALUE '  CHANGES:'.
           05 CHANGES-REPORTED-O   PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(11) VALUE '  DELETES:'.
           05 DELETES-REPORTED-O   PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(17) VALUE '  SINGLE-USER:'.
           05 UNAPPROVED-REPORTED-O PIC Z,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT ACCT-JOURNAL.
           OPEN OUTPUT AUDIT-REPORT.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-JOURNAL-PARM.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-ACCT-JOURNAL NOT EQUAL 97) AND
      -       (CHECK-ACCT-JOURNAL NOT EQUAL 00)
              DISPLAY 'ACCOUNT JOURNAL CANNOT OPEN' CHECK-ACCT-JOURNAL
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-AUDIT-REPORT NOT EQUAL 97) AND
      -       (CHECK-AUDIT-REPORT NOT EQUAL 00)
              DISPLAY 'JOURNAL AUDIT REPORT CANNOT OPEN'
                      CHECK-AUDIT-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           MOVE FROM-DATE TO FROM-DATE-H.
           MOVE TO-DATE   TO TO-DATE-H.
           WRITE AUDIT-LINE FROM AUDIT-HEADER.
           PERFORM UNTIL LASTREC = 'Y'
              READ ACCT-JOURNAL
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    ADD 1 TO ENTRIES-READ
                    IF JR-BALANCE-FLAG = 'Y' AND
                       JR-BUSINESS-DATE NOT < FROM-DATE AND
                       JR-BUSINESS-DATE NOT > TO-DATE
                       PERFORM REPORT-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-AUDIT-TRAILER.
           DISPLAY 'JOURNAL ENTRIES READ ' ENTRIES-READ
                   ' REPORTED ' ENTRIES-REPORTED.
           PERFORM CLOSE-FILES.
       MAIN-END. EXIT.
      *----
       READ-JOURNAL-PARM.
           OPEN INPUT JOURNAL-PARM.
           IF CHECK-JOURNAL-PARM NOT = 00
              DISPLAY 'JOURNAL PARM CANNOT OPEN' CHECK-JOURNAL-PARM
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           READ JOURNAL-PARM
              AT END
                 DISPLAY 'JOURNAL PARM IS EMPTY'
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
           END-READ.
           IF PARM-FROM-DATE NOT NUMERIC OR
              PARM-TO-DATE NOT NUMERIC OR
              PARM-FROM-DATE > PARM-TO-DATE
              DISPLAY 'JOURNAL PARM DATE RANGE INVALID'
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE PARM-FROM-DATE TO FROM-DATE.
           MOVE PARM-TO-DATE   TO TO-DATE.
           CLOSE JOURNAL-PARM.
       READ-JOURNAL-PARM-END. EXIT.
      *----
       REPORT-ENTRY.
           ADD 1 TO ENTRIES-REPORTED.
           EVALUATE JR-TRANS-CODE
              WHEN 'A' ADD 1 TO ADDS-REPORTED
              WHEN 'C' ADD 1 TO CHANGES-REPORTED
              WHEN 'D' ADD 1 TO DELETES-REPORTED
           END-EVALUATE.
           IF JR-CHECKER-ID = SPACES
              ADD 1 TO UNAPPROVED-REPORTED
           END-IF.
           COMPUTE DEBIT-CHANGE = JR-AFTER-DEBIT - JR-BEFORE-DEBIT.
           MOVE SPACES                   TO AUDIT-LINE.
           MOVE JR-ACCOUNT-NO            TO ACCOUNT-NO-J.
           MOVE JR-TRANS-CODE            TO TRANS-CODE-J.
           MOVE JR-BUSINESS-DATE         TO BUSINESS-DATE-J.
           MOVE JR-CHANGE-DATE           TO CHANGE-DATE-J.
           MOVE JR-CHANGE-TIME           TO CHANGE-TIME-J.
           MOVE JR-MAKER-ID              TO MAKER-ID-J.
           MOVE JR-CHECKER-ID            TO CHECKER-ID-J.
           MOVE JR-BEFORE-DEBIT          TO BEFORE-DEBIT-J.
           MOVE JR-AFTER-DEBIT           TO AFTER-DEBIT-J.
           MOVE DEBIT-CHANGE             TO DEBIT-CHANGE-J.
           MOVE JR-BEFORE-PRINCIPAL-PAID TO BEFORE-PRINCIPAL-J.
           MOVE JR-AFTER-PRINCIPAL-PAID  TO AFTER-PRINCIPAL-J.
           MOVE JR-BEFORE-CURRENCY       TO BEFORE-CURRENCY-J.
           MOVE JR-AFTER-CURRENCY        TO AFTER-CURRENCY-J.
           WRITE AUDIT-LINE.
           IF CHECK-AUDIT-REPORT NOT = 00
              DISPLAY 'JOURNAL AUDIT REPORT WRITE ERROR'
                      CHECK-AUDIT-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       REPORT-ENTRY-END. EXIT.
      *----
       WRITE-AUDIT-TRAILER.
           MOVE ENTRIES-REPORTED    TO ENTRIES-REPORTED-O.
           MOVE ADDS-REPORTED       TO ADDS-REPORTED-O.
           MOVE CHANGES-REPORTED    TO CHANGES-REPORTED-O.
           MOVE DELETES-REPORTED    TO DELETES-REPORTED-O.
           MOVE UNAPPROVED-REPORTED TO UNAPPROVED-REPORTED-O.
           WRITE AUDIT-LINE FROM AUDIT-TRAILER
              AFTER ADVANCING 1 LINES.
       WRITE-AUDIT-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE ACCT-JOURNAL.
           CLOSE AUDIT-REPORT.
           GOBACK.
       CLOSE-END. EXIT.
