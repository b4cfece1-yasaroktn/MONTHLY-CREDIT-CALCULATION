       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    ACCTCONV.
       AUTHOR.        YASAR OKTEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCT-REC ASSIGN TO OLDACCT
                           ORGANIZATION INDEXED
                           ACCESS MODE SEQUENTIAL
                           RECORD KEY IS OLD-ACCOUNT-NO
                           STATUS CHECK-OLD-ACCT-REC.
           SELECT ACCT-REC ASSIGN TO ACCTREC
                           ORGANIZATION INDEXED
                           ACCESS MODE SEQUENTIAL
                           RECORD KEY IS ACCOUNT-NO
                           STATUS CHECK-ACCT-REC.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO OLDARCH
                           STATUS CHECK-OLD-ARCHIVE.
           SELECT ARCHIVE-FILE ASSIGN TO ACCTARCH
                           STATUS CHECK-ARCHIVE.
           SELECT CONVERSION-LOG ASSIGN TO CONVLOG
                           STATUS CHECK-CONVERSION-LOG.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  OLD-ACCT-REC RECORDING MODE F.
       01  OLD-ACCT-RECORD.
           05 OLD-ACCOUNT-NO      PIC X(8).
           05 OLD-ACCOUNT-DATA    PIC X(82).
      *-----------------------------------------------------------------
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *-----------------------------------------------------------------
       FD  OLD-ARCHIVE-FILE RECORDING MODE F.
       01  OLD-ARCHIVE-RECORD.
           05 OLD-ARCH-PURGE-DATE PIC 9(8).
           05 OLD-ARCH-ACCOUNT-IMAGE PIC X(90).
      *-----------------------------------------------------------------
       FD  ARCHIVE-FILE RECORDING MODE F.
       01  ARCHIVE-RECORD.
           05 ARCH-PURGE-DATE     PIC 9(8).
           05 ARCH-ACCOUNT-IMAGE  PIC X(140).
           05 ARCH-IMAGE-FIELDS REDEFINES ARCH-ACCOUNT-IMAGE.
              10 ARCH-ACCOUNT-NO  PIC X(8).
              10 FILLER           PIC X(23).
              10 ARCH-START-DATE  PIC 9(8).
              10 FILLER           PIC X(40).
              10 ARCH-LAST-PAYMENT-DATE PIC 9(8).
              10 FILLER           PIC X(3).
              10 ARCH-INTEREST-ACCRUED PIC 9(8)V9(2).
              10 ARCH-INTEREST-ACCRUED-DATE PIC 9(8).
              10 ARCH-CHARGE-OFF-DATE PIC 9(8).
              10 ARCH-CHARGE-OFF-AMOUNT PIC 9(8).
              10 ARCH-RECOVERED-AMOUNT PIC 9(8).
              10 ARCH-HOLIDAY-END-DATE PIC 9(8).
      *-----------------------------------------------------------------
       FD  CONVERSION-LOG RECORDING MODE F.
       01  CONVERSION-LINE        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----
       01  CHECK-POINTS.
           05 CHECK-OLD-ACCT-REC   PIC 9(2).
           05 CHECK-ACCT-REC       PIC 9(2).
           05 CHECK-OLD-ARCHIVE    PIC 9(2).
           05 CHECK-ARCHIVE        PIC 9(2).
           05 CHECK-CONVERSION-LOG PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC              PIC X VALUE SPACE.
           05 ARCHIVE-FILE-OPEN    PIC X VALUE 'N'.
      *----
       01  CONVERSION-TOTALS.
           05 MASTER-READ          PIC 9(7) VALUE 0.
           05 MASTER-WRITTEN       PIC 9(7) VALUE 0.
           05 ARCHIVE-READ         PIC 9(7) VALUE 0.
           05 ARCHIVE-WRITTEN      PIC 9(7) VALUE 0.
      *----
       01  CONVERSION-HEADER.
           05 FILLER               PIC X(40)
                     VALUE 'ACCOUNT RECORD CONVERSION 90 TO 140'.
           05 FILLER               PIC X(40) VALUE SPACES.
      *----
       01  CONVERSION-ERROR-LINE.
           05 FILE-NAME-E          PIC X(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ACCOUNT-NO-E         PIC X(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE 'WRITE FAILED'.
           05 CHECK-E              PIC 9(2).
           05 FILLER               PIC X(44) VALUE SPACES.
      *----
       01  CONVERSION-TOTAL-LINE.
           05 FILE-NAME-T          PIC X(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'READ:'.
           05 RECORDS-READ-T       PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(11) VALUE '  WRITTEN:'.
           05 RECORDS-WRITTEN-T    PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CONVERSION-VERDICT-T PIC X(12).
           05 FILLER               PIC X(21) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT OLD-ACCT-REC.
           OPEN OUTPUT ACCT-REC.
           OPEN OUTPUT CONVERSION-LOG.
           PERFORM OPEN-CONTROLS.
           OPEN INPUT OLD-ARCHIVE-FILE.
           IF CHECK-OLD-ARCHIVE = 00
              OPEN OUTPUT ARCHIVE-FILE
              IF CHECK-ARCHIVE NOT = 00
                 DISPLAY 'ARCHIVE FILE CANNOT OPEN' CHECK-ARCHIVE
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
              MOVE 'Y' TO ARCHIVE-FILE-OPEN
           ELSE
              IF CHECK-OLD-ARCHIVE NOT = 35
                 DISPLAY 'OLD ARCHIVE FILE CANNOT OPEN'
                         CHECK-OLD-ARCHIVE
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
           WRITE CONVERSION-LINE FROM CONVERSION-HEADER.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-OLD-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-OLD-ACCT-REC NOT EQUAL 00)
              DISPLAY 'OLD ACCOUNT MASTER CANNOT OPEN'
                      CHECK-OLD-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-CONVERSION-LOG NOT EQUAL 97) AND
      -       (CHECK-CONVERSION-LOG NOT EQUAL 00)
              DISPLAY 'CONVERSION LOG CANNOT OPEN'
                      CHECK-CONVERSION-LOG
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM CONVERT-MASTER.
           IF ARCHIVE-FILE-OPEN = 'Y'
              PERFORM CONVERT-ARCHIVE
           END-IF.
           PERFORM WRITE-CONVERSION-TOTALS.
           PERFORM CLOSE-FILES.
       MAIN-END. EXIT.
      *----
       CONVERT-MASTER.
           MOVE SPACE TO LASTREC.
           PERFORM UNTIL LASTREC = 'Y'
              READ OLD-ACCT-REC NEXT
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    ADD 1 TO MASTER-READ
                    PERFORM CONVERT-ACCOUNT
              END-READ
           END-PERFORM.
       CONVERT-MASTER-END. EXIT.
      *----
      * The 90-byte record is the front of the 140-byte one. The added
      * fields start at zero, and interest accrues from the last
      * payment, or from the start date if nothing has been paid.
      *----
       CONVERT-ACCOUNT.
           MOVE OLD-ACCT-RECORD TO ACCT-VARIABLES.
           MOVE 0 TO INTEREST-ACCRUED.
           MOVE 0 TO CHARGE-OFF-DATE.
           MOVE 0 TO CHARGE-OFF-AMOUNT.
           MOVE 0 TO RECOVERED-AMOUNT.
           MOVE 0 TO HOLIDAY-END-DATE.
           IF LAST-PAYMENT-DATE NUMERIC AND LAST-PAYMENT-DATE > 0
              MOVE LAST-PAYMENT-DATE TO INTEREST-ACCRUED-DATE
           ELSE
              MOVE START-DATE TO INTEREST-ACCRUED-DATE
           END-IF.
           WRITE ACCT-VARIABLES
              INVALID KEY
                 MOVE 'ACCTREC'  TO FILE-NAME-E
                 MOVE ACCOUNT-NO TO ACCOUNT-NO-E
                 MOVE CHECK-ACCT-REC TO CHECK-E
                 WRITE CONVERSION-LINE FROM CONVERSION-ERROR-LINE
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1 TO MASTER-WRITTEN
           END-WRITE.
       CONVERT-ACCOUNT-END. EXIT.
      *----
       CONVERT-ARCHIVE.
           MOVE SPACE TO LASTREC.
           PERFORM UNTIL LASTREC = 'Y'
              READ OLD-ARCHIVE-FILE
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    ADD 1 TO ARCHIVE-READ
                    PERFORM CONVERT-ARCHIVE-RECORD
              END-READ
           END-PERFORM.
       CONVERT-ARCHIVE-END. EXIT.
      *----
       CONVERT-ARCHIVE-RECORD.
           MOVE OLD-ARCH-PURGE-DATE    TO ARCH-PURGE-DATE.
           MOVE OLD-ARCH-ACCOUNT-IMAGE TO ARCH-ACCOUNT-IMAGE.
           MOVE 0 TO ARCH-INTEREST-ACCRUED.
           MOVE 0 TO ARCH-CHARGE-OFF-DATE.
           MOVE 0 TO ARCH-CHARGE-OFF-AMOUNT.
           MOVE 0 TO ARCH-RECOVERED-AMOUNT.
           MOVE 0 TO ARCH-HOLIDAY-END-DATE.
           IF ARCH-LAST-PAYMENT-DATE NUMERIC AND
              ARCH-LAST-PAYMENT-DATE > 0
              MOVE ARCH-LAST-PAYMENT-DATE TO ARCH-INTEREST-ACCRUED-DATE
           ELSE
              MOVE ARCH-START-DATE TO ARCH-INTEREST-ACCRUED-DATE
           END-IF.
           WRITE ARCHIVE-RECORD.
           IF CHECK-ARCHIVE NOT = 00
              MOVE 'ACCTARCH'      TO FILE-NAME-E
              MOVE ARCH-ACCOUNT-NO TO ACCOUNT-NO-E
              MOVE CHECK-ARCHIVE   TO CHECK-E
              WRITE CONVERSION-LINE FROM CONVERSION-ERROR-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO ARCHIVE-WRITTEN
           END-IF.
       CONVERT-ARCHIVE-RECORD-END. EXIT.
      *----
       WRITE-CONVERSION-TOTALS.
           MOVE 'ACCTREC'      TO FILE-NAME-T.
           MOVE MASTER-READ    TO RECORDS-READ-T.
           MOVE MASTER-WRITTEN TO RECORDS-WRITTEN-T.
           IF MASTER-READ = MASTER-WRITTEN
              MOVE 'CONVERTED'  TO CONVERSION-VERDICT-T
           ELSE
              MOVE 'INCOMPLETE' TO CONVERSION-VERDICT-T
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CONVERSION-LINE FROM CONVERSION-TOTAL-LINE
              AFTER ADVANCING 1 LINES.
           MOVE 'ACCTARCH'      TO FILE-NAME-T.
           MOVE ARCHIVE-READ    TO RECORDS-READ-T.
           MOVE ARCHIVE-WRITTEN TO RECORDS-WRITTEN-T.
           EVALUATE TRUE
              WHEN ARCHIVE-FILE-OPEN NOT = 'Y'
                 MOVE 'NO ARCHIVE'  TO CONVERSION-VERDICT-T
              WHEN ARCHIVE-READ = ARCHIVE-WRITTEN
                 MOVE 'CONVERTED'   TO CONVERSION-VERDICT-T
              WHEN OTHER
                 MOVE 'INCOMPLETE'  TO CONVERSION-VERDICT-T
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           WRITE CONVERSION-LINE FROM CONVERSION-TOTAL-LINE.
           DISPLAY 'ACCOUNTS CONVERTED ' MASTER-WRITTEN
                   ' OF ' MASTER-READ
                   ' ARCHIVED ' ARCHIVE-WRITTEN
                   ' OF ' ARCHIVE-READ.
       WRITE-CONVERSION-TOTALS-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE OLD-ACCT-REC.
           CLOSE ACCT-REC.
           CLOSE CONVERSION-LOG.
           IF ARCHIVE-FILE-OPEN = 'Y'
              CLOSE OLD-ARCHIVE-FILE
              CLOSE ARCHIVE-FILE
           END-IF.
           GOBACK.
       CLOSE-END. EXIT.
