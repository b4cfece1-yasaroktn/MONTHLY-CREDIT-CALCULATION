       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PORTROLL.
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
           SELECT ROLL-HISTORY ASSIGN TO PORTHIST
                           STATUS CHECK-ROLL-HISTORY.
           SELECT ACCT-JOURNAL ASSIGN TO ACCTJRNL
                           STATUS CHECK-ACCT-JOURNAL.
           SELECT ARCHIVE-FILE ASSIGN TO ACCTARCH
                           STATUS CHECK-ARCHIVE.
           SELECT FEE-GL-FILE ASSIGN TO FEEGL
                           STATUS CHECK-FEE-GL-FILE.
           SELECT PAY-GL-FILE ASSIGN TO PAYGL
                           STATUS CHECK-PAY-GL-FILE.
           SELECT MOD-GL ASSIGN TO MODGL
                           STATUS CHECK-MOD-GL.
           SELECT ROLL-PARM ASSIGN TO PORTPARM
                           STATUS CHECK-ROLL-PARM.
           SELECT ROLL-REPORT ASSIGN TO PORTRPT
                           STATUS CHECK-ROLL-REPORT.
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
      * ROLL-HISTORY-RECORD - closing position of the portfolio by
      * currency, appended by every run. The latest business date
      * before today is the opening position of the next run.
      * RH-JOURNAL-COUNT and RH-ARCHIVE-COUNT are the number of
      * ACCTJRNL and ACCTARCH records already rolled forward; both
      * files are cumulative, so only records beyond them are the
      * activity since that close.
      *-----------------------------------------------------------------
       FD  ROLL-HISTORY RECORDING MODE F.
       01  ROLL-HISTORY-RECORD.
           05 RH-BUSINESS-DATE       PIC 9(8).
           05 RH-CURRENCY-CODE       PIC X(3).
           05 RH-CLOSING-BALANCE     PIC 9(13).
           05 RH-ACCOUNT-COUNT       PIC 9(7).
           05 RH-JOURNAL-COUNT       PIC 9(9).
           05 RH-ARCHIVE-COUNT       PIC 9(9).
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
              10 ARCH-DEBIT       PIC 9(8).
              10 ARCH-START-DATE  PIC 9(8).
              10 ARCH-FINISH-DATE PIC 9(8).
              10 ARCH-INTEREST-RATE PIC 9(2)V9(2).
              10 ARCH-ACCOUNT-STATUS PIC X.
              10 ARCH-PAYMENT-FREQUENCY PIC X.
              10 ARCH-CURRENCY-CODE PIC X(3).
              10 FILLER           PIC X(84).
      *-----------------------------------------------------------------
       FD  FEE-GL-FILE RECORDING MODE F.
       01  FEE-GL-LINE.
           05 ACCOUNT-NO-FG          PIC X(8).
           05 FEE-AMOUNT-FG          PIC 9(8).
           05 FEE-CYCLE-FG           PIC 9(6).
      *-----------------------------------------------------------------
       FD  PAY-GL-FILE RECORDING MODE F.
           COPY PAYGL.
      *-----------------------------------------------------------------
       FD  MOD-GL RECORDING MODE F.
       01  MOD-GL-LINE.
           05 ACCOUNT-NO-MG          PIC X(8).
           05 MOD-DATE-MG            PIC 9(8).
           05 MOD-TYPE-MG            PIC X.
           05 INTEREST-OPTION-MG     PIC X.
           05 HOLIDAY-INTEREST-MG    PIC 9(8)V9(2).
           05 CAPITALISED-MG         PIC 9(8).
           05 CURRENCY-CODE-MG       PIC X(3).
      *-----------------------------------------------------------------
      * PARM-TOLERANCE is the largest out-of-balance amount, in units
      * of the currency, accepted before the run fails.
      *-----------------------------------------------------------------
       FD  ROLL-PARM RECORDING MODE F.
       01  ROLL-PARM-CARD.
           05 PARM-TOLERANCE         PIC 9(8).
           05 FILLER                 PIC X(72).
      *-----------------------------------------------------------------
       FD  ROLL-REPORT RECORDING MODE F.
       01  ROLL-REPORT-LINE          PIC X(80).
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
           05 CHECK-ACCT-REC         PIC 9(2).
           05 CHECK-ROLL-HISTORY     PIC 9(2).
           05 CHECK-ACCT-JOURNAL     PIC 9(2).
           05 CHECK-ARCHIVE          PIC 9(2).
           05 CHECK-FEE-GL-FILE      PIC 9(2).
           05 CHECK-PAY-GL-FILE      PIC 9(2).
           05 CHECK-MOD-GL           PIC 9(2).
           05 CHECK-ROLL-PARM        PIC 9(2).
           05 CHECK-ROLL-REPORT      PIC 9(2).
           05 CHECK-RUN-CONTROL      PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC                PIC X VALUE SPACE.
           05 BALANCED-FLAG          PIC X VALUE 'Y'.
           05 PRIOR-CLOSE-FLAG       PIC X VALUE 'N'.
           05 CURRENCY-MATCH-FOUND   PIC X.
           05 REMOVED-MATCH-FOUND    PIC X.
      *----
       01  ROLL-VARIABLES.
           05 TODAY-DATE             PIC 9(8).
           05 PRIOR-CLOSE-DATE       PIC 9(8) VALUE 0.
           05 TOLERANCE              PIC 9(8) VALUE 0.
           05 PRIOR-JOURNAL-COUNT    PIC 9(9) VALUE 0.
           05 PRIOR-ARCHIVE-COUNT    PIC 9(9) VALUE 0.
           05 JOURNAL-COUNT          PIC 9(9) VALUE 0.
           05 ARCHIVE-COUNT          PIC 9(9) VALUE 0.
           05 FIND-CURRENCY          PIC X(3).
           05 FIND-ACCOUNT-NO        PIC X(8).
           05 EXPECTED-CLOSE         PIC S9(13).
           05 OUT-OF-BALANCE         PIC S9(13).
           05 ABS-OUT-OF-BALANCE     PIC 9(13).
      *----
       01  ROLL-TABLE.
           05 ROLL-COUNT             PIC 9(2) VALUE 0.
           05 ROLL-ENTRY OCCURS 50 TIMES.
              10 RT-CURRENCY-CODE    PIC X(3).
              10 RT-OPENING          PIC 9(13).
              10 RT-NEW-LOANS        PIC 9(13).
              10 RT-ADJUSTMENTS      PIC S9(13).
              10 RT-FEES             PIC 9(13).
              10 RT-PAYMENTS         PIC S9(13).
              10 RT-CAPITALISED      PIC 9(13).
              10 RT-PURGES           PIC 9(13).
              10 RT-ACTUAL           PIC 9(13).
              10 RT-ACCOUNTS         PIC 9(7).
      *----
       01  ROLL-TABLE-VARIABLES.
           05 ROLL-IDX               PIC 9(2).
           05 ROLL-FOUND-IDX         PIC 9(2).
      *----
      * Accounts deleted or purged since the prior close, so that fee
      * and payment lines for them can still be given a currency.
      *----
       01  REMOVED-TABLE.
           05 REMOVED-COUNT          PIC 9(4) VALUE 0.
           05 REMOVED-ENTRY OCCURS 2000 TIMES.
              10 RM-ACCOUNT-NO       PIC X(8).
              10 RM-CURRENCY-CODE    PIC X(3).
      *----
       01  REMOVED-VARIABLES.
           05 REMOVED-IDX            PIC 9(4).
      *----
       01  ROLL-TOTALS.
           05 JOURNAL-USED           PIC 9(7) VALUE 0.
           05 ARCHIVE-USED           PIC 9(7) VALUE 0.
           05 FEE-LINES              PIC 9(7) VALUE 0.
           05 PAY-LINES              PIC 9(7) VALUE 0.
           05 MOD-LINES              PIC 9(7) VALUE 0.
           05 NO-CURRENCY-LINES      PIC 9(7) VALUE 0.
           05 ACCOUNTS-READ          PIC 9(7) VALUE 0.
      *----
       01  ROLL-HEADER.
           05 FILLER                 PIC X(25)
                                 VALUE 'PORTFOLIO ROLL-FORWARD - '.
           05 BUSINESS-DATE-H        PIC 9(8).
           05 FILLER                 PIC X(15) VALUE '  PRIOR CLOSE '.
           05 PRIOR-CLOSE-DATE-H     PIC 9(8).
           05 FILLER                 PIC X(13) VALUE '  TOLERANCE '.
           05 TOLERANCE-H            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
      *----
       01  CURRENCY-HEADER.
           05 FILLER                 PIC X(09) VALUE 'CURRENCY '.
           05 CURRENCY-CODE-H        PIC X(3).
           05 FILLER                 PIC X(68) VALUE SPACES.
      *----
       01  ROLL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ROLL-LABEL             PIC X(28).
           05 ROLL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ROLL-REMARK            PIC X(20).
           05 FILLER                 PIC X(10) VALUE SPACES.
      *----
       01  NO-PRIOR-LINE.
           05 FILLER                 PIC X(44)
                  VALUE 'NO PRIOR CLOSE ON FILE - OPENING POSITION '.
           05 FILLER                 PIC X(36)
                  VALUE 'ESTABLISHED FROM THE ACCOUNT MASTER'.
      *----
       01  SHORT-FILE-LINE.
           05 SHORT-FILE-NAME        PIC X(16).
           05 FILLER                 PIC X(35)
                  VALUE ' HAS FEWER RECORDS THAN AT PRIOR '.
           05 FILLER                 PIC X(29) VALUE 'CLOSE'.
      *----
       01  ROLL-TRAILER-1.
           05 FILLER                 PIC X(16) VALUE 'JOURNAL ENTRIES:'.
           05 JOURNAL-USED-O         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE '  PURGES:'.
           05 ARCHIVE-USED-O         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE '  FEE LINES:'.
           05 FEE-LINES-O            PIC Z,ZZZ,ZZ9.
      *----
       01  ROLL-TRAILER-2.
           05 FILLER                 PIC X(16) VALUE 'PAYMENT LINES:'.
           05 PAY-LINES-O            PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE '  MOD GL:'.
           05 MOD-LINES-O            PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE '  NO CCY:'.
           05 NO-CURRENCY-LINES-O    PIC Z,ZZZ,ZZ9.
      *----
       01  VERDICT-LINE.
           05 FILLER                 PIC X(16) VALUE 'ROLL-FORWARD: '.
           05 VERDICT-TEXT           PIC X(14).
           05 FILLER                 PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN INPUT ACCT-REC.
           OPEN OUTPUT ROLL-REPORT.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-ROLL-PARM.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-ACCT-REC NOT EQUAL 97) AND
      -       (CHECK-ACCT-REC NOT EQUAL 00)
              DISPLAY 'ACCOUNT MASTER CANNOT OPEN' CHECK-ACCT-REC
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-ROLL-REPORT NOT EQUAL 97) AND
      -       (CHECK-ROLL-REPORT NOT EQUAL 00)
              DISPLAY 'ROLL-FORWARD REPORT CANNOT OPEN'
                      CHECK-ROLL-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           PERFORM LOAD-PRIOR-CLOSE.
           PERFORM ROLL-JOURNAL.
           PERFORM ROLL-ARCHIVE.
           PERFORM ROLL-FEE-GL.
           PERFORM ROLL-PAY-GL.
           PERFORM ROLL-MOD-GL.
           PERFORM SUM-ACCOUNT-MASTER.
           PERFORM WRITE-ROLL-HEADER.
           IF PRIOR-CLOSE-FLAG = 'Y'
              PERFORM VARYING ROLL-IDX FROM 1 BY 1
                 UNTIL ROLL-IDX > ROLL-COUNT
                 PERFORM WRITE-CURRENCY-ROLL
              END-PERFORM
           ELSE
              WRITE ROLL-REPORT-LINE FROM NO-PRIOR-LINE
           END-IF.
           PERFORM WRITE-ROLL-HISTORY.
           PERFORM WRITE-ROLL-TRAILER.
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
       READ-ROLL-PARM.
           OPEN INPUT ROLL-PARM.
           IF CHECK-ROLL-PARM = 00
              READ ROLL-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-TOLERANCE NUMERIC
                       MOVE PARM-TOLERANCE TO TOLERANCE
                    END-IF
              END-READ
              CLOSE ROLL-PARM
           END-IF.
       READ-ROLL-PARM-END. EXIT.
      *----
      * The opening position is the close of the latest business date
      * before today. A rerun of today starts from the same close; if
      * a date was written more than once the last entry stands.
      *----
       LOAD-PRIOR-CLOSE.
           OPEN INPUT ROLL-HISTORY.
           IF CHECK-ROLL-HISTORY = 35
              DISPLAY 'PORTFOLIO ROLL-FORWARD: NO PRIOR CLOSE ON FILE'
           ELSE
              IF CHECK-ROLL-HISTORY NOT = 00
                 DISPLAY 'ROLL-FORWARD HISTORY CANNOT OPEN'
                         CHECK-ROLL-HISTORY
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
              MOVE SPACE TO LASTREC
              PERFORM UNTIL LASTREC = 'Y'
                 READ ROLL-HISTORY
                    AT END MOVE 'Y' TO LASTREC
                    NOT AT END
                       IF RH-BUSINESS-DATE < TODAY-DATE AND
                          RH-BUSINESS-DATE > PRIOR-CLOSE-DATE
                          MOVE RH-BUSINESS-DATE TO PRIOR-CLOSE-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROLL-HISTORY
              IF PRIOR-CLOSE-DATE > 0
                 MOVE 'Y' TO PRIOR-CLOSE-FLAG
                 PERFORM LOAD-CLOSE-ENTRIES
              END-IF
           END-IF.
       LOAD-PRIOR-CLOSE-END. EXIT.
      *----
       LOAD-CLOSE-ENTRIES.
           OPEN INPUT ROLL-HISTORY.
           MOVE SPACE TO LASTREC.
           PERFORM UNTIL LASTREC = 'Y'
              READ ROLL-HISTORY
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    IF RH-BUSINESS-DATE = PRIOR-CLOSE-DATE
                       MOVE RH-CURRENCY-CODE TO FIND-CURRENCY
                       PERFORM FIND-ROLL-ENTRY
                       MOVE RH-CLOSING-BALANCE TO RT-OPENING(ROLL-IDX)
                       MOVE RH-JOURNAL-COUNT TO PRIOR-JOURNAL-COUNT
                       MOVE RH-ARCHIVE-COUNT TO PRIOR-ARCHIVE-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ROLL-HISTORY.
       LOAD-CLOSE-ENTRIES-END. EXIT.
      *----
       FIND-ROLL-ENTRY.
           MOVE 'N' TO CURRENCY-MATCH-FOUND.
           PERFORM VARYING ROLL-IDX FROM 1 BY 1
              UNTIL ROLL-IDX > ROLL-COUNT
              IF RT-CURRENCY-CODE(ROLL-IDX) = FIND-CURRENCY
                 MOVE 'Y' TO CURRENCY-MATCH-FOUND
                 MOVE ROLL-IDX TO ROLL-FOUND-IDX
                 MOVE ROLL-COUNT TO ROLL-IDX
              END-IF
           END-PERFORM.
           IF CURRENCY-MATCH-FOUND = 'Y'
              MOVE ROLL-FOUND-IDX TO ROLL-IDX
           ELSE
              IF ROLL-COUNT < 50
                 ADD 1 TO ROLL-COUNT
                 MOVE ROLL-COUNT TO ROLL-IDX
                 MOVE FIND-CURRENCY TO RT-CURRENCY-CODE(ROLL-IDX)
                 MOVE 0 TO RT-OPENING(ROLL-IDX)
                 MOVE 0 TO RT-NEW-LOANS(ROLL-IDX)
                 MOVE 0 TO RT-ADJUSTMENTS(ROLL-IDX)
                 MOVE 0 TO RT-FEES(ROLL-IDX)
                 MOVE 0 TO RT-PAYMENTS(ROLL-IDX)
                 MOVE 0 TO RT-CAPITALISED(ROLL-IDX)
                 MOVE 0 TO RT-PURGES(ROLL-IDX)
                 MOVE 0 TO RT-ACTUAL(ROLL-IDX)
                 MOVE 0 TO RT-ACCOUNTS(ROLL-IDX)
              ELSE
                 DISPLAY 'ROLL-FORWARD CURRENCY TABLE FULL - '
                         'RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
       FIND-ROLL-ENTRY-END. EXIT.
      *----
      * New loans and maintenance changes from ACCTMNT and ACCTAPPR.
      * A change is the after balance less the before balance, each
      * in its own currency; a delete takes the before balance out.
      *----
       ROLL-JOURNAL.
           OPEN INPUT ACCT-JOURNAL.
           IF CHECK-ACCT-JOURNAL = 00
              MOVE SPACE TO LASTREC
              PERFORM UNTIL LASTREC = 'Y'
                 READ ACCT-JOURNAL
                    AT END MOVE 'Y' TO LASTREC
                    NOT AT END
                       ADD 1 TO JOURNAL-COUNT
                       IF JOURNAL-COUNT > PRIOR-JOURNAL-COUNT AND
                          PRIOR-CLOSE-FLAG = 'Y'
                          PERFORM ROLL-JOURNAL-ENTRY
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
           IF JOURNAL-COUNT < PRIOR-JOURNAL-COUNT
              MOVE 'ACCOUNT JOURNAL' TO SHORT-FILE-NAME
              WRITE ROLL-REPORT-LINE FROM SHORT-FILE-LINE
              MOVE 'N' TO BALANCED-FLAG
           END-IF.
       ROLL-JOURNAL-END. EXIT.
      *----
       ROLL-JOURNAL-ENTRY.
           ADD 1 TO JOURNAL-USED.
           EVALUATE JR-TRANS-CODE
              WHEN 'A'
                 MOVE JR-AFTER-CURRENCY TO FIND-CURRENCY
                 PERFORM FIND-ROLL-ENTRY
                 ADD JR-AFTER-DEBIT TO RT-NEW-LOANS(ROLL-IDX)
              WHEN 'C'
                 MOVE JR-BEFORE-CURRENCY TO FIND-CURRENCY
                 PERFORM FIND-ROLL-ENTRY
                 SUBTRACT JR-BEFORE-DEBIT
                    FROM RT-ADJUSTMENTS(ROLL-IDX)
                 MOVE JR-AFTER-CURRENCY TO FIND-CURRENCY
                 PERFORM FIND-ROLL-ENTRY
                 ADD JR-AFTER-DEBIT TO RT-ADJUSTMENTS(ROLL-IDX)
              WHEN 'D'
                 MOVE JR-BEFORE-CURRENCY TO FIND-CURRENCY
                 PERFORM FIND-ROLL-ENTRY
                 SUBTRACT JR-BEFORE-DEBIT
                    FROM RT-ADJUSTMENTS(ROLL-IDX)
                 MOVE JR-ACCOUNT-NO      TO FIND-ACCOUNT-NO
                 PERFORM ADD-REMOVED-ACCOUNT
           END-EVALUATE.
       ROLL-JOURNAL-ENTRY-END. EXIT.
      *----
       ROLL-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF CHECK-ARCHIVE = 00
              MOVE SPACE TO LASTREC
              PERFORM UNTIL LASTREC = 'Y'
                 READ ARCHIVE-FILE
                    AT END MOVE 'Y' TO LASTREC
                    NOT AT END
                       ADD 1 TO ARCHIVE-COUNT
                       IF ARCHIVE-COUNT > PRIOR-ARCHIVE-COUNT AND
                          PRIOR-CLOSE-FLAG = 'Y'
                          PERFORM ROLL-ARCHIVE-ENTRY
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
           IF ARCHIVE-COUNT < PRIOR-ARCHIVE-COUNT
              MOVE 'ACCOUNT ARCHIVE' TO SHORT-FILE-NAME
              WRITE ROLL-REPORT-LINE FROM SHORT-FILE-LINE
              MOVE 'N' TO BALANCED-FLAG
           END-IF.
       ROLL-ARCHIVE-END. EXIT.
      *----
       ROLL-ARCHIVE-ENTRY.
           ADD 1 TO ARCHIVE-USED.
           MOVE ARCH-CURRENCY-CODE TO FIND-CURRENCY.
           PERFORM FIND-ROLL-ENTRY.
           IF ARCH-DEBIT NUMERIC
              ADD ARCH-DEBIT TO RT-PURGES(ROLL-IDX)
           END-IF.
           MOVE ARCH-ACCOUNT-NO TO FIND-ACCOUNT-NO.
           PERFORM ADD-REMOVED-ACCOUNT.
       ROLL-ARCHIVE-ENTRY-END. EXIT.
      *----
       ADD-REMOVED-ACCOUNT.
           IF REMOVED-COUNT < 2000
              ADD 1 TO REMOVED-COUNT
              MOVE FIND-ACCOUNT-NO TO RM-ACCOUNT-NO(REMOVED-COUNT)
              MOVE FIND-CURRENCY   TO RM-CURRENCY-CODE(REMOVED-COUNT)
           END-IF.
       ADD-REMOVED-ACCOUNT-END. EXIT.
      *----
      * Fee and payment lines carry no currency; it is taken from the
      * account, or from the deletion or purge that removed it.
      *----
       FIND-ACCOUNT-CURRENCY.
           MOVE 'Y' TO CURRENCY-MATCH-FOUND.
           MOVE FIND-ACCOUNT-NO TO ACCOUNT-NO.
           READ ACCT-REC
              INVALID KEY MOVE 'N' TO CURRENCY-MATCH-FOUND
           END-READ.
           IF CURRENCY-MATCH-FOUND = 'Y'
              MOVE CURRENCY-CODE TO FIND-CURRENCY
           ELSE
              MOVE 'N' TO REMOVED-MATCH-FOUND
              PERFORM VARYING REMOVED-IDX FROM 1 BY 1
                 UNTIL REMOVED-IDX > REMOVED-COUNT
                 IF RM-ACCOUNT-NO(REMOVED-IDX) = FIND-ACCOUNT-NO
                    MOVE RM-CURRENCY-CODE(REMOVED-IDX)
                       TO FIND-CURRENCY
                    MOVE 'Y' TO REMOVED-MATCH-FOUND
                 END-IF
              END-PERFORM
              IF REMOVED-MATCH-FOUND NOT = 'Y'
                 MOVE '???' TO FIND-CURRENCY
                 ADD 1 TO NO-CURRENCY-LINES
              END-IF
           END-IF.
           PERFORM FIND-ROLL-ENTRY.
       FIND-ACCOUNT-CURRENCY-END. EXIT.
      *----
       ROLL-FEE-GL.
           OPEN INPUT FEE-GL-FILE.
           IF CHECK-FEE-GL-FILE = 00
              MOVE SPACE TO LASTREC
              PERFORM UNTIL LASTREC = 'Y'
                 READ FEE-GL-FILE
                    AT END MOVE 'Y' TO LASTREC
                    NOT AT END
                       ADD 1 TO FEE-LINES
                       MOVE ACCOUNT-NO-FG TO FIND-ACCOUNT-NO
                       PERFORM FIND-ACCOUNT-CURRENCY
                       ADD FEE-AMOUNT-FG TO RT-FEES(ROLL-IDX)
                 END-READ
              END-PERFORM
              CLOSE FEE-GL-FILE
           ELSE
              IF CHECK-FEE-GL-FILE NOT = 35
                 DISPLAY 'FEE GL FILE CANNOT OPEN' CHECK-FEE-GL-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
       ROLL-FEE-GL-END. EXIT.
      *----
      * Posted payments and recoveries reduce the balance by the fees
      * and principal paid; a returned payment puts them back.
      *----
       ROLL-PAY-GL.
           OPEN INPUT PAY-GL-FILE.
           IF CHECK-PAY-GL-FILE = 00
              MOVE SPACE TO LASTREC
              PERFORM UNTIL LASTREC = 'Y'
                 READ PAY-GL-FILE
                    AT END MOVE 'Y' TO LASTREC
                    NOT AT END
                       ADD 1 TO PAY-LINES
                       MOVE ACCOUNT-NO-PG TO FIND-ACCOUNT-NO
                       PERFORM FIND-ACCOUNT-CURRENCY
                       IF ENTRY-TYPE-PG = 'R'
                          SUBTRACT FEE-PAID-PG PRINCIPAL-PAID-PG
                             FROM RT-PAYMENTS(ROLL-IDX)
                       ELSE
                          ADD FEE-PAID-PG PRINCIPAL-PAID-PG
                             TO RT-PAYMENTS(ROLL-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-GL-FILE
           ELSE
              IF CHECK-PAY-GL-FILE NOT = 35
                 DISPLAY 'PAYMENT GL FILE CANNOT OPEN'
                         CHECK-PAY-GL-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
       ROLL-PAY-GL-END. EXIT.
      *----
       ROLL-MOD-GL.
           OPEN INPUT MOD-GL.
           IF CHECK-MOD-GL = 00
              MOVE SPACE TO LASTREC
              PERFORM UNTIL LASTREC = 'Y'
                 READ MOD-GL
                    AT END MOVE 'Y' TO LASTREC
                    NOT AT END
                       ADD 1 TO MOD-LINES
                       IF CAPITALISED-MG > 0
                          MOVE CURRENCY-CODE-MG TO FIND-CURRENCY
                          PERFORM FIND-ROLL-ENTRY
                          ADD CAPITALISED-MG
                             TO RT-CAPITALISED(ROLL-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOD-GL
           ELSE
              IF CHECK-MOD-GL NOT = 35
                 DISPLAY 'MODIFICATION GL FILE CANNOT OPEN'
                         CHECK-MOD-GL
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
       ROLL-MOD-GL-END. EXIT.
      *----
       SUM-ACCOUNT-MASTER.
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
                    MOVE CURRENCY-CODE TO FIND-CURRENCY
                    PERFORM FIND-ROLL-ENTRY
                    ADD 1 TO RT-ACCOUNTS(ROLL-IDX)
                    IF DEBIT NUMERIC
                       ADD DEBIT TO RT-ACTUAL(ROLL-IDX)
                    END-IF
              END-READ
           END-PERFORM.
       SUM-ACCOUNT-MASTER-END. EXIT.
      *----
       WRITE-ROLL-HEADER.
           MOVE TODAY-DATE       TO BUSINESS-DATE-H.
           MOVE PRIOR-CLOSE-DATE TO PRIOR-CLOSE-DATE-H.
           MOVE TOLERANCE        TO TOLERANCE-H.
           WRITE ROLL-REPORT-LINE FROM ROLL-HEADER.
           IF CHECK-ROLL-REPORT NOT = 00
              DISPLAY 'ROLL-FORWARD REPORT WRITE ERROR'
                      CHECK-ROLL-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-ROLL-HEADER-END. EXIT.
      *----
       WRITE-CURRENCY-ROLL.
           COMPUTE EXPECTED-CLOSE = RT-OPENING(ROLL-IDX)
              + RT-NEW-LOANS(ROLL-IDX) + RT-ADJUSTMENTS(ROLL-IDX)
              + RT-FEES(ROLL-IDX) - RT-PAYMENTS(ROLL-IDX)
              + RT-CAPITALISED(ROLL-IDX) - RT-PURGES(ROLL-IDX).
           COMPUTE OUT-OF-BALANCE =
              RT-ACTUAL(ROLL-IDX) - EXPECTED-CLOSE.
           IF OUT-OF-BALANCE < 0
              COMPUTE ABS-OUT-OF-BALANCE = 0 - OUT-OF-BALANCE
           ELSE
              MOVE OUT-OF-BALANCE TO ABS-OUT-OF-BALANCE
           END-IF.
           MOVE RT-CURRENCY-CODE(ROLL-IDX) TO CURRENCY-CODE-H.
           WRITE ROLL-REPORT-LINE FROM CURRENCY-HEADER
              AFTER ADVANCING 1 LINES.
           MOVE SPACES TO ROLL-REMARK.
           MOVE 'OPENING BALANCE'        TO ROLL-LABEL.
           MOVE RT-OPENING(ROLL-IDX)     TO ROLL-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           MOVE 'NEW LOANS'              TO ROLL-LABEL.
           MOVE RT-NEW-LOANS(ROLL-IDX)   TO ROLL-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           MOVE 'MAINTENANCE CHANGES'    TO ROLL-LABEL.
           MOVE RT-ADJUSTMENTS(ROLL-IDX) TO ROLL-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           MOVE 'FEES ASSESSED'          TO ROLL-LABEL.
           MOVE RT-FEES(ROLL-IDX)        TO ROLL-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           MOVE 'PRINCIPAL AND FEES PAID' TO ROLL-LABEL.
           COMPUTE ROLL-AMOUNT = 0 - RT-PAYMENTS(ROLL-IDX).
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           MOVE 'INTEREST CAPITALISED'   TO ROLL-LABEL.
           MOVE RT-CAPITALISED(ROLL-IDX) TO ROLL-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           MOVE 'CLOSED ACCOUNTS PURGED'  TO ROLL-LABEL.
           COMPUTE ROLL-AMOUNT = 0 - RT-PURGES(ROLL-IDX).
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           MOVE 'EXPECTED CLOSING BALANCE' TO ROLL-LABEL.
           MOVE EXPECTED-CLOSE           TO ROLL-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           MOVE 'ACCOUNT MASTER BALANCE' TO ROLL-LABEL.
           MOVE RT-ACTUAL(ROLL-IDX)      TO ROLL-AMOUNT.
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           MOVE 'OUT OF BALANCE'         TO ROLL-LABEL.
           MOVE OUT-OF-BALANCE           TO ROLL-AMOUNT.
           IF ABS-OUT-OF-BALANCE > TOLERANCE
              MOVE 'OVER TOLERANCE' TO ROLL-REMARK
              MOVE 'N' TO BALANCED-FLAG
           ELSE
              MOVE 'WITHIN TOLERANCE' TO ROLL-REMARK
           END-IF.
           WRITE ROLL-REPORT-LINE FROM ROLL-LINE.
           IF CHECK-ROLL-REPORT NOT = 00
              DISPLAY 'ROLL-FORWARD REPORT WRITE ERROR'
                      CHECK-ROLL-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-CURRENCY-ROLL-END. EXIT.
      *----
      * Today's close is the account master as summed, so a difference
      * is reported on the day it arises and not carried forward.
      *----
       WRITE-ROLL-HISTORY.
           OPEN EXTEND ROLL-HISTORY.
           IF CHECK-ROLL-HISTORY = 35
              OPEN OUTPUT ROLL-HISTORY
           END-IF.
           IF (CHECK-ROLL-HISTORY NOT EQUAL 97) AND
      -       (CHECK-ROLL-HISTORY NOT EQUAL 00)
              DISPLAY 'ROLL-FORWARD HISTORY CANNOT OPEN'
                      CHECK-ROLL-HISTORY
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           PERFORM VARYING ROLL-IDX FROM 1 BY 1
              UNTIL ROLL-IDX > ROLL-COUNT
              MOVE TODAY-DATE                 TO RH-BUSINESS-DATE
              MOVE RT-CURRENCY-CODE(ROLL-IDX) TO RH-CURRENCY-CODE
              MOVE RT-ACTUAL(ROLL-IDX)        TO RH-CLOSING-BALANCE
              MOVE RT-ACCOUNTS(ROLL-IDX)      TO RH-ACCOUNT-COUNT
              MOVE JOURNAL-COUNT              TO RH-JOURNAL-COUNT
              MOVE ARCHIVE-COUNT              TO RH-ARCHIVE-COUNT
              WRITE ROLL-HISTORY-RECORD
              IF CHECK-ROLL-HISTORY NOT = 00
                 DISPLAY 'ROLL-FORWARD HISTORY WRITE ERROR'
                         CHECK-ROLL-HISTORY
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-PERFORM.
           CLOSE ROLL-HISTORY.
       WRITE-ROLL-HISTORY-END. EXIT.
      *----
       WRITE-ROLL-TRAILER.
           MOVE JOURNAL-USED      TO JOURNAL-USED-O.
           MOVE ARCHIVE-USED      TO ARCHIVE-USED-O.
           MOVE FEE-LINES         TO FEE-LINES-O.
           MOVE PAY-LINES         TO PAY-LINES-O.
           MOVE MOD-LINES         TO MOD-LINES-O.
           MOVE NO-CURRENCY-LINES TO NO-CURRENCY-LINES-O.
           WRITE ROLL-REPORT-LINE FROM ROLL-TRAILER-1
              AFTER ADVANCING 1 LINES.
           WRITE ROLL-REPORT-LINE FROM ROLL-TRAILER-2.
           IF PRIOR-CLOSE-FLAG NOT = 'Y'
              MOVE 'ESTABLISHED'    TO VERDICT-TEXT
           ELSE
              IF BALANCED-FLAG = 'Y'
                 MOVE 'BALANCED'       TO VERDICT-TEXT
              ELSE
                 MOVE 'OUT OF BALANCE' TO VERDICT-TEXT
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           WRITE ROLL-REPORT-LINE FROM VERDICT-LINE.
           DISPLAY 'PORTFOLIO ROLL-FORWARD ' VERDICT-TEXT
                   ' ACCOUNTS ' ACCOUNTS-READ.
       WRITE-ROLL-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE ACCT-REC.
           CLOSE ROLL-REPORT.
           GOBACK.
       CLOSE-END. EXIT.
