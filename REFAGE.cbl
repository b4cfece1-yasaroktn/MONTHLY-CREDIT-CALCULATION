       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    REFAGE.
       AUTHOR.        YASAR OKTEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-MAST ASSIGN TO REFMAST
                           ORGANIZATION INDEXED
                           ACCESS MODE DYNAMIC
                           RECORD KEY IS REFM-KEY
                           STATUS CHECK-REFUND-MAST.
           SELECT AGE-PARM ASSIGN TO REFAGPRM
                           STATUS CHECK-AGE-PARM.
           SELECT STALE-REPORT ASSIGN TO REFAGRPT
                           STATUS CHECK-STALE-REPORT.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                           STATUS CHECK-RUN-CONTROL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  REFUND-MAST RECORDING MODE F.
           COPY REFUNDREC.
      *-----------------------------------------------------------------
       FD  AGE-PARM RECORDING MODE F.
       01  AGE-PARM-CARD.
           05 PARM-STALE-DAYS       PIC 9(3).
           05 FILLER                PIC X(77).
      *-----------------------------------------------------------------
       FD  STALE-REPORT RECORDING MODE F.
       01  STALE-LINE.
           05 ACCOUNT-NO-S          PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REFUND-DATE-S         PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REFUND-SEQ-S          PIC 9(2).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AMOUNT-S              PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CURRENCY-CODE-S       PIC X(3).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ISSUED-DATE-S         PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DAYS-OUTSTANDING-S    PIC 9(5).
           05 FILLER                PIC X(25) VALUE SPACES.
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
           05 CHECK-REFUND-MAST  PIC 9(2).
           05 CHECK-AGE-PARM     PIC 9(2).
           05 CHECK-STALE-REPORT PIC 9(2).
           05 CHECK-RUN-CONTROL  PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC            PIC X VALUE SPACE.
      *----
       01  AGING-VARIABLES.
           05 STALE-DAYS         PIC 9(3) VALUE 180.
           05 TODAY-DATE         PIC 9(8).
           05 INT-TODAY-DATE     PIC 9(8).
           05 INT-ISSUED-DATE    PIC 9(8).
           05 DAYS-OUTSTANDING   PIC 9(5).
      *----
       01  AGING-TOTALS.
           05 REFUNDS-OUTSTANDING PIC 9(6) VALUE 0.
           05 OUTSTANDING-AMOUNT PIC 9(10) VALUE 0.
           05 REFUNDS-STALED     PIC 9(6) VALUE 0.
           05 STALED-AMOUNT      PIC 9(10) VALUE 0.
      *----
       01  STALE-HEADER.
           05 FILLER             PIC X(32)
                           VALUE 'UNCASHED REFUNDS - STALE AFTER '.
           05 STALE-DAYS-H       PIC ZZ9.
           05 FILLER             PIC X(12) VALUE ' DAYS AS OF '.
           05 AS-OF-DATE-H       PIC 9(8).
      *----
       01  STALE-TRAILER.
           05 FILLER             PIC X(13) VALUE 'OUTSTANDING:'.
           05 REFUNDS-OUTSTANDING-O PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 OUTSTANDING-AMOUNT-O PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(15) VALUE '  MARKED STALE:'.
           05 REFUNDS-STALED-O   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 STALED-AMOUNT-O    PIC Z,ZZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN I-O REFUND-MAST.
           OPEN OUTPUT STALE-REPORT.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-AGE-PARM.
       OPEN-FILES-END. EXIT.
      *----
       OPEN-CONTROLS.
           IF (CHECK-REFUND-MAST NOT EQUAL 97) AND
      -       (CHECK-REFUND-MAST NOT EQUAL 00) AND
      -       (CHECK-REFUND-MAST NOT EQUAL 05)
              DISPLAY 'REFUND MASTER CANNOT OPEN' CHECK-REFUND-MAST
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-STALE-REPORT NOT EQUAL 97) AND
      -       (CHECK-STALE-REPORT NOT EQUAL 00)
              DISPLAY 'STALE REFUND REPORT CANNOT OPEN'
                      CHECK-STALE-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           MOVE STALE-DAYS TO STALE-DAYS-H.
           MOVE TODAY-DATE TO AS-OF-DATE-H.
           WRITE STALE-LINE FROM STALE-HEADER.
           MOVE LOW-VALUES TO REFM-KEY.
           START REFUND-MAST KEY NOT < REFM-KEY
              INVALID KEY MOVE 'Y' TO LASTREC
           END-START.
           PERFORM UNTIL LASTREC = 'Y'
              READ REFUND-MAST NEXT
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    IF REFM-STATUS = 'I' AND REFM-CASHED-DATE = 0
                       PERFORM AGE-ONE-REFUND
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-STALE-TRAILER.
           DISPLAY 'REFUNDS OUTSTANDING ' REFUNDS-OUTSTANDING
                   ' MARKED STALE ' REFUNDS-STALED.
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
       READ-AGE-PARM.
           OPEN INPUT AGE-PARM.
           IF CHECK-AGE-PARM = 00
              READ AGE-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-STALE-DAYS NUMERIC AND
                       PARM-STALE-DAYS > 0
                       MOVE PARM-STALE-DAYS TO STALE-DAYS
                    END-IF
              END-READ
              CLOSE AGE-PARM
           END-IF.
       READ-AGE-PARM-END. EXIT.
      *----
       AGE-ONE-REFUND.
           ADD 1 TO REFUNDS-OUTSTANDING.
           ADD REFM-AMOUNT TO OUTSTANDING-AMOUNT.
           IF REFM-ISSUED-DATE NUMERIC AND REFM-ISSUED-DATE > 0
              COMPUTE INT-ISSUED-DATE =
                 FUNCTION INTEGER-OF-DATE(REFM-ISSUED-DATE)
              COMPUTE DAYS-OUTSTANDING =
                 INT-TODAY-DATE - INT-ISSUED-DATE
                 ON SIZE ERROR MOVE 99999 TO DAYS-OUTSTANDING
              END-COMPUTE
           ELSE
              MOVE 99999 TO DAYS-OUTSTANDING
           END-IF.
           IF DAYS-OUTSTANDING > STALE-DAYS
              MOVE 'S' TO REFM-STATUS
              MOVE TODAY-DATE TO REFM-STALE-DATE
              REWRITE REFUND-MASTER-RECORD
                 INVALID KEY
                    DISPLAY 'REFUND MASTER REWRITE ERROR '
                            REFM-ACCOUNT-NO
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
              ADD 1 TO REFUNDS-STALED
              ADD REFM-AMOUNT TO STALED-AMOUNT
              MOVE SPACES               TO STALE-LINE
              MOVE REFM-ACCOUNT-NO      TO ACCOUNT-NO-S
              MOVE REFM-REFUND-DATE     TO REFUND-DATE-S
              MOVE REFM-REFUND-SEQ      TO REFUND-SEQ-S
              MOVE REFM-AMOUNT          TO AMOUNT-S
              MOVE REFM-ISSUED-CURRENCY TO CURRENCY-CODE-S
              MOVE REFM-ISSUED-DATE     TO ISSUED-DATE-S
              MOVE DAYS-OUTSTANDING     TO DAYS-OUTSTANDING-S
              WRITE STALE-LINE
              IF CHECK-STALE-REPORT NOT = 00
                 DISPLAY 'STALE REFUND REPORT WRITE ERROR'
                         CHECK-STALE-REPORT
                 MOVE 8 TO RETURN-CODE
                 PERFORM CLOSE-FILES
              END-IF
           END-IF.
       AGE-ONE-REFUND-END. EXIT.
      *----
       WRITE-STALE-TRAILER.
           MOVE REFUNDS-OUTSTANDING TO REFUNDS-OUTSTANDING-O.
           MOVE OUTSTANDING-AMOUNT  TO OUTSTANDING-AMOUNT-O.
           MOVE REFUNDS-STALED      TO REFUNDS-STALED-O.
           MOVE STALED-AMOUNT       TO STALED-AMOUNT-O.
           WRITE STALE-LINE FROM STALE-TRAILER
              AFTER ADVANCING 1 LINES.
       WRITE-STALE-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE REFUND-MAST.
           CLOSE STALE-REPORT.
           GOBACK.
       CLOSE-END. EXIT.
