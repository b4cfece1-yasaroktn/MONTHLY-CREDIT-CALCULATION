       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    DDSETL.
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
           SELECT SETTLEMENT-FILE ASSIGN TO DDSETFIL
                           STATUS CHECK-SETTLEMENT-FILE.
           SELECT PAY-TRANS ASSIGN TO PAYTRAN
                           STATUS CHECK-PAY-TRANS.
           SELECT EXCEPTION-REPORT ASSIGN TO DDEXCRPT
                           STATUS CHECK-EXCEPTION-REPORT.
           SELECT SETTLE-PARM ASSIGN TO DDSETPRM
                           STATUS CHECK-SETTLE-PARM.
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
      * Bank settlement of the items DDCOLL presented. SR-RESULT is
      * 'A' accepted (paid) or 'R' rejected with the bank's reason.
      *-----------------------------------------------------------------
       FD  SETTLEMENT-FILE RECORDING MODE F.
       01  SETTLEMENT-RECORD.
           05 SR-RECORD-TYPE         PIC X.
           05 SR-COLLECT-REF.
              10 SR-ACCOUNT-NO       PIC X(8).
              10 SR-COLLECT-DATE     PIC 9(8).
           05 SR-AMOUNT              PIC 9(8).
           05 SR-CURRENCY-CODE       PIC X(3).
           05 SR-RESULT              PIC X.
           05 SR-REJECT-REASON       PIC X(4).
           05 SR-SETTLE-DATE         PIC 9(8).
           05 FILLER                 PIC X(52).
       01  SETTLEMENT-TRAILER.
           05 ST-RECORD-TYPE         PIC X.
           05 ST-RECORD-COUNT        PIC 9(6).
           05 ST-AMOUNT-TOTAL        PIC 9(12).
           05 FILLER                 PIC X(74).
      *-----------------------------------------------------------------
       FD  PAY-TRANS RECORDING MODE F.
       01  PAY-RECORD.
           05 PAY-ACCOUNT-NO         PIC X(8).
           05 PAY-DATE               PIC 9(8).
           05 PAY-AMOUNT             PIC 9(8).
           05 PAY-CURRENCY-CODE      PIC X(3).
      *-----------------------------------------------------------------
       FD  EXCEPTION-REPORT RECORDING MODE F.
       01  EXCEPTION-LINE.
           05 ACCOUNT-NO-E           PIC X(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 COLLECT-DATE-E         PIC 9(8).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AMOUNT-E               PIC Z(7)9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CURRENCY-CODE-E        PIC X(3).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REJECT-REASON-E        PIC X(4).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REJECT-COUNT-E         PIC Z9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MANDATE-STATUS-E       PIC X.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EXCEPTION-RESULT-E     PIC X(09).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EXCEPTION-REASON-E     PIC X(30).
      *-----------------------------------------------------------------
       FD  SETTLE-PARM RECORDING MODE F.
       01  SETTLE-PARM-CARD.
           05 PARM-REJECT-LIMIT      PIC 9(2).
           05 FILLER                 PIC X(78).
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
           05 CHECK-MANDATE-FILE     PIC 9(2).
           05 CHECK-SETTLEMENT-FILE  PIC 9(2).
           05 CHECK-PAY-TRANS        PIC 9(2).
           05 CHECK-EXCEPTION-REPORT PIC 9(2).
           05 CHECK-SETTLE-PARM      PIC 9(2).
           05 CHECK-RUN-CONTROL      PIC 9(2).
      *----
       01  FLAG.
           05 LASTREC                PIC X VALUE SPACE.
           05 MANDATE-FOUND-FLAG     PIC X.
           05 TRAILER-FOUND-FLAG     PIC X VALUE 'N'.
      *----
       01  SETTLE-VARIABLES.
           05 TODAY-DATE             PIC 9(8).
           05 REJECT-LIMIT           PIC 9(2) VALUE 2.
           05 EXCEPTION-RESULT       PIC X(09).
           05 EXCEPTION-REASON       PIC X(30).
      *----
       01  SETTLE-TOTALS.
           05 DETAILS-READ           PIC 9(6) VALUE 0.
           05 DETAILS-AMOUNT-TOTAL   PIC 9(12) VALUE 0.
           05 ITEMS-ACCEPTED         PIC 9(6) VALUE 0.
           05 ACCEPTED-AMOUNT-TOTAL  PIC 9(12) VALUE 0.
           05 ITEMS-REJECTED         PIC 9(6) VALUE 0.
           05 MANDATES-SUSPENDED     PIC 9(6) VALUE 0.
           05 ITEMS-UNMATCHED        PIC 9(6) VALUE 0.
      *----
       01  EXCEPTION-HEADER.
           05 FILLER                 PIC X(34)
                           VALUE 'DIRECT DEBIT SETTLEMENT EXCEPTIONS'.
           05 FILLER                 PIC X(15) VALUE '  BUSINESS DATE'.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 BUSINESS-DATE-H        PIC 9(8).
      *----
       01  EXCEPTION-TRAILER.
           05 FILLER                 PIC X(10) VALUE 'ACCEPTED:'.
           05 ITEMS-ACCEPTED-O       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACCEPTED-AMOUNT-O      PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE '  REJECTED:'.
           05 ITEMS-REJECTED-O       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE '  SUSPENDED:'.
           05 MANDATES-SUSPENDED-O   PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE '  UNMATCHED:'.
           05 ITEMS-UNMATCHED-O      PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----
       OPEN-FILES.
           OPEN I-O MANDATE-FILE.
           OPEN INPUT SETTLEMENT-FILE.
           OPEN EXTEND PAY-TRANS.
           IF CHECK-PAY-TRANS = 35
              OPEN OUTPUT PAY-TRANS
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           PERFORM OPEN-CONTROLS.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-SETTLE-PARM.
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
           IF (CHECK-SETTLEMENT-FILE NOT EQUAL 97) AND
      -       (CHECK-SETTLEMENT-FILE NOT EQUAL 00)
              DISPLAY 'SETTLEMENT FILE CANNOT OPEN'
                      CHECK-SETTLEMENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-PAY-TRANS NOT EQUAL 97) AND
      -       (CHECK-PAY-TRANS NOT EQUAL 00)
              DISPLAY 'PAYMENT TRANSACTION FILE CANNOT OPEN'
                      CHECK-PAY-TRANS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           IF (CHECK-EXCEPTION-REPORT NOT EQUAL 97) AND
      -       (CHECK-EXCEPTION-REPORT NOT EQUAL 00)
              DISPLAY 'SETTLEMENT EXCEPTION REPORT CANNOT OPEN'
                      CHECK-EXCEPTION-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       OPEN-END. EXIT.
      *----
       MAIN.
           MOVE TODAY-DATE TO BUSINESS-DATE-H.
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADER.
           PERFORM UNTIL LASTREC = 'Y'
              READ SETTLEMENT-FILE
                 AT END MOVE 'Y' TO LASTREC
                 NOT AT END
                    EVALUATE SR-RECORD-TYPE
                       WHEN 'D'
                          PERFORM SETTLE-ITEM
                       WHEN 'T'
                          PERFORM CHECK-SETTLEMENT-TRAILER
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           IF TRAILER-FOUND-FLAG NOT = 'Y'
              DISPLAY 'SETTLEMENT FILE HAS NO TRAILER'
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-EXCEPTION-TRAILER.
           DISPLAY 'SETTLEMENT ITEMS READ ' DETAILS-READ
                   ' ACCEPTED ' ITEMS-ACCEPTED
                   ' REJECTED ' ITEMS-REJECTED
                   ' UNMATCHED ' ITEMS-UNMATCHED.
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
       READ-SETTLE-PARM.
           OPEN INPUT SETTLE-PARM.
           IF CHECK-SETTLE-PARM = 00
              READ SETTLE-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-REJECT-LIMIT NUMERIC AND
                       PARM-REJECT-LIMIT > 0
                       MOVE PARM-REJECT-LIMIT TO REJECT-LIMIT
                    END-IF
              END-READ
              CLOSE SETTLE-PARM
           END-IF.
       READ-SETTLE-PARM-END. EXIT.
      *----
       CHECK-SETTLEMENT-TRAILER.
           MOVE 'Y' TO TRAILER-FOUND-FLAG.
           IF ST-RECORD-COUNT NOT = DETAILS-READ OR
              ST-AMOUNT-TOTAL NOT = DETAILS-AMOUNT-TOTAL
              DISPLAY 'SETTLEMENT TRAILER DOES NOT AGREE '
                      ST-RECORD-COUNT ' ' DETAILS-READ
              MOVE 8 TO RETURN-CODE
           END-IF.
       CHECK-SETTLEMENT-TRAILER-END. EXIT.
      *----
      * An item settles only against the collection still outstanding
      * on the mandate, so a repeated settlement file posts nothing
      * twice.
      *----
       SETTLE-ITEM.
           ADD 1 TO DETAILS-READ.
           ADD SR-AMOUNT TO DETAILS-AMOUNT-TOTAL.
           MOVE 'Y' TO MANDATE-FOUND-FLAG.
           MOVE SR-ACCOUNT-NO TO MD-ACCOUNT-NO.
           READ MANDATE-FILE
              INVALID KEY MOVE 'N' TO MANDATE-FOUND-FLAG
           END-READ.
           EVALUATE TRUE
              WHEN MANDATE-FOUND-FLAG NOT = 'Y'
                 MOVE 'MANDATE NOT FOUND' TO EXCEPTION-REASON
                 PERFORM UNMATCHED-ITEM
              WHEN MD-COLLECT-STATUS NOT = 'P' OR
                   MD-LAST-COLLECT-DATE NOT = SR-COLLECT-DATE OR
                   MD-LAST-COLLECT-AMOUNT NOT = SR-AMOUNT
                 MOVE 'NO MATCHING COLLECTION' TO EXCEPTION-REASON
                 PERFORM UNMATCHED-ITEM
              WHEN SR-RESULT = 'A'
                 PERFORM ACCEPT-ITEM
              WHEN SR-RESULT = 'R'
                 PERFORM REJECT-ITEM
              WHEN OTHER
                 MOVE 'UNKNOWN SETTLEMENT RESULT' TO EXCEPTION-REASON
                 PERFORM UNMATCHED-ITEM
           END-EVALUATE.
       SETTLE-ITEM-END. EXIT.
      *----
       ACCEPT-ITEM.
           MOVE MD-ACCOUNT-NO            TO PAY-ACCOUNT-NO.
           IF SR-SETTLE-DATE NUMERIC AND SR-SETTLE-DATE > 0
              MOVE SR-SETTLE-DATE        TO PAY-DATE
           ELSE
              MOVE TODAY-DATE            TO PAY-DATE
           END-IF.
           MOVE MD-LAST-COLLECT-AMOUNT   TO PAY-AMOUNT.
           MOVE MD-LAST-COLLECT-CURRENCY TO PAY-CURRENCY-CODE.
           WRITE PAY-RECORD.
           IF CHECK-PAY-TRANS NOT = 00
              DISPLAY 'PAYMENT TRANSACTION WRITE ERROR'
                      CHECK-PAY-TRANS
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
           MOVE 'A' TO MD-COLLECT-STATUS.
           MOVE 0   TO MD-REJECT-COUNT.
           PERFORM REWRITE-MANDATE.
           ADD 1 TO ITEMS-ACCEPTED.
           ADD MD-LAST-COLLECT-AMOUNT TO ACCEPTED-AMOUNT-TOTAL.
       ACCEPT-ITEM-END. EXIT.
      *----
       REJECT-ITEM.
           MOVE 'R'              TO MD-COLLECT-STATUS.
           ADD 1 TO MD-REJECT-COUNT
              ON SIZE ERROR MOVE 99 TO MD-REJECT-COUNT
           END-ADD.
           MOVE TODAY-DATE       TO MD-LAST-REJECT-DATE.
           MOVE SR-REJECT-REASON TO MD-LAST-REJECT-REASON.
           ADD 1 TO ITEMS-REJECTED.
           MOVE 'REJECTED'       TO EXCEPTION-RESULT.
           MOVE SPACES           TO EXCEPTION-REASON.
           IF MD-STATUS = 'A' AND MD-REJECT-COUNT NOT < REJECT-LIMIT
              MOVE 'S'           TO MD-STATUS
              MOVE TODAY-DATE    TO MD-STATUS-DATE
              ADD 1 TO MANDATES-SUSPENDED
              MOVE 'SUSPENDED'   TO EXCEPTION-RESULT
              MOVE 'REJECT LIMIT REACHED' TO EXCEPTION-REASON
           END-IF.
           PERFORM REWRITE-MANDATE.
           PERFORM WRITE-EXCEPTION-LINE.
       REJECT-ITEM-END. EXIT.
      *----
       UNMATCHED-ITEM.
           ADD 1 TO ITEMS-UNMATCHED.
           MOVE 'UNMATCHED' TO EXCEPTION-RESULT.
           PERFORM WRITE-EXCEPTION-LINE.
       UNMATCHED-ITEM-END. EXIT.
      *----
       REWRITE-MANDATE.
           REWRITE MANDATE-RECORD
              INVALID KEY
                 DISPLAY 'MANDATE FILE REWRITE ERROR '
                         MD-ACCOUNT-NO
                 MOVE 8 TO RETURN-CODE
           END-REWRITE.
       REWRITE-MANDATE-END. EXIT.
      *----
       WRITE-EXCEPTION-LINE.
           MOVE SPACES           TO EXCEPTION-LINE.
           MOVE SR-ACCOUNT-NO    TO ACCOUNT-NO-E.
           MOVE SR-COLLECT-DATE  TO COLLECT-DATE-E.
           MOVE SR-AMOUNT        TO AMOUNT-E.
           MOVE SR-CURRENCY-CODE TO CURRENCY-CODE-E.
           MOVE SR-REJECT-REASON TO REJECT-REASON-E.
           IF MANDATE-FOUND-FLAG = 'Y'
              MOVE MD-REJECT-COUNT TO REJECT-COUNT-E
              MOVE MD-STATUS       TO MANDATE-STATUS-E
           END-IF.
           MOVE EXCEPTION-RESULT TO EXCEPTION-RESULT-E.
           MOVE EXCEPTION-REASON TO EXCEPTION-REASON-E.
           WRITE EXCEPTION-LINE.
           IF CHECK-EXCEPTION-REPORT NOT = 00
              DISPLAY 'SETTLEMENT EXCEPTION REPORT WRITE ERROR'
                      CHECK-EXCEPTION-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM CLOSE-FILES
           END-IF.
       WRITE-EXCEPTION-LINE-END. EXIT.
      *----
       WRITE-EXCEPTION-TRAILER.
           MOVE ITEMS-ACCEPTED        TO ITEMS-ACCEPTED-O.
           MOVE ACCEPTED-AMOUNT-TOTAL TO ACCEPTED-AMOUNT-O.
           MOVE ITEMS-REJECTED        TO ITEMS-REJECTED-O.
           MOVE MANDATES-SUSPENDED    TO MANDATES-SUSPENDED-O.
           MOVE ITEMS-UNMATCHED       TO ITEMS-UNMATCHED-O.
           WRITE EXCEPTION-LINE FROM EXCEPTION-TRAILER
              AFTER ADVANCING 1 LINES.
       WRITE-EXCEPTION-TRAILER-END. EXIT.
      *----
       CLOSE-FILES.
           CLOSE MANDATE-FILE.
           CLOSE SETTLEMENT-FILE.
           CLOSE PAY-TRANS.
           CLOSE EXCEPTION-REPORT.
           GOBACK.
       CLOSE-END. EXIT.
