      *-----------------------------------------------------------------
      * PAY-GL-LINE - payment allocation GL entry, one line per posted
      * payment. Written by PAYPOST; PAYREVS writes an offsetting line
      * for the same amounts when a posted payment is returned.
      *   ENTRY-TYPE-PG 'P' payment posted  'R' returned payment
      *                 'C' recovery on a charged-off account, the
      *                     amount recovered held in PRINCIPAL-PAID-PG
      *-----------------------------------------------------------------
       01  PAY-GL-LINE.
           05 ACCOUNT-NO-PG          PIC X(8).
           05 PAY-DATE-PG            PIC 9(8).
           05 FEE-PAID-PG            PIC 9(8).
           05 INTEREST-PAID-PG       PIC 9(8).
           05 PRINCIPAL-PAID-PG      PIC 9(8).
           05 ENTRY-TYPE-PG          PIC X.
