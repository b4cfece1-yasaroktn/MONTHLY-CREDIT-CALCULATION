      *-----------------------------------------------------------------
      * PENDING-CHANGE-RECORD - account maintenance awaiting a second
      * user's approval, keyed by account, entry date and sequence.
      * Written by ACCTMNT for changes to DEBIT, PRINCIPAL-PAID,
      * CURRENCY-CODE or the rate fields, for every delete and for an
      * add that opens with a DEBIT or PRINCIPAL-PAID balance; applied
      * or rejected by ACCTAPPR under a checker ID that must differ
      * from PC-MAKER-ID.
      *   PC-TRANS-CODE  'A' add  'C' change  'D' delete
      *   PC-STATUS      'P' pending  'A' applied  'R' rejected
      * The PC-ORIG values are the master as the maker saw it; on
      * approval DEBIT and PRINCIPAL-PAID move by the difference
      * between PC-NEW and PC-ORIG, so payments posted in between
      * are kept. A rate or currency field is set to PC-NEW only
      * where PC-NEW differs from PC-ORIG.
      * PC-NEW-IMAGE holds the whole account record of a held add,
      * written to the master as it stands when the add is approved.
      *-----------------------------------------------------------------
       01  PENDING-CHANGE-RECORD.
           05 PC-KEY.
              10 PC-ACCOUNT-NO       PIC X(8).
              10 PC-ENTRY-DATE       PIC 9(8).
              10 PC-ENTRY-SEQ        PIC 9(6).
           05 PC-TRANS-CODE          PIC X.
           05 PC-STATUS              PIC X.
           05 PC-MAKER-ID            PIC X(8).
           05 PC-ENTRY-TIME          PIC 9(6).
           05 PC-CHECKER-ID          PIC X(8).
           05 PC-DECISION-DATE       PIC 9(8).
           05 PC-ORIG-VALUES.
              10 PC-ORIG-DEBIT       PIC 9(8).
              10 PC-ORIG-PRINCIPAL-PAID PIC 9(8).
              10 PC-ORIG-INTEREST-RATE PIC 9(2)V9(2).
              10 PC-ORIG-RATE-TYPE   PIC X.
              10 PC-ORIG-RATE-CAP    PIC 9(2)V9(2).
              10 PC-ORIG-RATE-FLOOR  PIC 9(2)V9(2).
              10 PC-ORIG-CURRENCY-CODE PIC X(3).
           05 PC-NEW-VALUES.
              10 PC-NEW-DEBIT        PIC 9(8).
              10 PC-NEW-PRINCIPAL-PAID PIC 9(8).
              10 PC-NEW-INTEREST-RATE PIC 9(2)V9(2).
              10 PC-NEW-RATE-TYPE    PIC X.
              10 PC-NEW-RATE-CAP     PIC 9(2)V9(2).
              10 PC-NEW-RATE-FLOOR   PIC 9(2)V9(2).
              10 PC-NEW-CURRENCY-CODE PIC X(3).
           05 PC-NEW-IMAGE           PIC X(140).
