      *-----------------------------------------------------------------
      * ACCT-JOURNAL-RECORD - before and after image of every applied
      * account maintenance change. Appended by ACCTMNT for adds and
      * immediate changes (JR-CHECKER-ID blank) and by ACCTAPPR for
      * approved changes and deletes, and by ACCTREST for restored
      * accounts (an add, JR-MAKER-ID 'ACCTREST'). JR-BALANCE-FLAG is
      * 'Y' when the change moved DEBIT, PRINCIPAL-PAID or
      * CURRENCY-CODE, or added or deleted the account; ACCTJRPT
      * reports those entries.
      *   JR-TRANS-CODE  'A' add  'C' change  'D' delete
      *-----------------------------------------------------------------
       01  ACCT-JOURNAL-RECORD.
           05 JR-ACCOUNT-NO          PIC X(8).
           05 JR-TRANS-CODE          PIC X.
           05 JR-BUSINESS-DATE       PIC 9(8).
           05 JR-CHANGE-DATE         PIC 9(8).
           05 JR-CHANGE-TIME         PIC 9(6).
           05 JR-MAKER-ID            PIC X(8).
           05 JR-CHECKER-ID          PIC X(8).
           05 JR-BALANCE-FLAG        PIC X.
           05 JR-BEFORE-DEBIT        PIC 9(8).
           05 JR-AFTER-DEBIT         PIC 9(8).
           05 JR-BEFORE-PRINCIPAL-PAID PIC 9(8).
           05 JR-AFTER-PRINCIPAL-PAID PIC 9(8).
           05 JR-BEFORE-CURRENCY     PIC X(3).
           05 JR-AFTER-CURRENCY      PIC X(3).
           05 JR-BEFORE-STATUS       PIC X.
           05 JR-AFTER-STATUS        PIC X.
           05 JR-BEFORE-IMAGE        PIC X(140).
           05 JR-AFTER-IMAGE         PIC X(140).
