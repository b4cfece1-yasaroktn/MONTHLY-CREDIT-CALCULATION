      *-----------------------------------------------------------------
      * BUREAU-LAST-RECORD - what CRBUREAU last reported to the credit
      * bureaus for an account, keyed by BL-ACCOUNT-NO. Used to send a
      * correction when ACCTMNT or ACCTAPPR changes an account after
      * it was reported, and a deletion when a reported account is
      * removed from the master without being archived.
      *   BL-RECORD-TYPE     last record sent: 'D' data  'C' correction
      *                      'X' deletion
      *   BL-ACCOUNT-STATUS  'O' open  'C' paid in full  'W' charged off
      *                      'A' archived  'X' deleted; 'A' and 'X' are
      *                      reported once and not again
      *   BL-BALANCE and BL-SCHEDULED-PAYMENT are in base currency.
      *-----------------------------------------------------------------
       01  BUREAU-LAST-RECORD.
           05 BL-ACCOUNT-NO          PIC X(8).
           05 BL-REPORT-DATE         PIC 9(8).
           05 BL-RECORD-TYPE         PIC X.
           05 BL-ACCOUNT-STATUS      PIC X.
           05 BL-CUSTOMER-NO         PIC X(6).
           05 BL-OPEN-DATE           PIC 9(8).
           05 BL-BALANCE             PIC 9(10).
           05 BL-SCHEDULED-PAYMENT   PIC 9(8).
           05 BL-DAYS-PAST-DUE       PIC 9(3).
           05 BL-DISPUTE-FLAG        PIC X.
