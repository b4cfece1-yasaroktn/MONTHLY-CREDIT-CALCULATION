       FD  ARCHIVE-FILE RECORDING MODE F.
       01  ARCHIVE-RECORD.
           05 ARCH-PURGE-DATE     PIC 9(8).
           05 ARCH-ACCOUNT-IMAGE  PIC X(140).
           05 ARCH-IMAGE-FIELDS REDEFINES ARCH-ACCOUNT-IMAGE.
              10 ARCH-ACCOUNT-NO  PIC X(8).
              10 ARCH-LAST-NAME   PIC X(15).
              10 ARCH-FINISH-DATA PIC X(117).
      *-----------------------------------------------------------------
       FD  ARCH-PARM RECORDING MODE F.
       01  ARCH-PARM-CARD.
