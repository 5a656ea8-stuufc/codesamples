      ******************************************************************
      * BKUPSTAT.cpy
      * Last known state of EMPMAST, left in BKUPSTAT.TXT by every
      * BKUPCMP run that could read the live master: when it looked,
      * which backup it compared against, and the live file's record
      * count, key hash, and whole-image hash, with the adds,
      * deletes, and field changes it found since the backup. A
      * FILEBKUP forward recovery proves the rebuilt master against
      * it.
      ******************************************************************
       01  BACKUP-STATE-RECORD.
           05  BST-RUN-TS          PIC X(15).
           05  FILLER              PIC X.
           05  BST-BACKUP-TS       PIC X(15).
           05  FILLER              PIC X.
           05  BST-RECORD-COUNT    PIC 9(7).
           05  FILLER              PIC X.
           05  BST-KEY-HASH        PIC 9(12).
           05  FILLER              PIC X.
           05  BST-IMAGE-HASH      PIC 9(12).
           05  FILLER              PIC X.
           05  BST-ADD-COUNT       PIC 9(5).
           05  FILLER              PIC X.
           05  BST-DELETE-COUNT    PIC 9(5).
           05  FILLER              PIC X.
           05  BST-CHANGE-COUNT    PIC 9(5).
