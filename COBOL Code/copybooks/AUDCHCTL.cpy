      ******************************************************************
      * AUDCHCTL.cpy
      * Chain control record, AUDCHAIN.TXT. One record: the sequence
      * number and check value of the last record written to
      * SYSAUDIT.TXT, so the next writer chains from it, and the
      * carried link -- the sequence and value of the last record
      * AUDITRET moved to the archive, which the first record left
      * on the live trail chains from. AUDCHAIN maintains the first
      * pair, AUDITRET the second; AUDVRFY checks both against the
      * files.
      ******************************************************************
       01  AUDIT-CHAIN-CONTROL-RECORD.
           05  CHN-LAST-SEQ            PIC 9(9).
           05  CHN-LAST-VALUE          PIC 9(10).
           05  CHN-CARRY-SEQ           PIC 9(9).
           05  CHN-CARRY-VALUE         PIC 9(10).
