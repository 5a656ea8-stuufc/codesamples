      ******************************************************************
      * AUDARCH.cpy
      * Header and trailer lines AUDITRET writes around each archive
      * generation (SYSAUDAR). The header carries the link the first
      * archived record chains from; the trailer the link of the
      * last one archived and the record count, so AUDVRFY can prove
      * the generation whole without the one before it.
      ******************************************************************
       01  ARCHIVE-HEADER-LINE.
           05  ARH-TAG         PIC X(22)
               VALUE "AUDIT ARCHIVE TAKEN ON".
           05  FILLER          PIC X VALUE SPACE.
           05  ARH-DATE        PIC 9(8).
           05  FILLER          PIC X(11) VALUE "  CUTOFF   ".
           05  ARH-CUTOFF      PIC 9(8).
           05  FILLER          PIC X(12) VALUE " CHAIN FROM ".
           05  ARH-FROM-SEQ    PIC 9(9).
           05  FILLER          PIC X VALUE SPACE.
           05  ARH-FROM-VALUE  PIC 9(10).

       01  ARCHIVE-TRAILER-LINE.
           05  ART-TAG         PIC X(22)
               VALUE "AUDIT ARCHIVE CHAIN TO".
           05  FILLER          PIC X VALUE SPACE.
           05  ART-TO-SEQ      PIC 9(9).
           05  FILLER          PIC X VALUE SPACE.
           05  ART-TO-VALUE    PIC 9(10).
           05  FILLER          PIC X(9) VALUE " RECORDS ".
           05  ART-COUNT       PIC 9(6).
