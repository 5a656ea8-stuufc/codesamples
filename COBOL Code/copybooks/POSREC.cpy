      ******************************************************************
      * POSREC.cpy
      * Position master record (POSMAST.TXT), one line per approved
      * position: the department it belongs to, the pay class it is
      * budgeted as, how many full-time equivalents are authorized
      * against it, and the budgeted pay range. EMPMAINT holds adds
      * and transfers to it; POSVAC lists what is still open. The
      * range is an hourly rate for an hourly position, an annual
      * salary for a salaried one, and a commission base for a
      * commission one; a zero maximum means no range is enforced.
      ******************************************************************
       01  POSITION-RECORD.
           05  POS-NUMBER          PIC X(6).
           05  POS-DEPT-CODE       PIC X(4).
           05  POS-PAY-CLASS       PIC X.
           05  POS-AUTH-FTE        PIC 9(3)V99.
           05  POS-RATE-MIN        PIC 9(7)V99.
           05  POS-RATE-MAX        PIC 9(7)V99.
           05  POS-TITLE           PIC X(20).
      * a closed position takes no new incumbents; the ones already
      * in it stay until they move
           05  POS-STATUS          PIC X.
               88  POS-STATUS-OPEN     VALUES "A" SPACE.
               88  POS-STATUS-CLOSED   VALUE "C".
