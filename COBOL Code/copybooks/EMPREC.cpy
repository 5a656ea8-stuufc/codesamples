      * flagged inactive -- never deleted, so the history behind it
      * stays reachable. Spaces mean "always employed" so records
      * from before the fields existed pay as they always did.
      * "P" is an inactive record the retention job (EMPRET) has
      * purged past the records policy: only the id and name are
      * left, for history reprints, and it reads as inactive
      * everywhere an "I" does.
           05  EMP-HIRE-DATE       PIC X(8).
           05  EMP-TERM-DATE       PIC X(8).
           05  EMP-EMPLOY-STATUS   PIC X.
               88  EMP-STATUS-ACTIVE    VALUES "A" SPACE.
               88  EMP-STATUS-INACTIVE  VALUES "I" "P".
               88  EMP-STATUS-PURGED    VALUE "P".
      * workers' compensation class code for the carrier's premium
      * audit; spaces fall back to the department code so existing
      * records classify somewhere rather than nowhere.
           05  EMP-UNION-CODE      PIC X(3).
           05  EMP-UNION-CLASS     PIC X(4).
           05  EMP-UNION-STEP      PIC 9(2).
      * W-4 withholding profile, figured by the annualized
      * percentage method: filing status (S single or married
      * filing separately, M married filing jointly, H head of
      * household), the exempt claim, and the annual whole-dollar
      * amounts from steps 3, 4(a) and 4(b) of the form, plus the
      * step 4(c) extra withholding per pay period. A space status
      * reads as single and non-numeric amounts as zero, so
      * records from before the profile existed still withhold.
           05  EMP-W4-FILING-STATUS PIC X.
               88  EMP-W4-SINGLE        VALUES "S" SPACE.
               88  EMP-W4-MARRIED       VALUE "M".
               88  EMP-W4-HEAD          VALUE "H".
           05  EMP-W4-EXEMPT       PIC X.
               88  EMP-W4-IS-EXEMPT     VALUE "Y".
           05  EMP-W4-DEP-CREDIT   PIC 9(5).
           05  EMP-W4-OTHER-INCOME PIC 9(5).
           05  EMP-W4-DEDUCTIONS   PIC 9(5).
           05  EMP-W4-EXTRA-WH     PIC 9(3)V99.
      * Position control: the approved position (POSMAST.TXT) the
      * employee fills and the share of it held, in full-time
      * equivalents. A blank or zero FTE reads as one full FTE, and
      * a blank position means the employee predates position
      * control and is tied to one at the next transfer.
           05  EMP-POSITION        PIC X(6).
           05  EMP-FTE             PIC 9V99.
      * Pay grade (PAYGRADE.TXT) the job is paid against: the grade
      * range is what the compensation report measures the pay by.
      * Spaces = not yet graded.
           05  EMP-PAY-GRADE       PIC X(3).
