      * a page boundary on page two or later with both heading
      * lines in use (spacer, heading 1, heading 2, break line,
      * spacer).
      *
      * Bursting: an open that names the report (RWR-REPORT-NAME)
      * with recipients for it on the distribution list DISTLIST.TXT
      * makes the handle burst. Each detail and break line then
      * carries the control-break value it belongs to in
      * RWR-BURST-KEY (the department, say); REPORTWR still hands
      * the line back for the full report as above, and also
      * writes it to the output file of every recipient listed for
      * that value -- with the recipient's own page numbering and
      * a cover banner where the department starts. Lines with a
      * blank key (grand totals, trailers) stay on the full report
      * only. The close logs what each recipient received, and any
      * department with lines but no recipient, to DISTLOG.TXT.
      * A blank report name is an ordinary, unburst report.
      ******************************************************************
       01  REPORT-WRITER-REQUEST.
           05  RWR-ACTION          PIC X.
           05  RWR-DETAIL-LINE     PIC X(80).
           05  RWR-LINE-COUNT      PIC 9.
           05  RWR-OUT-LINE OCCURS 5 TIMES PIC X(80).
           05  RWR-REPORT-NAME     PIC X(8).
           05  RWR-BURST-KEY       PIC X(10).
