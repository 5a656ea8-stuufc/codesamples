      * the request protocol: the caller owns the file and writes
      * the lines this engine hands back, so one subprogram serves
      * any number of reports (four handles at a time).
      *
      * A report opened under a name the distribution list
      * DISTLIST.TXT carries is also burst: every line keyed to a
      * department goes to the output file of each recipient the
      * list names for that department, paginated there on its
      * own -- a cover banner where the department starts, then
      * the report's headings with the recipient's own page
      * numbers. The recipients' files belong to the engine, not
      * the caller, and are opened, written and closed per line
      * the way EXTWRT handles its extracts: fresh on the first
      * line of the run, appended after that. A department that
      * comes round again later in the report (a register in
      * employee order) simply carries on in the same file. At
      * the close DISTLOG.TXT gets a line per recipient and
      * department saying what was sent -- pages and lines -- and
      * a NO RECIPIENT line for every department that had report
      * lines but no one on the list to receive them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTWR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-LIST-FILE ASSIGN TO "DISTLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-FILE-STATUS.

           SELECT BURST-FILE ASSIGN TO WS-BURST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BST-FILE-STATUS.

           SELECT DISTRIBUTION-LOG-FILE ASSIGN TO "DISTLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * who gets which report's pages for which control-break value,
      * and the file they go to
       FD  DISTRIBUTION-LIST-FILE.
       01  DISTRIBUTION-LIST-RECORD.
           05  DST-REPORT-NAME     PIC X(8).
           05  FILLER              PIC X.
           05  DST-BREAK-VALUE     PIC X(10).
           05  FILLER              PIC X.
           05  DST-RECIPIENT       PIC X(20).
           05  FILLER              PIC X.
           05  DST-DESTINATION     PIC X(12).

       FD  BURST-FILE.
       01  BURST-RECORD            PIC X(80).

       FD  DISTRIBUTION-LOG-FILE.
       01  DISTRIBUTION-LOG-RECORD.
           05  DLG-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  DLG-TIME            PIC X(6).
           05  FILLER              PIC X.
           05  DLG-REPORT-NAME     PIC X(8).
           05  FILLER              PIC X.
           05  DLG-BREAK-VALUE     PIC X(10).
           05  FILLER              PIC X.
           05  DLG-RECIPIENT       PIC X(20).
           05  FILLER              PIC X.
           05  DLG-DESTINATION     PIC X(12).
           05  FILLER              PIC X.
           05  DLG-RECEIVED        PIC X(30).

       WORKING-STORAGE SECTION.

       77  WS-DST-FILE-STATUS PIC XX.
           88  WS-DST-FILE-OK       VALUE "00".
           88  WS-DST-FILE-EOF      VALUE "10".

       77  WS-BST-FILE-STATUS PIC XX.
           88  WS-BST-FILE-OK       VALUE "00".

       77  WS-DLG-FILE-STATUS PIC XX.
           88  WS-DLG-FILE-OK       VALUE "00".

       77  WS-BURST-FILE-NAME PIC X(12) VALUE SPACES.

      * page state per report handle, kept across calls
       01  WS-REPORT-STATE-TABLE.
           05  WS-REPORT-STATE OCCURS 4 TIMES
               10  WS-RPT-PAGE-SIZE    PIC 9(2).
               10  WS-RPT-HEADING-1    PIC X(80).
               10  WS-RPT-HEADING-2    PIC X(80).
      *        bursting: the report's list name, the control-break
      *        value now running, and where its lines go -- up to
      *        five recipients, each with its destination and its
      *        receipt, or the NO RECIPIENT entry when none
               10  WS-RPT-BURST-FLAG   PIC X.
                   88  WS-RPT-BURSTING     VALUE "Y".
               10  WS-RPT-NAME         PIC X(8).
               10  WS-RPT-CURRENT-KEY  PIC X(10).
               10  WS-RPT-ACTIVE-COUNT PIC 9.
               10  WS-RPT-ACTIVE-DEST  OCCURS 5 TIMES PIC 99.
               10  WS-RPT-ACTIVE-RCPT  OCCURS 5 TIMES PIC 9(3).
               10  WS-RPT-UNROUTED-POS PIC 9(3).

       77  WS-HEADING-WORK     PIC X(80).
       77  WS-PAGE-EDIT        PIC ZZ9.
       77  WS-HANDLE-NUMBER    PIC 9.

      * the distribution list rows for the reports now open
       77  WS-DIST-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-DIST-IDX.
               10  WS-DIST-HANDLE      PIC 9.
               10  WS-DIST-VALUE       PIC X(10).
               10  WS-DIST-RECIPIENT   PIC X(20).
               10  WS-DIST-FILE        PIC X(12).

      * one entry per report handle and recipient file: the page
      * state of that recipient's copy, and whether the file has
      * been started this run (a file keeps its entry, and so its
      * started mark, after the report closes)
       77  WS-DEST-COUNT PIC 99 VALUE ZERO.
       01  WS-DEST-TABLE.
           05  WS-DEST-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-DEST-IDX.
               10  WS-DEST-HANDLE      PIC 9.
               10  WS-DEST-FILE        PIC X(12).
               10  WS-DEST-RECIPIENT   PIC X(20).
               10  WS-DEST-PAGE-NUM    PIC 9(3).
               10  WS-DEST-LINE-COUNT  PIC 9(2).
               10  WS-DEST-LAST-KEY    PIC X(10).
               10  WS-DEST-STARTED     PIC X.
                   88  WS-DEST-IS-STARTED  VALUE "Y".

      * what each recipient received of each department
       77  WS-RCPT-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RECEIPT-TABLE.
           05  WS-RECEIPT-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-RCPT-IDX.
               10  WS-RCPT-HANDLE      PIC 9.
               10  WS-RCPT-KEY         PIC X(10).
               10  WS-RCPT-DEST        PIC 99.
               10  WS-RCPT-LINES       PIC 9(5).
               10  WS-RCPT-FIRST-PAGE  PIC 9(3).
               10  WS-RCPT-LAST-PAGE   PIC 9(3).

      * departments with lines and no one to send them to
       77  WS-UNR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-UNROUTED-TABLE.
           05  WS-UNROUTED-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-UNR-IDX.
               10  WS-UNR-HANDLE       PIC 9.
               10  WS-UNR-KEY          PIC X(10).
               10  WS-UNR-LINES        PIC 9(5).

      * the lines bound for one recipient's file on this call
       77  WS-BURST-OUT-COUNT  PIC 99 VALUE ZERO.
       01  WS-BURST-OUT-TABLE.
           05  WS-BURST-OUT    OCCURS 12 TIMES PIC X(80).
       77  WS-BURST-OUT-IDX    PIC 99 VALUE ZERO.

       77  WS-ACTIVE-SUB       PIC 9 VALUE ZERO.
       77  WS-DEST-POS         PIC 99 VALUE ZERO.
       77  WS-RCPT-POS         PIC 9(3) VALUE ZERO.
       77  WS-FILE-STARTED-FLAG PIC X VALUE "N".
           88  WS-FILE-STARTED      VALUE "Y".
       77  WS-NOW-STAMP        PIC X(14) VALUE SPACES.
       77  WS-LINES-EDIT       PIC ZZZZ9.
       77  WS-FIRST-PAGE-EDIT  PIC ZZ9.
       77  WS-LAST-PAGE-EDIT   PIC ZZ9.

       01  BURST-BANNER-RULE   PIC X(80) VALUE ALL "*".

       LINKAGE SECTION.
       COPY RPTWRREQ.
               GOBACK
           END-IF
           SET WS-RPT-IDX TO RWR-REPORT-ID
           MOVE RWR-REPORT-ID TO WS-HANDLE-NUMBER

           EVALUATE TRUE
               WHEN RWR-ACTION-OPEN
                   PERFORM OPEN-REPORT-HANDLE
                   PERFORM LOAD-DISTRIBUTION-LIST
               WHEN RWR-ACTION-DETAIL
                   PERFORM FORMAT-DETAIL-LINE
                   PERFORM BURST-ONE-LINE
               WHEN RWR-ACTION-BREAK
                   PERFORM FORMAT-BREAK-LINE
                   PERFORM BURST-ONE-LINE
               WHEN RWR-ACTION-CLOSE
                   MOVE SPACE TO WS-RPT-OPEN-FLAG(WS-RPT-IDX)
                   PERFORM WRITE-DISTRIBUTION-LOG
           END-EVALUATE
           GOBACK.

           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT(WS-RPT-IDX).


      ******************************************************************
      * A named open picks up the report's rows from the
      * distribution list; none there (or no list at all) leaves
      * the report unburst. Whatever an earlier open of the same
      * handle left behind is dropped first.
      ******************************************************************
       LOAD-DISTRIBUTION-LIST.
           PERFORM DROP-HANDLE-BURST-STATE
           MOVE "N" TO WS-RPT-BURST-FLAG(WS-RPT-IDX)
           MOVE RWR-REPORT-NAME TO WS-RPT-NAME(WS-RPT-IDX)
           MOVE SPACES TO WS-RPT-CURRENT-KEY(WS-RPT-IDX)
           MOVE ZERO TO WS-RPT-ACTIVE-COUNT(WS-RPT-IDX)
           MOVE ZERO TO WS-RPT-UNROUTED-POS(WS-RPT-IDX)
           IF RWR-REPORT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "00" TO WS-DST-FILE-STATUS
           OPEN INPUT DISTRIBUTION-LIST-FILE
           IF NOT WS-DST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DST-FILE-EOF
               READ DISTRIBUTION-LIST-FILE
                   AT END SET WS-DST-FILE-EOF TO TRUE
                   NOT AT END
                       IF DST-REPORT-NAME = RWR-REPORT-NAME
                           PERFORM STORE-DISTRIBUTION-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-LIST-FILE.


       STORE-DISTRIBUTION-ROW.
           IF DST-BREAK-VALUE = SPACES OR DST-DESTINATION = SPACES
               DISPLAY "REPORTWR: DISTLIST.TXT row for "
                   DST-REPORT-NAME " without a value or a "
                   "destination -- ignored."
               EXIT PARAGRAPH
           END-IF
           IF WS-DIST-COUNT = 200
               DISPLAY "REPORTWR: distribution list over 200 rows, "
                   DST-RECIPIENT " for " DST-BREAK-VALUE
                   " not loaded."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIST-COUNT
           SET WS-DIST-IDX TO WS-DIST-COUNT
           MOVE WS-HANDLE-NUMBER TO WS-DIST-HANDLE(WS-DIST-IDX)
           MOVE DST-BREAK-VALUE TO WS-DIST-VALUE(WS-DIST-IDX)
           MOVE DST-RECIPIENT TO WS-DIST-RECIPIENT(WS-DIST-IDX)
           MOVE DST-DESTINATION TO WS-DIST-FILE(WS-DIST-IDX)
           MOVE "Y" TO WS-RPT-BURST-FLAG(WS-RPT-IDX).


      * the handle's rows, receipts and unrouted departments are
      * struck off; its destination entries let go of the handle
      * but keep their files' started marks
       DROP-HANDLE-BURST-STATE.
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
               IF WS-DIST-HANDLE(WS-DIST-IDX) = WS-HANDLE-NUMBER
                   MOVE ZERO TO WS-DIST-HANDLE(WS-DIST-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
               UNTIL WS-DEST-IDX > WS-DEST-COUNT
               IF WS-DEST-HANDLE(WS-DEST-IDX) = WS-HANDLE-NUMBER
                   MOVE ZERO TO WS-DEST-HANDLE(WS-DEST-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
               IF WS-RCPT-HANDLE(WS-RCPT-IDX) = WS-HANDLE-NUMBER
                   MOVE ZERO TO WS-RCPT-HANDLE(WS-RCPT-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
               UNTIL WS-UNR-IDX > WS-UNR-COUNT
               IF WS-UNR-HANDLE(WS-UNR-IDX) = WS-HANDLE-NUMBER
                   MOVE ZERO TO WS-UNR-HANDLE(WS-UNR-IDX)
               END-IF
           END-PERFORM.


      ******************************************************************
      * The line just handed back for the full report also goes to
      * each recipient of its control-break value; a new value
      * first looks its recipients up.
      ******************************************************************
       BURST-ONE-LINE.
           IF NOT WS-RPT-BURSTING(WS-RPT-IDX)
               OR RWR-BURST-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF RWR-BURST-KEY NOT = WS-RPT-CURRENT-KEY(WS-RPT-IDX)
               PERFORM START-BURST-SEGMENT
           END-IF
           IF WS-RPT-ACTIVE-COUNT(WS-RPT-IDX) = ZERO
               IF WS-RPT-UNROUTED-POS(WS-RPT-IDX) > ZERO
                   ADD 1 TO
                       WS-UNR-LINES(WS-RPT-UNROUTED-POS(WS-RPT-IDX))
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ACTIVE-SUB FROM 1 BY 1
               UNTIL WS-ACTIVE-SUB > WS-RPT-ACTIVE-COUNT(WS-RPT-IDX)
               MOVE WS-RPT-ACTIVE-DEST(WS-RPT-IDX, WS-ACTIVE-SUB)
                   TO WS-DEST-POS
               MOVE WS-RPT-ACTIVE-RCPT(WS-RPT-IDX, WS-ACTIVE-SUB)
                   TO WS-RCPT-POS
               PERFORM WRITE-BURST-COPY
           END-PERFORM.


       START-BURST-SEGMENT.
           MOVE RWR-BURST-KEY TO WS-RPT-CURRENT-KEY(WS-RPT-IDX)
           MOVE ZERO TO WS-RPT-ACTIVE-COUNT(WS-RPT-IDX)
           MOVE ZERO TO WS-RPT-UNROUTED-POS(WS-RPT-IDX)
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
               IF WS-DIST-HANDLE(WS-DIST-IDX) = WS-HANDLE-NUMBER
                   AND WS-DIST-VALUE(WS-DIST-IDX) = RWR-BURST-KEY
                   PERFORM ADD-ACTIVE-RECIPIENT
               END-IF
           END-PERFORM
           IF WS-RPT-ACTIVE-COUNT(WS-RPT-IDX) = ZERO
               PERFORM FIND-UNROUTED-ENTRY
           END-IF.


       ADD-ACTIVE-RECIPIENT.
           IF WS-RPT-ACTIVE-COUNT(WS-RPT-IDX) = 5
               DISPLAY "REPORTWR: more than 5 recipients for "
                   WS-RPT-NAME(WS-RPT-IDX) " " RWR-BURST-KEY
                   " -- " WS-DIST-RECIPIENT(WS-DIST-IDX)
                   " not sent."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DESTINATION-ENTRY
           IF WS-DEST-POS = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RECEIPT-ENTRY
           IF WS-RCPT-POS = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RPT-ACTIVE-COUNT(WS-RPT-IDX)
           MOVE WS-DEST-POS TO WS-RPT-ACTIVE-DEST(WS-RPT-IDX,
               WS-RPT-ACTIVE-COUNT(WS-RPT-IDX))
           MOVE WS-RCPT-POS TO WS-RPT-ACTIVE-RCPT(WS-RPT-IDX,
               WS-RPT-ACTIVE-COUNT(WS-RPT-IDX)).


      * the handle's entry for the row's file, new on first use
       FIND-DESTINATION-ENTRY.
           MOVE ZERO TO WS-DEST-POS
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
               UNTIL WS-DEST-IDX > WS-DEST-COUNT
                   OR WS-DEST-POS > ZERO
               IF WS-DEST-HANDLE(WS-DEST-IDX) = WS-HANDLE-NUMBER
                   AND WS-DEST-FILE(WS-DEST-IDX)
                       = WS-DIST-FILE(WS-DIST-IDX)
                   SET WS-DEST-POS TO WS-DEST-IDX
               END-IF
           END-PERFORM
           IF WS-DEST-POS > ZERO
               MOVE WS-DIST-RECIPIENT(WS-DIST-IDX)
                   TO WS-DEST-RECIPIENT(WS-DEST-POS)
               EXIT PARAGRAPH
           END-IF
           IF WS-DEST-COUNT = 40
               DISPLAY "REPORTWR: more than 40 burst files, "
                   WS-DIST-FILE(WS-DIST-IDX) " not written."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEST-COUNT
           MOVE WS-DEST-COUNT TO WS-DEST-POS
           MOVE WS-HANDLE-NUMBER TO WS-DEST-HANDLE(WS-DEST-POS)
           MOVE WS-DIST-FILE(WS-DIST-IDX) TO WS-DEST-FILE(WS-DEST-POS)
           MOVE WS-DIST-RECIPIENT(WS-DIST-IDX)
               TO WS-DEST-RECIPIENT(WS-DEST-POS)
           MOVE ZERO TO WS-DEST-PAGE-NUM(WS-DEST-POS)
           MOVE 99 TO WS-DEST-LINE-COUNT(WS-DEST-POS)
           MOVE SPACES TO WS-DEST-LAST-KEY(WS-DEST-POS)
           MOVE "N" TO WS-DEST-STARTED(WS-DEST-POS).


       FIND-RECEIPT-ENTRY.
           MOVE ZERO TO WS-RCPT-POS
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
                   OR WS-RCPT-POS > ZERO
               IF WS-RCPT-HANDLE(WS-RCPT-IDX) = WS-HANDLE-NUMBER
                   AND WS-RCPT-KEY(WS-RCPT-IDX) = RWR-BURST-KEY
                   AND WS-RCPT-DEST(WS-RCPT-IDX) = WS-DEST-POS
                   SET WS-RCPT-POS TO WS-RCPT-IDX
               END-IF
           END-PERFORM
           IF WS-RCPT-POS > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-RCPT-COUNT = 200
               DISPLAY "REPORTWR: more than 200 receipts, "
                   RWR-BURST-KEY " to " WS-DEST-FILE(WS-DEST-POS)
                   " not sent."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RCPT-COUNT
           MOVE WS-RCPT-COUNT TO WS-RCPT-POS
           MOVE WS-HANDLE-NUMBER TO WS-RCPT-HANDLE(WS-RCPT-POS)
           MOVE RWR-BURST-KEY TO WS-RCPT-KEY(WS-RCPT-POS)
           MOVE WS-DEST-POS TO WS-RCPT-DEST(WS-RCPT-POS)
           MOVE ZERO TO WS-RCPT-LINES(WS-RCPT-POS)
           MOVE ZERO TO WS-RCPT-FIRST-PAGE(WS-RCPT-POS)
           MOVE ZERO TO WS-RCPT-LAST-PAGE(WS-RCPT-POS).


       FIND-UNROUTED-ENTRY.
           PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
               UNTIL WS-UNR-IDX > WS-UNR-COUNT
                   OR WS-RPT-UNROUTED-POS(WS-RPT-IDX) > ZERO
               IF WS-UNR-HANDLE(WS-UNR-IDX) = WS-HANDLE-NUMBER
                   AND WS-UNR-KEY(WS-UNR-IDX) = RWR-BURST-KEY
                   SET WS-RPT-UNROUTED-POS(WS-RPT-IDX) TO WS-UNR-IDX
               END-IF
           END-PERFORM
           IF WS-RPT-UNROUTED-POS(WS-RPT-IDX) > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-UNR-COUNT = 100
               DISPLAY "REPORTWR: more than 100 departments without "
                   "a recipient, " RWR-BURST-KEY " not logged."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNR-COUNT
           MOVE WS-UNR-COUNT TO WS-RPT-UNROUTED-POS(WS-RPT-IDX)
           MOVE WS-HANDLE-NUMBER TO WS-UNR-HANDLE(WS-UNR-COUNT)
           MOVE RWR-BURST-KEY TO WS-UNR-KEY(WS-UNR-COUNT)
           MOVE ZERO TO WS-UNR-LINES(WS-UNR-COUNT).


      ******************************************************************
      * One recipient's copy of the line: the cover banner when the
      * file turns to this department, page headings the way
      * EMIT-PAGE-HEADINGS does them but on the recipient's own
      * page count, then the line itself.
      ******************************************************************
       WRITE-BURST-COPY.
           MOVE ZERO TO WS-BURST-OUT-COUNT
           IF WS-DEST-LAST-KEY(WS-DEST-POS) NOT = RWR-BURST-KEY
               PERFORM BUILD-COVER-BANNER
           END-IF
           IF RWR-ACTION-BREAK
               IF WS-DEST-LINE-COUNT(WS-DEST-POS) + 2 >
                   WS-RPT-PAGE-SIZE(WS-RPT-IDX)
                   PERFORM BUILD-BURST-HEADINGS
               END-IF
               ADD 1 TO WS-BURST-OUT-COUNT
               MOVE RWR-DETAIL-LINE TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
               ADD 1 TO WS-BURST-OUT-COUNT
               MOVE SPACES TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
               ADD 2 TO WS-DEST-LINE-COUNT(WS-DEST-POS)
           ELSE
               IF WS-DEST-LINE-COUNT(WS-DEST-POS) >=
                   WS-RPT-PAGE-SIZE(WS-RPT-IDX)
                   PERFORM BUILD-BURST-HEADINGS
               END-IF
               ADD 1 TO WS-BURST-OUT-COUNT
               MOVE RWR-DETAIL-LINE TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
               ADD 1 TO WS-DEST-LINE-COUNT(WS-DEST-POS)
           END-IF

           ADD 1 TO WS-RCPT-LINES(WS-RCPT-POS)
           IF WS-RCPT-FIRST-PAGE(WS-RCPT-POS) = ZERO
               MOVE WS-DEST-PAGE-NUM(WS-DEST-POS)
                   TO WS-RCPT-FIRST-PAGE(WS-RCPT-POS)
           END-IF
           MOVE WS-DEST-PAGE-NUM(WS-DEST-POS)
               TO WS-RCPT-LAST-PAGE(WS-RCPT-POS)
           PERFORM WRITE-BURST-FILE.


      * the banner closes off whatever page was running, so the
      * department's first line opens a fresh page under it
       BUILD-COVER-BANNER.
           MOVE RWR-BURST-KEY TO WS-DEST-LAST-KEY(WS-DEST-POS)
           IF WS-DEST-PAGE-NUM(WS-DEST-POS) > ZERO
               ADD 1 TO WS-BURST-OUT-COUNT
               MOVE SPACES TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
           END-IF
           ADD 1 TO WS-BURST-OUT-COUNT
           MOVE BURST-BANNER-RULE TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
           ADD 1 TO WS-BURST-OUT-COUNT
           MOVE SPACES TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
           STRING "*  DISTRIBUTION COPY FOR "
               WS-DEST-RECIPIENT(WS-DEST-POS)
               DELIMITED BY SIZE INTO WS-BURST-OUT(WS-BURST-OUT-COUNT)
           END-STRING
           ADD 1 TO WS-BURST-OUT-COUNT
           MOVE SPACES TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
           STRING "*  REPORT " WS-RPT-NAME(WS-RPT-IDX)
               "   DEPARTMENT " RWR-BURST-KEY
               DELIMITED BY SIZE INTO WS-BURST-OUT(WS-BURST-OUT-COUNT)
           END-STRING
           ADD 1 TO WS-BURST-OUT-COUNT
           MOVE BURST-BANNER-RULE TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
           MOVE 99 TO WS-DEST-LINE-COUNT(WS-DEST-POS).


       BUILD-BURST-HEADINGS.
           ADD 1 TO WS-DEST-PAGE-NUM(WS-DEST-POS)
           MOVE ZERO TO WS-DEST-LINE-COUNT(WS-DEST-POS)

           MOVE WS-RPT-HEADING-1(WS-RPT-IDX) TO WS-HEADING-WORK
           MOVE WS-DEST-PAGE-NUM(WS-DEST-POS) TO WS-PAGE-EDIT
           MOVE "PAGE" TO WS-HEADING-WORK(72:4)
           MOVE WS-PAGE-EDIT TO WS-HEADING-WORK(77:3)

           ADD 1 TO WS-BURST-OUT-COUNT
           MOVE SPACES TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
           ADD 1 TO WS-BURST-OUT-COUNT
           MOVE WS-HEADING-WORK TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
           IF WS-RPT-HEADING-2(WS-RPT-IDX) NOT = SPACES
               ADD 1 TO WS-BURST-OUT-COUNT
               MOVE WS-RPT-HEADING-2(WS-RPT-IDX)
                   TO WS-BURST-OUT(WS-BURST-OUT-COUNT)
               ADD 1 TO WS-DEST-LINE-COUNT(WS-DEST-POS)
           END-IF
           ADD 1 TO WS-DEST-LINE-COUNT(WS-DEST-POS).


      * fresh on the file's first use this run, whichever report
      * first used it; appended after that
       WRITE-BURST-FILE.
           MOVE WS-DEST-FILE(WS-DEST-POS) TO WS-BURST-FILE-NAME
           MOVE "N" TO WS-FILE-STARTED-FLAG
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
               UNTIL WS-DEST-IDX > WS-DEST-COUNT
               IF WS-DEST-FILE(WS-DEST-IDX) = WS-BURST-FILE-NAME
                   AND WS-DEST-IS-STARTED(WS-DEST-IDX)
                   MOVE "Y" TO WS-FILE-STARTED-FLAG
               END-IF
           END-PERFORM
           IF WS-FILE-STARTED
               OPEN EXTEND BURST-FILE
           ELSE
               OPEN OUTPUT BURST-FILE
           END-IF
           IF NOT WS-BST-FILE-OK
               DISPLAY "REPORTWR: cannot open burst file "
                   WS-BURST-FILE-NAME ", status " WS-BST-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DEST-STARTED(WS-DEST-POS)
           PERFORM VARYING WS-BURST-OUT-IDX FROM 1 BY 1
               UNTIL WS-BURST-OUT-IDX > WS-BURST-OUT-COUNT
               MOVE WS-BURST-OUT(WS-BURST-OUT-IDX) TO BURST-RECORD
               WRITE BURST-RECORD
           END-PERFORM
           CLOSE BURST-FILE.


      ******************************************************************
      * The close logs the handle's receipts -- recipient, file,
      * pages and lines per department -- and its departments that
      * had lines with no one to receive them.
      ******************************************************************
       WRITE-DISTRIBUTION-LOG.
           IF NOT WS-RPT-BURSTING(WS-RPT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RPT-BURST-FLAG(WS-RPT-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           OPEN EXTEND DISTRIBUTION-LOG-FILE
           IF NOT WS-DLG-FILE-OK
               OPEN OUTPUT DISTRIBUTION-LOG-FILE
           END-IF
           IF NOT WS-DLG-FILE-OK
               DISPLAY "REPORTWR: cannot open DISTLOG.TXT, status "
                   WS-DLG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
               IF WS-RCPT-HANDLE(WS-RCPT-IDX) = WS-HANDLE-NUMBER
                   PERFORM WRITE-ONE-RECEIPT-LOG
               END-IF
           END-PERFORM
           PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
               UNTIL WS-UNR-IDX > WS-UNR-COUNT
               IF WS-UNR-HANDLE(WS-UNR-IDX) = WS-HANDLE-NUMBER
                   PERFORM WRITE-ONE-UNROUTED-LOG
               END-IF
           END-PERFORM
           CLOSE DISTRIBUTION-LOG-FILE.


       WRITE-ONE-RECEIPT-LOG.
           MOVE WS-RCPT-DEST(WS-RCPT-IDX) TO WS-DEST-POS
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE WS-NOW-STAMP(1:8) TO DLG-DATE
           MOVE WS-NOW-STAMP(9:6) TO DLG-TIME
           MOVE WS-RPT-NAME(WS-RPT-IDX) TO DLG-REPORT-NAME
           MOVE WS-RCPT-KEY(WS-RCPT-IDX) TO DLG-BREAK-VALUE
           MOVE WS-DEST-RECIPIENT(WS-DEST-POS) TO DLG-RECIPIENT
           MOVE WS-DEST-FILE(WS-DEST-POS) TO DLG-DESTINATION
           MOVE WS-RCPT-FIRST-PAGE(WS-RCPT-IDX) TO WS-FIRST-PAGE-EDIT
           MOVE WS-RCPT-LAST-PAGE(WS-RCPT-IDX) TO WS-LAST-PAGE-EDIT
           MOVE WS-RCPT-LINES(WS-RCPT-IDX) TO WS-LINES-EDIT
           STRING "PAGES " WS-FIRST-PAGE-EDIT "-" WS-LAST-PAGE-EDIT
               "  LINES " WS-LINES-EDIT
               DELIMITED BY SIZE INTO DLG-RECEIVED
           END-STRING
           WRITE DISTRIBUTION-LOG-RECORD.


       WRITE-ONE-UNROUTED-LOG.
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE WS-NOW-STAMP(1:8) TO DLG-DATE
           MOVE WS-NOW-STAMP(9:6) TO DLG-TIME
           MOVE WS-RPT-NAME(WS-RPT-IDX) TO DLG-REPORT-NAME
           MOVE WS-UNR-KEY(WS-UNR-IDX) TO DLG-BREAK-VALUE
           MOVE "** NO RECIPIENT **" TO DLG-RECIPIENT
           MOVE WS-UNR-LINES(WS-UNR-IDX) TO WS-LINES-EDIT
           STRING "NOT SENT      LINES " WS-LINES-EDIT
               DELIMITED BY SIZE INTO DLG-RECEIVED
           END-STRING
           WRITE DISTRIBUTION-LOG-RECORD
           DISPLAY "REPORTWR: " WS-RPT-NAME(WS-RPT-IDX)
               " department " WS-UNR-KEY(WS-UNR-IDX)
               " has report lines but no recipient.".

       END PROGRAM REPORTWR.
