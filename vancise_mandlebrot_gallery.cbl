      *    This program builds a static HTML gallery page (GALLERY.HTML)
      *    from the structured run history (RUNHIST.TXT) and the
      *    completion entries of each run's AUDIT.LOG, as written by
      *    VANCISE-MANDLEBROT, for a keyed range of run dates. Every
      *    completed pass gets one table row - date and time, run
      *    identifier, rectangle, profile, Julia constant and
      *    exponent, in-set count and elapsed time - with links to its
      *    MANDEL.PGM/PPM (the frame image for a film frame, the
      *    merged image for a band pass) and its PLOTOUT.TXT archive.
      *    A pass whose image or plot archive is no longer on disk,
      *    or that the audit log never saw complete, is still listed
      *    and flagged, never dropped. A completion the audit log
      *    holds with no run history behind it (a regrade, which logs
      *    its pass but keeps no history) is listed for information
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-GALLERY.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
      *    THE AUDIT LOG TAKES THE RUN IDENTIFIER PREFIX, SO EACH
      *    RUN NAMED IN THE HISTORY IS OPENED UNDER ITS OWN NAME
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GALLERY-FILE ASSIGN TO "GALLERY.HTML"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GALLERY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
           01 RUN-HISTORY-RECORD.
      *        SAME LAYOUT VANCISE-MANDLEBROT WRITES - ONE RECORD PER
      *        COMPLETED RECTANGLE PASS; OLDER RECORDS END AT
      *        RH-SAVED-ITER AND READ BACK WITH THE TAIL BLANK
               03 RH-DATE PIC 9(8).
               03 RH-TIME PIC 9(8).
               03 RH-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-PROFILE PIC X(8).
               03 RH-JULIA-SW PIC X.
               03 RH-ELAPSED-HS PIC 9(9).
               03 RH-IN-SET PIC 9(6).
               03 RH-DIVERGED PIC 9(6).
               03 RH-SAVED-ITER PIC 9(12).
               03 RH-RUN-ID PIC X(8).
               03 RH-JULIA-C-X PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-JULIA-C-Y PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-EXPONENT PIC 9.
               03 RH-FRAME-NO PIC 9(4).
               03 RH-BAND-NO PIC 99.

       FD  AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD.
      *        SAME LAYOUT MANDLE-RECON READS - ONLY THE COMPLETION
      *        ENTRIES, TAGGED "COMPLETED", ARE USED HERE
               03 AL-DATE PIC X(8).
               03 FILLER PIC X.
               03 AL-TIME PIC X(8).
               03 FILLER PIC X.
               03 AL-TAG PIC X(9).
               03 FILLER PIC X.
               03 AL-ROWS PIC 9(4).
               03 FILLER PIC X(68).

       FD  GALLERY-FILE.
           01 GALLERY-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-RUNHIST-STATUS PIC XX VALUE SPACES.
               03 WS-AUDIT-STATUS PIC XX VALUE SPACES.
               03 WS-GALLERY-STATUS PIC XX VALUE SPACES.

           01 DATE-RANGE-VARS.
      *        KEYED DATE RANGE - A BLANK REPLY LEAVES THAT END OPEN
               03 WS-DATE-IN PIC X(8) VALUE SPACES.
               03 WS-START-DATE PIC 9(8) VALUE 0.
               03 WS-END-DATE PIC 9(8) VALUE 99999999.
               03 WS-START-DATE-X PIC X(8) VALUE SPACES.
               03 WS-END-DATE-X PIC X(8) VALUE SPACES.

           01 FILE-NAME-VARS.
      *        PER-PASS FILE NAMES, BUILT THE WAY VANCISE-MANDLEBROT
      *        BUILDS THEM FROM THE RUN IDENTIFIER PREFIX
               03 WS-CUR-RUN-ID PIC X(8) VALUE SPACES.
               03 AUDIT-LOG-NAME PIC X(20) VALUE "AUDIT.LOG".
               03 WS-PGM-NAME PIC X(22) VALUE SPACES.
               03 WS-PPM-NAME PIC X(22) VALUE SPACES.
               03 WS-PLOT-NAME PIC X(22) VALUE SPACES.
               03 WS-CHECK-NAME PIC X(22) VALUE SPACES.

           01 FILE-DETAIL-AREA.
      *        FILE SIZE AND STAMP AS THE FILE-CHECK ROUTINE RETURNS
      *        THEM - ONLY THE RETURN CODE IS USED
               03 FD-FILE-SIZE PIC 9(18) COMP.
               03 FILLER PIC X(8).
           01 CALL-VARS.
      *        FILE ROUTINE RETURN CODE
               03 WS-CALL-RC PIC S9(9) VALUE 0.
               03 WS-EXISTS-SW PIC X VALUE "N".

           01 SCAN-VARS.
      *        HISTORY SCAN FIELDS
               03 WS-HIST-EOF-SW PIC X VALUE "N".
               03 WS-AUDIT-EOF-SW PIC X VALUE "N".
               03 WS-PASS-COUNT PIC 9(6) VALUE 0.
               03 WS-BAD-COUNT PIC 9(6) VALUE 0.
               03 WS-IMAGE-MISSING-COUNT PIC 9(6) VALUE 0.
               03 WS-PLOT-MISSING-COUNT PIC 9(6) VALUE 0.
               03 WS-NO-AUDIT-COUNT PIC 9(6) VALUE 0.
               03 WS-ORPHAN-COUNT PIC 9(6) VALUE 0.
               03 WS-NO-LOG-COUNT PIC 9(6) VALUE 0.
               03 WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.

           01 PASS-VARS.
      *        THE PASS BEING INDEXED - WHAT WAS FOUND ON DISK AND
      *        THE AUDIT COMPLETION MATCHED TO IT
               03 WS-PGM-SW PIC X VALUE "N".
               03 WS-PPM-SW PIC X VALUE "N".
               03 WS-PLOT-SW PIC X VALUE "N".
               03 WS-FLAGGED-SW PIC X VALUE "N".
               03 WS-FRAME-NO PIC 9(4) VALUE 0.
               03 WS-BAND-NO PIC 99 VALUE 0.
               03 WS-EXPONENT PIC 9 VALUE 2.
               03 WS-PASS-STAMP PIC X(16) VALUE SPACES.
               03 WS-BEST-STAMP PIC X(16) VALUE SPACES.
               03 WS-ENTRY-STAMP PIC X(16) VALUE SPACES.

           01 RUN-TABLE-VARS.
      *        RUN IDENTIFIERS WHOSE AUDIT LOG IS ALREADY IN CORE
               03 RUN-COUNT PIC 999 VALUE 0.
               03 RUN-IDX PIC 999 VALUE 0.
               03 RUN-HIT-IDX PIC 999 VALUE 0.
               03 RUN-TBL OCCURS 200 TIMES.
                   05 RN-RUN-ID PIC X(8).

           01 AUDIT-TABLE-VARS.
      *        COMPLETION ENTRIES INSIDE THE DATE RANGE, ONE SLOT PER
      *        ENTRY, MARKED USED ONCE A HISTORY RECORD CLAIMS IT
               03 AUD-COUNT PIC 9(4) VALUE 0.
               03 AUD-IDX PIC 9(4) VALUE 0.
               03 AUD-HIT-IDX PIC 9(4) VALUE 0.
               03 AUD-TBL OCCURS 3000 TIMES.
                   05 AT-RUN-ID PIC X(8).
                   05 AT-DATE PIC X(8).
                   05 AT-TIME PIC X(8).
                   05 AT-ROWS PIC 9(4).
                   05 AT-USED-SW PIC X.

           01 HTML-VARS.
      *        EDITED FIELDS FOR THE PAGE - COORDINATES WITH THEIR
      *        DECIMAL POINT AS THE AUDIT LOG SHOWS THEM, COMPUTE TIME
      *        IN SECONDS AS THE PRODUCTION SUMMARY SHOWS IT
               03 WS-DATE-X PIC X(8) VALUE SPACES.
               03 WS-TIME-X PIC X(8) VALUE SPACES.
               03 WS-STAMP-TEXT PIC X(19) VALUE SPACES.
               03 WS-RUN-TEXT PIC X(10) VALUE SPACES.
               03 WS-COORD-1-ED PIC -9.9(15) VALUE 0.
               03 WS-COORD-2-ED PIC -9.9(15) VALUE 0.
               03 WS-ELAPSED-SECS PIC 9(7)V99 VALUE 0.
               03 WS-ELAPSED-ED PIC ZZZZZZ9.99 VALUE 0.
               03 WS-IN-SET-ED PIC ZZZZZ9 VALUE 0.
               03 WS-ROWS-ED PIC ZZZ9 VALUE 0.
               03 WS-COUNT-ED PIC ZZZZZ9 VALUE 0.

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-GALLERY.
           MOVE 0 TO RETURN-CODE.
           PERFORM ACCEPT-DATE-RANGE.
           IF RETURN-CODE = 12
               STOP RUN
           END-IF.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "NO RUN HISTORY ON FILE - NOTHING TO INDEX"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GALLERY-FILE.
           IF WS-GALLERY-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN GALLERY.HTML - RUN ABANDONED"
               CLOSE RUN-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM UNTIL WS-HIST-EOF-SW = "Y"
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       PERFORM INDEX-ONE-PASS
               END-READ
           END-PERFORM.
           CLOSE RUN-HISTORY-FILE.
           IF WS-PASS-COUNT = 0
               MOVE "<TR><TD COLSPAN=10>NO COMPLETED PASSES IN THE DATE"
                   TO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
               MOVE " RANGE</TD></TR>" TO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           MOVE "</TABLE>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           PERFORM WRITE-ORPHAN-COMPLETIONS.
           PERFORM WRITE-PAGE-SUMMARY.
           MOVE "</BODY></HTML>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           CLOSE GALLERY-FILE.
           DISPLAY " ".
           DISPLAY "GALLERY WRITTEN TO GALLERY.HTML (" WS-PASS-COUNT
               " PASSES INDEXED)".
           IF WS-IMAGE-MISSING-COUNT > 0
               DISPLAY "PASSES WITH IMAGE MISSING:        "
                   WS-IMAGE-MISSING-COUNT
           END-IF.
           IF WS-PLOT-MISSING-COUNT > 0
               DISPLAY "PASSES WITH PLOT ARCHIVE MISSING: "
                   WS-PLOT-MISSING-COUNT
           END-IF.
           IF WS-NO-AUDIT-COUNT > 0
               DISPLAY "PASSES WITH NO AUDIT COMPLETION:  "
                   WS-NO-AUDIT-COUNT
           END-IF.
           IF WS-ORPHAN-COUNT > 0
               DISPLAY "COMPLETIONS WITH NO RUN HISTORY:  "
                   WS-ORPHAN-COUNT
           END-IF.
      *    ANY FLAGGED PASS LEAVES A NONZERO CODE SO THE SCHEDULER
      *    CAN HAVE SOMEONE LOOK BEFORE THE PAGE GOES OUT - AN
      *    UNCLAIMED COMPLETION IS ONLY INFORMATION
           IF WS-IMAGE-MISSING-COUNT > 0 OR WS-PLOT-MISSING-COUNT > 0
               OR WS-NO-AUDIT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       END-GALLERY.
           STOP RUN.

       ACCEPT-DATE-RANGE SECTION.
      *    BOTH ENDS ARE INCLUSIVE RUN DATES - ANYTHING KEYED THAT
      *    IS NOT A DATE REFUSES THE RUN RATHER THAN GUESSING
           DISPLAY "ENTER FIRST RUN DATE YYYYMMDD (BLANK FOR "
               "EARLIEST): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN NOT = SPACES
               IF WS-DATE-IN NUMERIC
                   MOVE WS-DATE-IN TO WS-START-DATE
               ELSE
                   DISPLAY "INVALID DATE " WS-DATE-IN
                       " - RUN ABANDONED"
                   MOVE 12 TO RETURN-CODE
                   GO TO END-ACCEPT-DATE-RANGE
               END-IF
           END-IF.
           DISPLAY "ENTER LAST RUN DATE YYYYMMDD (BLANK FOR "
               "LATEST): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN NOT = SPACES
               IF WS-DATE-IN NUMERIC
                   MOVE WS-DATE-IN TO WS-END-DATE
               ELSE
                   DISPLAY "INVALID DATE " WS-DATE-IN
                       " - RUN ABANDONED"
                   MOVE 12 TO RETURN-CODE
                   GO TO END-ACCEPT-DATE-RANGE
               END-IF
           END-IF.
           IF WS-END-DATE < WS-START-DATE
               DISPLAY "LAST DATE IS BEFORE FIRST DATE - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               GO TO END-ACCEPT-DATE-RANGE
           END-IF.
           MOVE WS-START-DATE TO WS-START-DATE-X.
           MOVE WS-END-DATE TO WS-END-DATE-X.
       END-ACCEPT-DATE-RANGE.
           EXIT.

       WRITE-HTML-LINE SECTION.
      *    ONE LINE OF MARKUP TO THE PAGE
           WRITE GALLERY-RECORD.
           MOVE SPACES TO GALLERY-RECORD.
       END-WRITE-HTML-LINE.
           EXIT.

       WRITE-PAGE-HEADING SECTION.
      *    PAGE TITLE, THE DATE RANGE COVERED AND THE TABLE HEADINGS
           MOVE "<HTML><HEAD><TITLE>MANDLEBROT RUN GALLERY</TITLE>"
               TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "</HEAD><BODY>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "<H1>MANDLEBROT RUN GALLERY</H1>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           IF WS-START-DATE = 0 AND WS-END-DATE = 99999999
               MOVE "<P>ALL RUN DATES ON FILE</P>" TO GALLERY-RECORD
           ELSE
               STRING "<P>RUN DATES " WS-START-DATE-X " TO "
                   WS-END-DATE-X "</P>"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
           END-IF.
           PERFORM WRITE-HTML-LINE.
           MOVE "<P>ROWS SHADED RED ARE FLAGGED - SEE THE LAST COLUMN"
               TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "</P>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "<TABLE BORDER=1 CELLPADDING=3>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "<TR><TH>COMPLETED</TH><TH>RUN</TH><TH>RECTANGLE</TH>"
               TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "<TH>PROFILE</TH><TH>SET</TH><TH>IN SET</TH>"
               TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "<TH>SECONDS</TH><TH>IMAGE</TH><TH>PLOT ARCHIVE</TH>"
               TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "<TH>FLAGS</TH></TR>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
       END-WRITE-PAGE-HEADING.
           EXIT.

       INDEX-ONE-PASS SECTION.
      *    ONE HISTORY RECORD - SKIP IT IF IT IS DAMAGED OR OUTSIDE
      *    THE RANGE, OTHERWISE MATCH IT TO ITS AUDIT COMPLETION,
      *    LOOK FOR ITS FILES AND WRITE ITS TABLE ROW
           IF RH-DATE NOT NUMERIC OR RH-TIME NOT NUMERIC
               OR RH-ELAPSED-HS NOT NUMERIC OR RH-IN-SET NOT NUMERIC
               OR RH-X-MIN NOT NUMERIC OR RH-Y-MIN NOT NUMERIC
               OR RH-X-MAX NOT NUMERIC OR RH-Y-MAX NOT NUMERIC
               ADD 1 TO WS-BAD-COUNT
               GO TO END-INDEX-ONE-PASS
           END-IF.
           IF RH-DATE < WS-START-DATE OR RH-DATE > WS-END-DATE
               GO TO END-INDEX-ONE-PASS
           END-IF.
           ADD 1 TO WS-PASS-COUNT.
           MOVE "N" TO WS-FLAGGED-SW.
           MOVE RH-RUN-ID TO WS-CUR-RUN-ID.
           IF RH-FRAME-NO NUMERIC
               MOVE RH-FRAME-NO TO WS-FRAME-NO
           ELSE
               MOVE 0 TO WS-FRAME-NO
           END-IF.
           IF RH-BAND-NO NUMERIC
               MOVE RH-BAND-NO TO WS-BAND-NO
           ELSE
               MOVE 0 TO WS-BAND-NO
           END-IF.
           IF RH-EXPONENT NUMERIC AND RH-EXPONENT >= 2
               MOVE RH-EXPONENT TO WS-EXPONENT
           ELSE
               MOVE 2 TO WS-EXPONENT
           END-IF.
           PERFORM LOAD-RUN-AUDIT.
           PERFORM MATCH-AUDIT-COMPLETION.
           PERFORM BUILD-PASS-FILE-NAMES.
           MOVE WS-PGM-NAME TO WS-CHECK-NAME.
           PERFORM CHECK-FILE-ON-DISK.
           MOVE WS-EXISTS-SW TO WS-PGM-SW.
           MOVE WS-PPM-NAME TO WS-CHECK-NAME.
           PERFORM CHECK-FILE-ON-DISK.
           MOVE WS-EXISTS-SW TO WS-PPM-SW.
           MOVE WS-PLOT-NAME TO WS-CHECK-NAME.
           PERFORM CHECK-FILE-ON-DISK.
           MOVE WS-EXISTS-SW TO WS-PLOT-SW.
           IF WS-PGM-SW = "N" AND WS-PPM-SW = "N"
               ADD 1 TO WS-IMAGE-MISSING-COUNT
               MOVE "Y" TO WS-FLAGGED-SW
           END-IF.
           IF WS-PLOT-SW = "N"
               ADD 1 TO WS-PLOT-MISSING-COUNT
               MOVE "Y" TO WS-FLAGGED-SW
           END-IF.
           IF AUD-HIT-IDX = 0
               ADD 1 TO WS-NO-AUDIT-COUNT
               MOVE "Y" TO WS-FLAGGED-SW
           END-IF.
           PERFORM WRITE-PASS-ROW.
       END-INDEX-ONE-PASS.
           EXIT.

       LOAD-RUN-AUDIT SECTION.
      *    THE FIRST TIME A RUN IDENTIFIER TURNS UP, PULL ITS AUDIT
      *    LOG'S COMPLETION ENTRIES FOR THE DATE RANGE INTO CORE
           MOVE 0 TO RUN-HIT-IDX.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR RUN-HIT-IDX > 0
               IF RN-RUN-ID (RUN-IDX) = WS-CUR-RUN-ID
                   MOVE RUN-IDX TO RUN-HIT-IDX
               END-IF
           END-PERFORM.
           IF RUN-HIT-IDX > 0
               GO TO END-LOAD-RUN-AUDIT
           END-IF.
           IF RUN-COUNT = 200
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO END-LOAD-RUN-AUDIT
           END-IF.
           ADD 1 TO RUN-COUNT.
           MOVE WS-CUR-RUN-ID TO RN-RUN-ID (RUN-COUNT).
           MOVE SPACES TO AUDIT-LOG-NAME.
           STRING WS-CUR-RUN-ID DELIMITED BY SPACE
               "AUDIT.LOG" DELIMITED BY SIZE INTO AUDIT-LOG-NAME.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               ADD 1 TO WS-NO-LOG-COUNT
               DISPLAY "NO " AUDIT-LOG-NAME " FOUND - ITS PASSES "
                   "WILL BE FLAGGED"
               GO TO END-LOAD-RUN-AUDIT
           END-IF.
           MOVE "N" TO WS-AUDIT-EOF-SW.
           PERFORM UNTIL WS-AUDIT-EOF-SW = "Y"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF-SW
                   NOT AT END
                       IF AL-TAG = "COMPLETED"
                           AND AL-DATE >= WS-START-DATE-X
                           AND AL-DATE <= WS-END-DATE-X
                           PERFORM KEEP-AUDIT-COMPLETION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
       END-LOAD-RUN-AUDIT.
           EXIT.

       KEEP-AUDIT-COMPLETION SECTION.
      *    ONE COMPLETION ENTRY INTO THE TABLE - A FULL TABLE ONLY
      *    COUNTS THE OVERFLOW, THOSE PASSES FLAG AS UNMATCHED
           IF AUD-COUNT = 3000
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO END-KEEP-AUDIT-COMPLETION
           END-IF.
           ADD 1 TO AUD-COUNT.
           MOVE WS-CUR-RUN-ID TO AT-RUN-ID (AUD-COUNT).
           MOVE AL-DATE TO AT-DATE (AUD-COUNT).
           MOVE AL-TIME TO AT-TIME (AUD-COUNT).
           IF AL-ROWS NUMERIC
               MOVE AL-ROWS TO AT-ROWS (AUD-COUNT)
           ELSE
               MOVE 0 TO AT-ROWS (AUD-COUNT)
           END-IF.
           MOVE "N" TO AT-USED-SW (AUD-COUNT).
       END-KEEP-AUDIT-COMPLETION.
           EXIT.

       MATCH-AUDIT-COMPLETION SECTION.
      *    THE COMPLETION ENTRY IS LOGGED JUST BEFORE THE HISTORY
      *    RECORD, SO THE PASS CLAIMS THE LATEST UNCLAIMED ENTRY OF
      *    ITS RUN STAMPED NO LATER THAN ITSELF - AN EARLIER ENTRY
      *    WHOSE HISTORY RECORD WAS NEVER WRITTEN STAYS UNCLAIMED
           MOVE 0 TO AUD-HIT-IDX.
           MOVE SPACES TO WS-BEST-STAMP.
           MOVE RH-DATE TO WS-DATE-X.
           MOVE RH-TIME TO WS-TIME-X.
           STRING WS-DATE-X WS-TIME-X
               DELIMITED BY SIZE INTO WS-PASS-STAMP.
           PERFORM VARYING AUD-IDX FROM 1 BY 1
               UNTIL AUD-IDX > AUD-COUNT
               IF AT-RUN-ID (AUD-IDX) = WS-CUR-RUN-ID
                   AND AT-USED-SW (AUD-IDX) = "N"
                   MOVE SPACES TO WS-ENTRY-STAMP
                   STRING AT-DATE (AUD-IDX) AT-TIME (AUD-IDX)
                       DELIMITED BY SIZE INTO WS-ENTRY-STAMP
                   IF WS-ENTRY-STAMP <= WS-PASS-STAMP
                       AND WS-ENTRY-STAMP >= WS-BEST-STAMP
                       MOVE AUD-IDX TO AUD-HIT-IDX
                       MOVE WS-ENTRY-STAMP TO WS-BEST-STAMP
                   END-IF
               END-IF
           END-PERFORM.
           IF AUD-HIT-IDX > 0
               MOVE "Y" TO AT-USED-SW (AUD-HIT-IDX)
           END-IF.
       END-MATCH-AUDIT-COMPLETION.
           EXIT.

       BUILD-PASS-FILE-NAMES SECTION.
      *    A FILM FRAME KEEPS ITS OWN NUMBERED IMAGE; A BAND PASS
      *    ONLY LEFT PARTIALS, SO IT LINKS THE IMAGE THE MERGE
      *    BUILDS UNDER THE STANDARD NAME - EITHER WAY THE PLOT
      *    ARCHIVE IS THE RUN'S ONE PLOTOUT.TXT
           MOVE SPACES TO WS-PGM-NAME WS-PPM-NAME WS-PLOT-NAME.
           IF WS-FRAME-NO > 0
               STRING WS-CUR-RUN-ID DELIMITED BY SPACE
                   "MANDEL" WS-FRAME-NO ".PGM"
                   DELIMITED BY SIZE INTO WS-PGM-NAME
               STRING WS-CUR-RUN-ID DELIMITED BY SPACE
                   "MANDEL" WS-FRAME-NO ".PPM"
                   DELIMITED BY SIZE INTO WS-PPM-NAME
           ELSE
               STRING WS-CUR-RUN-ID DELIMITED BY SPACE
                   "MANDEL.PGM" DELIMITED BY SIZE INTO WS-PGM-NAME
               STRING WS-CUR-RUN-ID DELIMITED BY SPACE
                   "MANDEL.PPM" DELIMITED BY SIZE INTO WS-PPM-NAME
           END-IF.
           STRING WS-CUR-RUN-ID DELIMITED BY SPACE
               "PLOTOUT.TXT" DELIMITED BY SIZE INTO WS-PLOT-NAME.
       END-BUILD-PASS-FILE-NAMES.
           EXIT.

       CHECK-FILE-ON-DISK SECTION.
      *    THE SAME FILE-CHECK ROUTINE THE PURGE USES - A NONZERO
      *    RETURN MEANS THE FILE IS NOT THERE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-NAME
               FILE-DETAIL-AREA.
           MOVE RETURN-CODE TO WS-CALL-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-CALL-RC = 0
               MOVE "Y" TO WS-EXISTS-SW
           ELSE
               MOVE "N" TO WS-EXISTS-SW
           END-IF.
       END-CHECK-FILE-ON-DISK.
           EXIT.

       FORMAT-STAMP SECTION.
      *    WS-DATE-X/WS-TIME-X (YYYYMMDD/HHMMSSHH) AS A READABLE
      *    YYYY-MM-DD HH:MM:SS
           MOVE SPACES TO WS-STAMP-TEXT.
           STRING WS-DATE-X (1:4) "-" WS-DATE-X (5:2) "-"
               WS-DATE-X (7:2) " " WS-TIME-X (1:2) ":"
               WS-TIME-X (3:2) ":" WS-TIME-X (5:2)
               DELIMITED BY SIZE INTO WS-STAMP-TEXT.
       END-FORMAT-STAMP.
           EXIT.

       WRITE-PASS-ROW SECTION.
      *    ONE TABLE ROW, ONE CELL PER LINE OF MARKUP - A FLAGGED
      *    ROW IS SHADED AND SAYS WHAT IS WRONG IN THE LAST CELL
           IF WS-FLAGGED-SW = "Y"
               MOVE "<TR BGCOLOR=#FFCCCC>" TO GALLERY-RECORD
           ELSE
               MOVE "<TR>" TO GALLERY-RECORD
           END-IF.
           PERFORM WRITE-HTML-LINE.
           PERFORM FORMAT-STAMP.
           STRING "<TD>" WS-STAMP-TEXT "</TD>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           IF WS-CUR-RUN-ID = SPACES
               MOVE "(STANDARD)" TO WS-RUN-TEXT
           ELSE
               MOVE WS-CUR-RUN-ID TO WS-RUN-TEXT
           END-IF.
           STRING "<TD>" WS-RUN-TEXT "</TD>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE RH-X-MIN TO WS-COORD-1-ED.
           MOVE RH-Y-MIN TO WS-COORD-2-ED.
           STRING "<TD>(" WS-COORD-1-ED "," WS-COORD-2-ED ")<BR>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE RH-X-MAX TO WS-COORD-1-ED.
           MOVE RH-Y-MAX TO WS-COORD-2-ED.
           STRING "(" WS-COORD-1-ED "," WS-COORD-2-ED ")</TD>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           STRING "<TD>" RH-PROFILE "</TD>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           IF RH-JULIA-SW = "Y" AND RH-JULIA-C-X NUMERIC
               AND RH-JULIA-C-Y NUMERIC
               MOVE RH-JULIA-C-X TO WS-COORD-1-ED
               MOVE RH-JULIA-C-Y TO WS-COORD-2-ED
               STRING "<TD>JULIA C=(" WS-COORD-1-ED ","
                   WS-COORD-2-ED ")<BR>EXPONENT " WS-EXPONENT "</TD>"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
           ELSE
               IF RH-JULIA-SW = "Y"
                   STRING "<TD>JULIA<BR>EXPONENT " WS-EXPONENT "</TD>"
                       DELIMITED BY SIZE INTO GALLERY-RECORD
               ELSE
                   STRING "<TD>MANDELBROT<BR>EXPONENT " WS-EXPONENT
                       "</TD>" DELIMITED BY SIZE INTO GALLERY-RECORD
               END-IF
           END-IF.
           PERFORM WRITE-HTML-LINE.
           MOVE RH-IN-SET TO WS-IN-SET-ED.
           STRING "<TD ALIGN=RIGHT>" WS-IN-SET-ED "</TD>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           COMPUTE WS-ELAPSED-SECS = RH-ELAPSED-HS / 100.
           MOVE WS-ELAPSED-SECS TO WS-ELAPSED-ED.
           STRING "<TD ALIGN=RIGHT>" WS-ELAPSED-ED "</TD>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           PERFORM WRITE-IMAGE-CELL.
           IF WS-PLOT-SW = "Y"
               STRING "<TD><A HREF=" DELIMITED BY SIZE
                   WS-PLOT-NAME DELIMITED BY SPACE
                   ">" WS-PLOT-NAME DELIMITED BY SPACE
                   "</A></TD>" DELIMITED BY SIZE INTO GALLERY-RECORD
           ELSE
               STRING "<TD>" WS-PLOT-NAME DELIMITED BY SPACE
                   "<BR><B>MISSING</B></TD>"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
           END-IF.
           PERFORM WRITE-HTML-LINE.
           PERFORM WRITE-FLAG-CELL.
           MOVE "</TR>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
       END-WRITE-PASS-ROW.
           EXIT.

       WRITE-IMAGE-CELL SECTION.
      *    LINK WHICHEVER OF THE GREY AND COLOR IMAGES ARE ON DISK,
      *    LABELLED AS A FILM FRAME OR A MERGED BAND WHERE THEY ARE -
      *    WITH NEITHER THERE THE EXPECTED NAME IS SHOWN, FLAGGED
           MOVE "<TD>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           IF WS-FRAME-NO > 0
               STRING "FRAME " WS-FRAME-NO "<BR>"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           IF WS-BAND-NO > 0
               STRING "MERGED - BAND " WS-BAND-NO "<BR>"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           IF WS-PGM-SW = "N" AND WS-PPM-SW = "N"
               STRING WS-PGM-NAME DELIMITED BY SPACE
                   "<BR><B>IMAGE MISSING</B></TD>"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
               GO TO END-WRITE-IMAGE-CELL
           END-IF.
           IF WS-PGM-SW = "Y"
               STRING "<A HREF=" DELIMITED BY SIZE
                   WS-PGM-NAME DELIMITED BY SPACE
                   ">" WS-PGM-NAME DELIMITED BY SPACE
                   "</A><BR>" DELIMITED BY SIZE INTO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           IF WS-PPM-SW = "Y"
               STRING "<A HREF=" DELIMITED BY SIZE
                   WS-PPM-NAME DELIMITED BY SPACE
                   ">" WS-PPM-NAME DELIMITED BY SPACE
                   "</A>" DELIMITED BY SIZE INTO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           MOVE "</TD>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
       END-WRITE-IMAGE-CELL.
           EXIT.

       WRITE-FLAG-CELL SECTION.
      *    EVERYTHING WRONG WITH THE PASS, OR THE AUDIT LOG'S ROW
      *    COUNT WHEN NOTHING IS
           MOVE "<TD>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           IF WS-PGM-SW = "N" AND WS-PPM-SW = "N"
               MOVE "IMAGE MISSING<BR>" TO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           IF WS-PLOT-SW = "N"
               MOVE "PLOT ARCHIVE MISSING<BR>" TO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           IF AUD-HIT-IDX = 0
               MOVE "NO AUDIT LOG COMPLETION<BR>" TO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           ELSE
               MOVE AT-ROWS (AUD-HIT-IDX) TO WS-ROWS-ED
               STRING "COMPLETED " WS-ROWS-ED " ROWS"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           MOVE "</TD>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
       END-WRITE-FLAG-CELL.
           EXIT.

       WRITE-ORPHAN-COMPLETIONS SECTION.
      *    COMPLETIONS THE AUDIT LOGS HOLD THAT NO HISTORY RECORD
      *    CLAIMED - A REGRADE, OR A PASS WHOSE DETAIL WAS NEVER
      *    LOGGED, SO ONLY WHAT THE AUDIT LOG KNOWS CAN BE SHOWN
           PERFORM VARYING AUD-IDX FROM 1 BY 1
               UNTIL AUD-IDX > AUD-COUNT
               IF AT-USED-SW (AUD-IDX) = "N"
                   ADD 1 TO WS-ORPHAN-COUNT
                   IF WS-ORPHAN-COUNT = 1
                       PERFORM WRITE-ORPHAN-HEADING
                   END-IF
                   PERFORM WRITE-ORPHAN-ROW
               END-IF
           END-PERFORM.
           IF WS-ORPHAN-COUNT > 0
               MOVE "</TABLE>" TO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
       END-WRITE-ORPHAN-COMPLETIONS.
           EXIT.

       WRITE-ORPHAN-HEADING SECTION.
      *    SECOND TABLE, ONLY WRITTEN WHEN THERE IS SOMETHING IN IT
           MOVE "<H2>COMPLETIONS WITH NO RUN HISTORY RECORD</H2>"
               TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "<TABLE BORDER=1 CELLPADDING=3>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE "<TR><TH>COMPLETED</TH><TH>RUN</TH><TH>ROWS</TH></TR>"
               TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
       END-WRITE-ORPHAN-HEADING.
           EXIT.

       WRITE-ORPHAN-ROW SECTION.
      *    ONE UNCLAIMED COMPLETION ENTRY - LISTED, NOT FLAGGED
           MOVE AT-DATE (AUD-IDX) TO WS-DATE-X.
           MOVE AT-TIME (AUD-IDX) TO WS-TIME-X.
           PERFORM FORMAT-STAMP.
           IF AT-RUN-ID (AUD-IDX) = SPACES
               MOVE "(STANDARD)" TO WS-RUN-TEXT
           ELSE
               MOVE AT-RUN-ID (AUD-IDX) TO WS-RUN-TEXT
           END-IF.
           MOVE AT-ROWS (AUD-IDX) TO WS-ROWS-ED.
           STRING "<TR><TD>" WS-STAMP-TEXT "</TD><TD>"
               WS-RUN-TEXT "</TD><TD ALIGN=RIGHT>" WS-ROWS-ED
               "</TD></TR>" DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
       END-WRITE-ORPHAN-ROW.
           EXIT.

       WRITE-PAGE-SUMMARY SECTION.
      *    THE COUNTS AT THE FOOT OF THE PAGE
           MOVE "<H2>SUMMARY</H2><TABLE BORDER=1 CELLPADDING=3>"
               TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE WS-PASS-COUNT TO WS-COUNT-ED.
           STRING "<TR><TD>PASSES INDEXED</TD><TD ALIGN=RIGHT>"
               WS-COUNT-ED "</TD></TR>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE WS-IMAGE-MISSING-COUNT TO WS-COUNT-ED.
           STRING "<TR><TD>IMAGE MISSING</TD><TD ALIGN=RIGHT>"
               WS-COUNT-ED "</TD></TR>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE WS-PLOT-MISSING-COUNT TO WS-COUNT-ED.
           STRING "<TR><TD>PLOT ARCHIVE MISSING</TD><TD ALIGN=RIGHT>"
               WS-COUNT-ED "</TD></TR>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE WS-NO-AUDIT-COUNT TO WS-COUNT-ED.
           STRING "<TR><TD>NO AUDIT LOG COMPLETION</TD>"
               "<TD ALIGN=RIGHT>" WS-COUNT-ED "</TD></TR>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-ED.
           STRING "<TR><TD>COMPLETIONS WITH NO RUN HISTORY</TD>"
               "<TD ALIGN=RIGHT>" WS-COUNT-ED "</TD></TR>"
               DELIMITED BY SIZE INTO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
           IF WS-NO-LOG-COUNT > 0
               MOVE WS-NO-LOG-COUNT TO WS-COUNT-ED
               STRING "<TR><TD>RUNS WITH NO AUDIT LOG</TD>"
                   "<TD ALIGN=RIGHT>" WS-COUNT-ED "</TD></TR>"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           IF WS-BAD-COUNT > 0
               MOVE WS-BAD-COUNT TO WS-COUNT-ED
               STRING "<TR><TD>HISTORY RECORDS SKIPPED (BAD LAYOUT)"
                   "</TD><TD ALIGN=RIGHT>" WS-COUNT-ED "</TD></TR>"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
               STRING "<TR><TD>AUDIT ENTRIES BEYOND TABLE CAPACITY"
                   "</TD><TD ALIGN=RIGHT>" WS-COUNT-ED "</TD></TR>"
                   DELIMITED BY SIZE INTO GALLERY-RECORD
               PERFORM WRITE-HTML-LINE
           END-IF.
           MOVE "</TABLE>" TO GALLERY-RECORD.
           PERFORM WRITE-HTML-LINE.
       END-WRITE-PAGE-SUMMARY.
           EXIT.
