      *    This program enforces output retention over the archive
      *    catalog (ARCHIVE.TXT) that VANCISE-MANDLEBROT, MANDLE-MERGE
      *    and MANDLE-REGRADE register every output file in. Each file
      *    type carries a retention period in days - built-in, and
      *    overlaid from RETAIN.TXT when the shop keeps one. A file
      *    whose newest catalog entry is past its type's retention is
      *    deleted and every live entry for it is marked purged,
      *    unless any entry for it is pinned. A list-only run shows
      *    what a purge would do without deleting anything, and the
      *    pin function pins or unpins a file by name. The purge
      *    report, PURGERPT.TXT, shows the space reclaimed and every
      *    file that could not be deleted
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-PURGE.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHIVE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RETENTION-FILE ASSIGN TO "RETAIN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETAIN-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO "PURGERPT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PURGERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CATALOG-FILE.
           01 ARCHIVE-CATALOG-RECORD.
      *        SAME LAYOUT VANCISE-MANDLEBROT REGISTERS ITS OUTPUTS IN
               03 AR-RUN-ID PIC X(8).
               03 AR-FILE-NAME PIC X(22).
               03 AR-FILE-TYPE PIC X(8).
               03 AR-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 AR-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 AR-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 AR-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 AR-PROFILE PIC X(8).
               03 AR-CREATE-DATE PIC 9(8).
               03 AR-CREATE-TIME PIC 9(8).
               03 AR-ROW-COUNT PIC 9(5).
               03 AR-KEEP-SW PIC X.
               03 AR-STATUS PIC X.
               03 AR-PURGE-DATE PIC 9(8).

       FD  RETENTION-FILE.
           01 RETENTION-RECORD.
      *        ONE FILE TYPE PER RECORD AND THE DAYS ITS FILES ARE
      *        KEPT - OVERRIDES THE BUILT-IN PERIOD FOR THAT TYPE
               03 RF-FILE-TYPE PIC X(8).
               03 RF-DAYS PIC 9(4).

       FD  PURGE-REPORT-FILE.
           01 PURGE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
               03 WS-RETAIN-STATUS PIC XX VALUE SPACES.
               03 WS-PURGERPT-STATUS PIC XX VALUE SPACES.

           01 PURGE-CONTROL-VARS.
      *        RUN CONTROL FIELDS
               03 WS-PURGE-MODE PIC X VALUE "L".
               03 WS-ARCHIVE-EOF-SW PIC X VALUE "N".
               03 WS-RETAIN-EOF-SW PIC X VALUE "N".
               03 PIN-NAME-IN PIC X(22) VALUE SPACES.
               03 PIN-REPLY PIC X VALUE SPACE.
               03 WS-PIN-FLAG PIC X VALUE "N".
               03 WS-TODAY PIC 9(8) VALUE 0.
               03 WS-TODAY-DAYS PIC 9(7) VALUE 0.

           01 RETENTION-DEFAULTS.
      *        BUILT-IN RETENTION DAYS PER FILE TYPE - BAND PARTIALS
      *        ARE SPENT ONCE MERGED, GRIDS OUTLIVE THE IMAGES THEY
      *        CAN REGENERATE
               03 FILLER PIC X(12) VALUE "PLOTOUT 0030".
               03 FILLER PIC X(12) VALUE "IMAGE   0030".
               03 FILLER PIC X(12) VALUE "FRAME   0014".
               03 FILLER PIC X(12) VALUE "PARTIAL 0007".
               03 FILLER PIC X(12) VALUE "GRID    0060".
           01 RETENTION-DEFAULTS-R REDEFINES RETENTION-DEFAULTS.
               03 RD-ENTRY OCCURS 5 TIMES.
                   05 RD-FILE-TYPE PIC X(8).
                   05 RD-DAYS PIC 9(4).

           01 RETENTION-VARS.
      *        RETENTION RULES IN EFFECT FOR THIS RUN
               03 RET-COUNT PIC 99 VALUE 0.
               03 RET-IDX PIC 99 VALUE 0.
               03 RET-HIT-IDX PIC 99 VALUE 0.
               03 RET-KEY PIC X(8) VALUE SPACES.
               03 RET-TBL OCCURS 20 TIMES.
                   05 RET-FILE-TYPE PIC X(8).
                   05 RET-DAYS PIC 9(4).

           01 CATALOG-VARS.
      *        THE CATALOG IS HELD IN AN IN-CORE TABLE AND REWRITTEN
      *        WHOLESALE AFTER A PURGE OR PIN, THE SAME WAY REGION
      *        MAINTENANCE REWRITES REGIONS.TXT
               03 CAT-COUNT PIC 9(4) VALUE 0.
               03 CAT-IDX PIC 9(4) VALUE 0.
               03 GRP-IDX PIC 9(4) VALUE 0.
               03 CAT-TBL OCCURS 5000 TIMES.
                   05 CT-ENTRY.
                       07 CT-RUN-ID PIC X(8).
                       07 CT-FILE-NAME PIC X(22).
                       07 CT-FILE-TYPE PIC X(8).
                       07 CT-X-MIN PIC S9V9(15)
                           SIGN IS LEADING SEPARATE.
                       07 CT-Y-MIN PIC S9V9(15)
                           SIGN IS LEADING SEPARATE.
                       07 CT-X-MAX PIC S9V9(15)
                           SIGN IS LEADING SEPARATE.
                       07 CT-Y-MAX PIC S9V9(15)
                           SIGN IS LEADING SEPARATE.
                       07 CT-PROFILE PIC X(8).
                       07 CT-CREATE-DATE PIC 9(8).
                       07 CT-CREATE-TIME PIC 9(8).
                       07 CT-ROW-COUNT PIC 9(5).
                       07 CT-KEEP-SW PIC X.
                       07 CT-STATUS PIC X.
                       07 CT-PURGE-DATE PIC 9(8).
                   05 CT-REVIEWED-SW PIC X.

           01 FILE-GROUP-VARS.
      *        ONE FILE NAME'S LIVE ENTRIES TAKEN TOGETHER - THE
      *        NEWEST ENTRY DATES THE FILE, ANY PIN PROTECTS IT
               03 GRP-FILE-NAME PIC X(22) VALUE SPACES.
               03 GRP-NEWEST-IDX PIC 9(4) VALUE 0.
               03 GRP-LATEST-STAMP PIC 9(16) VALUE 0.
               03 GRP-ENTRY-STAMP PIC 9(16) VALUE 0.
               03 GRP-PINNED-SW PIC X VALUE "N".
               03 GRP-AGE PIC S9(7) VALUE 0.
               03 GRP-RETAIN-DAYS PIC 9(4) VALUE 0.
               03 WS-ACTION-TEXT PIC X(30) VALUE SPACES.

           01 FILE-DETAIL-AREA.
      *        FILE SIZE AND STAMP AS THE FILE-CHECK ROUTINE RETURNS
      *        THEM - ONLY THE SIZE IS USED
               03 FD-FILE-SIZE PIC 9(18) COMP.
               03 FILLER PIC X(8).
           01 CALL-VARS.
      *        FILE ROUTINE RETURN CODE AND THE SIZE IT REPORTED
               03 WS-CALL-RC PIC S9(9) VALUE 0.
               03 WS-FILE-BYTES PIC 9(15) VALUE 0.

           01 PURGE-TOTALS.
      *        END-OF-RUN COUNTS
               03 TOT-FILES-LIVE PIC 9(6) VALUE 0.
               03 TOT-FILES-PURGED PIC 9(6) VALUE 0.
               03 TOT-FILES-GONE PIC 9(6) VALUE 0.
               03 TOT-FILES-PINNED PIC 9(6) VALUE 0.
               03 TOT-FILES-FAILED PIC 9(6) VALUE 0.
               03 TOT-FILES-NO-RULE PIC 9(6) VALUE 0.
               03 TOT-FILES-KEPT PIC 9(6) VALUE 0.
               03 TOT-BYTES PIC 9(15) VALUE 0.
               03 TOT-ENTRIES-PINNED PIC 9(6) VALUE 0.

           01 REPORT-VARS.
      *        EDITED FIELDS FOR THE PURGE REPORT
               03 WS-AGE-ED PIC ZZZZ9 VALUE 0.
               03 WS-DAYS-ED PIC ZZZ9 VALUE 0.
               03 WS-BYTES-ED PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE 0.
               03 WS-COUNT-ED PIC ZZZ,ZZ9 VALUE 0.
               03 WS-MODE-TEXT PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-PURGE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "ARCHIVE PURGE - P=PURGE EXPIRED FILES, L=LIST "
               "ONLY, K=PIN/UNPIN A FILE: ".
           ACCEPT WS-PURGE-MODE.
           EVALUATE WS-PURGE-MODE
               WHEN "P" WHEN "p"
                   MOVE "P" TO WS-PURGE-MODE
                   MOVE "PURGE" TO WS-MODE-TEXT
               WHEN "K" WHEN "k"
                   MOVE "K" TO WS-PURGE-MODE
                   MOVE "PIN/UNPIN" TO WS-MODE-TEXT
               WHEN OTHER
                   MOVE "L" TO WS-PURGE-MODE
                   MOVE "LIST ONLY - NOTHING DELETED" TO WS-MODE-TEXT
           END-EVALUATE.
           PERFORM LOAD-CATALOG.
           IF RETURN-CODE = 12
               STOP RUN
           END-IF.
           IF WS-PURGE-MODE = "K"
               PERFORM PIN-ONE-FILE
               PERFORM REWRITE-CATALOG
               STOP RUN
           END-IF.
           PERFORM LOAD-RETENTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           OPEN OUTPUT PURGE-REPORT-FILE.
           IF WS-PURGERPT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PURGERPT.TXT - REPORT TO CONSOLE "
                   "ONLY"
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM REVIEW-ONE-FILE
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT.
           PERFORM WRITE-REPORT-SUMMARY.
           IF WS-PURGERPT-STATUS = "00"
               CLOSE PURGE-REPORT-FILE
           END-IF.
           IF WS-PURGE-MODE = "P"
               PERFORM REWRITE-CATALOG
           END-IF.
      *    A FILE THAT WOULD NOT DELETE LEAVES A NONZERO CODE SO THE
      *    SCHEDULER CAN FLAG THE JOB FOR A LOOK - A CATALOG THAT
      *    COULD NOT BE REWRITTEN KEEPS ITS 12
           IF TOT-FILES-FAILED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       END-PURGE.
           STOP RUN.

       LOAD-CATALOG SECTION.
      *    PULL THE WHOLE CATALOG INTO CORE - A CATALOG TOO BIG FOR
      *    THE TABLE IS REFUSED, A WHOLESALE REWRITE WOULD LOSE THE
      *    OVERFLOW
           MOVE 0 TO CAT-COUNT.
           OPEN INPUT ARCHIVE-CATALOG-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "NO ARCHIVE.TXT FOUND - NOTHING CATALOGUED"
               MOVE 12 TO RETURN-CODE
               GO TO END-LOAD-CATALOG
           END-IF.
           MOVE "N" TO WS-ARCHIVE-EOF-SW.
           PERFORM UNTIL WS-ARCHIVE-EOF-SW = "Y"
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-ARCHIVE-EOF-SW
                   NOT AT END
                       IF CAT-COUNT = 5000
                           DISPLAY "ARCHIVE.TXT HOLDS OVER 5000 "
                               "ENTRIES - RUN ABANDONED"
                           MOVE 12 TO RETURN-CODE
                           MOVE "Y" TO WS-ARCHIVE-EOF-SW
                       ELSE
                           ADD 1 TO CAT-COUNT
                           MOVE ARCHIVE-CATALOG-RECORD
                               TO CT-ENTRY (CAT-COUNT)
                           MOVE "N" TO CT-REVIEWED-SW (CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CATALOG-FILE.
           DISPLAY CAT-COUNT " CATALOG ENTRIES LOADED".
       END-LOAD-CATALOG.
           EXIT.

       LOAD-RETENTION SECTION.
      *    SEED THE BUILT-IN PERIODS, THEN LET RETAIN.TXT REPLACE OR
      *    ADD TYPES - A NON-NUMERIC DAYS FIELD IS IGNORED
           PERFORM VARYING RET-IDX FROM 1 BY 1 UNTIL RET-IDX > 5
               MOVE RD-FILE-TYPE (RET-IDX) TO RET-FILE-TYPE (RET-IDX)
               MOVE RD-DAYS (RET-IDX) TO RET-DAYS (RET-IDX)
           END-PERFORM.
           MOVE 5 TO RET-COUNT.
           OPEN INPUT RETENTION-FILE.
           IF WS-RETAIN-STATUS NOT = "00"
               DISPLAY "NO RETAIN.TXT FOUND - USING BUILT-IN RETENTION"
               GO TO END-LOAD-RETENTION
           END-IF.
           MOVE "N" TO WS-RETAIN-EOF-SW.
           PERFORM UNTIL WS-RETAIN-EOF-SW = "Y"
               READ RETENTION-FILE
                   AT END
                       MOVE "Y" TO WS-RETAIN-EOF-SW
                   NOT AT END
                       IF RF-DAYS NUMERIC AND RF-FILE-TYPE NOT = SPACES
                           PERFORM APPLY-RETENTION-RULE
                       ELSE
                           DISPLAY "RETAIN.TXT ENTRY IGNORED: "
                               RETENTION-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETENTION-FILE.
       END-LOAD-RETENTION.
           EXIT.

       APPLY-RETENTION-RULE SECTION.
      *    REPLACE THE TYPE'S PERIOD, OR ADD THE TYPE WHEN THERE IS
      *    ROOM FOR IT
           MOVE RF-FILE-TYPE TO RET-KEY.
           PERFORM FIND-RETENTION-RULE.
           IF RET-HIT-IDX > 0
               MOVE RF-DAYS TO RET-DAYS (RET-HIT-IDX)
           ELSE
               IF RET-COUNT < 20
                   ADD 1 TO RET-COUNT
                   MOVE RF-FILE-TYPE TO RET-FILE-TYPE (RET-COUNT)
                   MOVE RF-DAYS TO RET-DAYS (RET-COUNT)
               ELSE
                   DISPLAY "RETENTION TABLE FULL - " RF-FILE-TYPE
                       " IGNORED"
               END-IF
           END-IF.
       END-APPLY-RETENTION-RULE.
           EXIT.

       FIND-RETENTION-RULE SECTION.
      *    LOOK THE FILE TYPE IN RET-KEY UP IN THE RULES
           MOVE 0 TO RET-HIT-IDX.
           PERFORM VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RET-COUNT OR RET-HIT-IDX > 0
               IF RET-FILE-TYPE (RET-IDX) = RET-KEY
                   MOVE RET-IDX TO RET-HIT-IDX
               END-IF
           END-PERFORM.
       END-FIND-RETENTION-RULE.
           EXIT.

       REVIEW-ONE-FILE SECTION.
      *    TAKE THE FIRST UNREVIEWED LIVE ENTRY'S FILE NAME AND EVERY
      *    LATER LIVE ENTRY UNDER IT AS ONE FILE - A PLOT ARCHIVE OR
      *    A REUSED IMAGE NAME PICKS UP AN ENTRY PER PASS
           IF CT-STATUS (CAT-IDX) NOT = "A"
               OR CT-REVIEWED-SW (CAT-IDX) = "Y"
               GO TO END-REVIEW-ONE-FILE
           END-IF.
           ADD 1 TO TOT-FILES-LIVE.
           MOVE CT-FILE-NAME (CAT-IDX) TO GRP-FILE-NAME.
           MOVE "N" TO GRP-PINNED-SW.
           MOVE 0 TO GRP-LATEST-STAMP.
           MOVE CAT-IDX TO GRP-NEWEST-IDX.
           PERFORM VARYING GRP-IDX FROM CAT-IDX BY 1
               UNTIL GRP-IDX > CAT-COUNT
               IF CT-FILE-NAME (GRP-IDX) = GRP-FILE-NAME
                   AND CT-STATUS (GRP-IDX) = "A"
                   MOVE "Y" TO CT-REVIEWED-SW (GRP-IDX)
                   IF CT-KEEP-SW (GRP-IDX) = "Y"
                       MOVE "Y" TO GRP-PINNED-SW
                   END-IF
                   IF CT-CREATE-DATE (GRP-IDX) NUMERIC
                       AND CT-CREATE-TIME (GRP-IDX) NUMERIC
                       COMPUTE GRP-ENTRY-STAMP =
                           CT-CREATE-DATE (GRP-IDX) * 100000000
                           + CT-CREATE-TIME (GRP-IDX)
                       IF GRP-ENTRY-STAMP > GRP-LATEST-STAMP
                           MOVE GRP-ENTRY-STAMP TO GRP-LATEST-STAMP
                           MOVE GRP-IDX TO GRP-NEWEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *    THE NEWEST ENTRY'S TYPE AND DATE GOVERN THE FILE
           MOVE CT-FILE-TYPE (GRP-NEWEST-IDX) TO RET-KEY.
           PERFORM FIND-RETENTION-RULE.
           IF RET-HIT-IDX = 0
               ADD 1 TO TOT-FILES-NO-RULE
               GO TO END-REVIEW-ONE-FILE
           END-IF.
           MOVE RET-DAYS (RET-HIT-IDX) TO GRP-RETAIN-DAYS.
           IF GRP-LATEST-STAMP = 0
               OR CT-CREATE-DATE (GRP-NEWEST-IDX) < 16010101
               ADD 1 TO TOT-FILES-KEPT
               GO TO END-REVIEW-ONE-FILE
           END-IF.
           COMPUTE GRP-AGE = WS-TODAY-DAYS -
               FUNCTION INTEGER-OF-DATE (CT-CREATE-DATE
                   (GRP-NEWEST-IDX)).
           IF GRP-AGE <= GRP-RETAIN-DAYS
               ADD 1 TO TOT-FILES-KEPT
               GO TO END-REVIEW-ONE-FILE
           END-IF.
           IF GRP-PINNED-SW = "Y"
               ADD 1 TO TOT-FILES-PINNED
               MOVE 0 TO WS-FILE-BYTES
               MOVE "PINNED - KEPT" TO WS-ACTION-TEXT
               PERFORM WRITE-FILE-LINE
               GO TO END-REVIEW-ONE-FILE
           END-IF.
           PERFORM PURGE-EXPIRED-FILE.
       END-REVIEW-ONE-FILE.
           EXIT.

       PURGE-EXPIRED-FILE SECTION.
      *    SIZE THE EXPIRED FILE, THEN DELETE IT - A FILE ALREADY
      *    GONE FROM THE DIRECTORY IS SIMPLY MARKED PURGED, A FILE
      *    THAT WILL NOT DELETE STAYS LIVE FOR THE NEXT RUN
           MOVE 0 TO WS-FILE-BYTES.
           CALL "CBL_CHECK_FILE_EXIST" USING GRP-FILE-NAME
               FILE-DETAIL-AREA.
           MOVE RETURN-CODE TO WS-CALL-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-CALL-RC NOT = 0
               ADD 1 TO TOT-FILES-GONE
               IF WS-PURGE-MODE = "P"
                   MOVE "NOT ON DISK - MARKED PURGED" TO WS-ACTION-TEXT
                   PERFORM MARK-FILE-PURGED
               ELSE
                   MOVE "NOT ON DISK" TO WS-ACTION-TEXT
               END-IF
               PERFORM WRITE-FILE-LINE
               GO TO END-PURGE-EXPIRED-FILE
           END-IF.
           MOVE FD-FILE-SIZE TO WS-FILE-BYTES.
           IF WS-PURGE-MODE NOT = "P"
               ADD 1 TO TOT-FILES-PURGED
               ADD WS-FILE-BYTES TO TOT-BYTES
               MOVE "WOULD PURGE" TO WS-ACTION-TEXT
               PERFORM WRITE-FILE-LINE
               GO TO END-PURGE-EXPIRED-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING GRP-FILE-NAME.
           MOVE RETURN-CODE TO WS-CALL-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-CALL-RC = 0
               ADD 1 TO TOT-FILES-PURGED
               ADD WS-FILE-BYTES TO TOT-BYTES
               MOVE "PURGED" TO WS-ACTION-TEXT
               PERFORM MARK-FILE-PURGED
           ELSE
               ADD 1 TO TOT-FILES-FAILED
               MOVE "*** DELETE FAILED - STILL LIVE" TO WS-ACTION-TEXT
           END-IF.
           PERFORM WRITE-FILE-LINE.
       END-PURGE-EXPIRED-FILE.
           EXIT.

       MARK-FILE-PURGED SECTION.
      *    EVERY LIVE ENTRY FOR THE FILE GOES TO PURGED, DATED TODAY
           PERFORM VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > CAT-COUNT
               IF CT-FILE-NAME (GRP-IDX) = GRP-FILE-NAME
                   AND CT-STATUS (GRP-IDX) = "A"
                   MOVE "P" TO CT-STATUS (GRP-IDX)
                   MOVE WS-TODAY TO CT-PURGE-DATE (GRP-IDX)
               END-IF
           END-PERFORM.
       END-MARK-FILE-PURGED.
           EXIT.

       PIN-ONE-FILE SECTION.
      *    PIN OR UNPIN EVERY LIVE ENTRY FOR ONE FILE NAME
           DISPLAY "ENTER FILE NAME TO PIN OR UNPIN: ".
           ACCEPT PIN-NAME-IN.
           DISPLAY "PIN (Y) OR UNPIN (N) " PIN-NAME-IN "? ".
           ACCEPT PIN-REPLY.
           IF PIN-REPLY = "Y" OR PIN-REPLY = "y"
               MOVE "Y" TO WS-PIN-FLAG
           ELSE
               MOVE "N" TO WS-PIN-FLAG
           END-IF.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT
               IF CT-FILE-NAME (CAT-IDX) = PIN-NAME-IN
                   AND CT-STATUS (CAT-IDX) = "A"
                   MOVE WS-PIN-FLAG TO CT-KEEP-SW (CAT-IDX)
                   ADD 1 TO TOT-ENTRIES-PINNED
               END-IF
           END-PERFORM.
           IF TOT-ENTRIES-PINNED = 0
               DISPLAY "NO LIVE CATALOG ENTRY FOR " PIN-NAME-IN
           ELSE
               IF WS-PIN-FLAG = "Y"
                   DISPLAY PIN-NAME-IN " PINNED ON "
                       TOT-ENTRIES-PINNED " ENTRIES"
               ELSE
                   DISPLAY PIN-NAME-IN " UNPINNED ON "
                       TOT-ENTRIES-PINNED " ENTRIES"
               END-IF
           END-IF.
       END-PIN-ONE-FILE.
           EXIT.

       REWRITE-CATALOG SECTION.
      *    WRITE THE IN-CORE CATALOG BACK WHOLESALE, PURGED ENTRIES
      *    AND ALL, SO THE CATALOG KEEPS THE HISTORY
           OPEN OUTPUT ARCHIVE-CATALOG-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "CANNOT REWRITE ARCHIVE.TXT - CATALOG NOT "
                   "UPDATED"
               MOVE 12 TO RETURN-CODE
               GO TO END-REWRITE-CATALOG
           END-IF.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT
               MOVE CT-ENTRY (CAT-IDX) TO ARCHIVE-CATALOG-RECORD
               WRITE ARCHIVE-CATALOG-RECORD
           END-PERFORM.
           CLOSE ARCHIVE-CATALOG-FILE.
       END-REWRITE-CATALOG.
           EXIT.

       WRITE-REPORT-HEADING SECTION.
      *    TITLE, RUN MODE AND COLUMN HEADINGS
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "ARCHIVE PURGE REPORT - " WS-TODAY
               " - " WS-MODE-TEXT
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "FILE NAME              TYPE     RUN ID   CREATED  "
               "  AGE KEEP            BYTES  ACTION"
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
       END-WRITE-REPORT-HEADING.
           EXIT.

       WRITE-FILE-LINE SECTION.
      *    ONE LINE FOR A FILE THE RUN ACTED ON OR WOULD HAVE
           MOVE GRP-AGE TO WS-AGE-ED.
           MOVE GRP-RETAIN-DAYS TO WS-DAYS-ED.
           MOVE WS-FILE-BYTES TO WS-BYTES-ED.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING GRP-FILE-NAME " " CT-FILE-TYPE (GRP-NEWEST-IDX) " "
               CT-RUN-ID (GRP-NEWEST-IDX) " "
               CT-CREATE-DATE (GRP-NEWEST-IDX) " " WS-AGE-ED " "
               WS-DAYS-ED " " WS-BYTES-ED "  " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
       END-WRITE-FILE-LINE.
           EXIT.

       WRITE-REPORT-SUMMARY SECTION.
      *    RUN TOTALS - SPACE RECLAIMED AND THE FAILURES TO CHASE
           MOVE SPACES TO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE TOT-FILES-LIVE TO WS-COUNT-ED.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "LIVE FILES REVIEWED:          " WS-COUNT-ED
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE TOT-FILES-KEPT TO WS-COUNT-ED.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "WITHIN RETENTION - KEPT:      " WS-COUNT-ED
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE TOT-FILES-NO-RULE TO WS-COUNT-ED.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "NO RETENTION RULE - KEPT:     " WS-COUNT-ED
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE TOT-FILES-PINNED TO WS-COUNT-ED.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "EXPIRED BUT PINNED - KEPT:    " WS-COUNT-ED
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE TOT-FILES-PURGED TO WS-COUNT-ED.
           MOVE TOT-BYTES TO WS-BYTES-ED.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           IF WS-PURGE-MODE = "P"
               STRING "FILES PURGED:                 " WS-COUNT-ED
                   "   BYTES RECLAIMED: " WS-BYTES-ED
                   DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
           ELSE
               STRING "FILES A PURGE WOULD DELETE:   " WS-COUNT-ED
                   "   BYTES TO RECLAIM: " WS-BYTES-ED
                   DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
           END-IF.
           PERFORM PUT-REPORT-LINE.
           MOVE TOT-FILES-GONE TO WS-COUNT-ED.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "EXPIRED, ALREADY OFF DISK:    " WS-COUNT-ED
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE TOT-FILES-FAILED TO WS-COUNT-ED.
           MOVE SPACES TO PURGE-REPORT-RECORD.
           STRING "FILES THAT WOULD NOT DELETE:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO PURGE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
       END-WRITE-REPORT-SUMMARY.
           EXIT.

       PUT-REPORT-LINE SECTION.
      *    ONE LINE TO THE REPORT FILE AND THE CONSOLE
           IF WS-PURGERPT-STATUS = "00"
               WRITE PURGE-REPORT-RECORD
           END-IF.
           DISPLAY PURGE-REPORT-RECORD (1:100).
       END-PUT-REPORT-LINE.
           EXIT.
