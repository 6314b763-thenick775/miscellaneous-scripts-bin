           SELECT REGION-CATALOG-FILE ASSIGN TO "REGIONS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-STATUS.
      *    SHARED WITH MANDLE-PALETTE AND MANDLE-PROFILE - EVERY
      *    CATALOG CHANGE IS APPENDED AS A BEFORE/AFTER IMAGE PAIR
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT PARAMS-FILE ASSIGN TO "PARAMS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT FRAME-PPM-FILE ASSIGN TO DYNAMIC FRAME-PPM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FPPM-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHIVE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        OPTIONAL RUN IDENTIFIER FOR THIS CARD'S OUTPUT FILE
      *        NAMES, BLANK = THE SESSION'S IDENTIFIER
               03 CC-RUN-ID PIC X(8).
      *        OPTIONAL POSTER TILE ROW/COLUMN FROM THE TILE PLANNER -
      *        THE TILE PASS RUNS AS AN ORDINARY WHOLE RECTANGLE UNDER
      *        ITS OWN RUN IDENTIFIER, BLANK = NOT A TILE
               03 CC-TILE-ROW PIC 99.
               03 CC-TILE-COL PIC 99.

       FD  CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
      *        RECORDS WRITTEN BEFORE THE FIELD EXISTED = DEGREE 2
               03 RG-EXPONENT PIC 9.

       FD  CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-RECORD.
      *        ONE RECORD PER IMAGE - A CHANGE IS A BEFORE ("B") AND
      *        AN AFTER ("A") RECORD WITH THE SAME STAMP. AN ADD HAS A
      *        BLANK BEFORE-IMAGE, A DELETE A BLANK AFTER-IMAGE
               03 CJ-DATE PIC 9(8).
               03 CJ-TIME PIC 9(8).
               03 CJ-OPERATOR PIC X(8).
               03 CJ-FILE-NAME PIC X(8).
               03 CJ-ACTION PIC X.
               03 CJ-IMAGE-TYPE PIC X.
               03 CJ-KEY PIC X(16).
               03 CJ-IMAGE PIC X(128).

       FD  PARAMS-FILE.
           01 PARAMS-RECORD.
      *        ONE NAMED RUN PROFILE PER RECORD, KEYED BY PF-NAME
      *        OPTIONAL MULTIBROT ITERATION EXPONENT (2-9), BLANK =
      *        THE CLASSIC Z SQUARED PLUS C
               03 PF-EXPONENT PIC 9.
      *        Y = DISTANCE-ESTIMATOR RENDERING - THE SIX CUT COLUMNS
      *        THEN HOLD BOUNDARY DISTANCES IN HUNDREDTHS OF A CELL
      *        WIDTH, NEAREST FIRST. BLANK OR N = DIVERGENCE BANDS
               03 PF-DE-MODE PIC X.
      *        OPTIONAL MINIMUM ESCAPE ITERATION FOR THE ORBIT-DENSITY
      *        PROGRAM - NOT USED HERE, BLANK = COUNT EVERY ORBIT
               03 PF-MIN-ITER PIC 9(4).

       FD  BAND-PLOT-FILE.
           01 BAND-PLOT-RECORD PIC X(512).
           01 EDIT-REPORT-RECORD PIC X(132).

       FD  GRID-OUTPUT-FILE.
           01 GRID-OUTPUT-RECORD PIC X(6200).

       FD  RUN-HISTORY-FILE.
           01 RUN-HISTORY-RECORD.
               03 RH-IN-SET PIC 9(6).
               03 RH-DIVERGED PIC 9(6).
               03 RH-SAVED-ITER PIC 9(12).
      *        WHICH RUN, SET AND IMAGE THE PASS BELONGS TO - OLDER
      *        RECORDS END AT RH-SAVED-ITER AND READ BACK AS BLANKS
               03 RH-RUN-ID PIC X(8).
               03 RH-JULIA-C-X PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-JULIA-C-Y PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-EXPONENT PIC 9.
               03 RH-FRAME-NO PIC 9(4).
               03 RH-BAND-NO PIC 99.

       FD  PALETTE-FILE.
           01 PALETTE-RECORD.
       FD  FRAME-PPM-FILE.
           01 FRAME-PPM-RECORD PIC X(6200).

       FD  ARCHIVE-CATALOG-FILE.
           01 ARCHIVE-CATALOG-RECORD.
      *        ONE ENTRY PER OUTPUT FILE A COMPLETED PASS WROTE, SO
      *        THE PURGE JOB KNOWS WHAT EACH FILE IS AND WHEN IT WAS
      *        MADE - SHARED WITH THE MERGE AND RE-GRADE RUNS
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
      *        "Y" PINS THE FILE AGAINST THE PURGE; THE STATUS IS
      *        "A" UNTIL THE PURGE DELETES THE FILE, THEN "P"
               03 AR-KEEP-SW PIC X.
               03 AR-STATUS PIC X.
               03 AR-PURGE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
           01 RUN-ID-VARS.
      *        RUN IDENTIFIER FIELDS - THE IDENTIFIER IS KEYED AT
               03 EW-BAND-START PIC 999 VALUE 0.
               03 EW-BAND-END PIC 999 VALUE 0.
               03 EW-FRAME-NO PIC 9(4) VALUE 0.
               03 EW-TILE-ROW PIC 99 VALUE 0.
               03 EW-TILE-COL PIC 99 VALUE 0.
           01 ACCEPTED-CARDS.
               03 ACC-TBL OCCURS 500 TIMES.
                   05 AC-X-MIN PIC S9V9(15).
                   05 AC-BAND-START PIC 999.
                   05 AC-BAND-END PIC 999.
                   05 AC-FRAME-NO PIC 9(4).
                   05 AC-TILE-ROW PIC 99.
                   05 AC-TILE-COL PIC 99.

           01 BAND-RUN-VARS.
      *        SPLIT-RUN BAND FIELDS - A BAND PASS COMPUTES ONLY ITS
               03 PW-NY PIC S9(3)V9(12) VALUE 0.
               03 PW-TOT PIC S9(7)V9(11) VALUE 0.

           01 DIST-EST-VARS.
      *        DISTANCE-ESTIMATOR RENDERING FIELDS - THE ITERATION
      *        CARRIES THE ORBIT DERIVATIVE DZ ALONGSIDE Z, AND AN
      *        ESCAPING POINT'S DISTANCE TO THE SET BOUNDARY IS
      *        ESTIMATED AS |Z| LN|Z| / |DZ|, KEPT IN CELL WIDTHS SO
      *        THE SAME CUTS READ THE SAME AT ANY MAGNIFICATION. THE
      *        DERIVATIVE IS HELD AS A MANTISSA TIMES 10**(6*DE-SCALE)
      *        - IT GROWS GEOMETRICALLY NEAR THE BOUNDARY AND WOULD
      *        OVERRUN ANY FIXED PICTURE IN A FEW DOZEN ROUNDS
               03 WS-DE-MODE-SW PIC X VALUE "N".
               03 DE-DZ-X PIC S9(17)V9(12) VALUE 0.
               03 DE-DZ-Y PIC S9(17)V9(12) VALUE 0.
               03 DE-WX PIC S9(10)V9(12) VALUE 0.
               03 DE-WY PIC S9(10)V9(12) VALUE 0.
               03 DE-TX PIC S9(17)V9(12) VALUE 0.
               03 DE-TY PIC S9(17)V9(12) VALUE 0.
               03 DE-ABS-X PIC 9(17)V9(12) VALUE 0.
               03 DE-ABS-Y PIC 9(17)V9(12) VALUE 0.
               03 DE-SCALE PIC S9(5) VALUE 0.
               03 DE-K PIC 9 VALUE 0.
               03 DE-DZ-SQ PIC S9(13)V9(12) VALUE 0.
               03 DE-LN-Z PIC S9(5)V9(12) VALUE 0.
               03 DE-LN-RATIO PIC S9(7)V9(12) VALUE 0.
               03 DE-PIX-DIST PIC 9(4)V99 VALUE 0.
               03 DE-HUNDREDTHS PIC 9(6) VALUE 0.
               03 DE-GREY PIC 999 VALUE 0.
               03 SS-DE-SUM PIC 9(6)V99 VALUE 0.

           01 JULIA-VARS.
      *        JULIA SET MODE FIELDS
               03 WS-JULIA-ASKED-SW PIC X VALUE "N".
                   05 RT-JULIA-C-Y PIC S9V9(15).
                   05 RT-EXPONENT PIC 9.

           01 CHANGE-JOURNAL-VARS.
      *        OPERATOR SIGNED ON FOR MAINTENANCE AND THE CATALOG
      *        CHANGES HELD FOR THE JOURNAL UNTIL REGIONS.TXT IS
      *        SAFELY REWRITTEN
               03 WS-CHGJRNL-STATUS PIC XX VALUE SPACES.
               03 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
               03 WS-JRNL-ACTION PIC X VALUE SPACE.
               03 WS-BEFORE-IMAGE PIC X(128) VALUE SPACES.
               03 WS-AFTER-IMAGE PIC X(128) VALUE SPACES.
               03 JRNL-COUNT PIC 999 VALUE 0.
               03 JRNL-IDX PIC 999 VALUE 0.
               03 JRNL-TBL OCCURS 200 TIMES.
                   05 JT-DATE PIC 9(8).
                   05 JT-TIME PIC 9(8).
                   05 JT-ACTION PIC X.
                   05 JT-KEY PIC X(16).
                   05 JT-BEFORE PIC X(128).
                   05 JT-AFTER PIC X(128).

           01 BLOCK-FILL-VARS.
      *        BLOCK-FILL COMPUTE MODE FIELDS - THE RECTANGLE IS
      *        SUBDIVIDED INTO BLOCKS, ONLY THE BLOCK BORDERS ARE
               03 BK-REF-GREY PIC 999 VALUE 0.
               03 BK-REF-ITER PIC 9(5) VALUE 0.
               03 BK-REF-FLAG PIC X VALUE "I".
               03 BK-REF-DE PIC X(6) VALUE ZEROS.
               03 BK-STACK-TBL OCCURS 64 TIMES.
                   05 BKS-X1 PIC 999.
                   05 BKS-X2 PIC 999.
                       07 BG-GREY PIC 999.
                       07 BG-ITER PIC 9(5).
                       07 BG-FLAG PIC X.
                       07 BG-DE PIC X(6).

           01 GRID-FILE-VARS.
      *        RAW ITERATION GRID EXPORT FIELDS - ONE RECORD PER ROW,
               03 WS-GRID-ASKED-SW PIC X VALUE "N".
               03 WS-GRID-MODE-SW PIC X VALUE "N".
               03 WS-GRID-OPEN-SW PIC X VALUE "N".
               03 GRID-ROW-BUFFER PIC X(6200) VALUE SPACES.
               03 GRID-PTR PIC 9(4) VALUE 1.
               03 GRID-CELL-ITER PIC 9(5) VALUE 0.
               03 GRID-CELL-FLAG PIC X VALUE "I".
      *        A DISTANCE-ESTIMATOR PASS WIDENS EACH CELL TO TWELVE -
      *        THE ESTIMATE IN CELL WIDTHS FOLLOWS THE FLAG, ZERO FOR
      *        AN IN-SET CELL - AND SAYS SO IN THE HEADER
               03 GRID-CELL-DE PIC 9(4)V99 VALUE 0.
               03 GRID-CELL-DE-X REDEFINES GRID-CELL-DE PIC X(6).
           01 GRID-HEADER-REC.
      *        HEADER RECORD WRITTEN AHEAD OF THE ROW RECORDS
               03 GH-TAG PIC XX VALUE "GH".
               03 GH-MAX-ITER PIC 9(4).
               03 GH-JULIA-SW PIC X.
               03 GH-EXPONENT PIC 9.
               03 GH-DE-SW PIC X.

           01 RUN-HISTORY-VARS.
      *        RUN HISTORY FILE FIELDS
      *        NEITHER, SO THE LOG STAYS IN MATCHED PAIRS
               03 WS-AUDIT-PENDING-SW PIC X VALUE "N".

           01 ARCHIVE-CATALOG-VARS.
      *        ARCHIVE CATALOG FIELDS - THE FILE BEING REGISTERED,
      *        ITS TYPE (PLOTOUT, IMAGE, FRAME, PARTIAL OR GRID) AND
      *        THE ROWS IT HOLDS
               03 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
               03 WS-GRID-WRITTEN-SW PIC X VALUE "N".
               03 ARCH-FILE-NAME PIC X(22) VALUE SPACES.
               03 ARCH-FILE-TYPE PIC X(8) VALUE SPACES.
               03 ARCH-ROWS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-MANDLE.
           END-IF.
      *    THE RAW ITERATION GRID RIDES WHOLE-RECTANGLE PASSES ONLY -
      *    PARALLEL BAND PASSES WOULD CLOBBER THE ONE GRID FILE
           MOVE "N" TO WS-GRID-OPEN-SW WS-GRID-WRITTEN-SW.
           IF WS-GRID-MODE-SW = "Y" AND WS-BAND-NO = 0
               OPEN OUTPUT GRID-OUTPUT-FILE
               IF WS-GRID-STATUS = "00"
           IF WS-GRID-OPEN-SW = "Y"
               CLOSE GRID-OUTPUT-FILE
               MOVE "N" TO WS-GRID-OPEN-SW
               MOVE "Y" TO WS-GRID-WRITTEN-SW
           END-IF.
      *    A CONTROLLED SHUTDOWN: THE ROW CHECKPOINT IS ALREADY ON
      *    DISK AND THE OUTPUT FILES ARE CLOSED - LOG THE
           END-IF.
           PERFORM DISPLAY-STATS.
           PERFORM WRITE-RUN-HISTORY.
           PERFORM REGISTER-PASS-OUTPUTS.
       END-RUN-RECTANGLE.
           EXIT.

           MOVE WS-IN-SET-COUNT TO RH-IN-SET.
           MOVE WS-DIVERGED-COUNT TO RH-DIVERGED.
           MOVE WS-SAVED-ITER TO RH-SAVED-ITER.
           MOVE ACTIVE-RUN-ID TO RH-RUN-ID.
           IF WS-JULIA-MODE-SW = "Y"
               MOVE USER-JULIA-C-X TO RH-JULIA-C-X
               MOVE USER-JULIA-C-Y TO RH-JULIA-C-Y
           ELSE
               MOVE 0 TO RH-JULIA-C-X RH-JULIA-C-Y
           END-IF.
           MOVE USER-EXPONENT TO RH-EXPONENT.
           MOVE WS-FRAME-NO TO RH-FRAME-NO.
           MOVE WS-BAND-NO TO RH-BAND-NO.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.
       END-WRITE-RUN-HISTORY.
           EXIT.

       REGISTER-PASS-OUTPUTS SECTION.
      *    CATALOG EVERY FILE THE COMPLETED PASS WROTE - A STOPPED
      *    PASS NEVER GETS HERE, ITS PARTIAL FILES ARE REWRITTEN BY
      *    THE RESUMED RUN THAT DOES
           IF WS-BAND-NO > 0
               MOVE "PARTIAL" TO ARCH-FILE-TYPE
               MOVE WS-AUDIT-ROWS TO ARCH-ROWS
               MOVE BAND-PLOT-NAME TO ARCH-FILE-NAME
               PERFORM REGISTER-ARCHIVE-ENTRY
               IF WS-PGM-OPEN-SW = "Y"
                   MOVE BAND-PGM-NAME TO ARCH-FILE-NAME
                   PERFORM REGISTER-ARCHIVE-ENTRY
               END-IF
               IF WS-PPM-OPEN-SW = "Y"
                   MOVE BAND-PPM-NAME TO ARCH-FILE-NAME
                   PERFORM REGISTER-ARCHIVE-ENTRY
               END-IF
               MOVE 1 TO ARCH-ROWS
               MOVE BAND-STATS-NAME TO ARCH-FILE-NAME
               PERFORM REGISTER-ARCHIVE-ENTRY
               GO TO END-REGISTER-PASS-OUTPUTS
           END-IF.
           MOVE WS-AUDIT-ROWS TO ARCH-ROWS.
           MOVE "PLOTOUT" TO ARCH-FILE-TYPE.
           MOVE PLOT-FILE-NAME TO ARCH-FILE-NAME.
           PERFORM REGISTER-ARCHIVE-ENTRY.
           IF WS-FRAME-NO > 0
               MOVE "FRAME" TO ARCH-FILE-TYPE
               IF WS-PGM-OPEN-SW = "Y"
                   MOVE FRAME-PGM-NAME TO ARCH-FILE-NAME
                   PERFORM REGISTER-ARCHIVE-ENTRY
               END-IF
               IF WS-PPM-OPEN-SW = "Y"
                   MOVE FRAME-PPM-NAME TO ARCH-FILE-NAME
                   PERFORM REGISTER-ARCHIVE-ENTRY
               END-IF
           ELSE
               MOVE "IMAGE" TO ARCH-FILE-TYPE
               IF WS-PGM-OPEN-SW = "Y"
                   MOVE PGM-FILE-NAME TO ARCH-FILE-NAME
                   PERFORM REGISTER-ARCHIVE-ENTRY
               END-IF
               IF WS-PPM-OPEN-SW = "Y"
                   MOVE PPM-FILE-NAME TO ARCH-FILE-NAME
                   PERFORM REGISTER-ARCHIVE-ENTRY
               END-IF
           END-IF.
           IF WS-GRID-WRITTEN-SW = "Y"
               MOVE "GRID" TO ARCH-FILE-TYPE
               MOVE GRID-FILE-NAME TO ARCH-FILE-NAME
               PERFORM REGISTER-ARCHIVE-ENTRY
           END-IF.
       END-REGISTER-PASS-OUTPUTS.
           EXIT.

       REGISTER-ARCHIVE-ENTRY SECTION.
      *    APPEND ONE CATALOG ENTRY FOR ARCH-FILE-NAME, SAME EXTEND
      *    IDIOM AS THE RUN HISTORY - A CATALOG THAT CAN'T BE OPENED
      *    COSTS THE ENTRY, NOT THE RUN
           OPEN EXTEND ARCHIVE-CATALOG-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN ARCHIVE.TXT - " ARCH-FILE-NAME
                       " NOT CATALOGUED"
                   GO TO END-REGISTER-ARCHIVE-ENTRY
               END-IF
           END-IF.
           MOVE ACTIVE-RUN-ID TO AR-RUN-ID.
           MOVE ARCH-FILE-NAME TO AR-FILE-NAME.
           MOVE ARCH-FILE-TYPE TO AR-FILE-TYPE.
           MOVE USER-X-MIN TO AR-X-MIN.
           MOVE USER-Y-MIN TO AR-Y-MIN.
           MOVE USER-X-MAX TO AR-X-MAX.
           MOVE USER-Y-MAX TO AR-Y-MAX.
           MOVE ACTIVE-PROFILE-NAME TO AR-PROFILE.
           ACCEPT AR-CREATE-DATE FROM DATE YYYYMMDD.
           ACCEPT AR-CREATE-TIME FROM TIME.
           MOVE ARCH-ROWS TO AR-ROW-COUNT.
           MOVE "N" TO AR-KEEP-SW.
           MOVE "A" TO AR-STATUS.
           MOVE 0 TO AR-PURGE-DATE.
           WRITE ARCHIVE-CATALOG-RECORD.
           CLOSE ARCHIVE-CATALOG-FILE.
       END-REGISTER-ARCHIVE-ENTRY.
           EXIT.

       WRITE-GRID-HEADER SECTION.
      *    DROP THE RECTANGLE, PROFILE AND GRID GEOMETRY AHEAD OF THE
      *    ROW RECORDS SO THE RE-GRADE RUN KNOWS WHAT IT IS READING
           MOVE N TO GH-MAX-ITER.
           MOVE WS-JULIA-MODE-SW TO GH-JULIA-SW.
           MOVE USER-EXPONENT TO GH-EXPONENT.
           MOVE WS-DE-MODE-SW TO GH-DE-SW.
           MOVE SPACES TO GRID-OUTPUT-RECORD.
           WRITE GRID-OUTPUT-RECORD FROM GRID-HEADER-REC.
       END-WRITE-GRID-HEADER.
           ELSE
               MOVE CC-RUN-ID TO EW-RUN-ID
           END-IF.
      *    A KEYED TILE PAIR MUST BE A SANE ROW/COLUMN ON A WHOLE-
      *    RECTANGLE CARD WITH ITS OWN RUN IDENTIFIER - OTHERWISE
      *    EVERY TILE WOULD LAND ON THE SAME MANDEL.PGM
           MOVE 0 TO EW-TILE-ROW EW-TILE-COL.
           IF WS-CARD-OK-SW = "Y"
               AND CONTROL-CARD-RECORD (98:4) NOT = SPACES
               IF CC-TILE-ROW NOT NUMERIC OR CC-TILE-COL NOT NUMERIC
                   OR CC-TILE-ROW < 1 OR CC-TILE-COL < 1
                   OR EW-BAND-NO > 0 OR EW-FRAME-NO > 0
                   OR CC-RUN-ID = SPACES
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "10" TO WS-EDIT-REASON
                   MOVE "BAD TILE SPECIFICATION"
                       TO WS-EDIT-REASON-TEXT
               ELSE
                   MOVE CC-TILE-ROW TO EW-TILE-ROW
                   MOVE CC-TILE-COL TO EW-TILE-COL
               END-IF
           END-IF.
           IF WS-CARD-OK-SW = "Y" AND ACC-COUNT >= 500
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "06" TO WS-EDIT-REASON
               MOVE EW-BAND-START TO AC-BAND-START (ACC-COUNT)
               MOVE EW-BAND-END TO AC-BAND-END (ACC-COUNT)
               MOVE EW-FRAME-NO TO AC-FRAME-NO (ACC-COUNT)
               MOVE EW-TILE-ROW TO AC-TILE-ROW (ACC-COUNT)
               MOVE EW-TILE-COL TO AC-TILE-COL (ACC-COUNT)
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING WS-CARD-NO-ED " ACCEPTED"
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
               MOVE SPACES TO CARD-ERROR-RECORD
               STRING "CARD " WS-CARD-NO-ED " RC=" WS-EDIT-REASON
                   " IMAGE: " CONTROL-CARD-RECORD (1:101)
                   DELIMITED BY SIZE INTO CARD-ERROR-RECORD
               WRITE CARD-ERROR-RECORD
           END-IF.
               MOVE AC-BAND-START (ACC-IDX) TO BAND-START-ROW
               MOVE AC-BAND-END (ACC-IDX) TO BAND-END-ROW
               MOVE AC-FRAME-NO (ACC-IDX) TO WS-FRAME-NO
               IF AC-TILE-ROW (ACC-IDX) > 0
                   DISPLAY "POSTER TILE ROW " AC-TILE-ROW (ACC-IDX)
                       " COLUMN " AC-TILE-COL (ACC-IDX) " - RUN "
                       AC-RUN-ID (ACC-IDX)
               END-IF
               MOVE 1 TO WS-SKIP-ACCEPT-SW
               PERFORM SETUP
               DISPLAY " "

       REGION-MAINTENANCE SECTION.
      *    ADD/UPDATE/DELETE/LIST NAMED REGIONS, REWRITING REGIONS.TXT
      *    ON THE WAY OUT - ONLY FOR A SIGNED-ON OPERATOR, SO EVERY
      *    CHANGE JOURNALLED CARRIES WHO MADE IT
           PERFORM SIGN-ON-OPERATOR.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - REGION MAINTENANCE SKIPPED"
               GO TO END-REGION-MAINTENANCE
           END-IF.
           IF WS-REGION-LOADED-SW = "N"
               PERFORM LOAD-REGION-TABLE
           END-IF.
               DISPLAY "REGION CATALOG - " REGION-COUNT " ENTRIES"
               DISPLAY "A=ADD U=UPDATE D=DELETE L=LIST X=EXIT: "
               ACCEPT WS-MAINT-ACTION
               IF JRNL-COUNT = 200
                   AND WS-MAINT-ACTION NOT = "L"
                   AND WS-MAINT-ACTION NOT = "l"
                   DISPLAY "CHANGE LIMIT FOR ONE SIGN-ON REACHED - "
                       "X TO SAVE"
                   MOVE "X" TO WS-MAINT-ACTION
               END-IF
               EVALUATE WS-MAINT-ACTION
                   WHEN "A"
                   WHEN "a"
               END-EVALUATE
           END-PERFORM.
           PERFORM SAVE-REGION-TABLE.
           IF WS-REGION-STATUS = "00"
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF.
       END-REGION-MAINTENANCE.
           EXIT.

                   MOVE REGION-COUNT TO REGION-HIT-IDX
                   MOVE REGION-NAME-IN TO RT-NAME (REGION-HIT-IDX)
                   PERFORM MAINT-ACCEPT-REGION-FIELDS
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM REGION-TO-RECORD
                   MOVE REGION-RECORD TO WS-AFTER-IMAGE
                   MOVE "A" TO WS-JRNL-ACTION
                   PERFORM HOLD-JOURNAL-ENTRY
               ELSE
                   DISPLAY "CATALOG FULL - DELETE AN ENTRY FIRST"
               END-IF
           ACCEPT REGION-NAME-IN.
           PERFORM FIND-REGION.
           IF WS-REGION-FOUND-SW = "Y"
               PERFORM REGION-TO-RECORD
               MOVE REGION-RECORD TO WS-BEFORE-IMAGE
               PERFORM MAINT-ACCEPT-REGION-FIELDS
               PERFORM REGION-TO-RECORD
               MOVE REGION-RECORD TO WS-AFTER-IMAGE
               MOVE "U" TO WS-JRNL-ACTION
               PERFORM HOLD-JOURNAL-ENTRY
           ELSE
               DISPLAY "REGION NOT ON FILE - USE A TO ADD"
           END-IF.
           ACCEPT REGION-NAME-IN.
           PERFORM FIND-REGION.
           IF WS-REGION-FOUND-SW = "Y"
               PERFORM REGION-TO-RECORD
               MOVE REGION-RECORD TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE "D" TO WS-JRNL-ACTION
               PERFORM HOLD-JOURNAL-ENTRY
               PERFORM VARYING REGION-IDX FROM REGION-HIT-IDX BY 1
                   UNTIL REGION-IDX >= REGION-COUNT
                   MOVE REGION-TBL (REGION-IDX + 1)
       END-MAINT-ACCEPT-REGION-FIELDS.
           EXIT.

       REGION-TO-RECORD SECTION.
      *    THE CATALOG SLOT AT REGION-HIT-IDX IN ITS REGIONS.TXT
      *    RECORD IMAGE, FOR THE CHANGE JOURNAL
           MOVE SPACES TO REGION-RECORD.
           MOVE RT-NAME (REGION-HIT-IDX) TO RG-NAME.
           MOVE RT-X-MIN (REGION-HIT-IDX) TO RG-X-MIN.
           MOVE RT-Y-MIN (REGION-HIT-IDX) TO RG-Y-MIN.
           MOVE RT-X-MAX (REGION-HIT-IDX) TO RG-X-MAX.
           MOVE RT-Y-MAX (REGION-HIT-IDX) TO RG-Y-MAX.
           MOVE RT-JULIA-SW (REGION-HIT-IDX) TO RG-JULIA-SW.
           MOVE RT-JULIA-C-X (REGION-HIT-IDX) TO RG-JULIA-C-X.
           MOVE RT-JULIA-C-Y (REGION-HIT-IDX) TO RG-JULIA-C-Y.
           MOVE RT-EXPONENT (REGION-HIT-IDX) TO RG-EXPONENT.
       END-REGION-TO-RECORD.
           EXIT.

       SIGN-ON-OPERATOR SECTION.
      *    THE OPERATOR ID STAMPED ON EVERY JOURNALLED CHANGE - ASKED
      *    ONCE PER SESSION, A BLANK REPLY MEANS NO MAINTENANCE
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "ENTER OPERATOR ID: "
               ACCEPT WS-OPERATOR-ID
           END-IF.
       END-SIGN-ON-OPERATOR.
           EXIT.

       HOLD-JOURNAL-ENTRY SECTION.
      *    HOLD ONE CHANGE'S BEFORE AND AFTER IMAGES UNTIL THE CATALOG
      *    IS REWRITTEN - AN UPDATE THAT CHANGED NOTHING IS NOT KEPT
           IF WS-BEFORE-IMAGE = WS-AFTER-IMAGE
               GO TO END-HOLD-JOURNAL-ENTRY
           END-IF.
           ADD 1 TO JRNL-COUNT.
           ACCEPT JT-DATE (JRNL-COUNT) FROM DATE YYYYMMDD.
           ACCEPT JT-TIME (JRNL-COUNT) FROM TIME.
           MOVE WS-JRNL-ACTION TO JT-ACTION (JRNL-COUNT).
           MOVE REGION-NAME-IN TO JT-KEY (JRNL-COUNT).
           MOVE WS-BEFORE-IMAGE TO JT-BEFORE (JRNL-COUNT).
           MOVE WS-AFTER-IMAGE TO JT-AFTER (JRNL-COUNT).
       END-HOLD-JOURNAL-ENTRY.
           EXIT.

       WRITE-CHANGE-JOURNAL SECTION.
      *    APPEND THE HELD CHANGES TO CHGJRNL.TXT ONCE REGIONS.TXT IS
      *    REWRITTEN, SAME EXTEND-THEN-OUTPUT IDIOM AS THE AUDIT LOG
           IF JRNL-COUNT = 0
               GO TO END-WRITE-CHANGE-JOURNAL
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-CHGJRNL-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
               IF WS-CHGJRNL-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN CHGJRNL.TXT - CHANGES NOT "
                       "JOURNALLED"
                   GO TO END-WRITE-CHANGE-JOURNAL
               END-IF
           END-IF.
           PERFORM VARYING JRNL-IDX FROM 1 BY 1
               UNTIL JRNL-IDX > JRNL-COUNT
               MOVE SPACES TO CHANGE-JOURNAL-RECORD
               MOVE JT-DATE (JRNL-IDX) TO CJ-DATE
               MOVE JT-TIME (JRNL-IDX) TO CJ-TIME
               MOVE WS-OPERATOR-ID TO CJ-OPERATOR
               MOVE "REGIONS" TO CJ-FILE-NAME
               MOVE JT-ACTION (JRNL-IDX) TO CJ-ACTION
               MOVE JT-KEY (JRNL-IDX) TO CJ-KEY
               MOVE "B" TO CJ-IMAGE-TYPE
               MOVE JT-BEFORE (JRNL-IDX) TO CJ-IMAGE
               WRITE CHANGE-JOURNAL-RECORD
               MOVE "A" TO CJ-IMAGE-TYPE
               MOVE JT-AFTER (JRNL-IDX) TO CJ-IMAGE
               WRITE CHANGE-JOURNAL-RECORD
           END-PERFORM.
           CLOSE CHANGE-JOURNAL-FILE.
           DISPLAY JRNL-COUNT " CATALOG CHANGES JOURNALLED FOR "
               WS-OPERATOR-ID.
           MOVE 0 TO JRNL-COUNT.
       END-WRITE-CHANGE-JOURNAL.
           EXIT.

       SCOUT-MODE SECTION.
      *    SUBDIVIDE THE CURRENT RECTANGLE INTO A 4X4 GRID, RUN A
      *    FAST LOW-ITERATION SAMPLE OVER EACH CELL, SCORE THE CELLS
           MOVE "DEFAULT" TO ACTIVE-PROFILE-NAME.
      *    THE PALETTE RIDES THE PROFILE - DEFAULTS MEAN GREYSCALE
           MOVE "N" TO WS-PALETTE-ACTIVE-SW.
      *    SO DOES THE DISTANCE ESTIMATOR - DEFAULTS MEAN THE
      *    DIVERGENCE BANDS
           MOVE "N" TO WS-DE-MODE-SW.
           MOVE 0 TO DE-PIX-DIST.
           MOVE SPACES TO ACTIVE-PALETTE-NAME.
           IF PROFILE-NAME-IN = SPACES OR PROFILE-NAME-IN = "DEFAULT"
               GO TO END-LOAD-PROFILE
           PERFORM VARYING CUT-IDX FROM 1 BY 1 UNTIL CUT-IDX > 6
               MOVE PF-CUT (CUT-IDX) TO BAND-CUT (CUT-IDX)
           END-PERFORM.
      *    A BLANK DE COLUMN (PROFILES WRITTEN BEFORE THE DISTANCE
      *    ESTIMATOR EXISTED) STAYS ON THE DIVERGENCE BANDS
           IF PF-DE-MODE = "Y"
               MOVE "Y" TO WS-DE-MODE-SW
           END-IF.
           MOVE PROFILE-NAME-IN TO ACTIVE-PROFILE-NAME.
           MOVE PF-PALETTE TO PALETTE-NAME-IN.
           CLOSE PARAMS-FILE.
           DISPLAY "RUN PROFILE " ACTIVE-PROFILE-NAME " LOADED".
           IF WS-DE-MODE-SW = "Y"
               DISPLAY "DISTANCE-ESTIMATOR RENDERING MODE ON"
           END-IF.
      *    A PROFILE THAT NAMES A PALETTE TURNS ON THE COLOR PPM
      *    EXPORT - AN UNKNOWN OR BAD PALETTE JUST STAYS GREYSCALE
           IF PALETTE-NAME-IN NOT = SPACES
                       GRID-CELL-FLAG DELIMITED BY SIZE
                       INTO GRID-ROW-BUFFER
                       WITH POINTER GRID-PTR
                   IF WS-DE-MODE-SW = "Y"
                       STRING GRID-CELL-DE-X DELIMITED BY SIZE
                           INTO GRID-ROW-BUFFER
                           WITH POINTER GRID-PTR
                   END-IF
               END-IF
               IF WS-PPM-OPEN-SW = "Y"
                   PERFORM ADD-PPM-CELL
                   TO BK-REF-ITER
               MOVE BG-FLAG (BK-CUR-X + 1, BK-CUR-Y + 1)
                   TO BK-REF-FLAG
               MOVE BG-DE (BK-CUR-X + 1, BK-CUR-Y + 1)
                   TO BK-REF-DE
           ELSE
               IF BG-CHAR (BK-CUR-X + 1, BK-CUR-Y + 1)
                   NOT = BK-REF-CHAR
                               BG-ITER (BK-BX + 1, BK-BY + 1)
                           MOVE BK-REF-FLAG TO
                               BG-FLAG (BK-BX + 1, BK-BY + 1)
                           MOVE BK-REF-DE TO
                               BG-DE (BK-BX + 1, BK-BY + 1)
                           ADD 1 TO WS-CELLS-FILLED
                           IF BK-REF-FLAG = "D"
                               ADD 1 TO WS-DIVERGED-COUNT
               TO BG-ITER (BK-CUR-X + 1, BK-CUR-Y + 1).
           MOVE GRID-CELL-FLAG
               TO BG-FLAG (BK-CUR-X + 1, BK-CUR-Y + 1).
           MOVE GRID-CELL-DE-X
               TO BG-DE (BK-CUR-X + 1, BK-CUR-Y + 1).
           ADD 1 TO WS-CELLS-COMPUTED.
       END-BLOCK-COMPUTE-CELL.
           EXIT.
                       DELIMITED BY SIZE
                       INTO GRID-ROW-BUFFER
                       WITH POINTER GRID-PTR
                   IF WS-DE-MODE-SW = "Y"
                       STRING BG-DE (X-CNT + 1, Y-CNT + 1)
                           DELIMITED BY SIZE
                           INTO GRID-ROW-BUFFER
                           WITH POINTER GRID-PTR
                   END-IF
               END-IF
               IF WS-PPM-OPEN-SW = "Y"
                   MOVE BG-CHAR (X-CNT + 1, Y-CNT + 1) TO PLOT-CHAR
      *        NOTHING IS CLOSER THAN THE TRAP CAN EVER BE - ANY
      *        REAL ORBIT POINT BEATS THE ARMED MINIMUM
               MOVE 999 TO TRAP-MIN-DIST
               IF WS-DE-MODE-SW = "Y"
                   PERFORM DE-ARM-DERIV
               END-IF
               PERFORM THRESH-TEST VARYING ITER-COUNT FROM 0 BY 1
               UNTIL ITER-COUNT IS GREATER THAN N
               OR WS-DIVERGED-SW = "Y"
           IF WS-DIVERGED-SW = "Y"
               MOVE ITER-COUNT TO GRID-CELL-ITER
               MOVE "D" TO GRID-CELL-FLAG
               MOVE DE-PIX-DIST TO GRID-CELL-DE
           ELSE
               COMPUTE GRID-CELL-ITER = N + 1
               MOVE "I" TO GRID-CELL-FLAG
               MOVE 0 TO GRID-CELL-DE
           END-IF.

      *    TRAP MODE PLOTS THE CLOSEST APPROACH INSTEAD OF THE
           COMPUTE SS-STEP-Y = DELTA-Y / SAMPLES-PER-SIDE.
           COMPUTE SS-COUNT = SAMPLES-PER-SIDE * SAMPLES-PER-SIDE.
           MOVE 0 TO SS-DIV-COUNT SS-ITER-SUM SS-GREY-SUM SS-TRAP-SUM.
           MOVE 0 TO SS-DE-SUM.
           PERFORM VARYING SS-I FROM 1 BY 1
               UNTIL SS-I > SAMPLES-PER-SIDE
               PERFORM VARYING SS-J FROM 1 BY 1
               MOVE 0 TO WS-GREY-LEVEL
               COMPUTE GRID-CELL-ITER = N + 1
               MOVE "I" TO GRID-CELL-FLAG
               MOVE 0 TO GRID-CELL-DE
           ELSE
               ADD 1 TO WS-DIVERGED-COUNT
               COMPUTE SS-MEAN-ITER = SS-ITER-SUM / SS-DIV-COUNT
                   MOVE SS-MEAN-ITER TO WS-MAX-ITER
               END-IF
      *        THE MEAN DIVERGENCE ITERATION PICKS THE PLOT BAND,
      *        THROUGH THE SAME PROFILE CUT POINTS AS ALWAYS - OR,
      *        IN DISTANCE-ESTIMATOR MODE, THE MEAN DISTANCE OF THE
      *        ESCAPING SUB-POINTS DOES
               IF WS-DE-MODE-SW = "Y"
                   COMPUTE DE-PIX-DIST = SS-DE-SUM / SS-DIV-COUNT
                   PERFORM DE-BAND-FROM-DIST
               ELSE
                   EVALUATE TRUE
                       WHEN SS-MEAN-ITER < BAND-CUT (1)
                           MOVE '.' TO PLOT-CHAR
                       WHEN SS-MEAN-ITER < BAND-CUT (2)
                           MOVE ':' TO PLOT-CHAR
                       WHEN SS-MEAN-ITER < BAND-CUT (3)
                           MOVE '-' TO PLOT-CHAR
                       WHEN SS-MEAN-ITER < BAND-CUT (4)
                           MOVE '=' TO PLOT-CHAR
                       WHEN SS-MEAN-ITER < BAND-CUT (5)
                           MOVE '+' TO PLOT-CHAR
                       WHEN SS-MEAN-ITER < BAND-CUT (6)
                           MOVE '*' TO PLOT-CHAR
                       WHEN OTHER
                           MOVE '#' TO PLOT-CHAR
                   END-EVALUATE
               END-IF
               COMPUTE WS-GREY-LEVEL = SS-GREY-SUM / SS-COUNT
      *        THE GRID CARRIES THE SAME MEAN ITERATION (AND MEAN
      *        DISTANCE) THE PLOT BAND WAS PICKED FROM
               MOVE SS-MEAN-ITER TO GRID-CELL-ITER
               MOVE "D" TO GRID-CELL-FLAG
               MOVE DE-PIX-DIST TO GRID-CELL-DE
           END-IF.
      *    TRAP MODE RE-PLOTS THE CELL OFF THE MEAN OF THE
      *    SUB-POINTS' CLOSEST-APPROACH GREYS - THE DIVERGENCE
      *        NOTHING IS CLOSER THAN THE TRAP CAN EVER BE - ANY
      *        REAL ORBIT POINT BEATS THE ARMED MINIMUM
               MOVE 999 TO TRAP-MIN-DIST
               IF WS-DE-MODE-SW = "Y"
                   PERFORM DE-ARM-DERIV
               END-IF
               PERFORM THRESH-TEST VARYING ITER-COUNT FROM 0 BY 1
               UNTIL ITER-COUNT IS GREATER THAN N
               OR WS-DIVERGED-SW = "Y"
           IF WS-DIVERGED-SW = "Y"
               ADD 1 TO SS-DIV-COUNT
               ADD ITER-COUNT TO SS-ITER-SUM
      *        A DISTANCE-ESTIMATOR SAMPLE SHADES BY ITS DISTANCE
      *        BAND INSTEAD OF ITS ESCAPE SPEED
               IF WS-DE-MODE-SW = "Y"
                   ADD DE-PIX-DIST TO SS-DE-SUM
                   ADD DE-GREY TO SS-GREY-SUM
               ELSE
                   COMPUTE SS-GREY-WORK = 220 - (ITER-COUNT * 205 / N)
                   IF SS-GREY-WORK < 0
                       MOVE 0 TO SS-GREY-WORK
                   END-IF
                   ADD SS-GREY-WORK TO SS-GREY-SUM
               END-IF
           END-IF.
      *    IN TRAP MODE EVERY SUB-POINT ALSO CONTRIBUTES ITS
      *    CLOSEST-APPROACH GREY, DIVERGED OR NOT
           ELSE
               PERFORM MULTIBROT-STEP
           END-IF.
      *    DISTANCE-ESTIMATOR MODE CARRIES THE DERIVATIVE ALONG -
      *    X-STORE/Y-STORE STILL HOLD THE PRE-STEP Z IT IS TAKEN AT
           IF WS-DE-MODE-SW = "Y"
               PERFORM DE-TRACK-DERIV
           END-IF.
      *    TRAP MODE ALSO WATCHES HOW CLOSE THIS ORBIT POINT COMES
      *    TO THE TRAP
           IF WS-TRAP-MODE-SW = "Y"
      *        diverging here - band the plot char by how fast it
      *        diverged so the flame around the set is visible
               MOVE "Y" TO WS-DIVERGED-SW
      *        CUT POINTS COME FROM THE ACTIVE RUN PROFILE - A
      *        DISTANCE-ESTIMATOR PROFILE BANDS BY HOW NEAR THE
      *        POINT LIES TO THE BOUNDARY INSTEAD
               IF WS-DE-MODE-SW = "Y"
                   PERFORM DE-ESTIMATE-DISTANCE
                   PERFORM DE-BAND-FROM-DIST
               ELSE
                   EVALUATE TRUE
                       WHEN ITER-COUNT < BAND-CUT (1)
                           MOVE '.' TO PLOT-CHAR
                       WHEN ITER-COUNT < BAND-CUT (2)
                           MOVE ':' TO PLOT-CHAR
                       WHEN ITER-COUNT < BAND-CUT (3)
                           MOVE '-' TO PLOT-CHAR
                       WHEN ITER-COUNT < BAND-CUT (4)
                           MOVE '=' TO PLOT-CHAR
                       WHEN ITER-COUNT < BAND-CUT (5)
                           MOVE '+' TO PLOT-CHAR
                       WHEN ITER-COUNT < BAND-CUT (6)
                           MOVE '*' TO PLOT-CHAR
                       WHEN OTHER
                           MOVE '#' TO PLOT-CHAR
                   END-EVALUATE
               END-IF
           END-IF.
      *    WATCH FOR A REVISITED ORBIT VALUE - A CYCLING ORBIT CAN
      *    NEVER ESCAPE, SO THE POINT IS IN-SET AND THE REMAINING
       END-MULTIBROT-STEP.
           EXIT.

       DE-ARM-DERIV SECTION.
      *    SEED THE DERIVATIVE FOR A FRESH ORBIT - DZ/DC STARTS AT
      *    ZERO IN MANDELBROT MODE, WHERE C IS THE PIXEL, AND DZ/DZ0
      *    AT ONE IN JULIA MODE, WHERE THE PIXEL SEEDS Z
           MOVE 0 TO DE-SCALE DE-DZ-Y DE-PIX-DIST.
           IF WS-JULIA-MODE-SW = "Y"
               MOVE 1 TO DE-DZ-X
           ELSE
               MOVE 0 TO DE-DZ-X
           END-IF.
       END-DE-ARM-DERIV.
           EXIT.

       DE-TRACK-DERIV SECTION.
      *    ONE ROUND OF THE DERIVATIVE: DZ = D * Z**(D-1) * DZ, PLUS
      *    ONE IN MANDELBROT MODE. THE POWER IS BUILT BY REPEATED
      *    MULTIPLICATION THE SAME WAY MULTIBROT-STEP BUILDS Z**D
           MOVE X-STORE TO DE-WX.
           MOVE Y-STORE TO DE-WY.
           PERFORM VARYING DE-K FROM 3 BY 1
               UNTIL DE-K > USER-EXPONENT
               COMPUTE DE-TX = DE-WX * X-STORE - DE-WY * Y-STORE
               COMPUTE DE-WY = DE-WX * Y-STORE + DE-WY * X-STORE
               MOVE DE-TX TO DE-WX
           END-PERFORM.
           COMPUTE DE-TX = USER-EXPONENT
               * (DE-WX * DE-DZ-X - DE-WY * DE-DZ-Y).
           COMPUTE DE-TY = USER-EXPONENT
               * (DE-WX * DE-DZ-Y + DE-WY * DE-DZ-X).
      *    THE MANDELBROT ONE IS ADDED AT THE MANTISSA'S OWN SCALE -
      *    TWO RESCALES UP IT FALLS BELOW THE TWELVE DECIMALS
           IF WS-JULIA-MODE-SW NOT = "Y"
               EVALUATE DE-SCALE
                   WHEN -1
                       ADD 1000000 TO DE-TX
                   WHEN 0
                       ADD 1 TO DE-TX
                   WHEN 1
                       ADD 0.000001 TO DE-TX
                   WHEN 2
                       ADD 0.000000000001 TO DE-TX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE DE-TX TO DE-DZ-X DE-ABS-X.
           MOVE DE-TY TO DE-DZ-Y DE-ABS-Y.
      *    KEEP THE MANTISSA BETWEEN A THOUSANDTH AND A MILLION
           PERFORM UNTIL DE-ABS-X NOT > 1000000
               AND DE-ABS-Y NOT > 1000000
               DIVIDE 1000000 INTO DE-DZ-X DE-DZ-Y DE-ABS-X DE-ABS-Y
               ADD 1 TO DE-SCALE
           END-PERFORM.
           PERFORM UNTIL DE-ABS-X NOT < 0.001
               OR DE-ABS-Y NOT < 0.001
               OR (DE-ABS-X = 0 AND DE-ABS-Y = 0)
               MULTIPLY 1000000 BY DE-DZ-X DE-DZ-Y DE-ABS-X DE-ABS-Y
               SUBTRACT 1 FROM DE-SCALE
           END-PERFORM.
       END-DE-TRACK-DERIV.
           EXIT.

       DE-ESTIMATE-DISTANCE SECTION.
      *    DISTANCE FROM THE JUST-ESCAPED POINT TO THE BOUNDARY,
      *    |Z| LN|Z| / |DZ|, OVER THE CELL WIDTH. WORKED IN LOGS SO
      *    THE RESCALED DERIVATIVE AND A DEEP-ZOOM CELL WIDTH NEVER
      *    MEET IN ONE FIXED PICTURE (6 LN 10 = 13.815510557964).
      *    ANYTHING PAST 9999.99 CELL WIDTHS IS SIMPLY FAR AWAY
           MOVE 0 TO DE-PIX-DIST.
           IF T-SQRT NOT > 1
               GO TO END-DE-ESTIMATE-DISTANCE
           END-IF.
           COMPUTE DE-DZ-SQ = DE-DZ-X * DE-DZ-X + DE-DZ-Y * DE-DZ-Y.
           IF DE-DZ-SQ = 0
               MOVE 9999.99 TO DE-PIX-DIST
               GO TO END-DE-ESTIMATE-DISTANCE
           END-IF.
           COMPUTE DE-LN-Z = FUNCTION LOG (T-SQRT).
           IF DE-LN-Z NOT > 0
               GO TO END-DE-ESTIMATE-DISTANCE
           END-IF.
           COMPUTE DE-LN-RATIO = DE-LN-Z + FUNCTION LOG (DE-LN-Z)
               - FUNCTION LOG (DE-DZ-SQ) / 2
               - FUNCTION LOG (DELTA-X)
               - DE-SCALE * 13.815510557964.
           EVALUATE TRUE
               WHEN DE-LN-RATIO > 9.21
                   MOVE 9999.99 TO DE-PIX-DIST
               WHEN DE-LN-RATIO < -5.29
                   MOVE 0 TO DE-PIX-DIST
               WHEN OTHER
                   COMPUTE DE-PIX-DIST ROUNDED =
                       FUNCTION EXP (DE-LN-RATIO)
           END-EVALUATE.
       END-DE-ESTIMATE-DISTANCE.
           EXIT.

       DE-BAND-FROM-DIST SECTION.
      *    BAND THE ESTIMATE THROUGH THE PROFILE'S SIX DISTANCE CUTS
      *    (HUNDREDTHS OF A CELL WIDTH) - NEAREST THE BOUNDARY IS
      *    DARKEST, SAME CHARACTER AND GREY RAMP AS THE DIVERGENCE
      *    BANDS SO THE PALETTE BANDS FOLLOW WITHOUT CHANGE
           COMPUTE DE-HUNDREDTHS = DE-PIX-DIST * 100.
           EVALUATE TRUE
               WHEN DE-HUNDREDTHS < BAND-CUT (1)
                   MOVE '#' TO PLOT-CHAR
                   MOVE 15 TO DE-GREY
               WHEN DE-HUNDREDTHS < BAND-CUT (2)
                   MOVE '*' TO PLOT-CHAR
                   MOVE 40 TO DE-GREY
               WHEN DE-HUNDREDTHS < BAND-CUT (3)
                   MOVE '+' TO PLOT-CHAR
                   MOVE 70 TO DE-GREY
               WHEN DE-HUNDREDTHS < BAND-CUT (4)
                   MOVE '=' TO PLOT-CHAR
                   MOVE 100 TO DE-GREY
               WHEN DE-HUNDREDTHS < BAND-CUT (5)
                   MOVE '-' TO PLOT-CHAR
                   MOVE 140 TO DE-GREY
               WHEN DE-HUNDREDTHS < BAND-CUT (6)
                   MOVE ':' TO PLOT-CHAR
                   MOVE 180 TO DE-GREY
               WHEN OTHER
                   MOVE '.' TO PLOT-CHAR
                   MOVE 220 TO DE-GREY
           END-EVALUATE.
       END-DE-BAND-FROM-DIST.
           EXIT.

       TRAP-TRACK-POINT SECTION.
      *    DISTANCE FROM THE JUST-COMPUTED ORBIT POINT TO THE TRAP -
      *    TRUE EUCLIDEAN FOR A POINT TRAP, PERPENDICULAR OFFSET FOR
