      *    regenerating the PLOTOUT.TXT rows and the MANDEL.PGM image
      *    under operator-keyed divergence cut points - so re-grading
      *    a deep zoom takes seconds instead of another compute
      *    window through THRESH-TEST. A grid written by a distance-
      *    estimator pass is re-graded under keyed distance cuts
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHIVE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRID-INPUT-FILE.
           01 GRID-INPUT-RECORD PIC X(6200).

       FD  PLOT-OUTPUT-FILE.
           01 PLOT-OUTPUT-RECORD PIC X(512).
       FD  AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD PIC X(100).

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

       WORKING-STORAGE SECTION.
           01 RUN-ID-VARS.
      *        RUN IDENTIFIER FIELDS - KEYED AT STARTUP, SAME
               03 WS-PLOT-STATUS PIC XX VALUE SPACES.
               03 WS-PGM-STATUS PIC XX VALUE SPACES.
               03 WS-AUDIT-STATUS PIC XX VALUE SPACES.
               03 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.

           01 ARCHIVE-CATALOG-VARS.
      *        ARCHIVE CATALOG FIELDS - THE FILE BEING REGISTERED,
      *        ITS TYPE AND THE ROWS IT HOLDS
               03 ARCH-FILE-NAME PIC X(22) VALUE SPACES.
               03 ARCH-FILE-TYPE PIC X(8) VALUE SPACES.

           01 AUDIT-LOG-VARS.
      *        AUDIT LOG FIELDS - THE APPENDED ROWS MUST ARRIVE AS A
               03 GH-JULIA-SW PIC X.
      *        BLANK ON GRIDS WRITTEN BEFORE THE MULTIBROT MODE
               03 GH-EXPONENT PIC X.
      *        Y = TWELVE-CHARACTER CELLS CARRYING THE DISTANCE
      *        ESTIMATE, BLANK ON GRIDS WRITTEN BEFORE THAT MODE
               03 GH-DE-SW PIC X.

           01 BAND-CUT-DEFAULTS.
      *        SAME BUILT-IN CUT POINTS THE MAIN PROGRAM SEEDS FROM
               03 FILLER PIC 9(4) VALUE 90.
           01 BAND-CUT-DEFAULTS-R REDEFINES BAND-CUT-DEFAULTS.
               03 DEF-CUT PIC 9(4) OCCURS 6 TIMES.
           01 DE-CUT-DEFAULTS.
      *        BUILT-IN DISTANCE CUTS FOR A DISTANCE-ESTIMATOR GRID, IN
      *        HUNDREDTHS OF A CELL WIDTH, NEAREST THE BOUNDARY FIRST
               03 FILLER PIC 9(4) VALUE 25.
               03 FILLER PIC 9(4) VALUE 50.
               03 FILLER PIC 9(4) VALUE 100.
               03 FILLER PIC 9(4) VALUE 200.
               03 FILLER PIC 9(4) VALUE 400.
               03 FILLER PIC 9(4) VALUE 800.
           01 BAND-CUT-ACTIVE.
               03 BAND-CUT PIC 9(4) OCCURS 6 TIMES.

               03 CELL-POS PIC 9(4) VALUE 0.
               03 CELL-ITER PIC 9(5) VALUE 0.
               03 CELL-FLAG PIC X VALUE SPACE.
               03 CELL-WIDTH PIC 99 VALUE 6.
               03 CELL-DE-X PIC X(6) VALUE ZEROS.
               03 CELL-DE REDEFINES CELL-DE-X PIC 9(4)V99.
               03 DE-HUNDREDTHS PIC 9(6) VALUE 0.
               03 WS-ROW-COUNT PIC 9(4) VALUE 0.
               03 WS-ROWS-WRITTEN PIC 9(4) VALUE 0.
               03 WS-CELLS-REGRADED PIC 9(9) VALUE 0.
               ") (" WS-RPT-X-MAX "," WS-RPT-Y-MAX ")".
           DISPLAY "PROFILE " GH-PROFILE " MAX-ITER " GH-MAX-ITER
               " JULIA=" GH-JULIA-SW " - " WS-ROW-COUNT " ROWS".
      *    A DISTANCE-ESTIMATOR GRID CARRIES TWELVE CHARACTERS A CELL
      *    AND IS RE-GRADED BY DISTANCE, SO ITS CUTS DEFAULT TO THE
      *    DISTANCE SET
           IF GH-DE-SW = "Y"
               MOVE 12 TO CELL-WIDTH
               MOVE DE-CUT-DEFAULTS TO BAND-CUT-DEFAULTS
               DISPLAY "DISTANCE-ESTIMATOR GRID - CUTS ARE HUNDREDTHS "
                   "OF A CELL WIDTH"
           END-IF.
           PERFORM ACCEPT-CUT-POINTS.
           COMPUTE CELLS-PER-ROW = GH-SCREEN-Y + 1.
      *    APPEND THE RE-GRADED ROWS TO THE PLOT ARCHIVE, SAME EXTEND
           CLOSE PLOT-OUTPUT-FILE.
           CLOSE PGM-OUTPUT-FILE.
           PERFORM WRITE-AUDIT-ENTRIES.
           MOVE "PLOTOUT" TO ARCH-FILE-TYPE.
           MOVE PLOT-FILE-NAME TO ARCH-FILE-NAME.
           PERFORM REGISTER-ARCHIVE-ENTRY.
           MOVE "IMAGE" TO ARCH-FILE-TYPE.
           MOVE PGM-FILE-NAME TO ARCH-FILE-NAME.
           PERFORM REGISTER-ARCHIVE-ENTRY.
           DISPLAY " ".
           DISPLAY "----- RE-GRADE SUMMARY -----".
           DISPLAY "ROWS RE-GRADED:  " WS-ROWS-WRITTEN.
       END-WRITE-AUDIT-ENTRIES.
           EXIT.

       REGISTER-ARCHIVE-ENTRY SECTION.
      *    APPEND ONE CATALOG ENTRY FOR ARCH-FILE-NAME UNDER THE
      *    GRID'S OWN RECTANGLE AND PROFILE, SAME EXTEND IDIOM THE
      *    MAIN PROGRAM REGISTERS ITS OUTPUTS WITH
           OPEN EXTEND ARCHIVE-CATALOG-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN ARCHIVE.TXT - " ARCH-FILE-NAME
                       " NOT CATALOGUED"
                   GO TO END-REGISTER-ARCHIVE-ENTRY
               END-IF
           END-IF.
           MOVE WS-RUN-ID TO AR-RUN-ID.
           MOVE ARCH-FILE-NAME TO AR-FILE-NAME.
           MOVE ARCH-FILE-TYPE TO AR-FILE-TYPE.
           MOVE GH-X-MIN TO AR-X-MIN.
           MOVE GH-Y-MIN TO AR-Y-MIN.
           MOVE GH-X-MAX TO AR-X-MAX.
           MOVE GH-Y-MAX TO AR-Y-MAX.
           MOVE GH-PROFILE TO AR-PROFILE.
           ACCEPT AR-CREATE-DATE FROM DATE YYYYMMDD.
           ACCEPT AR-CREATE-TIME FROM TIME.
           MOVE WS-ROWS-WRITTEN TO AR-ROW-COUNT.
           MOVE "N" TO AR-KEEP-SW.
           MOVE "A" TO AR-STATUS.
           MOVE 0 TO AR-PURGE-DATE.
           WRITE ARCHIVE-CATALOG-RECORD.
           CLOSE ARCHIVE-CATALOG-FILE.
       END-REGISTER-ARCHIVE-ENTRY.
           EXIT.

       READ-GRID-HEADER SECTION.
      *    PULL THE HEADER OFF THE GRID AND COUNT THE ROW RECORDS
      *    BEHIND IT, SO THE PGM HEADER CAN DECLARE THE TRUE HEIGHT
                   CLOSE GRID-INPUT-FILE
                   GO TO END-READ-GRID-HEADER
           END-READ.
           MOVE GRID-INPUT-RECORD (1:91) TO GRID-HEADER-REC.
           IF GH-TAG NOT = "GH"
               DISPLAY GRID-FILE-NAME " HAS NO HEADER - RUN ABANDONED"
               CLOSE GRID-INPUT-FILE
           MOVE 1 TO PGM-PTR.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELLS-PER-ROW
               COMPUTE CELL-POS = (CELL-IDX - 1) * CELL-WIDTH + 1
               MOVE GRID-INPUT-RECORD (CELL-POS + 5:1) TO CELL-FLAG
               EVALUATE TRUE
                   WHEN CELL-FLAG = "D" AND GH-DE-SW = "Y"
                       AND GRID-INPUT-RECORD (CELL-POS + 6:6) NUMERIC
                       MOVE GRID-INPUT-RECORD (CELL-POS + 6:6)
                           TO CELL-DE-X
                       PERFORM BAND-ONE-DE-CELL
                   WHEN CELL-FLAG = "D" AND GH-DE-SW NOT = "Y"
                       AND GRID-INPUT-RECORD (CELL-POS:5) NUMERIC
                       MOVE GRID-INPUT-RECORD (CELL-POS:5) TO CELL-ITER
                       PERFORM BAND-ONE-CELL
                   WHEN OTHER
      *                AN IN-SET (OR SHORT) CELL PLOTS AS ALWAYS - THE
      *                IN-SET CHARACTER AND GREY LEVEL ZERO
                       MOVE SPACE TO PLOT-CHAR
                       MOVE 0 TO WS-GREY-LEVEL
               END-EVALUATE
               MOVE PLOT-CHAR TO ROW-BUFFER (CELL-IDX:1)
               STRING WS-GREY-LEVEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
           END-EVALUATE.
       END-BAND-ONE-CELL.
           EXIT.

       BAND-ONE-DE-CELL SECTION.
      *    SAME DISTANCE BANDING AND GREY RAMP AS THE MAIN PROGRAM'S
      *    DE-BAND-FROM-DIST - NEAREST THE BOUNDARY IS DARKEST
           COMPUTE DE-HUNDREDTHS = CELL-DE * 100.
           EVALUATE TRUE
               WHEN DE-HUNDREDTHS < BAND-CUT (1)
                   MOVE '#' TO PLOT-CHAR
                   MOVE 15 TO WS-GREY-LEVEL
               WHEN DE-HUNDREDTHS < BAND-CUT (2)
                   MOVE '*' TO PLOT-CHAR
                   MOVE 40 TO WS-GREY-LEVEL
               WHEN DE-HUNDREDTHS < BAND-CUT (3)
                   MOVE '+' TO PLOT-CHAR
                   MOVE 70 TO WS-GREY-LEVEL
               WHEN DE-HUNDREDTHS < BAND-CUT (4)
                   MOVE '=' TO PLOT-CHAR
                   MOVE 100 TO WS-GREY-LEVEL
               WHEN DE-HUNDREDTHS < BAND-CUT (5)
                   MOVE '-' TO PLOT-CHAR
                   MOVE 140 TO WS-GREY-LEVEL
               WHEN DE-HUNDREDTHS < BAND-CUT (6)
                   MOVE ':' TO PLOT-CHAR
                   MOVE 180 TO WS-GREY-LEVEL
               WHEN OTHER
                   MOVE '.' TO PLOT-CHAR
                   MOVE 220 TO WS-GREY-LEVEL
           END-EVALUATE.
       END-BAND-ONE-DE-CELL.
           EXIT.
