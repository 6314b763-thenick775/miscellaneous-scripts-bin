      *    This program certifies a build of VANCISE-MANDLEBROT
      *    against the reference render library in REFLIB.TXT - one
      *    entry per reference render naming a catalogued region, the
      *    run profile to render it under and the "golden" iteration
      *    grid (MANDGRID.TXT layout) it must reproduce. Every entry
      *    is staged into CONTROL.TXT as a region card whose run
      *    identifier is the entry id, the operator-keyed render
      *    command is run once over the whole deck (its reply file
      *    must answer the grid prompt Y and the batch prompt Y), and
      *    each entry's fresh grid is then compared cell by cell
      *    against its golden grid under the same band rules
      *    MANDLE-COMPARE applies in grid mode. The certification
      *    report gives pass/fail per entry with the differing-cell
      *    percentage and the worst band migration, and the run ends
      *    with return code 4 when any entry differs past its
      *    tolerance, 12 when an entry could not be compared at all -
      *    so a build that changed the math can't be promoted. A
      *    rebase run renders the same way but copies the fresh grids
      *    over the golden ones, for seeding the library or signing
      *    off an intended change
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-CERTIFY.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-LIBRARY-FILE ASSIGN TO "REFLIB.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REFLIB-STATUS.
           SELECT CONTROL-CARDS-FILE ASSIGN TO "CONTROL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GOLDEN-GRID-FILE ASSIGN TO DYNAMIC GOLDEN-GRID-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GOLDEN-STATUS.
           SELECT FRESH-GRID-FILE ASSIGN TO DYNAMIC FRESH-GRID-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRESH-STATUS.
           SELECT CERTIFY-REPORT-FILE ASSIGN TO "CERTRPT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-LIBRARY-FILE.
           01 REFERENCE-LIBRARY-RECORD.
      *        ONE REFERENCE RENDER PER RECORD - THE ENTRY ID DOUBLES
      *        AS THE RE-RENDER'S RUN IDENTIFIER, SO KEEP IT TO A
      *        PREFIX NO PRODUCTION RUN USES. A BLANK TOLERANCE
      *        MEANS NO CELL MAY DIFFER
               03 RL-ENTRY-ID PIC X(8).
               03 RL-REGION-NAME PIC X(16).
               03 RL-PROFILE-NAME PIC X(8).
               03 RL-GOLDEN-GRID PIC X(20).
               03 RL-TOLERANCE PIC X(3).

       FD  CONTROL-CARDS-FILE.
           01 CONTROL-CARD-RECORD.
      *        SAME CARD LAYOUT VANCISE-MANDLEBROT'S BATCH MODE READS -
      *        ONLY REGION CARDS ARE STAGED HERE
               03 CC-CARD-TYPE PIC X.
               03 CC-REGION-NAME PIC X(16).
               03 FILLER PIC X(52).
               03 CC-PROFILE-NAME PIC X(8).
               03 CC-BAND-FIELDS PIC X(8).
               03 CC-FRAME-NO PIC X(4).
               03 CC-RUN-ID PIC X(8).

       FD  GOLDEN-GRID-FILE.
           01 GOLDEN-GRID-RECORD PIC X(6200).

       FD  FRESH-GRID-FILE.
           01 FRESH-GRID-RECORD PIC X(6200).

       FD  CERTIFY-REPORT-FILE.
           01 CERTIFY-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-REFLIB-STATUS PIC XX VALUE SPACES.
               03 WS-CONTROL-STATUS PIC XX VALUE SPACES.
               03 WS-GOLDEN-STATUS PIC XX VALUE SPACES.
               03 WS-FRESH-STATUS PIC XX VALUE SPACES.
               03 WS-CERTRPT-STATUS PIC XX VALUE SPACES.

           01 BAND-CUT-DEFAULTS.
      *        SAME BUILT-IN CUT POINTS THE MAIN PROGRAM SEEDS FROM,
      *        USED TO BAND GRID CELLS THE WAY MANDLE-COMPARE DOES
               03 FILLER PIC 9(4) VALUE 10.
               03 FILLER PIC 9(4) VALUE 20.
               03 FILLER PIC 9(4) VALUE 35.
               03 FILLER PIC 9(4) VALUE 50.
               03 FILLER PIC 9(4) VALUE 70.
               03 FILLER PIC 9(4) VALUE 90.
           01 BAND-CUT-DEFAULTS-R REDEFINES BAND-CUT-DEFAULTS.
               03 DEF-CUT PIC 9(4) OCCURS 6 TIMES.

           01 CERTIFY-VARS.
      *        RUN CONTROL FIELDS - THE RENDER COMMAND IS KEYED ONCE
      *        AT STARTUP, THE SAME AS THE JOB QUEUE DISPATCHER'S
               03 CERTIFY-COMMAND PIC X(64) VALUE SPACES.
               03 WS-CERTIFY-MODE PIC X VALUE "C".
               03 WS-REFLIB-EOF-SW PIC X VALUE "N".
               03 WS-RENDER-RC PIC 9(4) VALUE 0.
               03 WS-OVERALL-RC PIC 99 VALUE 0.
               03 GOLDEN-GRID-NAME PIC X(20) VALUE SPACES.
               03 FRESH-GRID-NAME PIC X(20) VALUE SPACES.
               03 WS-TOL-IN PIC X(3) VALUE SPACES.
               03 WS-TOL-SHIFT PIC XX VALUE SPACES.
               03 WS-COPY-EOF-SW PIC X VALUE "N".
               03 WS-COPY-COUNT PIC 9(4) VALUE 0.

           01 REFERENCE-TABLE-VARS.
      *        THE WHOLE LIBRARY HELD IN-CORE WITH EACH ENTRY'S
      *        VERDICT, SO THE REPORT CAN BE WRITTEN IN LIBRARY ORDER
               03 ENTRY-COUNT PIC 999 VALUE 0.
               03 ENTRY-IDX PIC 999 VALUE 0.
               03 ENTRY-TBL OCCURS 100 TIMES.
                   05 ET-ENTRY-ID PIC X(8).
                   05 ET-REGION-NAME PIC X(16).
                   05 ET-PROFILE-NAME PIC X(8).
                   05 ET-GOLDEN-GRID PIC X(20).
                   05 ET-TOLERANCE PIC 999.

           01 ENTRY-RESULT-VARS.
      *        ONE ENTRY'S VERDICT - RC 0 PASS, 4 OVER TOLERANCE, 12
      *        NOT COMPARABLE (GRID MISSING, SHORT OR MISMATCHED)
               03 WS-ENTRY-RC PIC 99 VALUE 0.
               03 WS-ENTRY-RESULT PIC X(4) VALUE SPACES.
               03 WS-ENTRY-NOTE PIC X(32) VALUE SPACES.
               03 WS-PASSED-COUNT PIC 999 VALUE 0.
               03 WS-FAILED-COUNT PIC 999 VALUE 0.
               03 WS-REBASED-COUNT PIC 999 VALUE 0.

           01 COMPARE-VARS.
      *        COMPARISON TALLY FIELDS, AS MANDLE-COMPARE KEEPS THEM -
      *        SIDE A IS THE GOLDEN GRID, SIDE B THE FRESH RENDER
               03 WS-A-EOF-SW PIC X VALUE "N".
               03 WS-B-EOF-SW PIC X VALUE "N".
               03 WS-ABANDON-SW PIC X VALUE "N".
               03 WS-CELLS-COMPARED PIC 9(9) VALUE 0.
               03 WS-CELLS-DIFFER PIC 9(9) VALUE 0.
               03 WS-DIFF-PCT PIC 999V99 VALUE 0.
               03 WS-DIFF-PCT-ED PIC ZZ9.99 VALUE 0.
               03 WS-GREY-DELTA PIC S9(3) VALUE 0.
               03 WS-A-TOTAL-RECS PIC 9(6) VALUE 0.
               03 WS-B-TOTAL-RECS PIC 9(6) VALUE 0.
               03 WS-SHORT-ROWS PIC 9(4) VALUE 0.
               03 CELL-IDX PIC 9(4) VALUE 0.
               03 CELL-LIMIT PIC 9(4) VALUE 0.
               03 BAND-A PIC 9 VALUE 0.
               03 BAND-B PIC 9 VALUE 0.
               03 MIG-ROW PIC 9 VALUE 0.
               03 MIG-COL PIC 9 VALUE 0.
               03 MIGRATION-TBL OCCURS 8 TIMES.
                   05 MIG-CELL PIC 9(7) OCCURS 8 TIMES.

           01 WORST-MIGRATION-VARS.
      *        THE WORST MIGRATION IS THE WIDEST BAND JUMP SEEN, TIES
      *        GOING TO THE JUMP MORE CELLS MADE - IN-SET IS BAND 8,
      *        SO A CELL FALLING IN OR OUT OF THE SET RANKS HIGH
               03 WORST-DIST PIC 9 VALUE 0.
               03 WORST-FROM PIC 9 VALUE 0.
               03 WORST-TO PIC 9 VALUE 0.
               03 WORST-COUNT PIC 9(7) VALUE 0.
               03 WORST-COUNT-ED PIC ZZZZZZ9 VALUE 0.
               03 MIG-DIST PIC 9 VALUE 0.
               03 WS-WORST-TEXT PIC X(24) VALUE SPACES.

           01 ROW-PARSE-VARS.
      *        ONE PARSED ROW PER SIDE - GREY AND BAND PER CELL, AND
      *        THE BOUNDARY DISTANCE WHEN THE GRID IS A DISTANCE-
      *        ESTIMATOR ONE
               03 ROW-A-COUNT PIC 9(4) VALUE 0.
               03 ROW-B-COUNT PIC 9(4) VALUE 0.
               03 ROW-A-TBL OCCURS 511 TIMES.
                   05 RA-GREY PIC 999.
                   05 RA-BAND PIC 9.
                   05 RA-DIST PIC 9(4)V99.
               03 ROW-B-TBL OCCURS 511 TIMES.
                   05 RB-GREY PIC 999.
                   05 RB-BAND PIC 9.
                   05 RB-DIST PIC 9(4)V99.

           01 GRID-PARSE-VARS.
      *        GRID CELL FIELDS
               03 CELLS-PER-ROW PIC 9(4) VALUE 0.
               03 CELL-POS PIC 9(4) VALUE 0.
               03 CELL-WIDTH-A PIC 99 VALUE 6.
               03 CELL-WIDTH-B PIC 99 VALUE 6.
               03 CELL-ITER PIC 9(5) VALUE 0.
               03 CELL-FLAG PIC X VALUE SPACE.
               03 CELL-GREY PIC 999 VALUE 0.
               03 CELL-BAND PIC 9 VALUE 0.
               03 CELL-DIST PIC 9(4)V99 VALUE 0.
               03 CELL-DIST-X REDEFINES CELL-DIST PIC X(6).
      *        Y WHEN BOTH GRIDS CARRY DISTANCES, SO THEY ARE COMPARED
               03 WS-BOTH-DE-SW PIC X VALUE "N".

           01 GRID-HEADER-A.
      *        GRID HEADER AS WRITTEN BY VANCISE-MANDLEBROT - SAME
      *        VIEW OF IT MANDLE-COMPARE TAKES
               03 GHA-TAG PIC XX.
               03 GHA-COORDS PIC X(68).
               03 GHA-PROFILE PIC X(8).
               03 GHA-SCREEN-X PIC 999.
               03 GHA-SCREEN-Y PIC 999.
               03 FILLER PIC X(6).
               03 GHA-DE-SW PIC X.
           01 GRID-HEADER-B.
               03 GHB-TAG PIC XX.
               03 GHB-COORDS PIC X(68).
               03 GHB-PROFILE PIC X(8).
               03 GHB-SCREEN-X PIC 999.
               03 GHB-SCREEN-Y PIC 999.
               03 FILLER PIC X(6).
               03 GHB-DE-SW PIC X.

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-CERTIFY.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "MANDLEBROT REFERENCE RENDER CERTIFICATION".
           DISPLAY "ENTER RENDER COMMAND TO RUN THE DECK: ".
           ACCEPT CERTIFY-COMMAND.
           IF CERTIFY-COMMAND = SPACES
               DISPLAY "NO RENDER COMMAND KEYED - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "C=CERTIFY AGAINST GOLDEN GRIDS, R=REBASE GOLDEN "
               "GRIDS: ".
           ACCEPT WS-CERTIFY-MODE.
           IF WS-CERTIFY-MODE = "R" OR WS-CERTIFY-MODE = "r"
               MOVE "R" TO WS-CERTIFY-MODE
           ELSE
               MOVE "C" TO WS-CERTIFY-MODE
           END-IF.
           PERFORM LOAD-REFERENCE-LIBRARY.
           IF ENTRY-COUNT = 0
               DISPLAY "NO REFLIB.TXT ENTRIES - NOTHING TO CERTIFY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM STAGE-CERTIFY-DECK.
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "RENDERING " ENTRY-COUNT " REFERENCE ENTRIES".
           CALL "SYSTEM" USING CERTIFY-COMMAND.
           MOVE RETURN-CODE TO WS-RENDER-RC.
      *    SAME WAIT-STATUS NORMALIZATION THE DISPATCHER APPLIES
           IF WS-RENDER-RC > 255
               DIVIDE WS-RENDER-RC BY 256 GIVING WS-RENDER-RC
           END-IF.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT CERTIFY-REPORT-FILE.
           IF WS-CERTRPT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CERTRPT.TXT - CONSOLE ONLY"
           END-IF.
           IF WS-CERTIFY-MODE = "R"
               MOVE "MANDLEBROT REFERENCE LIBRARY REBASE REPORT"
                   TO CERTIFY-REPORT-RECORD
           ELSE
               MOVE "MANDLEBROT REGRESSION CERTIFICATION REPORT"
                   TO CERTIFY-REPORT-RECORD
           END-IF.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTIFY-REPORT-RECORD.
           STRING "RENDER COMMAND: " CERTIFY-COMMAND
               "  RC=" WS-RENDER-RC
               DELIMITED BY SIZE INTO CERTIFY-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTIFY-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTIFY-REPORT-RECORD.
           STRING "ENTRY    REGION           PROFILE  RESULT DIFF PCT"
               "  WORST MIGRATION          NOTE"
               DELIMITED BY SIZE INTO CERTIFY-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > ENTRY-COUNT
               IF WS-CERTIFY-MODE = "R"
                   PERFORM REBASE-ONE-ENTRY
               ELSE
                   PERFORM CERTIFY-ONE-ENTRY
               END-IF
               PERFORM WRITE-ENTRY-LINE
           END-PERFORM.
           PERFORM WRITE-CERTIFY-TOTALS.
           IF WS-CERTRPT-STATUS = "00"
               CLOSE CERTIFY-REPORT-FILE
           END-IF.
           MOVE WS-OVERALL-RC TO RETURN-CODE.
       END-CERTIFY.
           STOP RUN.

       LOAD-REFERENCE-LIBRARY SECTION.
      *    PULL THE REFERENCE LIBRARY INTO THE IN-CORE TABLE, RIGHT-
      *    JUSTIFYING EACH TOLERANCE THE WAY MANDLE-COMPARE DOES
           MOVE "N" TO WS-REFLIB-EOF-SW.
           MOVE 0 TO ENTRY-COUNT.
           OPEN INPUT REFERENCE-LIBRARY-FILE.
           IF WS-REFLIB-STATUS NOT = "00"
               GO TO END-LOAD-REFERENCE-LIBRARY
           END-IF.
           PERFORM UNTIL WS-REFLIB-EOF-SW = "Y"
               READ REFERENCE-LIBRARY-FILE
                   AT END
                       MOVE "Y" TO WS-REFLIB-EOF-SW
                   NOT AT END
                       IF ENTRY-COUNT < 100 AND RL-ENTRY-ID NOT = SPACES
                           ADD 1 TO ENTRY-COUNT
                           MOVE RL-ENTRY-ID TO ET-ENTRY-ID (ENTRY-COUNT)
                           MOVE RL-REGION-NAME
                               TO ET-REGION-NAME (ENTRY-COUNT)
                           MOVE RL-PROFILE-NAME
                               TO ET-PROFILE-NAME (ENTRY-COUNT)
                           MOVE RL-GOLDEN-GRID
                               TO ET-GOLDEN-GRID (ENTRY-COUNT)
                           MOVE RL-TOLERANCE TO WS-TOL-IN
                           PERFORM NORMALIZE-TOLERANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERENCE-LIBRARY-FILE.
       END-LOAD-REFERENCE-LIBRARY.
           EXIT.

       NORMALIZE-TOLERANCE SECTION.
      *    RIGHT-JUSTIFY THE ENTRY'S TOLERANCE A DIGIT AT A TIME - A
      *    BLANK OR NON-NUMERIC FIELD IS A ZERO TOLERANCE
           IF WS-TOL-IN = SPACES
               MOVE 0 TO ET-TOLERANCE (ENTRY-COUNT)
               GO TO END-NORMALIZE-TOLERANCE
           END-IF.
           PERFORM UNTIL WS-TOL-IN (3:1) NOT = SPACE
               MOVE WS-TOL-IN (1:2) TO WS-TOL-SHIFT
               MOVE "0" TO WS-TOL-IN (1:1)
               MOVE WS-TOL-SHIFT TO WS-TOL-IN (2:2)
           END-PERFORM.
           INSPECT WS-TOL-IN REPLACING LEADING SPACES BY ZEROS.
           IF WS-TOL-IN NUMERIC
               MOVE WS-TOL-IN TO ET-TOLERANCE (ENTRY-COUNT)
           ELSE
               MOVE 0 TO ET-TOLERANCE (ENTRY-COUNT)
           END-IF.
           IF ET-TOLERANCE (ENTRY-COUNT) > 100
               MOVE 100 TO ET-TOLERANCE (ENTRY-COUNT)
           END-IF.
       END-NORMALIZE-TOLERANCE.
           EXIT.

       STAGE-CERTIFY-DECK SECTION.
      *    ONE REGION CARD PER ENTRY INTO CONTROL.TXT. EACH ENTRY'S
      *    FRESH GRID IS EMPTIED FIRST, SO A RENDER THAT NEVER GOT TO
      *    IT LEAVES NOTHING TO COMPARE RATHER THAN LAST NIGHT'S
      *    GRID PASSING IN ITS PLACE
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > ENTRY-COUNT
               PERFORM BUILD-FRESH-GRID-NAME
               OPEN OUTPUT FRESH-GRID-FILE
               IF WS-FRESH-STATUS = "00"
                   CLOSE FRESH-GRID-FILE
               END-IF
           END-PERFORM.
           OPEN OUTPUT CONTROL-CARDS-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONTROL.TXT - RUN ABANDONED"
               GO TO END-STAGE-CERTIFY-DECK
           END-IF.
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > ENTRY-COUNT
               MOVE SPACES TO CONTROL-CARD-RECORD
               MOVE "R" TO CC-CARD-TYPE
               MOVE ET-REGION-NAME (ENTRY-IDX) TO CC-REGION-NAME
               MOVE ET-PROFILE-NAME (ENTRY-IDX) TO CC-PROFILE-NAME
               MOVE ET-ENTRY-ID (ENTRY-IDX) TO CC-RUN-ID
               WRITE CONTROL-CARD-RECORD
           END-PERFORM.
           CLOSE CONTROL-CARDS-FILE.
       END-STAGE-CERTIFY-DECK.
           EXIT.

       BUILD-FRESH-GRID-NAME SECTION.
      *    THE RE-RENDER WRITES ITS GRID UNDER THE ENTRY ID AS RUN
      *    IDENTIFIER, THE SAME NAME BUILD-RUN-FILE-NAMES MAKES
           MOVE SPACES TO FRESH-GRID-NAME.
           STRING ET-ENTRY-ID (ENTRY-IDX) DELIMITED BY SPACE
               "MANDGRID.TXT" DELIMITED BY SIZE INTO FRESH-GRID-NAME.
           MOVE ET-GOLDEN-GRID (ENTRY-IDX) TO GOLDEN-GRID-NAME.
       END-BUILD-FRESH-GRID-NAME.
           EXIT.

       CERTIFY-ONE-ENTRY SECTION.
      *    GOLDEN GRID AGAINST FRESH GRID - ROW COUNTS, HEADERS, THEN
      *    EVERY CELL. ANY STRUCTURAL MISMATCH FAILS THE ENTRY AT 12
           PERFORM BUILD-FRESH-GRID-NAME.
           MOVE 0 TO WS-ENTRY-RC WS-CELLS-COMPARED WS-CELLS-DIFFER
               WS-DIFF-PCT WS-SHORT-ROWS WS-A-TOTAL-RECS
               WS-B-TOTAL-RECS.
           MOVE "N" TO WS-A-EOF-SW WS-B-EOF-SW WS-ABANDON-SW.
           MOVE SPACES TO WS-ENTRY-NOTE.
           MOVE "N/A" TO WS-WORST-TEXT.
           PERFORM VARYING MIG-ROW FROM 1 BY 1 UNTIL MIG-ROW > 8
               PERFORM VARYING MIG-COL FROM 1 BY 1 UNTIL MIG-COL > 8
                   MOVE 0 TO MIG-CELL (MIG-ROW, MIG-COL)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT GOLDEN-GRID-FILE.
           IF WS-GOLDEN-STATUS NOT = "00"
               MOVE 12 TO WS-ENTRY-RC
               MOVE "GOLDEN GRID NOT ON FILE" TO WS-ENTRY-NOTE
               GO TO END-CERTIFY-ONE-ENTRY
           END-IF.
           PERFORM UNTIL WS-A-EOF-SW = "Y"
               READ GOLDEN-GRID-FILE
                   AT END
                       MOVE "Y" TO WS-A-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-A-TOTAL-RECS
               END-READ
           END-PERFORM.
           CLOSE GOLDEN-GRID-FILE.
           OPEN INPUT FRESH-GRID-FILE.
           IF WS-FRESH-STATUS NOT = "00"
               MOVE 12 TO WS-ENTRY-RC
               MOVE "RE-RENDER WROTE NO GRID" TO WS-ENTRY-NOTE
               GO TO END-CERTIFY-ONE-ENTRY
           END-IF.
           PERFORM UNTIL WS-B-EOF-SW = "Y"
               READ FRESH-GRID-FILE
                   AT END
                       MOVE "Y" TO WS-B-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-B-TOTAL-RECS
               END-READ
           END-PERFORM.
           CLOSE FRESH-GRID-FILE.
           IF WS-B-TOTAL-RECS = 0
               MOVE 12 TO WS-ENTRY-RC
               MOVE "RE-RENDER WROTE NO GRID" TO WS-ENTRY-NOTE
               GO TO END-CERTIFY-ONE-ENTRY
           END-IF.
           IF WS-A-TOTAL-RECS NOT = WS-B-TOTAL-RECS
               MOVE 12 TO WS-ENTRY-RC
               MOVE "GRID ROW COUNTS DIFFER" TO WS-ENTRY-NOTE
               GO TO END-CERTIFY-ONE-ENTRY
           END-IF.
           MOVE "N" TO WS-A-EOF-SW WS-B-EOF-SW.
           OPEN INPUT GOLDEN-GRID-FILE.
           OPEN INPUT FRESH-GRID-FILE.
           PERFORM CHECK-GRID-HEADERS.
           IF WS-ABANDON-SW = "Y"
               CLOSE GOLDEN-GRID-FILE
               CLOSE FRESH-GRID-FILE
               MOVE 12 TO WS-ENTRY-RC
               GO TO END-CERTIFY-ONE-ENTRY
           END-IF.
           PERFORM UNTIL WS-A-EOF-SW = "Y" OR WS-B-EOF-SW = "Y"
               READ GOLDEN-GRID-FILE
                   AT END
                       MOVE "Y" TO WS-A-EOF-SW
               END-READ
               READ FRESH-GRID-FILE
                   AT END
                       MOVE "Y" TO WS-B-EOF-SW
               END-READ
               IF WS-A-EOF-SW = "N" AND WS-B-EOF-SW = "N"
                   PERFORM COMPARE-ONE-ROW
               END-IF
           END-PERFORM.
           CLOSE GOLDEN-GRID-FILE.
           CLOSE FRESH-GRID-FILE.
           IF WS-CELLS-COMPARED > 0
               COMPUTE WS-DIFF-PCT ROUNDED =
                   WS-CELLS-DIFFER * 100 / WS-CELLS-COMPARED
           END-IF.
           PERFORM FIND-WORST-MIGRATION.
           IF WS-SHORT-ROWS > 0
               MOVE 12 TO WS-ENTRY-RC
               MOVE "UNEVEN GRID ROWS" TO WS-ENTRY-NOTE
               GO TO END-CERTIFY-ONE-ENTRY
           END-IF.
           IF WS-DIFF-PCT > ET-TOLERANCE (ENTRY-IDX)
               MOVE 4 TO WS-ENTRY-RC
               MOVE "DIFFERENCE EXCEEDS TOLERANCE" TO WS-ENTRY-NOTE
           ELSE
               IF WS-CELLS-DIFFER > 0
                   MOVE "DIFFERENCE WITHIN TOLERANCE" TO WS-ENTRY-NOTE
               END-IF
           END-IF.
       END-CERTIFY-ONE-ENTRY.
           EXIT.

       CHECK-GRID-HEADERS SECTION.
      *    BOTH GRID HEADERS MUST CARRY THE SAME GEOMETRY AND THE SAME
      *    RECTANGLE - A REGION WHOSE CATALOG ENTRY MOVED IS NOT THE
      *    REFERENCE RENDER ANY MORE
           READ GOLDEN-GRID-FILE
               AT END
                   MOVE "Y" TO WS-ABANDON-SW
               NOT AT END
                   MOVE GOLDEN-GRID-RECORD (1:91) TO GRID-HEADER-A
           END-READ.
           READ FRESH-GRID-FILE
               AT END
                   MOVE "Y" TO WS-ABANDON-SW
               NOT AT END
                   MOVE FRESH-GRID-RECORD (1:91) TO GRID-HEADER-B
           END-READ.
           IF WS-ABANDON-SW = "Y"
               MOVE "A GRID FILE IS EMPTY" TO WS-ENTRY-NOTE
               GO TO END-CHECK-GRID-HEADERS
           END-IF.
           IF GHA-TAG NOT = "GH" OR GHB-TAG NOT = "GH"
               MOVE "A GRID FILE HAS NO HEADER" TO WS-ENTRY-NOTE
               MOVE "Y" TO WS-ABANDON-SW
               GO TO END-CHECK-GRID-HEADERS
           END-IF.
           IF GHA-SCREEN-Y NOT = GHB-SCREEN-Y
               OR GHA-SCREEN-X NOT = GHB-SCREEN-X
               MOVE "GRID GEOMETRIES DIFFER" TO WS-ENTRY-NOTE
               MOVE "Y" TO WS-ABANDON-SW
               GO TO END-CHECK-GRID-HEADERS
           END-IF.
           IF GHA-COORDS NOT = GHB-COORDS
               MOVE "GRID RECTANGLES DIFFER" TO WS-ENTRY-NOTE
               MOVE "Y" TO WS-ABANDON-SW
               GO TO END-CHECK-GRID-HEADERS
           END-IF.
           COMPUTE CELLS-PER-ROW = GHA-SCREEN-Y + 1.
      *    A DISTANCE-ESTIMATOR GRID CARRIES TWELVE CHARACTERS A
      *    CELL, STILL LED BY THE ITERATION AND FLAG COMPARED HERE -
      *    WHEN BOTH SIDES ARE DISTANCE GRIDS THE TRAILING BOUNDARY
      *    DISTANCE IS COMPARED AS WELL
           MOVE 6 TO CELL-WIDTH-A CELL-WIDTH-B.
           MOVE "N" TO WS-BOTH-DE-SW.
           IF GHA-DE-SW = "Y"
               MOVE 12 TO CELL-WIDTH-A
           END-IF.
           IF GHB-DE-SW = "Y"
               MOVE 12 TO CELL-WIDTH-B
           END-IF.
           IF GHA-DE-SW = "Y" AND GHB-DE-SW = "Y"
               MOVE "Y" TO WS-BOTH-DE-SW
           END-IF.
       END-CHECK-GRID-HEADERS.
           EXIT.

       COMPARE-ONE-ROW SECTION.
      *    PARSE BOTH SIDES OF THE ROW, THEN TALLY CELL BY CELL
           PERFORM PARSE-GRID-ROW-A.
           PERFORM PARSE-GRID-ROW-B.
           IF ROW-A-COUNT NOT = ROW-B-COUNT
               ADD 1 TO WS-SHORT-ROWS
           END-IF.
           IF ROW-A-COUNT < ROW-B-COUNT
               MOVE ROW-A-COUNT TO CELL-LIMIT
           ELSE
               MOVE ROW-B-COUNT TO CELL-LIMIT
           END-IF.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-LIMIT
               ADD 1 TO WS-CELLS-COMPARED
               COMPUTE WS-GREY-DELTA =
                   RA-GREY (CELL-IDX) - RB-GREY (CELL-IDX)
               MOVE RA-BAND (CELL-IDX) TO BAND-A
               MOVE RB-BAND (CELL-IDX) TO BAND-B
               IF WS-GREY-DELTA NOT = 0 OR BAND-A NOT = BAND-B
                   OR (WS-BOTH-DE-SW = "Y" AND
                       RA-DIST (CELL-IDX) NOT = RB-DIST (CELL-IDX))
                   ADD 1 TO WS-CELLS-DIFFER
               END-IF
               IF BAND-A NOT = BAND-B
                   ADD 1 TO MIG-CELL (BAND-A, BAND-B)
               END-IF
           END-PERFORM.
       END-COMPARE-ONE-ROW.
           EXIT.

       PARSE-GRID-ROW-A SECTION.
      *    FIXED-WIDTH CELLS OFF THE GOLDEN GRID ROW - THE
      *    BAND COMES OFF THE DEFAULT CUT POINTS AND THE GREY OFF
      *    THE STANDARD BAND RAMP, AS IN MANDLE-COMPARE
           MOVE 0 TO ROW-A-COUNT.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELLS-PER-ROW OR CELL-IDX > 511
               COMPUTE CELL-POS = (CELL-IDX - 1) * CELL-WIDTH-A + 1
               MOVE GOLDEN-GRID-RECORD (CELL-POS + 5:1) TO CELL-FLAG
               IF CELL-FLAG = "D"
                   AND GOLDEN-GRID-RECORD (CELL-POS:5) NUMERIC
                   MOVE GOLDEN-GRID-RECORD (CELL-POS:5) TO CELL-ITER
                   PERFORM BAND-GRID-CELL
               ELSE
                   MOVE 0 TO CELL-GREY
                   MOVE 8 TO CELL-BAND
               END-IF
               MOVE 0 TO CELL-DIST
               IF CELL-WIDTH-A = 12
                   AND GOLDEN-GRID-RECORD (CELL-POS + 6:6) NUMERIC
                   MOVE GOLDEN-GRID-RECORD (CELL-POS + 6:6)
                       TO CELL-DIST-X
               END-IF
               ADD 1 TO ROW-A-COUNT
               MOVE CELL-GREY TO RA-GREY (ROW-A-COUNT)
               MOVE CELL-BAND TO RA-BAND (ROW-A-COUNT)
               MOVE CELL-DIST TO RA-DIST (ROW-A-COUNT)
           END-PERFORM.
       END-PARSE-GRID-ROW-A.
           EXIT.

       PARSE-GRID-ROW-B SECTION.
      *    SAME FIXED-CELL WALK OVER THE FRESH GRID ROW
           MOVE 0 TO ROW-B-COUNT.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELLS-PER-ROW OR CELL-IDX > 511
               COMPUTE CELL-POS = (CELL-IDX - 1) * CELL-WIDTH-B + 1
               MOVE FRESH-GRID-RECORD (CELL-POS + 5:1) TO CELL-FLAG
               IF CELL-FLAG = "D"
                   AND FRESH-GRID-RECORD (CELL-POS:5) NUMERIC
                   MOVE FRESH-GRID-RECORD (CELL-POS:5) TO CELL-ITER
                   PERFORM BAND-GRID-CELL
               ELSE
                   MOVE 0 TO CELL-GREY
                   MOVE 8 TO CELL-BAND
               END-IF
               MOVE 0 TO CELL-DIST
               IF CELL-WIDTH-B = 12
                   AND FRESH-GRID-RECORD (CELL-POS + 6:6) NUMERIC
                   MOVE FRESH-GRID-RECORD (CELL-POS + 6:6)
                       TO CELL-DIST-X
               END-IF
               ADD 1 TO ROW-B-COUNT
               MOVE CELL-GREY TO RB-GREY (ROW-B-COUNT)
               MOVE CELL-BAND TO RB-BAND (ROW-B-COUNT)
               MOVE CELL-DIST TO RB-DIST (ROW-B-COUNT)
           END-PERFORM.
       END-PARSE-GRID-ROW-B.
           EXIT.

       BAND-GRID-CELL SECTION.
      *    SAME CUT-POINT BANDING AND CHARACTER-TO-GREY MAPPING THE
      *    MAIN PROGRAM USES FOR A DIVERGED CELL
           EVALUATE TRUE
               WHEN CELL-ITER < DEF-CUT (1)
                   MOVE 1 TO CELL-BAND
                   MOVE 220 TO CELL-GREY
               WHEN CELL-ITER < DEF-CUT (2)
                   MOVE 2 TO CELL-BAND
                   MOVE 180 TO CELL-GREY
               WHEN CELL-ITER < DEF-CUT (3)
                   MOVE 3 TO CELL-BAND
                   MOVE 140 TO CELL-GREY
               WHEN CELL-ITER < DEF-CUT (4)
                   MOVE 4 TO CELL-BAND
                   MOVE 100 TO CELL-GREY
               WHEN CELL-ITER < DEF-CUT (5)
                   MOVE 5 TO CELL-BAND
                   MOVE 70 TO CELL-GREY
               WHEN CELL-ITER < DEF-CUT (6)
                   MOVE 6 TO CELL-BAND
                   MOVE 40 TO CELL-GREY
               WHEN OTHER
                   MOVE 7 TO CELL-BAND
                   MOVE 15 TO CELL-GREY
           END-EVALUATE.
       END-BAND-GRID-CELL.
           EXIT.

       FIND-WORST-MIGRATION SECTION.
      *    SCAN THE 8X8 MIGRATION TABLE FOR THE WIDEST BAND JUMP -
      *    THE DIAGONAL NEVER COUNTS, A CELL THAT KEPT ITS BAND
      *    DIDN'T MIGRATE
           MOVE 0 TO WORST-DIST WORST-FROM WORST-TO WORST-COUNT.
           PERFORM VARYING MIG-ROW FROM 1 BY 1 UNTIL MIG-ROW > 8
               PERFORM VARYING MIG-COL FROM 1 BY 1 UNTIL MIG-COL > 8
                   IF MIG-CELL (MIG-ROW, MIG-COL) > 0
                       IF MIG-ROW > MIG-COL
                           COMPUTE MIG-DIST = MIG-ROW - MIG-COL
                       ELSE
                           COMPUTE MIG-DIST = MIG-COL - MIG-ROW
                       END-IF
                       IF MIG-DIST > WORST-DIST
                           OR (MIG-DIST = WORST-DIST AND
                               MIG-CELL (MIG-ROW, MIG-COL)
                                   > WORST-COUNT)
                           MOVE MIG-DIST TO WORST-DIST
                           MOVE MIG-ROW TO WORST-FROM
                           MOVE MIG-COL TO WORST-TO
                           MOVE MIG-CELL (MIG-ROW, MIG-COL)
                               TO WORST-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-WORST-TEXT.
           IF WORST-COUNT = 0
               MOVE "NONE" TO WS-WORST-TEXT
           ELSE
               MOVE WORST-COUNT TO WORST-COUNT-ED
               STRING "BAND " WORST-FROM " TO " WORST-TO
                   " (" WORST-COUNT-ED ")"
                   DELIMITED BY SIZE INTO WS-WORST-TEXT
           END-IF.
       END-FIND-WORST-MIGRATION.
           EXIT.

       REBASE-ONE-ENTRY SECTION.
      *    COPY THE FRESH GRID OVER THE ENTRY'S GOLDEN GRID - AN
      *    EMPTY FRESH GRID IS NEVER COPIED, IT WOULD WIPE OUT THE
      *    REFERENCE THE NEXT CERTIFICATION NEEDS
           PERFORM BUILD-FRESH-GRID-NAME.
           MOVE 0 TO WS-ENTRY-RC WS-DIFF-PCT WS-COPY-COUNT.
           MOVE SPACES TO WS-ENTRY-NOTE.
           MOVE "N/A" TO WS-WORST-TEXT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT FRESH-GRID-FILE.
           IF WS-FRESH-STATUS NOT = "00"
               MOVE 12 TO WS-ENTRY-RC
               MOVE "RE-RENDER WROTE NO GRID" TO WS-ENTRY-NOTE
               GO TO END-REBASE-ONE-ENTRY
           END-IF.
           READ FRESH-GRID-FILE
               AT END
                   MOVE "Y" TO WS-COPY-EOF-SW
           END-READ.
           IF WS-COPY-EOF-SW = "Y" OR FRESH-GRID-RECORD (1:2) NOT = "GH"
               CLOSE FRESH-GRID-FILE
               MOVE 12 TO WS-ENTRY-RC
               MOVE "RE-RENDER WROTE NO GRID" TO WS-ENTRY-NOTE
               GO TO END-REBASE-ONE-ENTRY
           END-IF.
           OPEN OUTPUT GOLDEN-GRID-FILE.
           IF WS-GOLDEN-STATUS NOT = "00"
               CLOSE FRESH-GRID-FILE
               MOVE 12 TO WS-ENTRY-RC
               MOVE "CANNOT WRITE GOLDEN GRID" TO WS-ENTRY-NOTE
               GO TO END-REBASE-ONE-ENTRY
           END-IF.
           PERFORM UNTIL WS-COPY-EOF-SW = "Y"
               WRITE GOLDEN-GRID-RECORD FROM FRESH-GRID-RECORD
               ADD 1 TO WS-COPY-COUNT
               READ FRESH-GRID-FILE
                   AT END
                       MOVE "Y" TO WS-COPY-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE FRESH-GRID-FILE.
           CLOSE GOLDEN-GRID-FILE.
           ADD 1 TO WS-REBASED-COUNT.
           MOVE SPACES TO WS-ENTRY-NOTE.
           STRING "REBASED TO " GOLDEN-GRID-NAME
               DELIMITED BY SIZE INTO WS-ENTRY-NOTE.
       END-REBASE-ONE-ENTRY.
           EXIT.

       WRITE-ENTRY-LINE SECTION.
      *    ONE REPORT LINE PER ENTRY, AND THE ENTRY'S RC CARRIED UP
      *    INTO THE OVERALL RC - THE WORST ENTRY DECIDES THE BUILD
           IF WS-ENTRY-RC = 0
               MOVE "PASS" TO WS-ENTRY-RESULT
               ADD 1 TO WS-PASSED-COUNT
           ELSE
               MOVE "FAIL" TO WS-ENTRY-RESULT
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           IF WS-ENTRY-RC > WS-OVERALL-RC
               MOVE WS-ENTRY-RC TO WS-OVERALL-RC
           END-IF.
           MOVE WS-DIFF-PCT TO WS-DIFF-PCT-ED.
           MOVE SPACES TO CERTIFY-REPORT-RECORD.
           STRING ET-ENTRY-ID (ENTRY-IDX) " "
               ET-REGION-NAME (ENTRY-IDX) " "
               ET-PROFILE-NAME (ENTRY-IDX) " "
               WS-ENTRY-RESULT "     " WS-DIFF-PCT-ED "  "
               WS-WORST-TEXT " " WS-ENTRY-NOTE
               DELIMITED BY SIZE INTO CERTIFY-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
       END-WRITE-ENTRY-LINE.
           EXIT.

       WRITE-CERTIFY-TOTALS SECTION.
      *    TALLIES AND THE BUILD VERDICT
           MOVE SPACES TO CERTIFY-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTIFY-REPORT-RECORD.
           STRING "ENTRIES: " ENTRY-COUNT
               "  PASSED: " WS-PASSED-COUNT
               "  FAILED: " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO CERTIFY-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTIFY-REPORT-RECORD.
           IF WS-CERTIFY-MODE = "R"
               STRING "GOLDEN GRIDS REBASED: " WS-REBASED-COUNT
                   "  OVERALL RC=" WS-OVERALL-RC
                   DELIMITED BY SIZE INTO CERTIFY-REPORT-RECORD
           ELSE
               IF WS-OVERALL-RC = 0
                   STRING "OVERALL RC=" WS-OVERALL-RC
                       " - BUILD CERTIFIED"
                       DELIMITED BY SIZE INTO CERTIFY-REPORT-RECORD
               ELSE
                   STRING "OVERALL RC=" WS-OVERALL-RC
                       " - BUILD NOT CERTIFIED, DO NOT PROMOTE"
                       DELIMITED BY SIZE INTO CERTIFY-REPORT-RECORD
               END-IF
           END-IF.
           PERFORM PUT-REPORT-LINE.
       END-WRITE-CERTIFY-TOTALS.
           EXIT.

       PUT-REPORT-LINE SECTION.
      *    ONE LINE TO THE REPORT FILE (WHEN OPEN) AND THE CONSOLE
           IF WS-CERTRPT-STATUS = "00"
               WRITE CERTIFY-REPORT-RECORD
           END-IF.
           DISPLAY CERTIFY-REPORT-RECORD (1:100).
       END-PUT-REPORT-LINE.
           EXIT.
