       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-A-FILE.
           01 INPUT-A-RECORD PIC X(6200).

       FD  INPUT-B-FILE.
           01 INPUT-B-RECORD PIC X(6200).

       FD  DIFF-PGM-FILE.
           01 DIFF-PGM-RECORD PIC X(2048).
      *        GRID-MODE CELL FIELDS
               03 CELLS-PER-ROW PIC 9(4) VALUE 0.
               03 CELL-POS PIC 9(4) VALUE 0.
               03 CELL-WIDTH-A PIC 99 VALUE 6.
               03 CELL-WIDTH-B PIC 99 VALUE 6.
               03 CELL-ITER PIC 9(5) VALUE 0.
               03 CELL-FLAG PIC X VALUE SPACE.
               03 CELL-GREY PIC 999 VALUE 0.
      *        GRID HEADER AS WRITTEN BY VANCISE-MANDLEBROT - THE
      *        FOUR SIGN-LEADING-SEPARATE COORDINATES ARE 17 BYTES
      *        EACH, 68 IN ALL, AND THE TRAILING FILLER COVERS
      *        MAX-ITER, THE JULIA SWITCH AND THE EXPONENT. THE DE
      *        SWITCH MARKS A DISTANCE-ESTIMATOR GRID, WHOSE TWELVE-
      *        CHARACTER CELLS STILL LEAD WITH THE ITERATION AND FLAG
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
               03 GHB-SCREEN-X PIC 999.
               03 GHB-SCREEN-Y PIC 999.
               03 FILLER PIC X(6).
               03 GHB-DE-SW PIC X.

           01 DIFF-IMAGE-VARS.
      *        DIFFERENCE IMAGE FIELDS - CHANGED CELLS BRIGHT
               AT END
                   MOVE "Y" TO WS-ABANDON-SW
               NOT AT END
                   MOVE INPUT-A-RECORD (1:91) TO GRID-HEADER-A
           END-READ.
           READ INPUT-B-FILE
               AT END
                   MOVE "Y" TO WS-ABANDON-SW
               NOT AT END
                   MOVE INPUT-B-RECORD (1:91) TO GRID-HEADER-B
           END-READ.
           IF WS-ABANDON-SW = "Y"
               DISPLAY "A GRID FILE IS EMPTY - RUN ABANDONED"
               GO TO END-CHECK-GRID-HEADERS
           END-IF.
           COMPUTE CELLS-PER-ROW = GHA-SCREEN-Y + 1.
           IF GHA-DE-SW = "Y"
               MOVE 12 TO CELL-WIDTH-A
           END-IF.
           IF GHB-DE-SW = "Y"
               MOVE 12 TO CELL-WIDTH-B
           END-IF.
           MOVE SPACES TO WS-PGM-WIDTH-TXT.
           MOVE CELLS-PER-ROW TO WS-PGM-WIDTH-TXT.
       END-CHECK-GRID-HEADERS.
           EXIT.

       PARSE-GRID-ROW-A SECTION.
      *    FIXED-WIDTH CELLS OFF SIDE A'S GRID ROW - THE
      *    BAND COMES OFF THE DEFAULT CUT POINTS AND THE GREY OFF
      *    THE STANDARD BAND RAMP, SO BOTH MODES COMPARE ALIKE
           MOVE 0 TO ROW-A-COUNT.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELLS-PER-ROW OR CELL-IDX > 511
               COMPUTE CELL-POS = (CELL-IDX - 1) * CELL-WIDTH-A + 1
               MOVE INPUT-A-RECORD (CELL-POS + 5:1) TO CELL-FLAG
               IF CELL-FLAG = "D"
                   AND INPUT-A-RECORD (CELL-POS:5) NUMERIC
           MOVE 0 TO ROW-B-COUNT.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELLS-PER-ROW OR CELL-IDX > 511
               COMPUTE CELL-POS = (CELL-IDX - 1) * CELL-WIDTH-B + 1
               MOVE INPUT-B-RECORD (CELL-POS + 5:1) TO CELL-FLAG
               IF CELL-FLAG = "D"
                   AND INPUT-B-RECORD (CELL-POS:5) NUMERIC
