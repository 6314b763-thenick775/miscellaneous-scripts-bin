      *    This program measures the set from a saved iteration grid
      *    (MANDGRID.TXT layout - the GH header record, then one row
      *    per X step of six-character ITER-COUNT/D-I flag cells).
      *    The header rectangle is turned into real-plane cell sizes,
      *    and from those the program reports the estimated in-set
      *    area, the count and share of boundary cells (in-set cells
      *    with a diverged neighbour above, below or to either side)
      *    and a box-counting estimate of the boundary's dimension
      *    over box sizes of 1, 2, 4 ... cells. Cell sizes and areas
      *    are carried as a mantissa and a power of ten so deep zooms
      *    don't underflow. Each result is printed to MEASRPT.TXT and
      *    appended to MEASURE.TXT keyed by region and date, so the
      *    successive zooms of one region can be tabulated together
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-MEASURE.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRID-INPUT-FILE ASSIGN TO DYNAMIC GRID-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-STATUS.
           SELECT REGION-CATALOG-FILE ASSIGN TO "REGIONS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-STATUS.
           SELECT MEASUREMENT-FILE ASSIGN TO "MEASURE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT MEASURE-REPORT-FILE ASSIGN TO "MEASRPT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEASRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRID-INPUT-FILE.
           01 GRID-INPUT-RECORD PIC X(6200).

       FD  REGION-CATALOG-FILE.
           01 REGION-RECORD.
      *        SAME LAYOUT VANCISE-MANDLEBROT'S REGION CATALOG WRITES
               03 RG-NAME PIC X(16).
               03 RG-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RG-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RG-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RG-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RG-JULIA-SW PIC X.
               03 RG-JULIA-C-X PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RG-JULIA-C-Y PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RG-EXPONENT PIC 9.

       FD  MEASUREMENT-FILE.
           01 MEASUREMENT-RECORD.
      *        ONE MEASUREMENT PER RECORD, KEYED BY REGION AND DATE -
      *        SIZES AND AREA AS MANTISSA (1 TO UNDER 10) AND POWER
      *        OF TEN, THE DIMENSION ZERO WITH MR-DIM-SW "N" WHEN
      *        THERE WERE TOO FEW BOX SIZES TO FIT IT
               03 MR-REGION PIC X(16).
               03 MR-DATE PIC 9(8).
               03 MR-TIME PIC 9(8).
               03 MR-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 MR-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 MR-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 MR-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 MR-PROFILE PIC X(8).
               03 MR-ROWS PIC 999.
               03 MR-COLS PIC 999.
               03 MR-MAX-ITER PIC 9(4).
               03 MR-JULIA-SW PIC X.
               03 MR-TOTAL-CELLS PIC 9(6).
               03 MR-IN-SET PIC 9(6).
               03 MR-BOUNDARY PIC 9(6).
               03 MR-BOUNDARY-PCT PIC 999V99.
               03 MR-CELL-W-MANT PIC 9V9(12).
               03 MR-CELL-W-EXP PIC S99 SIGN IS LEADING SEPARATE.
               03 MR-CELL-H-MANT PIC 9V9(12).
               03 MR-CELL-H-EXP PIC S99 SIGN IS LEADING SEPARATE.
               03 MR-AREA-MANT PIC 9V9(12).
               03 MR-AREA-EXP PIC S99 SIGN IS LEADING SEPARATE.
               03 MR-BOX-SIZES PIC 99.
               03 MR-DIMENSION PIC S9V9(4) SIGN IS LEADING SEPARATE.
               03 MR-DIM-SW PIC X.

       FD  MEASURE-REPORT-FILE.
           01 MEASURE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-GRID-STATUS PIC XX VALUE SPACES.
               03 WS-REGION-STATUS PIC XX VALUE SPACES.
               03 WS-MEASURE-STATUS PIC XX VALUE SPACES.
               03 WS-MEASRPT-STATUS PIC XX VALUE SPACES.

           01 MEASURE-VARS.
      *        RUN CONTROL FIELDS
               03 GRID-FILE-NAME PIC X(20) VALUE "MANDGRID.TXT".
               03 GRID-NAME-IN PIC X(20) VALUE SPACES.
               03 REGION-KEY PIC X(16) VALUE SPACES.
               03 WS-GRID-EOF-SW PIC X VALUE "N".
               03 WS-REGION-EOF-SW PIC X VALUE "N".
               03 WS-MEASURE-DATE PIC 9(8) VALUE 0.
               03 WS-MEASURE-TIME PIC 9(8) VALUE 0.

           01 GRID-HEADER-IN.
      *        GRID HEADER AS WRITTEN BY VANCISE-MANDLEBROT
               03 GH-TAG PIC XX.
               03 GH-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 GH-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 GH-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 GH-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 GH-PROFILE PIC X(8).
               03 GH-SCREEN-X PIC 999.
               03 GH-SCREEN-Y PIC 999.
               03 GH-MAX-ITER PIC 9(4).
               03 GH-JULIA-SW PIC X.
               03 GH-EXPONENT PIC 9.
      *        Y = TWELVE-CHARACTER DISTANCE-ESTIMATOR CELLS
               03 GH-DE-SW PIC X.

           01 SET-GRID.
      *        THE WHOLE GRID HELD IN-CORE AS ONE FLAG PER CELL -
      *        "I" IN THE SET, ANYTHING ELSE DIVERGED - ROW = X STEP,
      *        COLUMN = Y STEP, THE SAME SHAPE AS THE BLOCK-FILL GRID
               03 SG-ROW OCCURS 501 TIMES.
                   05 SG-CELL PIC X OCCURS 511 TIMES.
           01 BOUNDARY-GRID.
      *        "Y" ON EVERY IN-SET CELL WITH A DIVERGED NEIGHBOUR
               03 BG-ROW OCCURS 501 TIMES.
                   05 BG-CELL PIC X OCCURS 511 TIMES.
           01 BOX-HIT-GRID.
      *        "Y" ON EVERY BOX HOLDING A BOUNDARY CELL AT THE BOX
      *        SIZE BEING COUNTED
               03 BH-ROW OCCURS 501 TIMES.
                   05 BH-CELL PIC X OCCURS 511 TIMES.

           01 COUNT-VARS.
      *        CELL TALLIES AND SUBSCRIPTS
               03 GRID-ROWS PIC 999 VALUE 0.
               03 GRID-COLS PIC 999 VALUE 0.
               03 ROW-IDX PIC 999 VALUE 0.
               03 COL-IDX PIC 999 VALUE 0.
               03 CELL-POS PIC 9(4) VALUE 0.
               03 CELL-WIDTH PIC 99 VALUE 6.
               03 TOTAL-CELLS PIC 9(6) VALUE 0.
               03 IN-SET-CELLS PIC 9(6) VALUE 0.
               03 BOUNDARY-CELLS PIC 9(6) VALUE 0.
               03 WS-BOUNDARY-SW PIC X VALUE "N".
               03 BOUNDARY-PCT PIC 999V99 VALUE 0.
               03 BOUNDARY-ALL-PCT PIC 999V99 VALUE 0.
               03 IN-SET-PCT PIC 999V99 VALUE 0.
               03 WS-PCT-ED PIC ZZ9.99 VALUE 0.
               03 WS-PCT-ALL-ED PIC ZZ9.99 VALUE 0.
               03 WS-COUNT-ED PIC ZZZZZ9 VALUE 0.

           01 SCIENTIFIC-VARS.
      *        MANTISSA/EXPONENT WORK FIELDS - NORMALIZE-SCI BRINGS
      *        SCI-MANT INTO 1 TO UNDER 10, ADJUSTING SCI-EXP TO SUIT
               03 SCI-MANT PIC 9(9)V9(15) VALUE 0.
               03 SCI-EXP PIC S9(3) VALUE 0.
               03 SCI-EXP-ABS PIC 999 VALUE 0.
               03 SCI-SIGN PIC X VALUE "+".
               03 SCI-MANT-ED PIC 9.9(12) VALUE 0.
               03 SCI-TEXT PIC X(20) VALUE SPACES.
               03 RECT-W PIC 9V9(15) VALUE 0.
               03 RECT-H PIC 9V9(15) VALUE 0.
               03 CELL-W-MANT PIC 9(9)V9(15) VALUE 0.
               03 CELL-W-EXP PIC S9(3) VALUE 0.
               03 CELL-H-MANT PIC 9(9)V9(15) VALUE 0.
               03 CELL-H-EXP PIC S9(3) VALUE 0.
               03 CELL-A-MANT PIC 9(9)V9(15) VALUE 0.
               03 CELL-A-EXP PIC S9(3) VALUE 0.
               03 AREA-MANT PIC 9(9)V9(15) VALUE 0.
               03 AREA-EXP PIC S9(3) VALUE 0.

           01 BOX-COUNT-VARS.
      *        BOX SIZES DOUBLE FROM ONE CELL WHILE AT LEAST TWO BOXES
      *        STILL FIT ACROSS THE NARROWER SIDE OF THE GRID
               03 BOX-SIZE PIC 999 VALUE 0.
               03 BOX-ROWS PIC 999 VALUE 0.
               03 BOX-COLS PIC 999 VALUE 0.
               03 BOX-R PIC 999 VALUE 0.
               03 BOX-C PIC 999 VALUE 0.
               03 BOX-HITS PIC 9(6) VALUE 0.
               03 NARROW-SIDE PIC 999 VALUE 0.
               03 BOX-TBL-COUNT PIC 99 VALUE 0.
               03 BOX-IDX PIC 99 VALUE 0.
               03 BOX-TBL OCCURS 10 TIMES.
                   05 BX-SIZE PIC 999.
                   05 BX-COUNT PIC 9(6).
               03 WS-BOX-SIZE-ED PIC ZZ9 VALUE 0.

           01 DIMENSION-VARS.
      *        LEAST-SQUARES SLOPE OF LOG(COUNT) OVER LOG(1/SIZE)
               03 FIT-POINTS PIC 99 VALUE 0.
               03 FIT-X PIC S9(3)V9(12) VALUE 0.
               03 FIT-Y PIC S9(3)V9(12) VALUE 0.
               03 FIT-SUM-X PIC S9(5)V9(12) VALUE 0.
               03 FIT-SUM-Y PIC S9(5)V9(12) VALUE 0.
               03 FIT-SUM-XY PIC S9(5)V9(12) VALUE 0.
               03 FIT-SUM-XX PIC S9(5)V9(12) VALUE 0.
               03 FIT-DENOM PIC S9(7)V9(12) VALUE 0.
               03 DIMENSION PIC S9V9(4) VALUE 0.
               03 WS-DIMENSION-ED PIC -9.9999 VALUE 0.
               03 WS-DIM-SW PIC X VALUE "N".

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-MEASURE.
           DISPLAY "ENTER GRID FILE NAME (BLANK FOR MANDGRID.TXT): ".
           ACCEPT GRID-NAME-IN.
           IF GRID-NAME-IN NOT = SPACES
               MOVE GRID-NAME-IN TO GRID-FILE-NAME
           END-IF.
           DISPLAY "ENTER REGION NAME (BLANK TO MATCH THE CATALOG): ".
           ACCEPT REGION-KEY.
           PERFORM LOAD-GRID.
           IF GRID-ROWS = 0
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF REGION-KEY = SPACES
               PERFORM MATCH-REGION
           END-IF.
           ACCEPT WS-MEASURE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MEASURE-TIME FROM TIME.
           PERFORM FIND-BOUNDARY-CELLS.
           PERFORM COMPUTE-CELL-SIZES.
           PERFORM COUNT-BOXES.
           PERFORM FIT-DIMENSION.
           PERFORM WRITE-MEASURE-REPORT.
           PERFORM APPEND-MEASUREMENT.
       END-MEASURE.
           STOP RUN.

       LOAD-GRID SECTION.
      *    HEADER FIRST, THEN ONE ROW RECORD PER X STEP INTO THE
      *    IN-CORE FLAG GRID - A FILE THAT ISN'T A GRID IS REFUSED
           MOVE 0 TO GRID-ROWS.
           MOVE "N" TO WS-GRID-EOF-SW.
           OPEN INPUT GRID-INPUT-FILE.
           IF WS-GRID-STATUS NOT = "00"
               DISPLAY GRID-FILE-NAME " NOT ON FILE - RUN ABANDONED"
               GO TO END-LOAD-GRID
           END-IF.
           READ GRID-INPUT-FILE
               AT END
                   MOVE "Y" TO WS-GRID-EOF-SW
               NOT AT END
                   MOVE GRID-INPUT-RECORD (1:91) TO GRID-HEADER-IN
           END-READ.
           IF WS-GRID-EOF-SW = "Y" OR GH-TAG NOT = "GH"
               OR GH-SCREEN-X NOT NUMERIC OR GH-SCREEN-Y NOT NUMERIC
               OR GH-X-MIN NOT NUMERIC OR GH-Y-MIN NOT NUMERIC
               OR GH-X-MAX NOT NUMERIC OR GH-Y-MAX NOT NUMERIC
               DISPLAY GRID-FILE-NAME
                   " HAS NO GRID HEADER - RUN ABANDONED"
               CLOSE GRID-INPUT-FILE
               GO TO END-LOAD-GRID
           END-IF.
           COMPUTE GRID-COLS = GH-SCREEN-Y + 1.
           MOVE 6 TO CELL-WIDTH.
           IF GH-DE-SW = "Y"
               MOVE 12 TO CELL-WIDTH
           END-IF.
           IF GRID-COLS > 511
               MOVE 511 TO GRID-COLS
           END-IF.
           PERFORM UNTIL WS-GRID-EOF-SW = "Y"
               READ GRID-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-GRID-EOF-SW
                   NOT AT END
                       IF GRID-ROWS < 501
                           ADD 1 TO GRID-ROWS
                           PERFORM LOAD-GRID-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRID-INPUT-FILE.
           IF GRID-ROWS = 0
               DISPLAY GRID-FILE-NAME " HAS NO ROWS - RUN ABANDONED"
           END-IF.
       END-LOAD-GRID.
           EXIT.

       LOAD-GRID-ROW SECTION.
      *    FLAG BYTE OF EACH CELL INTO THE FLAG GRID - SIXTH OF SIX,
      *    OR OF TWELVE ON A DISTANCE-ESTIMATOR GRID
           PERFORM VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > GRID-COLS
               COMPUTE CELL-POS = (COL-IDX - 1) * CELL-WIDTH + 6
               IF GRID-INPUT-RECORD (CELL-POS:1) = "I"
                   MOVE "I" TO SG-CELL (GRID-ROWS, COL-IDX)
                   ADD 1 TO IN-SET-CELLS
               ELSE
                   MOVE "D" TO SG-CELL (GRID-ROWS, COL-IDX)
               END-IF
               ADD 1 TO TOTAL-CELLS
           END-PERFORM.
       END-LOAD-GRID-ROW.
           EXIT.

       MATCH-REGION SECTION.
      *    NO REGION KEYED - LOOK FOR THE CATALOG ENTRY WHOSE
      *    RECTANGLE IS THE GRID'S, ELSE FILE IT AS UNCATALOGUED
           MOVE "UNCATALOGUED" TO REGION-KEY.
           MOVE "N" TO WS-REGION-EOF-SW.
           OPEN INPUT REGION-CATALOG-FILE.
           IF WS-REGION-STATUS NOT = "00"
               GO TO END-MATCH-REGION
           END-IF.
           PERFORM UNTIL WS-REGION-EOF-SW = "Y"
               READ REGION-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-REGION-EOF-SW
                   NOT AT END
                       IF RG-X-MIN = GH-X-MIN AND RG-Y-MIN = GH-Y-MIN
                           AND RG-X-MAX = GH-X-MAX
                           AND RG-Y-MAX = GH-Y-MAX
                           MOVE RG-NAME TO REGION-KEY
                           MOVE "Y" TO WS-REGION-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGION-CATALOG-FILE.
       END-MATCH-REGION.
           EXIT.

       FIND-BOUNDARY-CELLS SECTION.
      *    AN IN-SET CELL IS ON THE BOUNDARY WHEN ANY OF ITS FOUR
      *    NEIGHBOURS DIVERGED - CELLS OFF THE EDGE OF THE GRID ARE
      *    UNKNOWN AND DON'T COUNT EITHER WAY
           MOVE 0 TO BOUNDARY-CELLS.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > GRID-ROWS
               PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > GRID-COLS
                   MOVE "N" TO BG-CELL (ROW-IDX, COL-IDX)
                   IF SG-CELL (ROW-IDX, COL-IDX) = "I"
                       PERFORM CHECK-ONE-CELL
                   END-IF
               END-PERFORM
           END-PERFORM.
       END-FIND-BOUNDARY-CELLS.
           EXIT.

       CHECK-ONE-CELL SECTION.
      *    LOOK AT THE FOUR NEIGHBOURS OF AN IN-SET CELL
           MOVE "N" TO WS-BOUNDARY-SW.
           IF ROW-IDX > 1
               IF SG-CELL (ROW-IDX - 1, COL-IDX) = "D"
                   MOVE "Y" TO WS-BOUNDARY-SW
               END-IF
           END-IF.
           IF ROW-IDX < GRID-ROWS
               IF SG-CELL (ROW-IDX + 1, COL-IDX) = "D"
                   MOVE "Y" TO WS-BOUNDARY-SW
               END-IF
           END-IF.
           IF COL-IDX > 1
               IF SG-CELL (ROW-IDX, COL-IDX - 1) = "D"
                   MOVE "Y" TO WS-BOUNDARY-SW
               END-IF
           END-IF.
           IF COL-IDX < GRID-COLS
               IF SG-CELL (ROW-IDX, COL-IDX + 1) = "D"
                   MOVE "Y" TO WS-BOUNDARY-SW
               END-IF
           END-IF.
           IF WS-BOUNDARY-SW = "Y"
               MOVE "Y" TO BG-CELL (ROW-IDX, COL-IDX)
               ADD 1 TO BOUNDARY-CELLS
           END-IF.
       END-CHECK-ONE-CELL.
           EXIT.

       COMPUTE-CELL-SIZES SECTION.
      *    CELL WIDTH IS THE X SPAN OVER SCREEN-X STEPS, CELL HEIGHT
      *    THE Y SPAN OVER SCREEN-Y STEPS, AS SETUP LAYS THEM OUT -
      *    EACH SPAN IS NORMALIZED BEFORE THE DIVIDE SO A DEEP-ZOOM
      *    CELL KEEPS ITS DIGITS
           COMPUTE RECT-W = GH-X-MAX - GH-X-MIN.
           COMPUTE RECT-H = GH-Y-MAX - GH-Y-MIN.
           MOVE RECT-W TO SCI-MANT.
           MOVE 0 TO SCI-EXP.
           PERFORM NORMALIZE-SCI.
           IF GH-SCREEN-X > 0
               COMPUTE SCI-MANT = SCI-MANT / GH-SCREEN-X
               PERFORM NORMALIZE-SCI
           END-IF.
           MOVE SCI-MANT TO CELL-W-MANT.
           MOVE SCI-EXP TO CELL-W-EXP.
           MOVE RECT-H TO SCI-MANT.
           MOVE 0 TO SCI-EXP.
           PERFORM NORMALIZE-SCI.
           IF GH-SCREEN-Y > 0
               COMPUTE SCI-MANT = SCI-MANT / GH-SCREEN-Y
               PERFORM NORMALIZE-SCI
           END-IF.
           MOVE SCI-MANT TO CELL-H-MANT.
           MOVE SCI-EXP TO CELL-H-EXP.
           COMPUTE SCI-MANT = CELL-W-MANT * CELL-H-MANT.
           COMPUTE SCI-EXP = CELL-W-EXP + CELL-H-EXP.
           PERFORM NORMALIZE-SCI.
           MOVE SCI-MANT TO CELL-A-MANT.
           MOVE SCI-EXP TO CELL-A-EXP.
      *    IN-SET AREA IS ONE CELL AREA PER IN-SET CELL
           COMPUTE SCI-MANT = CELL-A-MANT * IN-SET-CELLS.
           MOVE CELL-A-EXP TO SCI-EXP.
           PERFORM NORMALIZE-SCI.
           MOVE SCI-MANT TO AREA-MANT.
           MOVE SCI-EXP TO AREA-EXP.
           IF IN-SET-CELLS > 0
               COMPUTE BOUNDARY-PCT ROUNDED =
                   BOUNDARY-CELLS * 100 / IN-SET-CELLS
           END-IF.
           IF TOTAL-CELLS > 0
               COMPUTE BOUNDARY-ALL-PCT ROUNDED =
                   BOUNDARY-CELLS * 100 / TOTAL-CELLS
               COMPUTE IN-SET-PCT ROUNDED =
                   IN-SET-CELLS * 100 / TOTAL-CELLS
           END-IF.
       END-COMPUTE-CELL-SIZES.
           EXIT.

       NORMALIZE-SCI SECTION.
      *    SHIFT SCI-MANT INTO 1 TO UNDER 10 A DECADE AT A TIME - A
      *    ZERO MANTISSA IS LEFT ALONE WITH A ZERO EXPONENT
           IF SCI-MANT = 0
               MOVE 0 TO SCI-EXP
               GO TO END-NORMALIZE-SCI
           END-IF.
           PERFORM UNTIL SCI-MANT < 10
               COMPUTE SCI-MANT = SCI-MANT / 10
               ADD 1 TO SCI-EXP
           END-PERFORM.
           PERFORM UNTIL SCI-MANT >= 1
               COMPUTE SCI-MANT = SCI-MANT * 10
               SUBTRACT 1 FROM SCI-EXP
           END-PERFORM.
       END-NORMALIZE-SCI.
           EXIT.

       FORMAT-SCI SECTION.
      *    SCI-MANT/SCI-EXP OUT AS 9.999999999999E+99 IN SCI-TEXT
           MOVE SCI-MANT TO SCI-MANT-ED.
           IF SCI-EXP < 0
               MOVE "-" TO SCI-SIGN
               COMPUTE SCI-EXP-ABS = 0 - SCI-EXP
           ELSE
               MOVE "+" TO SCI-SIGN
               MOVE SCI-EXP TO SCI-EXP-ABS
           END-IF.
           MOVE SPACES TO SCI-TEXT.
           STRING SCI-MANT-ED "E" SCI-SIGN SCI-EXP-ABS (2:2)
               DELIMITED BY SIZE INTO SCI-TEXT.
       END-FORMAT-SCI.
           EXIT.

       COUNT-BOXES SECTION.
      *    FOR EACH BOX SIZE, COUNT THE BOXES HOLDING AT LEAST ONE
      *    BOUNDARY CELL - BOXES ARE MEASURED IN CELLS, SO A GRID
      *    WITH UNEQUAL CELL WIDTH AND HEIGHT COUNTS IN CELL UNITS
           MOVE 0 TO BOX-TBL-COUNT.
           IF BOUNDARY-CELLS = 0
               GO TO END-COUNT-BOXES
           END-IF.
           IF GRID-ROWS < GRID-COLS
               MOVE GRID-ROWS TO NARROW-SIDE
           ELSE
               MOVE GRID-COLS TO NARROW-SIDE
           END-IF.
           MOVE 1 TO BOX-SIZE.
           PERFORM UNTIL BOX-SIZE * 2 > NARROW-SIDE
               OR BOX-TBL-COUNT >= 10
               PERFORM COUNT-ONE-BOX-SIZE
               ADD 1 TO BOX-TBL-COUNT
               MOVE BOX-SIZE TO BX-SIZE (BOX-TBL-COUNT)
               MOVE BOX-HITS TO BX-COUNT (BOX-TBL-COUNT)
               COMPUTE BOX-SIZE = BOX-SIZE * 2
           END-PERFORM.
       END-COUNT-BOXES.
           EXIT.

       COUNT-ONE-BOX-SIZE SECTION.
      *    CLEAR THE BOX MAP FOR THIS SIZE, THEN DROP EVERY BOUNDARY
      *    CELL INTO ITS BOX - A BOX IS COUNTED THE FIRST TIME IT IS
      *    HIT. A PART BOX AT THE FAR EDGE COUNTS LIKE A WHOLE ONE
           COMPUTE BOX-ROWS = (GRID-ROWS - 1) / BOX-SIZE + 1.
           COMPUTE BOX-COLS = (GRID-COLS - 1) / BOX-SIZE + 1.
           MOVE 0 TO BOX-HITS.
           PERFORM VARYING BOX-R FROM 1 BY 1 UNTIL BOX-R > BOX-ROWS
               PERFORM VARYING BOX-C FROM 1 BY 1
                   UNTIL BOX-C > BOX-COLS
                   MOVE "N" TO BH-CELL (BOX-R, BOX-C)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > GRID-ROWS
               PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > GRID-COLS
                   IF BG-CELL (ROW-IDX, COL-IDX) = "Y"
                       COMPUTE BOX-R = (ROW-IDX - 1) / BOX-SIZE + 1
                       COMPUTE BOX-C = (COL-IDX - 1) / BOX-SIZE + 1
                       IF BH-CELL (BOX-R, BOX-C) = "N"
                           MOVE "Y" TO BH-CELL (BOX-R, BOX-C)
                           ADD 1 TO BOX-HITS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       END-COUNT-ONE-BOX-SIZE.
           EXIT.

       FIT-DIMENSION SECTION.
      *    THE DIMENSION IS THE SLOPE OF LOG(BOXES HIT) AGAINST
      *    LOG(1/BOX SIZE), FITTED BY LEAST SQUARES OVER EVERY BOX
      *    SIZE COUNTED - IT TAKES AT LEAST THREE SIZES TO BE WORTH
      *    QUOTING
           MOVE "N" TO WS-DIM-SW.
           MOVE 0 TO DIMENSION FIT-POINTS FIT-SUM-X FIT-SUM-Y
               FIT-SUM-XY FIT-SUM-XX.
           IF BOX-TBL-COUNT < 3
               GO TO END-FIT-DIMENSION
           END-IF.
           PERFORM VARYING BOX-IDX FROM 1 BY 1
               UNTIL BOX-IDX > BOX-TBL-COUNT
               IF BX-COUNT (BOX-IDX) > 0
                   ADD 1 TO FIT-POINTS
                   COMPUTE FIT-X = 0 - FUNCTION LOG (BX-SIZE (BOX-IDX))
                   COMPUTE FIT-Y = FUNCTION LOG (BX-COUNT (BOX-IDX))
                   ADD FIT-X TO FIT-SUM-X
                   ADD FIT-Y TO FIT-SUM-Y
                   COMPUTE FIT-SUM-XY = FIT-SUM-XY + FIT-X * FIT-Y
                   COMPUTE FIT-SUM-XX = FIT-SUM-XX + FIT-X * FIT-X
               END-IF
           END-PERFORM.
           COMPUTE FIT-DENOM = FIT-POINTS * FIT-SUM-XX
               - FIT-SUM-X * FIT-SUM-X.
           IF FIT-POINTS < 3 OR FIT-DENOM = 0
               GO TO END-FIT-DIMENSION
           END-IF.
           COMPUTE DIMENSION ROUNDED =
               (FIT-POINTS * FIT-SUM-XY - FIT-SUM-X * FIT-SUM-Y)
               / FIT-DENOM.
           MOVE "Y" TO WS-DIM-SW.
       END-FIT-DIMENSION.
           EXIT.

       WRITE-MEASURE-REPORT SECTION.
      *    PRINTED MEASUREMENT REPORT - EACH LINE TO THE REPORT FILE
      *    AND THE OPERATOR CONSOLE BOTH
           OPEN OUTPUT MEASURE-REPORT-FILE.
           IF WS-MEASRPT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MEASRPT.TXT - CONSOLE ONLY"
           END-IF.
           MOVE "MANDLEBROT SET MEASUREMENT REPORT"
               TO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           STRING "GRID: " GRID-FILE-NAME "  REGION: " REGION-KEY
               "  PROFILE: " GH-PROFILE "  DATE: " WS-MEASURE-DATE
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           STRING "RECTANGLE X " GH-X-MIN " TO " GH-X-MAX
               "  Y " GH-Y-MIN " TO " GH-Y-MAX
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           STRING "GRID ROWS: " GRID-ROWS "  CELLS PER ROW: " GRID-COLS
               "  MAX ITER: " GH-MAX-ITER "  JULIA: " GH-JULIA-SW
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE CELL-W-MANT TO SCI-MANT.
           MOVE CELL-W-EXP TO SCI-EXP.
           PERFORM FORMAT-SCI.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           STRING "CELL WIDTH (X):      " SCI-TEXT
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE CELL-H-MANT TO SCI-MANT.
           MOVE CELL-H-EXP TO SCI-EXP.
           PERFORM FORMAT-SCI.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           STRING "CELL HEIGHT (Y):     " SCI-TEXT
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE CELL-A-MANT TO SCI-MANT.
           MOVE CELL-A-EXP TO SCI-EXP.
           PERFORM FORMAT-SCI.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           STRING "CELL AREA:           " SCI-TEXT
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE TOTAL-CELLS TO WS-COUNT-ED.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           STRING "CELLS MEASURED:      " WS-COUNT-ED
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE IN-SET-CELLS TO WS-COUNT-ED.
           MOVE IN-SET-PCT TO WS-PCT-ED.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           STRING "IN-SET CELLS:        " WS-COUNT-ED
               "  (" WS-PCT-ED " PCT OF CELLS)"
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE AREA-MANT TO SCI-MANT.
           MOVE AREA-EXP TO SCI-EXP.
           PERFORM FORMAT-SCI.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           STRING "IN-SET AREA:         " SCI-TEXT
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE BOUNDARY-CELLS TO WS-COUNT-ED.
           MOVE BOUNDARY-PCT TO WS-PCT-ED.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           MOVE BOUNDARY-ALL-PCT TO WS-PCT-ALL-ED.
           STRING "BOUNDARY CELLS:      " WS-COUNT-ED
               "  (" WS-PCT-ED " PCT OF IN-SET CELLS, "
               WS-PCT-ALL-ED " PCT OF ALL CELLS)"
               DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE "BOX SIZE (CELLS)   BOXES ON BOUNDARY"
               TO MEASURE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM VARYING BOX-IDX FROM 1 BY 1
               UNTIL BOX-IDX > BOX-TBL-COUNT
               MOVE BX-SIZE (BOX-IDX) TO WS-BOX-SIZE-ED
               MOVE BX-COUNT (BOX-IDX) TO WS-COUNT-ED
               MOVE SPACES TO MEASURE-REPORT-RECORD
               STRING "             " WS-BOX-SIZE-ED
                   "           " WS-COUNT-ED
                   DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD
               PERFORM PUT-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO MEASURE-REPORT-RECORD.
           IF WS-DIM-SW = "Y"
               MOVE DIMENSION TO WS-DIMENSION-ED
               STRING "BOX-COUNTING DIMENSION OF BOUNDARY: "
                   WS-DIMENSION-ED
                   DELIMITED BY SIZE INTO MEASURE-REPORT-RECORD
           ELSE
               MOVE "BOX-COUNTING DIMENSION NOT ESTIMATED - TOO FEW BOX
      -            " SIZES OR NO BOUNDARY" TO MEASURE-REPORT-RECORD
           END-IF.
           PERFORM PUT-REPORT-LINE.
           IF WS-MEASRPT-STATUS = "00"
               CLOSE MEASURE-REPORT-FILE
           END-IF.
       END-WRITE-MEASURE-REPORT.
           EXIT.

       APPEND-MEASUREMENT SECTION.
      *    ONE STRUCTURED RECORD ONTO MEASURE.TXT - EXTEND SO THE
      *    FILE BUILDS UP ACROSS RUNS, FALLING BACK TO OUTPUT THE
      *    FIRST TIME IT DOESN'T EXIST YET
           OPEN EXTEND MEASUREMENT-FILE.
           IF WS-MEASURE-STATUS NOT = "00"
               OPEN OUTPUT MEASUREMENT-FILE
           END-IF.
           IF WS-MEASURE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MEASURE.TXT - MEASUREMENT NOT SAVED"
               GO TO END-APPEND-MEASUREMENT
           END-IF.
           MOVE REGION-KEY TO MR-REGION.
           MOVE WS-MEASURE-DATE TO MR-DATE.
           MOVE WS-MEASURE-TIME TO MR-TIME.
           MOVE GH-X-MIN TO MR-X-MIN.
           MOVE GH-Y-MIN TO MR-Y-MIN.
           MOVE GH-X-MAX TO MR-X-MAX.
           MOVE GH-Y-MAX TO MR-Y-MAX.
           MOVE GH-PROFILE TO MR-PROFILE.
           MOVE GRID-ROWS TO MR-ROWS.
           MOVE GRID-COLS TO MR-COLS.
           MOVE GH-MAX-ITER TO MR-MAX-ITER.
           MOVE GH-JULIA-SW TO MR-JULIA-SW.
           MOVE TOTAL-CELLS TO MR-TOTAL-CELLS.
           MOVE IN-SET-CELLS TO MR-IN-SET.
           MOVE BOUNDARY-CELLS TO MR-BOUNDARY.
           MOVE BOUNDARY-PCT TO MR-BOUNDARY-PCT.
           MOVE CELL-W-MANT TO MR-CELL-W-MANT.
           MOVE CELL-W-EXP TO MR-CELL-W-EXP.
           MOVE CELL-H-MANT TO MR-CELL-H-MANT.
           MOVE CELL-H-EXP TO MR-CELL-H-EXP.
           MOVE AREA-MANT TO MR-AREA-MANT.
           MOVE AREA-EXP TO MR-AREA-EXP.
           MOVE BOX-TBL-COUNT TO MR-BOX-SIZES.
           MOVE DIMENSION TO MR-DIMENSION.
           MOVE WS-DIM-SW TO MR-DIM-SW.
           WRITE MEASUREMENT-RECORD.
           CLOSE MEASUREMENT-FILE.
           DISPLAY "MEASUREMENT APPENDED TO MEASURE.TXT UNDER "
               REGION-KEY.
       END-APPEND-MEASUREMENT.
           EXIT.

       PUT-REPORT-LINE SECTION.
      *    ONE LINE TO THE REPORT FILE (WHEN OPEN) AND THE CONSOLE
           IF WS-MEASRPT-STATUS = "00"
               WRITE MEASURE-REPORT-RECORD
           END-IF.
           DISPLAY MEASURE-REPORT-RECORD (1:100).
       END-PUT-REPORT-LINE.
           EXIT.
