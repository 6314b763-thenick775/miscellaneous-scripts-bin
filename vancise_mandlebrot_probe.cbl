      *    This program probes the orbit of a single point - the
      *    point itself, plus the Julia constant and the iteration
      *    exponent when they apply - through exactly the Z**D + C
      *    step and THRESH bailout VANCISE-MANDLEBROT's THRESH-TEST
      *    and MULTIBROT-STEP run, with the same field pictures, so
      *    the trace shows what the render really computed. Every
      *    iteration's orbit value and magnitude is listed, along
      *    with whether the cardioid/bulb pre-check or the orbit
      *    periodicity watch would have claimed the point in-set (and
      *    the cycle length the watch saw). The orbit is traced on
      *    past a periodicity claim, so a false claim shows up as a
      *    later escape. The trace goes to a printable listing,
      *    PROBELST.TXT, and a comma-delimited PROBEDLM.TXT for
      *    outside tools. Batch mode probes every point in PROBES.TXT.
      *    Under a distance-estimator profile the render picks an
      *    escaped point's character from its boundary distance in
      *    cell widths, so the probe reports the escape without one
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-PROBE.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS-FILE ASSIGN TO "PARAMS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT PROBE-POINTS-FILE ASSIGN TO "PROBES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.
           SELECT PROBE-LISTING-FILE ASSIGN TO "PROBELST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
           SELECT PROBE-DELIMITED-FILE ASSIGN TO "PROBEDLM.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMS-FILE.
           01 PARAMS-RECORD.
      *        SAME LAYOUT VANCISE-MANDLEBROT'S LOAD-PROFILE READS
               03 PF-NAME PIC X(8).
               03 PF-SCREEN-X PIC 9(3).
               03 PF-SCREEN-Y PIC 9(3).
               03 PF-MAX-ITER PIC 9(4).
               03 PF-THRESH PIC 9(3)V99.
               03 PF-CUTS.
                   05 PF-CUT PIC 9(4) OCCURS 6 TIMES.
               03 PF-SAMPLES PIC 9.
               03 PF-PALETTE PIC X(8).
               03 PF-EXPONENT PIC 9.
               03 PF-DE-MODE PIC X.
               03 PF-MIN-ITER PIC 9(4).

       FD  PROBE-POINTS-FILE.
           01 PROBE-POINT-RECORD.
      *        ONE PROBE POINT PER RECORD - IN JULIA MODE THE POINT
      *        IS THE STARTING Z AND THE CONSTANT IS C. A BLANK
      *        EXPONENT IS DEGREE 2 UNLESS THE PROFILE CARRIES ONE
               03 PP-X PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 PP-Y PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 PP-JULIA-SW PIC X.
               03 PP-JULIA-C-X PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 PP-JULIA-C-Y PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 PP-EXPONENT PIC X.

       FD  PROBE-LISTING-FILE.
           01 PROBE-LISTING-RECORD PIC X(132).

       FD  PROBE-DELIMITED-FILE.
           01 PROBE-DELIMITED-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-PARAMS-STATUS PIC XX VALUE SPACES.
               03 WS-POINTS-STATUS PIC XX VALUE SPACES.
               03 WS-LISTING-STATUS PIC XX VALUE SPACES.
               03 WS-DELIM-STATUS PIC XX VALUE SPACES.

           01 PROBE-CONTROL-VARS.
      *        RUN CONTROL FIELDS
               03 WS-PROBE-MODE PIC X VALUE "I".
               03 WS-MORE-SW PIC X VALUE "Y".
               03 WS-POINTS-EOF-SW PIC X VALUE "N".
               03 WS-PARAMS-EOF-SW PIC X VALUE "N".
               03 WS-PROFILE-FOUND-SW PIC X VALUE "N".
               03 PROFILE-NAME-IN PIC X(8) VALUE SPACES.
               03 ACTIVE-PROFILE-NAME PIC X(8) VALUE "DEFAULT".
               03 PROFILE-EXPONENT PIC 9 VALUE 0.
      *        Y UNDER A DISTANCE-ESTIMATOR PROFILE - THE RENDER THEN
      *        PICKS AN ESCAPED POINT'S CHARACTER BY ITS DISTANCE TO
      *        THE SET BOUNDARY, WHICH ONE POINT ALONE CAN'T GIVE
               03 WS-DE-MODE-SW PIC X VALUE "N".
               03 EXPONENT-IN PIC X VALUE SPACE.
               03 WS-ANOTHER PIC X VALUE "N".
               03 PROBE-NO PIC 9(4) VALUE 0.

           01 LIMITERS.
      *        SAME BUILT-IN LIMITS AND CUT POINTS THE MAIN PROGRAM
      *        STARTS FROM - A PROFILE OVERLAYS THEM
               03 N PIC 9(4) VALUE 100.
               03 THRESH PIC 999V99 VALUE 2.
               03 CUT-IDX PIC 9 VALUE 0.
           01 BAND-CUT-DEFAULTS.
               03 FILLER PIC 9(4) VALUE 10.
               03 FILLER PIC 9(4) VALUE 20.
               03 FILLER PIC 9(4) VALUE 35.
               03 FILLER PIC 9(4) VALUE 50.
               03 FILLER PIC 9(4) VALUE 70.
               03 FILLER PIC 9(4) VALUE 90.
           01 BAND-CUT-DEFAULTS-R REDEFINES BAND-CUT-DEFAULTS.
               03 DEF-CUT PIC 9(4) OCCURS 6 TIMES.
           01 BAND-CUT-ACTIVE.
               03 BAND-CUT PIC 9(4) OCCURS 6 TIMES.

           01 MANDLE-STORAGE.
      *        ORBIT FIELDS WITH THE MAIN PROGRAM'S OWN PICTURES - ANY
      *        TRUNCATION THE RENDER SUFFERS, THE PROBE SUFFERS TOO
               03 ITER-COUNT PIC 9(5) VALUE 0.
               03 X-STORE PIC S9V9(15) VALUE 0.
               03 Y-STORE PIC S9V9(15) VALUE 0.
               03 X-NEXT PIC S9V9(15) VALUE 0.
               03 Y-NEXT PIC S9V9(15) VALUE 0.
               03 T-SQRT PIC S9(4)V9(12) VALUE 0.
               03 T-TEST-TOT PIC S9V9(15) VALUE 0.
               03 USER-X-C1 PIC S9V9(15) VALUE 0.
               03 USER-Y-C2 PIC S9V9(15) VALUE 0.
               03 PLOT-CHAR PIC X VALUE SPACE.
               03 WS-DIVERGED-SW PIC X VALUE "N".
               03 USER-EXPONENT PIC 9 VALUE 2.
               03 WS-JULIA-MODE-SW PIC X VALUE "N".
               03 USER-POINT-X PIC S9V9(15) VALUE 0.
               03 USER-POINT-Y PIC S9V9(15) VALUE 0.
               03 USER-JULIA-C-X PIC S9V9(15) VALUE 0.
               03 USER-JULIA-C-Y PIC S9V9(15) VALUE 0.

           01 MULTIBROT-VARS.
      *        SAME WIDE POWER FIELDS MULTIBROT-STEP USES
               03 PW-K PIC 9 VALUE 0.
               03 PW-ZX PIC S9(3)V9(12) VALUE 0.
               03 PW-ZY PIC S9(3)V9(12) VALUE 0.
               03 PW-AX PIC S9(3)V9(12) VALUE 0.
               03 PW-AY PIC S9(3)V9(12) VALUE 0.
               03 PW-TX PIC S9(3)V9(12) VALUE 0.
               03 PW-NX PIC S9(3)V9(12) VALUE 0.
               03 PW-NY PIC S9(3)V9(12) VALUE 0.
               03 PW-TOT PIC S9(7)V9(11) VALUE 0.

           01 BAILOUT-VARS.
      *        CARDIOID/BULB AND ORBIT PERIODICITY FIELDS, AS THE
      *        MAIN PROGRAM KEEPS THEM
               03 WS-INSIDE-SW PIC X VALUE "N".
               03 WS-CYCLE-SW PIC X VALUE "N".
               03 PD-SAVED-X PIC S9V9(15) VALUE 0.
               03 PD-SAVED-Y PIC S9V9(15) VALUE 0.
               03 PD-DX PIC S9V9(15) VALUE 0.
               03 PD-DY PIC S9V9(15) VALUE 0.
               03 PD-TOL PIC S9V9(15) VALUE 0.000000000001.
               03 PD-NEXT-SAVE PIC 9(5) VALUE 0.
               03 PB-XQ PIC S9(3)V9(12) VALUE 0.
               03 PB-Q PIC S9(3)V9(12) VALUE 0.
               03 PB-PROD PIC S9(3)V9(12) VALUE 0.
               03 PB-YSQ PIC S9(3)V9(12) VALUE 0.

           01 PROBE-RESULT-VARS.
      *        WHAT THE WATCHES SAW - THE SAVED REFERENCE IS ORBIT
      *        POINT PD-SAVED-STEP, SO A MATCH AT POINT K IS A CYCLE
      *        OF K - PD-SAVED-STEP
               03 WS-CARDIOID-APPLIES-SW PIC X VALUE "N".
               03 PD-SAVED-STEP PIC 9(5) VALUE 0.
               03 CYCLE-AT-STEP PIC 9(5) VALUE 0.
               03 CYCLE-LENGTH PIC 9(5) VALUE 0.
               03 WS-CYCLE-SEEN-SW PIC X VALUE "N".
               03 ESCAPE-STEP PIC 9(5) VALUE 0.
               03 WS-ESCAPE-CHAR PIC X VALUE SPACE.
               03 WS-STEP-NOTE PIC X(34) VALUE SPACES.
               03 TRACE-X PIC S9(3)V9(12) VALUE 0.
               03 TRACE-Y PIC S9(3)V9(12) VALUE 0.

           01 EDIT-VARS.
      *        EDITED FIELDS FOR THE LISTING AND DELIMITED FILE
               03 WS-COORD-ED PIC +9.9(15) VALUE 0.
               03 WS-COORD2-ED PIC +9.9(15) VALUE 0.
               03 WS-TRACE-X-ED PIC +(3)9.9(12) VALUE 0.
               03 WS-TRACE-Y-ED PIC +(3)9.9(12) VALUE 0.
               03 WS-MAG-ED PIC 9(4).9(12) VALUE 0.
               03 WS-STEP-ED PIC ZZZZ9 VALUE 0.
               03 WS-STEP2-ED PIC ZZZZ9 VALUE 0.
               03 WS-THRESH-ED PIC ZZ9.99 VALUE 0.
               03 WS-PROBE-NO-ED PIC ZZZ9 VALUE 0.

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-PROBE.
           DISPLAY "ORBIT PROBE - I=INTERACTIVE POINT, B=BATCH FROM "
               "PROBES.TXT: ".
           ACCEPT WS-PROBE-MODE.
           IF WS-PROBE-MODE = "B" OR WS-PROBE-MODE = "b"
               MOVE "B" TO WS-PROBE-MODE
           ELSE
               MOVE "I" TO WS-PROBE-MODE
           END-IF.
           DISPLAY "ENTER RUN PROFILE NAME (BLANK FOR DEFAULT): ".
           ACCEPT PROFILE-NAME-IN.
           PERFORM LOAD-PROFILE.
           OPEN OUTPUT PROBE-LISTING-FILE.
           IF WS-LISTING-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PROBELST.TXT - RUN ABANDONED"
               STOP RUN
           END-IF.
           OPEN OUTPUT PROBE-DELIMITED-FILE.
           IF WS-DELIM-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PROBEDLM.TXT - RUN ABANDONED"
               CLOSE PROBE-LISTING-FILE
               STOP RUN
           END-IF.
           MOVE "PROBE,STEP,Z-REAL,Z-IMAG,MAGNITUDE,EVENT"
               TO PROBE-DELIMITED-RECORD.
           WRITE PROBE-DELIMITED-RECORD.
           IF WS-PROBE-MODE = "B"
               PERFORM BATCH-PROBE
           ELSE
               PERFORM UNTIL WS-MORE-SW = "N"
                   PERFORM ACCEPT-PROBE-POINT
                   PERFORM PROBE-ONE-POINT
                   DISPLAY "PROBE ANOTHER POINT? (Y/N) "
                   ACCEPT WS-ANOTHER
                   IF WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
                       MOVE "N" TO WS-MORE-SW
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE PROBE-LISTING-FILE.
           CLOSE PROBE-DELIMITED-FILE.
           DISPLAY PROBE-NO " POINT(S) PROBED - SEE PROBELST.TXT AND "
               "PROBEDLM.TXT".
       END-PROBE.
           STOP RUN.

       LOAD-PROFILE SECTION.
      *    THE SAME LIMIT CHECKS AS THE MAIN PROGRAM'S LOAD-PROFILE -
      *    AN UNKNOWN OR OUT-OF-RANGE PROFILE STAYS ON THE DEFAULTS.
      *    ONLY THE ITERATION LIMIT, THRESHOLD, CUT POINTS, EXPONENT
      *    AND DISTANCE-ESTIMATOR SWITCH MATTER TO ONE POINT
           PERFORM VARYING CUT-IDX FROM 1 BY 1 UNTIL CUT-IDX > 6
               MOVE DEF-CUT (CUT-IDX) TO BAND-CUT (CUT-IDX)
           END-PERFORM.
           MOVE "DEFAULT" TO ACTIVE-PROFILE-NAME.
           MOVE 0 TO PROFILE-EXPONENT.
           MOVE "N" TO WS-DE-MODE-SW.
           IF PROFILE-NAME-IN = SPACES OR PROFILE-NAME-IN = "DEFAULT"
               GO TO END-LOAD-PROFILE
           END-IF.
           MOVE "N" TO WS-PROFILE-FOUND-SW.
           MOVE "N" TO WS-PARAMS-EOF-SW.
           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "NO PARAMS.TXT FOUND - USING DEFAULT PROFILE"
               GO TO END-LOAD-PROFILE
           END-IF.
           PERFORM UNTIL WS-PARAMS-EOF-SW = "Y"
               OR WS-PROFILE-FOUND-SW = "Y"
               READ PARAMS-FILE
                   AT END
                       MOVE "Y" TO WS-PARAMS-EOF-SW
                   NOT AT END
                       IF PF-NAME = PROFILE-NAME-IN
                           MOVE "Y" TO WS-PROFILE-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PROFILE-FOUND-SW = "N"
               DISPLAY "PROFILE " PROFILE-NAME-IN
                   " NOT IN PARAMS.TXT - USING DEFAULT PROFILE"
               GO TO END-LOAD-PROFILE
           END-IF.
           IF PF-SCREEN-X NOT NUMERIC OR PF-SCREEN-Y NOT NUMERIC
               OR PF-MAX-ITER NOT NUMERIC OR PF-THRESH NOT NUMERIC
               OR PF-CUTS NOT NUMERIC
               OR PF-SCREEN-X < 1 OR PF-SCREEN-X > 500
               OR PF-SCREEN-Y < 1 OR PF-SCREEN-Y > 510
               OR PF-MAX-ITER < 1 OR PF-MAX-ITER > 9998
               OR PF-THRESH = 0
               OR (PF-SAMPLES NUMERIC AND
                   (PF-SAMPLES < 1 OR PF-SAMPLES > 4))
               OR (PF-EXPONENT NUMERIC AND PF-EXPONENT < 2)
               DISPLAY "PROFILE " PROFILE-NAME-IN
                   " HAS BAD LIMITS - USING DEFAULT PROFILE"
               GO TO END-LOAD-PROFILE
           END-IF.
           MOVE PF-MAX-ITER TO N.
           MOVE PF-THRESH TO THRESH.
           IF PF-EXPONENT NUMERIC AND PF-EXPONENT >= 2
               MOVE PF-EXPONENT TO PROFILE-EXPONENT
           END-IF.
      *    A DISTANCE-ESTIMATOR PROFILE'S CUTS ARE BOUNDARY DISTANCES,
      *    NOT ITERATION COUNTS, SO THEY ARE NEVER BANDED AGAINST HERE
           IF PF-DE-MODE = "Y"
               MOVE "Y" TO WS-DE-MODE-SW
           ELSE
               PERFORM VARYING CUT-IDX FROM 1 BY 1 UNTIL CUT-IDX > 6
                   MOVE PF-CUT (CUT-IDX) TO BAND-CUT (CUT-IDX)
               END-PERFORM
           END-IF.
           MOVE PROFILE-NAME-IN TO ACTIVE-PROFILE-NAME.
           DISPLAY "RUN PROFILE " ACTIVE-PROFILE-NAME " LOADED".
           IF WS-DE-MODE-SW = "Y"
               DISPLAY "DISTANCE-ESTIMATOR PROFILE - ESCAPED POINTS "
                   "ARE NOT GIVEN A PLOT CHARACTER"
           END-IF.
       END-LOAD-PROFILE.
           EXIT.

       ACCEPT-PROBE-POINT SECTION.
      *    KEY ONE POINT THE WAY THE MAIN PROGRAM'S PROMPTS TAKE IT -
      *    A PROFILE EXPONENT OVERLAYS THE KEYED ONE, AS IT DOES THERE
           DISPLAY "JULIA SET MODE? (Y/N) ".
           ACCEPT WS-JULIA-MODE-SW.
           IF WS-JULIA-MODE-SW = "Y" OR WS-JULIA-MODE-SW = "y"
               MOVE "Y" TO WS-JULIA-MODE-SW
               DISPLAY "ENTER THE JULIA CONSTANT C"
               DISPLAY "ENTER C REAL PART: "
               ACCEPT USER-JULIA-C-X
               DISPLAY "ENTER C IMAGINARY PART: "
               ACCEPT USER-JULIA-C-Y
           ELSE
               MOVE "N" TO WS-JULIA-MODE-SW
           END-IF.
           DISPLAY "ENTER ITERATION EXPONENT 2-9 (BLANK FOR 2): ".
           MOVE SPACE TO EXPONENT-IN.
           ACCEPT EXPONENT-IN.
           IF EXPONENT-IN NUMERIC AND EXPONENT-IN >= "2"
               MOVE EXPONENT-IN TO USER-EXPONENT
           ELSE
               MOVE 2 TO USER-EXPONENT
           END-IF.
           IF PROFILE-EXPONENT >= 2
               MOVE PROFILE-EXPONENT TO USER-EXPONENT
           END-IF.
           DISPLAY "ENTER POINT REAL PART: ".
           ACCEPT USER-POINT-X.
           DISPLAY "ENTER POINT IMAGINARY PART: ".
           ACCEPT USER-POINT-Y.
       END-ACCEPT-PROBE-POINT.
           EXIT.

       BATCH-PROBE SECTION.
      *    ONE PROBE PER PROBES.TXT RECORD - A RECORD-LEVEL EXPONENT
      *    OUTRANKS THE PROFILE'S, THE SAME LAYERING A REGION-STORED
      *    EXPONENT GETS IN THE MAIN PROGRAM'S BATCH MODE
           MOVE "N" TO WS-POINTS-EOF-SW.
           OPEN INPUT PROBE-POINTS-FILE.
           IF WS-POINTS-STATUS NOT = "00"
               DISPLAY "NO PROBES.TXT FOUND - NOTHING TO PROBE"
               MOVE 12 TO RETURN-CODE
               GO TO END-BATCH-PROBE
           END-IF.
           PERFORM UNTIL WS-POINTS-EOF-SW = "Y"
               READ PROBE-POINTS-FILE
                   AT END
                       MOVE "Y" TO WS-POINTS-EOF-SW
                   NOT AT END
                       IF PP-X NOT NUMERIC OR PP-Y NOT NUMERIC
                           DISPLAY "PROBE POINT NOT NUMERIC - SKIPPED: "
                               PROBE-POINT-RECORD (1:34)
                       ELSE
                           PERFORM TAKE-BATCH-POINT
                           PERFORM PROBE-ONE-POINT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROBE-POINTS-FILE.
       END-BATCH-PROBE.
           EXIT.

       TAKE-BATCH-POINT SECTION.
      *    PROBE RECORD INTO THE PROBE FIELDS
           MOVE PP-X TO USER-POINT-X.
           MOVE PP-Y TO USER-POINT-Y.
           MOVE "N" TO WS-JULIA-MODE-SW.
           IF PP-JULIA-SW = "Y"
               AND PP-JULIA-C-X NUMERIC AND PP-JULIA-C-Y NUMERIC
               MOVE "Y" TO WS-JULIA-MODE-SW
               MOVE PP-JULIA-C-X TO USER-JULIA-C-X
               MOVE PP-JULIA-C-Y TO USER-JULIA-C-Y
           END-IF.
           MOVE 2 TO USER-EXPONENT.
           IF PROFILE-EXPONENT >= 2
               MOVE PROFILE-EXPONENT TO USER-EXPONENT
           END-IF.
           IF PP-EXPONENT NUMERIC AND PP-EXPONENT >= "2"
               MOVE PP-EXPONENT TO USER-EXPONENT
           END-IF.
       END-TAKE-BATCH-POINT.
           EXIT.

       PROBE-ONE-POINT SECTION.
      *    SEED THE ORBIT THE WAY SINGLE-SAMPLE-CELL DOES, ASK THE
      *    CARDIOID/BULB CHECK, THEN TRACE EVERY STEP UNTIL THE ORBIT
      *    ESCAPES OR THE ITERATION LIMIT RUNS OUT
           ADD 1 TO PROBE-NO.
           IF WS-JULIA-MODE-SW = "Y"
               MOVE USER-JULIA-C-X TO USER-X-C1
               MOVE USER-JULIA-C-Y TO USER-Y-C2
               MOVE USER-POINT-X TO X-STORE
               MOVE USER-POINT-Y TO Y-STORE
           ELSE
               MOVE USER-POINT-X TO USER-X-C1
               MOVE USER-POINT-Y TO USER-Y-C2
               MOVE ZERO TO X-STORE Y-STORE
           END-IF.
           MOVE "N" TO WS-DIVERGED-SW WS-INSIDE-SW WS-CYCLE-SW
               WS-CYCLE-SEEN-SW.
           MOVE SPACE TO PLOT-CHAR WS-ESCAPE-CHAR.
           MOVE 0 TO CYCLE-AT-STEP CYCLE-LENGTH ESCAPE-STEP.
      *    THE PRE-CHECK ONLY RUNS FOR THE QUADRATIC MANDELBROT SET
           MOVE "N" TO WS-CARDIOID-APPLIES-SW.
           IF WS-JULIA-MODE-SW NOT = "Y" AND USER-EXPONENT = 2
               MOVE "Y" TO WS-CARDIOID-APPLIES-SW
               PERFORM CARDIOID-BULB-CHECK
           END-IF.
           PERFORM WRITE-PROBE-HEADING.
      *    ARM THE CYCLE WATCH ON THE STARTING Z - ORBIT POINT 0
           MOVE X-STORE TO PD-SAVED-X.
           MOVE Y-STORE TO PD-SAVED-Y.
           MOVE 0 TO PD-SAVED-STEP.
           MOVE 20 TO PD-NEXT-SAVE.
           MOVE X-STORE TO TRACE-X.
           MOVE Y-STORE TO TRACE-Y.
           MOVE 0 TO T-SQRT.
           MOVE "START" TO WS-STEP-NOTE.
           MOVE 0 TO ITER-COUNT.
           PERFORM WRITE-TRACE-LINE.
           PERFORM PROBE-STEP VARYING ITER-COUNT FROM 0 BY 1
               UNTIL ITER-COUNT IS GREATER THAN N
               OR WS-DIVERGED-SW = "Y".
           PERFORM WRITE-PROBE-SUMMARY.
       END-PROBE-ONE-POINT.
           EXIT.

       PROBE-STEP SECTION.
      *    ONE ROUND OF THRESH-TEST, TRACED - THE STEP ITSELF, THE
      *    BAILOUT AND BANDING, THEN THE PERIODICITY WATCH, ALL AS
      *    THE MAIN PROGRAM ORDERS THEM. THE WATCH STANDS DOWN
      *    AFTER ITS FIRST CLAIM, THE SAME AS THE RENDER'S LOOP ENDS
           MOVE SPACES TO WS-STEP-NOTE.
           IF USER-EXPONENT = 2
               COMPUTE X-NEXT = (X-STORE**2) - (Y-STORE**2) + USER-X-C1
               COMPUTE Y-NEXT = 2.0 * (X-STORE * Y-STORE) + USER-Y-C2
               COMPUTE T-TEST-TOT = X-NEXT**2 + Y-NEXT**2
               MOVE FUNCTION SQRT (T-TEST-TOT) TO T-SQRT
               MOVE X-NEXT TO TRACE-X
               MOVE Y-NEXT TO TRACE-Y
           ELSE
               PERFORM MULTIBROT-STEP
               MOVE PW-NX TO TRACE-X
               MOVE PW-NY TO TRACE-Y
           END-IF.
           IF T-SQRT > THRESH AND WS-DE-MODE-SW = "Y"
               MOVE "Y" TO WS-DIVERGED-SW
               MOVE ITER-COUNT TO ESCAPE-STEP
               MOVE "ESCAPED - SET BY BOUNDARY DISTANCE"
                   TO WS-STEP-NOTE
           END-IF.
           IF T-SQRT > THRESH AND WS-DE-MODE-SW = "N"
               MOVE "Y" TO WS-DIVERGED-SW
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
               MOVE PLOT-CHAR TO WS-ESCAPE-CHAR
               MOVE ITER-COUNT TO ESCAPE-STEP
               MOVE SPACES TO WS-STEP-NOTE
               STRING "ESCAPED - PLOT CHAR '" PLOT-CHAR "'"
                   DELIMITED BY SIZE INTO WS-STEP-NOTE
           END-IF.
           IF WS-DIVERGED-SW = "N" AND WS-CYCLE-SEEN-SW = "N"
               COMPUTE PD-DX = X-NEXT - PD-SAVED-X
               IF PD-DX < 0
                   COMPUTE PD-DX = 0 - PD-DX
               END-IF
               COMPUTE PD-DY = Y-NEXT - PD-SAVED-Y
               IF PD-DY < 0
                   COMPUTE PD-DY = 0 - PD-DY
               END-IF
               IF PD-DX < PD-TOL AND PD-DY < PD-TOL
                   MOVE "Y" TO WS-CYCLE-SEEN-SW
                   MOVE ITER-COUNT TO CYCLE-AT-STEP
                   COMPUTE CYCLE-LENGTH = ITER-COUNT + 1 - PD-SAVED-STEP
                   MOVE CYCLE-LENGTH TO WS-STEP-ED
                   MOVE SPACES TO WS-STEP-NOTE
                   STRING "CYCLE DETECTED - LENGTH " WS-STEP-ED
                       DELIMITED BY SIZE INTO WS-STEP-NOTE
               ELSE
                   IF ITER-COUNT >= PD-NEXT-SAVE
                       MOVE X-NEXT TO PD-SAVED-X
                       MOVE Y-NEXT TO PD-SAVED-Y
                       COMPUTE PD-SAVED-STEP = ITER-COUNT + 1
                       ADD 20 TO PD-NEXT-SAVE
                       MOVE "CYCLE REFERENCE SAVED" TO WS-STEP-NOTE
                   END-IF
               END-IF
           END-IF.
           MOVE X-NEXT TO X-STORE.
           MOVE Y-NEXT TO Y-STORE.
           PERFORM WRITE-TRACE-LINE.
       END-PROBE-STEP.
           EXIT.

       MULTIBROT-STEP SECTION.
      *    ONE Z**D + C ROUND FOR DEGREE 3 AND UP, BUILT BY REPEATED
      *    MULTIPLICATION EXACTLY AS THE MAIN PROGRAM BUILDS IT
           MOVE X-STORE TO PW-ZX.
           MOVE Y-STORE TO PW-ZY.
           MOVE PW-ZX TO PW-AX.
           MOVE PW-ZY TO PW-AY.
           PERFORM VARYING PW-K FROM 2 BY 1
               UNTIL PW-K > USER-EXPONENT
               COMPUTE PW-TX = PW-AX * PW-ZX - PW-AY * PW-ZY
               COMPUTE PW-AY = PW-AX * PW-ZY + PW-AY * PW-ZX
               MOVE PW-TX TO PW-AX
           END-PERFORM.
           COMPUTE PW-NX = PW-AX + USER-X-C1.
           COMPUTE PW-NY = PW-AY + USER-Y-C2.
           COMPUTE PW-TOT = PW-NX * PW-NX + PW-NY * PW-NY.
           MOVE FUNCTION SQRT (PW-TOT) TO T-SQRT.
           MOVE PW-NX TO X-NEXT.
           MOVE PW-NY TO Y-NEXT.
       END-MULTIBROT-STEP.
           EXIT.

       CARDIOID-BULB-CHECK SECTION.
      *    THE MAIN PROGRAM'S ANALYTIC TEST FOR THE MAIN CARDIOID
      *    AND THE PERIOD-2 BULB, SQUARES AS PLAIN MULTIPLICATIONS
           MOVE "N" TO WS-INSIDE-SW.
           COMPUTE PB-XQ = USER-X-C1 - 0.25.
           COMPUTE PB-YSQ = USER-Y-C2 * USER-Y-C2.
           COMPUTE PB-Q = PB-XQ * PB-XQ + PB-YSQ.
           COMPUTE PB-PROD = PB-Q * (PB-Q + PB-XQ).
           IF PB-PROD <= PB-YSQ / 4
               MOVE "Y" TO WS-INSIDE-SW
           END-IF.
           IF WS-INSIDE-SW = "N"
               COMPUTE PB-XQ = USER-X-C1 + 1
               COMPUTE PB-PROD = PB-XQ * PB-XQ + PB-YSQ
               IF PB-PROD <= 0.0625
                   MOVE "Y" TO WS-INSIDE-SW
               END-IF
           END-IF.
       END-CARDIOID-BULB-CHECK.
           EXIT.

       WRITE-PROBE-HEADING SECTION.
      *    THE PROBE'S SETTINGS AND THE PRE-CHECK VERDICT
           MOVE PROBE-NO TO WS-PROBE-NO-ED.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           PERFORM PUT-LISTING-LINE.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           STRING "ORBIT PROBE " WS-PROBE-NO-ED
               "   PROFILE " ACTIVE-PROFILE-NAME
               "   EXPONENT " USER-EXPONENT
               DELIMITED BY SIZE INTO PROBE-LISTING-RECORD.
           PERFORM PUT-LISTING-LINE.
           MOVE USER-POINT-X TO WS-COORD-ED.
           MOVE USER-POINT-Y TO WS-COORD2-ED.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           IF WS-JULIA-MODE-SW = "Y"
               STRING "JULIA MODE - START Z " WS-COORD-ED " "
                   WS-COORD2-ED "I"
                   DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
               PERFORM PUT-LISTING-LINE
               MOVE USER-JULIA-C-X TO WS-COORD-ED
               MOVE USER-JULIA-C-Y TO WS-COORD2-ED
               MOVE SPACES TO PROBE-LISTING-RECORD
               STRING "             CONSTANT C " WS-COORD-ED " "
                   WS-COORD2-ED "I"
                   DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
           ELSE
               STRING "MANDELBROT MODE - POINT C " WS-COORD-ED " "
                   WS-COORD2-ED "I"
                   DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
           END-IF.
           PERFORM PUT-LISTING-LINE.
           MOVE N TO WS-STEP-ED.
           MOVE THRESH TO WS-THRESH-ED.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           STRING "ITERATION LIMIT " WS-STEP-ED
               "   BAILOUT THRESHOLD " WS-THRESH-ED
               DELIMITED BY SIZE INTO PROBE-LISTING-RECORD.
           PERFORM PUT-LISTING-LINE.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           EVALUATE TRUE
               WHEN WS-CARDIOID-APPLIES-SW = "N"
                   STRING "CARDIOID/BULB PRE-CHECK: NOT APPLIED "
                       "(JULIA OR HIGHER DEGREE)"
                       DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
               WHEN WS-INSIDE-SW = "Y"
                   MOVE "CARDIOID/BULB PRE-CHECK: CLAIMS THE POINT IN-SE
      -                "T - THE RENDER WOULD NOT ITERATE IT"
                       TO PROBE-LISTING-RECORD
               WHEN OTHER
                   MOVE "CARDIOID/BULB PRE-CHECK: DOES NOT CLAIM THE POI
      -                "NT" TO PROBE-LISTING-RECORD
           END-EVALUATE.
           PERFORM PUT-LISTING-LINE.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           PERFORM PUT-LISTING-LINE.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           STRING " STEP            Z REAL            Z IMAG"
               "          MAGNITUDE  EVENT"
               DELIMITED BY SIZE INTO PROBE-LISTING-RECORD.
           PERFORM PUT-LISTING-LINE.
       END-WRITE-PROBE-HEADING.
           EXIT.

       WRITE-TRACE-LINE SECTION.
      *    ONE ORBIT POINT TO THE LISTING AND THE DELIMITED FILE -
      *    THE START LINE IS ORBIT POINT 0, STEP K PRODUCES POINT K+1
           MOVE TRACE-X TO WS-TRACE-X-ED.
           MOVE TRACE-Y TO WS-TRACE-Y-ED.
           MOVE T-SQRT TO WS-MAG-ED.
           IF WS-STEP-NOTE = "START"
               MOVE SPACES TO PROBE-LISTING-RECORD
               STRING "START " WS-TRACE-X-ED " " WS-TRACE-Y-ED
                   DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
           ELSE
               MOVE ITER-COUNT TO WS-STEP-ED
               MOVE SPACES TO PROBE-LISTING-RECORD
               STRING WS-STEP-ED " " WS-TRACE-X-ED " " WS-TRACE-Y-ED
                   " " WS-MAG-ED "  " WS-STEP-NOTE
                   DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
           END-IF.
           IF WS-LISTING-STATUS = "00"
               WRITE PROBE-LISTING-RECORD
           END-IF.
           MOVE SPACES TO PROBE-DELIMITED-RECORD.
           IF WS-STEP-NOTE = "START"
               STRING PROBE-NO ",START," WS-TRACE-X-ED ","
                   WS-TRACE-Y-ED ",," WS-STEP-NOTE
                   DELIMITED BY SIZE INTO PROBE-DELIMITED-RECORD
           ELSE
               STRING PROBE-NO "," ITER-COUNT "," WS-TRACE-X-ED ","
                   WS-TRACE-Y-ED "," WS-MAG-ED "," WS-STEP-NOTE
                   DELIMITED BY SIZE INTO PROBE-DELIMITED-RECORD
           END-IF.
           WRITE PROBE-DELIMITED-RECORD.
       END-WRITE-TRACE-LINE.
           EXIT.

       WRITE-PROBE-SUMMARY SECTION.
      *    WHAT THE FULL ORBIT DID AGAINST WHAT THE RENDER WOULD HAVE
      *    RECORDED - THE SHORTCUTS WIN WHEN THEY FIRE, SO A CLAIM
      *    THE FULL ORBIT CONTRADICTS IS CALLED OUT
           MOVE SPACES TO PROBE-LISTING-RECORD.
           PERFORM PUT-LISTING-LINE.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           IF WS-DIVERGED-SW = "Y"
               MOVE ESCAPE-STEP TO WS-STEP-ED
               IF WS-DE-MODE-SW = "Y"
                   STRING "FULL ORBIT: ESCAPES AT STEP " WS-STEP-ED
                       DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
               ELSE
                   STRING "FULL ORBIT: ESCAPES AT STEP " WS-STEP-ED
                       " - BAND CHAR '" WS-ESCAPE-CHAR "'"
                       DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
               END-IF
           ELSE
               MOVE N TO WS-STEP-ED
               STRING "FULL ORBIT: NEVER ESCAPES IN " WS-STEP-ED
                   " STEPS - IN-SET"
                   DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
           END-IF.
           PERFORM PUT-LISTING-LINE.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           IF WS-CYCLE-SEEN-SW = "Y"
               MOVE CYCLE-AT-STEP TO WS-STEP-ED
               MOVE CYCLE-LENGTH TO WS-STEP2-ED
               STRING "PERIODICITY WATCH: CLAIMS THE POINT AT STEP "
                   WS-STEP-ED " - CYCLE LENGTH " WS-STEP2-ED
                   DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
           ELSE
               MOVE "PERIODICITY WATCH: NO CYCLE DETECTED"
                   TO PROBE-LISTING-RECORD
           END-IF.
           PERFORM PUT-LISTING-LINE.
           MOVE SPACES TO PROBE-LISTING-RECORD.
           EVALUATE TRUE
               WHEN WS-CARDIOID-APPLIES-SW = "Y" AND WS-INSIDE-SW = "Y"
                   STRING "RENDER RECORDS: IN-SET BY CARDIOID/BULB "
                       "PRE-CHECK" DELIMITED BY SIZE
                       INTO PROBE-LISTING-RECORD
               WHEN WS-CYCLE-SEEN-SW = "Y"
                   STRING "RENDER RECORDS: IN-SET BY PERIODICITY WATCH"
                       DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
               WHEN WS-DIVERGED-SW = "Y" AND WS-DE-MODE-SW = "Y"
                   STRING "RENDER RECORDS: DIVERGED - DISTANCE-"
                       "ESTIMATOR PROFILE, CHARACTER SET BY BOUNDARY "
                       "DISTANCE" DELIMITED BY SIZE
                       INTO PROBE-LISTING-RECORD
      *            THE DELIMITED FILE GETS THE SAME CAVEAT, SO AN
      *            OUTSIDE TOOL DOESN'T GO LOOKING FOR A CHARACTER
                   MOVE SPACES TO PROBE-DELIMITED-RECORD
                   STRING PROBE-NO ",RENDER,,,,DIVERGED - DISTANCE-"
                       "ESTIMATOR PROFILE - CHARACTER SET BY BOUNDARY "
                       "DISTANCE" DELIMITED BY SIZE
                       INTO PROBE-DELIMITED-RECORD
                   WRITE PROBE-DELIMITED-RECORD
               WHEN WS-DIVERGED-SW = "Y"
                   STRING "RENDER RECORDS: DIVERGED, PLOT CHAR '"
                       WS-ESCAPE-CHAR "'"
                       DELIMITED BY SIZE INTO PROBE-LISTING-RECORD
               WHEN OTHER
                   STRING "RENDER RECORDS: IN-SET AT THE ITERATION "
                       "LIMIT" DELIMITED BY SIZE
                       INTO PROBE-LISTING-RECORD
           END-EVALUATE.
           PERFORM PUT-LISTING-LINE.
           IF WS-DIVERGED-SW = "Y"
               AND (WS-CYCLE-SEEN-SW = "Y" OR WS-INSIDE-SW = "Y")
               MOVE "*** SHORTCUT CLAIM CONTRADICTED - THE FULL ORBIT ES
      -            "CAPES ***" TO PROBE-LISTING-RECORD
               PERFORM PUT-LISTING-LINE
           END-IF.
       END-WRITE-PROBE-SUMMARY.
           EXIT.

       PUT-LISTING-LINE SECTION.
      *    ONE LINE TO THE LISTING AND THE CONSOLE - TRACE LINES GO
      *    TO THE LISTING ONLY, A LONG ORBIT WOULD FLOOD THE CONSOLE
           IF WS-LISTING-STATUS = "00"
               WRITE PROBE-LISTING-RECORD
           END-IF.
           DISPLAY PROBE-LISTING-RECORD (1:100).
       END-PUT-LISTING-LINE.
           EXIT.
