      *    This program plans a poster tiling: given one zoom
      *    rectangle, a run profile and a tile grid (tiles down by
      *    tiles across) it cuts the rectangle into tiles that each
      *    fit the profile's grid - and so the 500x510 profile
      *    ceiling - writes one ready-to-run card per tile to
      *    CONTROL.TXT, every card carrying its tile row/column and
      *    its own run identifier so each tile renders as its own
      *    batch pass into its own MANDEL.PGM/PPM, and drops a tile
      *    manifest (TILEMAN.TXT) that MANDLE-STITCH verifies the
      *    finished tiles against before it assembles the poster
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-TILEPLAN.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS-FILE ASSIGN TO "CONTROL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PARAMS-FILE ASSIGN TO "PARAMS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT TILE-MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS-FILE.
           01 CONTROL-CARD-RECORD.
      *        SAME CARD LAYOUT VANCISE-MANDLEBROT READS - ONE WHOLE-
      *        RECTANGLE CARD PER TILE, BAND AND FRAME FIELDS BLANK
               03 CC-CARD-TYPE PIC X.
               03 CC-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 CC-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 CC-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 CC-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 CC-PROFILE-NAME PIC X(8).
               03 CC-BAND-FIELDS PIC X(8).
               03 CC-FRAME-FIELD PIC X(4).
               03 CC-RUN-ID PIC X(8).
               03 CC-TILE-ROW PIC 99.
               03 CC-TILE-COL PIC 99.

       FD  PARAMS-FILE.
           01 PARAMS-RECORD.
      *        RUN PROFILE RECORD, AS THE MAIN PROGRAM READS IT -
      *        ONLY THE GRID SIZE MATTERS HERE
               03 PF-NAME PIC X(8).
               03 PF-SCREEN-X PIC 9(3).
               03 PF-SCREEN-Y PIC 9(3).
               03 PF-REST PIC X(48).

       FD  TILE-MANIFEST-FILE.
           01 TILE-MANIFEST-RECORD.
      *        HEADER RECORD "TM" - TILES DOWN AND ACROSS, THE ROWS
      *        AND COLUMNS EVERY TILE IMAGE MUST HAVE, THE BASE RUN
      *        IDENTIFIER, PROFILE AND WHOLE POSTER RECTANGLE; THEN
      *        ONE "TE" ENTRY PER TILE - ITS ROW AND COLUMN, ITS
      *        IMAGE SIZE, RUN IDENTIFIER, PROFILE AND RECTANGLE
               03 TM-TAG PIC XX.
               03 TM-TILE-ROW PIC 99.
               03 TM-TILE-COL PIC 99.
               03 TM-ROWS PIC 9(4).
               03 TM-COLS PIC 9(4).
               03 TM-RUN-ID PIC X(8).
               03 TM-PROFILE PIC X(8).
               03 TM-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 TM-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 TM-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 TM-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-CONTROL-STATUS PIC XX VALUE SPACES.
               03 WS-PARAMS-STATUS PIC XX VALUE SPACES.
               03 WS-MANIFEST-STATUS PIC XX VALUE SPACES.

           01 PLAN-INPUT-VARS.
      *        OPERATOR-KEYED PLAN PARAMETERS - THE BASE IDENTIFIER
      *        IS KEPT TO FOUR CHARACTERS SO THE TILE ROW AND COLUMN
      *        FIT BEHIND IT IN AN EIGHT-CHARACTER RUN IDENTIFIER
               03 PLAN-X-MIN PIC S9V9(15) VALUE 0.
               03 PLAN-Y-MIN PIC S9V9(15) VALUE 0.
               03 PLAN-X-MAX PIC S9V9(15) VALUE 0.
               03 PLAN-Y-MAX PIC S9V9(15) VALUE 0.
               03 PLAN-PROFILE PIC X(8) VALUE SPACES.
               03 PLAN-BASE-ID PIC X(4) VALUE SPACES.
               03 PLAN-DOWN PIC 99 VALUE 0.
               03 PLAN-ACROSS PIC 99 VALUE 0.
               03 MANIFEST-NAME PIC X(20) VALUE "TILEMAN.TXT".

           01 PLAN-CALC-VARS.
      *        TILE DIVISION FIELDS - A TILE IS ONE FULL PROFILE GRID,
      *        SCREEN-X + 1 ROWS BY SCREEN-Y + 1 COLUMNS, AND THE
      *        POSTER GRID IS THE TILE GRID REPEATED. ONE STEP SIZE
      *        RUNS ACROSS THE WHOLE POSTER SO NEIGHBOURING TILES MEET
      *        A STEP APART WITH NO SHARED OR MISSING ROW AT THE SEAM.
      *        ROWS RUN IN X FROM THE LEFT EDGE, COLUMNS IN Y DOWN
      *        FROM THE TOP EDGE, THE WAY THE MAIN PROGRAM SCANS
               03 WS-SCREEN-X PIC 999 VALUE 24.
               03 WS-SCREEN-Y PIC 999 VALUE 64.
               03 WS-PARAMS-EOF-SW PIC X VALUE "N".
               03 WS-PROFILE-FOUND-SW PIC X VALUE "N".
               03 WS-TILE-ROWS PIC 9(4) VALUE 0.
               03 WS-TILE-COLS PIC 9(4) VALUE 0.
               03 WS-POSTER-ROWS PIC 9(6) VALUE 0.
               03 WS-POSTER-COLS PIC 9(6) VALUE 0.
               03 WS-TILE-COUNT PIC 9(4) VALUE 0.
               03 WS-STEP-X PIC 9V9(15) VALUE 0.
               03 WS-STEP-Y PIC 9V9(15) VALUE 0.
               03 WS-ROW-IDX PIC 99 VALUE 0.
               03 WS-COL-IDX PIC 99 VALUE 0.
               03 WS-TILE-RUN-ID PIC X(8) VALUE SPACES.
               03 WS-TILE-X-MIN PIC S9V9(15) VALUE 0.
               03 WS-TILE-Y-MIN PIC S9V9(15) VALUE 0.
               03 WS-TILE-X-MAX PIC S9V9(15) VALUE 0.
               03 WS-TILE-Y-MAX PIC S9V9(15) VALUE 0.
               03 WS-POSTER-ROWS-ED PIC ZZZZZ9 VALUE 0.
               03 WS-POSTER-COLS-ED PIC ZZZZZ9 VALUE 0.

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-TILEPLAN.
           DISPLAY "POSTER TILE PLANNER".
           DISPLAY "ENTER RECT LOWER LHS MIN POINT".
           DISPLAY "ENTER START X: ".
           ACCEPT PLAN-X-MIN.
           DISPLAY "ENTER START Y: ".
           ACCEPT PLAN-Y-MIN.
           DISPLAY "ENTER RECT UPPER RHS MAX POINT".
           DISPLAY "ENTER END X: ".
           ACCEPT PLAN-X-MAX.
           DISPLAY "ENTER END Y: ".
           ACCEPT PLAN-Y-MAX.
      *    SAME RECTANGLE RULES THE MAIN PROGRAM'S EDIT PASS
      *    ENFORCES - A BAD PLAN WOULD ONLY BOUNCE OFF IT LATER
           IF PLAN-X-MIN NOT < PLAN-X-MAX OR PLAN-Y-MIN NOT < PLAN-Y-MAX
               OR PLAN-Y-MIN < -2.0 OR PLAN-X-MIN < -2.0
               OR PLAN-X-MAX > 2.0 OR PLAN-Y-MAX > 2.0
               DISPLAY "INVALID COORDINATES - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ENTER RUN PROFILE NAME (BLANK FOR DEFAULT): ".
           ACCEPT PLAN-PROFILE.
           PERFORM LOOKUP-PROFILE-GRID.
           COMPUTE WS-TILE-ROWS = WS-SCREEN-X + 1.
           COMPUTE WS-TILE-COLS = WS-SCREEN-Y + 1.
           DISPLAY "EACH TILE IS " WS-TILE-ROWS " ROWS BY "
               WS-TILE-COLS " COLUMNS".
           DISPLAY "ENTER BASE RUN IDENTIFIER, UP TO 4 CHARACTERS "
               "(BLANK FOR TILE): ".
           ACCEPT PLAN-BASE-ID.
           IF PLAN-BASE-ID = SPACES
               MOVE "TILE" TO PLAN-BASE-ID
           END-IF.
           DISPLAY "ENTER TILES DOWN (1-99): ".
           ACCEPT PLAN-DOWN.
           DISPLAY "ENTER TILES ACROSS (1-99): ".
           ACCEPT PLAN-ACROSS.
      *    A ONE-TILE POSTER IS JUST AN ORDINARY RUN, AND THE MAIN
      *    PROGRAM TABLES AT MOST 500 CARDS FROM ONE DECK
           IF PLAN-DOWN NOT NUMERIC OR PLAN-ACROSS NOT NUMERIC
               OR PLAN-DOWN < 1 OR PLAN-ACROSS < 1
               DISPLAY "TILE COUNTS MUST BE 1-99 - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-TILE-COUNT = PLAN-DOWN * PLAN-ACROSS.
           IF WS-TILE-COUNT < 2 OR WS-TILE-COUNT > 500
               DISPLAY "A POSTER NEEDS 2-500 TILES - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-POSTER-ROWS = PLAN-DOWN * WS-TILE-ROWS.
           COMPUTE WS-POSTER-COLS = PLAN-ACROSS * WS-TILE-COLS.
           COMPUTE WS-STEP-X =
               (PLAN-X-MAX - PLAN-X-MIN) / (WS-POSTER-ROWS - 1).
           COMPUTE WS-STEP-Y =
               (PLAN-Y-MAX - PLAN-Y-MIN) / (WS-POSTER-COLS - 1).
           OPEN OUTPUT CONTROL-CARDS-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONTROL.TXT - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MANIFEST-NAME.
           STRING PLAN-BASE-ID DELIMITED BY SPACE
               "TILEMAN.TXT" DELIMITED BY SIZE INTO MANIFEST-NAME.
           OPEN OUTPUT TILE-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " MANIFEST-NAME
                   " - RUN ABANDONED"
               CLOSE CONTROL-CARDS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TILE-MANIFEST-RECORD.
           MOVE "TM" TO TM-TAG.
           MOVE PLAN-DOWN TO TM-TILE-ROW.
           MOVE PLAN-ACROSS TO TM-TILE-COL.
           MOVE WS-TILE-ROWS TO TM-ROWS.
           MOVE WS-TILE-COLS TO TM-COLS.
           MOVE PLAN-BASE-ID TO TM-RUN-ID.
           MOVE PLAN-PROFILE TO TM-PROFILE.
           MOVE PLAN-X-MIN TO TM-X-MIN.
           MOVE PLAN-Y-MIN TO TM-Y-MIN.
           MOVE PLAN-X-MAX TO TM-X-MAX.
           MOVE PLAN-Y-MAX TO TM-Y-MAX.
           WRITE TILE-MANIFEST-RECORD.
           PERFORM WRITE-TILE-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > PLAN-DOWN.
           CLOSE CONTROL-CARDS-FILE.
           CLOSE TILE-MANIFEST-FILE.
           MOVE WS-POSTER-ROWS TO WS-POSTER-ROWS-ED.
           MOVE WS-POSTER-COLS TO WS-POSTER-COLS-ED.
           DISPLAY "POSTER IS " WS-POSTER-ROWS-ED " ROWS BY "
               WS-POSTER-COLS-ED " COLUMNS".
           DISPLAY "WROTE " WS-TILE-COUNT " TILE CARDS TO CONTROL.TXT "
               "AND THE MANIFEST TO " MANIFEST-NAME.
       END-TILEPLAN.
           STOP RUN.

       LOOKUP-PROFILE-GRID SECTION.
      *    THE TILE SIZE IS THE PROFILE'S GRID - PULL ITS SCREEN-X
      *    AND SCREEN-Y OFF PARAMS.TXT, FALLING BACK TO THE BUILT-IN
      *    DEFAULT GRID EXACTLY AS THE MAIN PROGRAM WOULD. THE SAME
      *    CEILINGS THE MAIN PROGRAM'S LOAD-PROFILE HOLDS A PROFILE
      *    TO APPLY, SO NO TILE CAN OUTGROW A SINGLE PASS
           MOVE 24 TO WS-SCREEN-X.
           MOVE 64 TO WS-SCREEN-Y.
           IF PLAN-PROFILE = SPACES OR PLAN-PROFILE = "DEFAULT"
               GO TO END-LOOKUP-PROFILE-GRID
           END-IF.
           MOVE "N" TO WS-PARAMS-EOF-SW WS-PROFILE-FOUND-SW.
           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "NO PARAMS.TXT FOUND - PLANNING ON THE "
                   "DEFAULT GRID"
               GO TO END-LOOKUP-PROFILE-GRID
           END-IF.
           PERFORM UNTIL WS-PARAMS-EOF-SW = "Y"
               OR WS-PROFILE-FOUND-SW = "Y"
               READ PARAMS-FILE
                   AT END
                       MOVE "Y" TO WS-PARAMS-EOF-SW
                   NOT AT END
                       IF PF-NAME = PLAN-PROFILE
                           MOVE "Y" TO WS-PROFILE-FOUND-SW
                           IF PF-SCREEN-X NUMERIC
                               AND PF-SCREEN-Y NUMERIC
                               AND PF-SCREEN-X > 0
                               AND PF-SCREEN-X NOT > 500
                               AND PF-SCREEN-Y > 0
                               AND PF-SCREEN-Y NOT > 510
                               MOVE PF-SCREEN-X TO WS-SCREEN-X
                               MOVE PF-SCREEN-Y TO WS-SCREEN-Y
                           ELSE
                               DISPLAY "PROFILE " PLAN-PROFILE
                                   " HAS A BAD GRID - PLANNING ON "
                                   "THE DEFAULT GRID"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PROFILE-FOUND-SW = "N"
               DISPLAY "PROFILE " PLAN-PROFILE " NOT IN PARAMS.TXT "
                   "- PLANNING ON THE DEFAULT GRID"
           END-IF.
       END-LOOKUP-PROFILE-GRID.
           EXIT.

       WRITE-TILE-ROW SECTION.
      *    EVERY TILE ACROSS ONE ROW OF THE TILE GRID
           PERFORM WRITE-ONE-TILE
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > PLAN-ACROSS.
       END-WRITE-TILE-ROW.
           EXIT.

       WRITE-ONE-TILE SECTION.
      *    EMIT ONE TILE CARD AND ITS MANIFEST ENTRY. THE TILE'S
      *    FIRST ROW SITS ONE POSTER STEP PAST THE LAST ROW OF THE
      *    TILE ABOVE IT; THE LAST TILE IN EACH DIRECTION ENDS ON THE
      *    POSTER EDGE EXACTLY SO ROUNDING CAN'T LEAVE A SLIVER
           COMPUTE WS-TILE-X-MIN = PLAN-X-MIN
               + (WS-ROW-IDX - 1) * WS-TILE-ROWS * WS-STEP-X.
           IF WS-ROW-IDX = PLAN-DOWN
               MOVE PLAN-X-MAX TO WS-TILE-X-MAX
           ELSE
               COMPUTE WS-TILE-X-MAX = WS-TILE-X-MIN
                   + WS-SCREEN-X * WS-STEP-X
           END-IF.
           COMPUTE WS-TILE-Y-MAX = PLAN-Y-MAX
               - (WS-COL-IDX - 1) * WS-TILE-COLS * WS-STEP-Y.
           IF WS-COL-IDX = PLAN-ACROSS
               MOVE PLAN-Y-MIN TO WS-TILE-Y-MIN
           ELSE
               COMPUTE WS-TILE-Y-MIN = WS-TILE-Y-MAX
                   - WS-SCREEN-Y * WS-STEP-Y
           END-IF.
           MOVE SPACES TO WS-TILE-RUN-ID.
           STRING PLAN-BASE-ID DELIMITED BY SPACE
               WS-ROW-IDX DELIMITED BY SIZE
               WS-COL-IDX DELIMITED BY SIZE
               INTO WS-TILE-RUN-ID.
           MOVE SPACES TO CONTROL-CARD-RECORD.
           MOVE "C" TO CC-CARD-TYPE.
           MOVE WS-TILE-X-MIN TO CC-X-MIN.
           MOVE WS-TILE-Y-MIN TO CC-Y-MIN.
           MOVE WS-TILE-X-MAX TO CC-X-MAX.
           MOVE WS-TILE-Y-MAX TO CC-Y-MAX.
           MOVE PLAN-PROFILE TO CC-PROFILE-NAME.
           MOVE SPACES TO CC-BAND-FIELDS CC-FRAME-FIELD.
           MOVE WS-TILE-RUN-ID TO CC-RUN-ID.
           MOVE WS-ROW-IDX TO CC-TILE-ROW.
           MOVE WS-COL-IDX TO CC-TILE-COL.
           WRITE CONTROL-CARD-RECORD.
           MOVE SPACES TO TILE-MANIFEST-RECORD.
           MOVE "TE" TO TM-TAG.
           MOVE WS-ROW-IDX TO TM-TILE-ROW.
           MOVE WS-COL-IDX TO TM-TILE-COL.
           MOVE WS-TILE-ROWS TO TM-ROWS.
           MOVE WS-TILE-COLS TO TM-COLS.
           MOVE WS-TILE-RUN-ID TO TM-RUN-ID.
           MOVE PLAN-PROFILE TO TM-PROFILE.
           MOVE WS-TILE-X-MIN TO TM-X-MIN.
           MOVE WS-TILE-Y-MIN TO TM-Y-MIN.
           MOVE WS-TILE-X-MAX TO TM-X-MAX.
           MOVE WS-TILE-Y-MAX TO TM-Y-MAX.
           WRITE TILE-MANIFEST-RECORD.
           DISPLAY "TILE ROW " WS-ROW-IDX " COLUMN " WS-COL-IDX
               " RUN " WS-TILE-RUN-ID.
       END-WRITE-ONE-TILE.
           EXIT.
