      *    This program accumulates the orbit-density (Buddhabrot)
      *    rendering of the Mandelbrot set. A grid of starting points
      *    is sampled over a sampling rectangle; every orbit that
      *    escapes within the run profile's iteration limits - at
      *    least the profile's minimum and no more than its maximum -
      *    has each point it visited added into a hit-count grid
      *    laid over a separate viewing rectangle. The hit counts are
      *    normalized into a greyscale BUDDHA.PGM and, when the
      *    profile names a PALETTES.TXT palette, a color BUDDHA.PPM.
      *    The hit-count grid itself is saved to BUDHITS.TXT and
      *    checkpointed every few sample rows, so a long accumulation
      *    can be stopped (STOPREQ.TXT, as for the main program) and
      *    resumed, and the hit files of several runs over the same
      *    viewing rectangle - split sampling rectangles, or separate
      *    nights - can be combined into one before the images are
      *    drawn
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-BUDDHA.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE OUTPUT NAMES TAKE THE OPTIONAL RUN IDENTIFIER PREFIX,
      *    SAME CONVENTION AS THE MAIN PROGRAM
           SELECT PARAMS-FILE ASSIGN TO "PARAMS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT PALETTE-FILE ASSIGN TO "PALETTES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PALETTE-STATUS.
           SELECT HIT-FILE ASSIGN TO DYNAMIC HIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.
           SELECT HIT-INPUT-FILE ASSIGN TO DYNAMIC HIT-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HITIN-STATUS.
           SELECT PGM-OUTPUT-FILE ASSIGN TO DYNAMIC PGM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PGM-STATUS.
           SELECT PPM-OUTPUT-FILE ASSIGN TO DYNAMIC PPM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PPM-STATUS.
           SELECT STOP-REQUEST-FILE ASSIGN TO DYNAMIC STOPREQ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STOPREQ-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHIVE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

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

       FD  PALETTE-FILE.
           01 PALETTE-RECORD.
      *        SAME LAYOUT VANCISE-MANDLEBROT'S LOAD-PALETTE READS
               03 PL-NAME PIC X(8).
               03 PL-COLOR OCCURS 8 TIMES.
                   05 PL-R PIC 999.
                   05 PL-G PIC 999.
                   05 PL-B PIC 999.

       FD  HIT-FILE.
           01 HIT-RECORD PIC X(4600).

       FD  HIT-INPUT-FILE.
           01 HIT-INPUT-RECORD PIC X(4600).

       FD  PGM-OUTPUT-FILE.
           01 PGM-OUTPUT-RECORD PIC X(2048).

       FD  PPM-OUTPUT-FILE.
           01 PPM-OUTPUT-RECORD PIC X(6200).

       FD  STOP-REQUEST-FILE.
           01 STOP-REQUEST-RECORD PIC X(80).

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
      *        CONVENTION AS THE MAIN PROGRAM'S OUTPUT PREFIX
               03 WS-RUN-ID PIC X(8) VALUE SPACES.
               03 HIT-FILE-NAME PIC X(20) VALUE "BUDHITS.TXT".
               03 HIT-IN-NAME PIC X(20) VALUE SPACES.
               03 PGM-FILE-NAME PIC X(20) VALUE "BUDDHA.PGM".
               03 PPM-FILE-NAME PIC X(20) VALUE "BUDDHA.PPM".
               03 STOPREQ-NAME PIC X(20) VALUE "STOPREQ.TXT".

           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-PARAMS-STATUS PIC XX VALUE SPACES.
               03 WS-PALETTE-STATUS PIC XX VALUE SPACES.
               03 WS-HIT-STATUS PIC XX VALUE SPACES.
               03 WS-HITIN-STATUS PIC XX VALUE SPACES.
               03 WS-PGM-STATUS PIC XX VALUE SPACES.
               03 WS-PPM-STATUS PIC XX VALUE SPACES.
               03 WS-STOPREQ-STATUS PIC XX VALUE SPACES.
               03 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.

           01 BUDDHA-CONTROL-VARS.
      *        RUN CONTROL FIELDS
               03 WS-BUDDHA-MODE PIC X VALUE "N".
               03 WS-ABANDON-SW PIC X VALUE "N".
               03 WS-STOP-REQ-SW PIC X VALUE "N".
               03 WS-PARAMS-EOF-SW PIC X VALUE "N".
               03 WS-PROFILE-FOUND-SW PIC X VALUE "N".
               03 WS-PALETTE-EOF-SW PIC X VALUE "N".
               03 WS-PALETTE-FOUND-SW PIC X VALUE "N".
               03 WS-PALETTE-ACTIVE-SW PIC X VALUE "N".
               03 WS-HITIN-EOF-SW PIC X VALUE "N".
               03 WS-MORE-SW PIC X VALUE "Y".
               03 PROFILE-NAME-IN PIC X(8) VALUE SPACES.
               03 SIDE-IN PIC X(4) VALUE SPACES.
               03 SIDE-SHIFT PIC X(3) VALUE SPACES.
               03 FILES-COMBINED PIC 999 VALUE 0.

           01 DEFAULT-LIMITERS.
      *        SAME BUILT-IN LIMITS THE MAIN PROGRAM STARTS FROM - A
      *        PROFILE OVERLAYS THEM. NO MINIMUM BY DEFAULT: EVERY
      *        ESCAPING ORBIT COUNTS
               03 DEF-SCREEN-X PIC 999 VALUE 24.
               03 DEF-SCREEN-Y PIC 999 VALUE 64.
               03 DEF-MAX-ITER PIC 9(4) VALUE 100.
               03 DEF-THRESH PIC 999V99 VALUE 2.

           01 HIT-HEADER-REC.
      *        HIT FILE HEADER - THE VIEWING RECTANGLE THE COUNTS ARE
      *        LAID OVER, THE SAMPLING RECTANGLE AND GRID THAT FED
      *        THEM, THE LIMITS THEY WERE TAKEN UNDER AND HOW FAR THE
      *        SAMPLING HAS GOT. A SAMPLE SIDE OF ZERO MARKS A
      *        COMBINED FILE, WHICH CAN BE DRAWN BUT NOT RESUMED
               03 HH-TAG PIC XX VALUE "BH".
               03 HH-VIEW-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 HH-VIEW-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 HH-VIEW-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 HH-VIEW-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 HH-SAMP-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 HH-SAMP-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 HH-SAMP-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 HH-SAMP-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 HH-PROFILE PIC X(8).
               03 HH-SCREEN-X PIC 999.
               03 HH-SCREEN-Y PIC 999.
               03 HH-MAX-ITER PIC 9(4).
               03 HH-MIN-ITER PIC 9(4).
               03 HH-THRESH PIC 999V99.
               03 HH-EXPONENT PIC 9.
               03 HH-PALETTE PIC X(8).
               03 HH-SAMPLE-SIDE PIC 9(4).
               03 HH-NEXT-ROW PIC 9(4).
               03 HH-ORBITS PIC 9(12).
               03 HH-RUNS PIC 999.
           01 HIT-HEADER-LIVE-R REDEFINES HIT-HEADER-REC.
      *        THE SAME RECTANGLES AS ONE BLOCK EACH, FOR MATCHING
               03 FILLER PIC XX.
               03 HL-VIEW-RECT PIC X(68).
               03 FILLER PIC X(127).

           01 HIT-HEADER-IN.
      *        A HIT FILE HEADER AS READ BACK - SAME LAYOUT
               03 HI-TAG PIC XX.
               03 HI-VIEW-RECT PIC X(68).
               03 HI-SAMP-RECT PIC X(68).
               03 HI-PROFILE PIC X(8).
               03 HI-SCREEN-X PIC 999.
               03 HI-SCREEN-Y PIC 999.
               03 HI-MAX-ITER PIC 9(4).
               03 HI-MIN-ITER PIC 9(4).
               03 HI-THRESH PIC 999V99.
               03 HI-EXPONENT PIC 9.
               03 HI-PALETTE PIC X(8).
               03 HI-SAMPLE-SIDE PIC 9(4).
               03 HI-NEXT-ROW PIC 9(4).
               03 HI-ORBITS PIC 9(12).
               03 HI-RUNS PIC 999.
           01 KEYED-RECT-VARS.
      *        RECTANGLE PROMPT FIELDS - KEYED AS THE MAIN PROGRAM
      *        KEYS ITS RECTANGLE, ALL ZERO OR BACKWARDS = -2 TO 2
               03 KEY-X-MIN PIC S9V9(15) VALUE 0.
               03 KEY-Y-MIN PIC S9V9(15) VALUE 0.
               03 KEY-X-MAX PIC S9V9(15) VALUE 0.
               03 KEY-Y-MAX PIC S9V9(15) VALUE 0.

           01 HIT-GRID.
      *        THE HIT-COUNT GRID, SUBSCRIPTED ROW+1/COL+1 - ROW = X
      *        STEP, COLUMN = Y STEP DOWN FROM THE TOP, THE SAME
      *        SHAPE AS THE MAIN PROGRAM'S PLOT AND BLOCK-FILL GRID,
      *        SIZED TO THE 500X510 PROFILE CEILINGS
               03 HG-ROW OCCURS 501 TIMES.
                   05 HG-CELL PIC 9(9) OCCURS 511 TIMES.

           01 ORBIT-TABLE.
      *        THE ORBIT OF THE POINT BEING TRACED - ONLY KEPT UNTIL
      *        THE ORBIT ESCAPES OR RUNS OUT OF ITERATIONS
               03 OB-POINT OCCURS 9999 TIMES.
                   05 OB-X PIC S9(4)V9(14).
                   05 OB-Y PIC S9(4)V9(14).

           01 ORBIT-VARS.
      *        ORBIT ARITHMETIC - WIDE ENOUGH THAT A JUST-ESCAPING
      *        STEP NEVER TRUNCATES BEFORE THE BAILOUT TEST; HIGHER
      *        DEGREES BUILD THE POWER BY REPEATED MULTIPLICATION AS
      *        THE MAIN PROGRAM'S MULTIBROT-STEP DOES
               03 ITER-COUNT PIC 9(5) VALUE 0.
               03 ORB-LEN PIC 9(4) VALUE 0.
               03 ORB-IDX PIC 9(4) VALUE 0.
               03 WS-ESCAPED-SW PIC X VALUE "N".
               03 WS-INSIDE-SW PIC X VALUE "N".
               03 C-X PIC S9V9(15) VALUE 0.
               03 C-Y PIC S9V9(15) VALUE 0.
               03 Z-X PIC S9(4)V9(14) VALUE 0.
               03 Z-Y PIC S9(4)V9(14) VALUE 0.
               03 PW-K PIC 9 VALUE 0.
               03 PW-AX PIC S9(12)V9(12) VALUE 0.
               03 PW-AY PIC S9(12)V9(12) VALUE 0.
               03 PW-TX PIC S9(12)V9(12) VALUE 0.
               03 Z-NEXT-X PIC S9(12)V9(12) VALUE 0.
               03 Z-NEXT-Y PIC S9(12)V9(12) VALUE 0.
               03 Z-MAG-SQ PIC S9(13)V9(12) VALUE 0.
               03 THRESH-SQ PIC 9(7)V9(4) VALUE 0.
               03 PB-XQ PIC S9(3)V9(12) VALUE 0.
               03 PB-Q PIC S9(3)V9(12) VALUE 0.
               03 PB-PROD PIC S9(3)V9(12) VALUE 0.
               03 PB-YSQ PIC S9(3)V9(12) VALUE 0.

           01 SAMPLING-VARS.
      *        SAMPLE GRID WALK AND VIEW MAPPING FIELDS
               03 SAMP-ROW PIC 9(5) VALUE 0.
               03 SAMP-COL PIC 9(5) VALUE 0.
               03 SAMP-STEP-X PIC S9V9(15) VALUE 0.
               03 SAMP-STEP-Y PIC S9V9(15) VALUE 0.
               03 SAMP-BASE-X PIC S9V9(15) VALUE 0.
               03 SAMP-BASE-Y PIC S9V9(15) VALUE 0.
               03 VIEW-X-MIN PIC S9V9(15) VALUE 0.
               03 VIEW-Y-MAX PIC S9V9(15) VALUE 0.
               03 VIEW-X-MAX PIC S9V9(15) VALUE 0.
               03 VIEW-Y-MIN PIC S9V9(15) VALUE 0.
               03 VIEW-DX PIC 9V9(15) VALUE 0.
               03 VIEW-DY PIC 9V9(15) VALUE 0.
               03 HIT-ROW PIC 9(4) VALUE 0.
               03 HIT-COL PIC 9(4) VALUE 0.
               03 ROWS-SINCE-CKPT PIC 99 VALUE 0.
               03 CKPT-EVERY PIC 99 VALUE 10.

           01 RUN-TOTALS.
      *        THIS RUN'S TALLIES FOR THE SUMMARY
               03 TOT-SAMPLES PIC 9(12) VALUE 0.
               03 TOT-SKIPPED PIC 9(12) VALUE 0.
               03 TOT-ESCAPED PIC 9(12) VALUE 0.
               03 TOT-COUNTED PIC 9(12) VALUE 0.
               03 TOT-HITS PIC 9(15) VALUE 0.
               03 TOT-CELL-MAX PIC 9(9) VALUE 0.
               03 TOT-CELLS-HIT PIC 9(9) VALUE 0.

           01 IMAGE-VARS.
      *        PGM/PPM EXPORT FIELDS - SQUARE-ROOT NORMALIZED AGAINST
      *        THE BUSIEST CELL SO THE FAINT OUTER ORBITS STILL SHOW
               03 WS-PPM-OPEN-SW PIC X VALUE "N".
               03 ROW-IDX PIC 9(4) VALUE 0.
               03 COL-IDX PIC 9(4) VALUE 0.
               03 GRID-ROWS PIC 9(4) VALUE 0.
               03 GRID-COLS PIC 9(4) VALUE 0.
               03 HIT-ROW-BUFFER PIC X(4600) VALUE SPACES.
               03 HIT-PTR PIC 9(4) VALUE 1.
               03 HIT-CELL-IN PIC 9(9) VALUE 0.
               03 PGM-ROW-BUFFER PIC X(2048) VALUE SPACES.
               03 PGM-PTR PIC 9(4) VALUE 1.
               03 PPM-ROW-BUFFER PIC X(6200) VALUE SPACES.
               03 PPM-PTR PIC 9(4) VALUE 1.
               03 GREY-WORK PIC 999V9(6) VALUE 0.
               03 GREY-VALUE PIC 999 VALUE 0.
               03 WS-GREY-LEVEL PIC ZZ9 VALUE 0.
               03 WS-PGM-WIDTH PIC ZZZ9 VALUE 0.
               03 WS-PGM-HEIGHT PIC ZZZ9 VALUE 0.
               03 PAL-IDX PIC 9 VALUE 0.
               03 PAL-LOAD-IDX PIC 9 VALUE 0.
               03 WS-PPM-R PIC ZZ9 VALUE 0.
               03 WS-PPM-G PIC ZZ9 VALUE 0.
               03 WS-PPM-B PIC ZZ9 VALUE 0.
           01 ACTIVE-PALETTE-TBL.
      *        THE PALETTE IN FORCE - BAND COLORS BRIGHTEST FIRST,
      *        THE IN-SET COLOR LAST COLORS THE NEVER-VISITED CELLS
               03 APL-COLOR OCCURS 8 TIMES.
                   05 APL-R PIC 999.
                   05 APL-G PIC 999.
                   05 APL-B PIC 999.

           01 ARCHIVE-CATALOG-VARS.
      *        ARCHIVE CATALOG FIELDS - THE FILE BEING REGISTERED AND
      *        ITS TYPE
               03 ARCH-FILE-NAME PIC X(22) VALUE SPACES.
               03 ARCH-FILE-TYPE PIC X(8) VALUE SPACES.

           01 EDIT-VARS.
      *        EDITED FIELDS FOR THE CONSOLE
               03 WS-COUNT-ED PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE 0.
               03 WS-ROW-ED PIC ZZZZ9 VALUE 0.
               03 WS-SIDE-ED PIC ZZZZ9 VALUE 0.

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-BUDDHA.
           DISPLAY "ENTER RUN IDENTIFIER (BLANK FOR STANDARD "
               "NAMES): ".
           ACCEPT WS-RUN-ID.
           PERFORM BUILD-RUN-FILE-NAMES.
           DISPLAY "BUDDHABROT - N=NEW ACCUMULATION, R=RESUME, "
               "C=COMBINE HIT FILES, I=IMAGES ONLY: ".
           ACCEPT WS-BUDDHA-MODE.
           EVALUATE TRUE
               WHEN WS-BUDDHA-MODE = "R" OR WS-BUDDHA-MODE = "r"
                   MOVE "R" TO WS-BUDDHA-MODE
                   PERFORM RESUME-ACCUMULATION
               WHEN WS-BUDDHA-MODE = "C" OR WS-BUDDHA-MODE = "c"
                   MOVE "C" TO WS-BUDDHA-MODE
                   PERFORM COMBINE-HIT-FILES
               WHEN WS-BUDDHA-MODE = "I" OR WS-BUDDHA-MODE = "i"
                   MOVE "I" TO WS-BUDDHA-MODE
                   PERFORM IMAGES-ONLY
               WHEN OTHER
                   MOVE "N" TO WS-BUDDHA-MODE
                   PERFORM NEW-ACCUMULATION
           END-EVALUATE.
           IF WS-ABANDON-SW = "Y"
               MOVE 12 TO RETURN-CODE
               GO TO END-BUDDHA
           END-IF.
           PERFORM WRITE-IMAGES.
           PERFORM DISPLAY-SUMMARY.
      *    A STOPPED ACCUMULATION IS ONLY PART DONE - SAY SO IN THE
      *    RETURN CODE SO A SCHEDULED STEP KNOWS TO RESUBMIT
           IF WS-STOP-REQ-SW = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF.
       END-BUDDHA.
           STOP RUN.

       BUILD-RUN-FILE-NAMES SECTION.
      *    PREFIX EVERY OUTPUT NAME WITH THE RUN IDENTIFIER - BLANK
      *    KEEPS THE STANDARD NAMES
           MOVE SPACES TO HIT-FILE-NAME PGM-FILE-NAME PPM-FILE-NAME
               STOPREQ-NAME.
           STRING WS-RUN-ID DELIMITED BY SPACE
               "BUDHITS.TXT" DELIMITED BY SIZE INTO HIT-FILE-NAME.
           STRING WS-RUN-ID DELIMITED BY SPACE
               "BUDDHA.PGM" DELIMITED BY SIZE INTO PGM-FILE-NAME.
           STRING WS-RUN-ID DELIMITED BY SPACE
               "BUDDHA.PPM" DELIMITED BY SIZE INTO PPM-FILE-NAME.
           STRING WS-RUN-ID DELIMITED BY SPACE
               "STOPREQ.TXT" DELIMITED BY SIZE INTO STOPREQ-NAME.
       END-BUILD-RUN-FILE-NAMES.
           EXIT.

       NEW-ACCUMULATION SECTION.
      *    START A FRESH HIT GRID - PROFILE, SAMPLING RECTANGLE,
      *    VIEWING RECTANGLE AND SAMPLE GRID DENSITY, THEN SAMPLE
           DISPLAY "ENTER RUN PROFILE NAME (BLANK FOR DEFAULT): ".
           ACCEPT PROFILE-NAME-IN.
           PERFORM LOAD-PROFILE.
           DISPLAY "ENTER THE SAMPLING RECTANGLE (STARTING POINTS)".
           PERFORM ACCEPT-RECTANGLE.
           MOVE KEY-X-MIN TO HH-SAMP-X-MIN.
           MOVE KEY-Y-MIN TO HH-SAMP-Y-MIN.
           MOVE KEY-X-MAX TO HH-SAMP-X-MAX.
           MOVE KEY-Y-MAX TO HH-SAMP-Y-MAX.
           DISPLAY "ENTER THE VIEWING RECTANGLE (HIT-COUNT GRID)".
           PERFORM ACCEPT-RECTANGLE.
           MOVE KEY-X-MIN TO HH-VIEW-X-MIN.
           MOVE KEY-Y-MIN TO HH-VIEW-Y-MIN.
           MOVE KEY-X-MAX TO HH-VIEW-X-MAX.
           MOVE KEY-Y-MAX TO HH-VIEW-Y-MAX.
      *    THE SAMPLE GRID DEFAULTS TO FOUR STARTING POINTS PER
      *    VIEWING ROW ON A SIDE - DENSER IS SMOOTHER AND SLOWER
           COMPUTE HH-SAMPLE-SIDE = (HH-SCREEN-X + 1) * 4.
           MOVE HH-SAMPLE-SIDE TO WS-SIDE-ED.
           DISPLAY "ENTER SAMPLE POINTS PER SIDE (BLANK FOR "
               WS-SIDE-ED "): ".
           MOVE SPACES TO SIDE-IN.
           ACCEPT SIDE-IN.
           IF SIDE-IN NOT = SPACES
      *        RIGHT-JUSTIFY A SHORT REPLY A DIGIT AT A TIME, SAME
      *        TRICK THE RE-GRADE CUT PROMPTS USE
               PERFORM UNTIL SIDE-IN (4:1) NOT = SPACE
                   MOVE SIDE-IN (1:3) TO SIDE-SHIFT
                   MOVE "0" TO SIDE-IN (1:1)
                   MOVE SIDE-SHIFT TO SIDE-IN (2:3)
               END-PERFORM
               INSPECT SIDE-IN REPLACING LEADING SPACES BY ZEROS
               IF SIDE-IN NUMERIC AND SIDE-IN NOT = "0000"
                   MOVE SIDE-IN TO HH-SAMPLE-SIDE
               END-IF
           END-IF.
           MOVE 1 TO HH-NEXT-ROW.
           MOVE 0 TO HH-ORBITS.
           MOVE 1 TO HH-RUNS.
           MOVE "BH" TO HH-TAG.
           INITIALIZE HIT-GRID.
           PERFORM ACCUMULATE-ORBITS.
       END-NEW-ACCUMULATION.
           EXIT.

       RESUME-ACCUMULATION SECTION.
      *    PICK A CHECKPOINTED HIT GRID BACK UP AT ITS NEXT SAMPLE
      *    ROW - EVERY LIMIT COMES FROM THE HIT FILE, NOT A PROFILE,
      *    SO THE RESUMED ROWS SAMPLE EXACTLY AS THE FIRST ONES DID
           INITIALIZE HIT-GRID.
           MOVE HIT-FILE-NAME TO HIT-IN-NAME.
           PERFORM LOAD-HIT-FILE.
           IF WS-ABANDON-SW = "Y"
               GO TO END-RESUME-ACCUMULATION
           END-IF.
           MOVE HIT-HEADER-IN TO HIT-HEADER-REC.
           IF HH-SAMPLE-SIDE = 0
               DISPLAY HIT-FILE-NAME " IS A COMBINED FILE - NOTHING "
                   "TO RESUME"
               MOVE "Y" TO WS-ABANDON-SW
               GO TO END-RESUME-ACCUMULATION
           END-IF.
           IF HH-NEXT-ROW > HH-SAMPLE-SIDE
               DISPLAY HIT-FILE-NAME " IS ALREADY COMPLETE - "
                   "REDRAWING ITS IMAGES"
               GO TO END-RESUME-ACCUMULATION
           END-IF.
           MOVE HH-NEXT-ROW TO WS-ROW-ED.
           MOVE HH-SAMPLE-SIDE TO WS-SIDE-ED.
           DISPLAY "RESUMING AT SAMPLE ROW " WS-ROW-ED " OF "
               WS-SIDE-ED.
           ADD 1 TO HH-RUNS.
           PERFORM ACCUMULATE-ORBITS.
       END-RESUME-ACCUMULATION.
           EXIT.

       IMAGES-ONLY SECTION.
      *    REDRAW THE IMAGES FROM A SAVED HIT GRID AS IT STANDS
           INITIALIZE HIT-GRID.
           MOVE HIT-FILE-NAME TO HIT-IN-NAME.
           PERFORM LOAD-HIT-FILE.
           IF WS-ABANDON-SW = "N"
               MOVE HIT-HEADER-IN TO HIT-HEADER-REC
           END-IF.
       END-IMAGES-ONLY.
           EXIT.

       COMBINE-HIT-FILES SECTION.
      *    ADD THE HIT GRIDS OF SEVERAL RUNS TOGETHER - EVERY FILE
      *    MUST COUNT OVER THE SAME VIEWING RECTANGLE AND GRID UNDER
      *    THE SAME LIMITS, OR THE SUM MEANS NOTHING AND THE WHOLE
      *    COMBINE IS REFUSED. THE RESULT GOES TO THIS RUN'S HIT FILE
           INITIALIZE HIT-GRID.
           MOVE 0 TO FILES-COMBINED.
           MOVE "Y" TO WS-MORE-SW.
           PERFORM UNTIL WS-MORE-SW = "N" OR WS-ABANDON-SW = "Y"
               DISPLAY "ENTER HIT FILE TO COMBINE (BLANK WHEN DONE): "
               MOVE SPACES TO HIT-IN-NAME
               ACCEPT HIT-IN-NAME
               IF HIT-IN-NAME = SPACES
                   MOVE "N" TO WS-MORE-SW
               ELSE
                   PERFORM COMBINE-ONE-FILE
               END-IF
           END-PERFORM.
           IF WS-ABANDON-SW = "Y"
               GO TO END-COMBINE-HIT-FILES
           END-IF.
           IF FILES-COMBINED = 0
               DISPLAY "NO HIT FILES COMBINED - RUN ABANDONED"
               MOVE "Y" TO WS-ABANDON-SW
               GO TO END-COMBINE-HIT-FILES
           END-IF.
           MOVE 0 TO HH-SAMPLE-SIDE HH-NEXT-ROW.
           PERFORM SAVE-HIT-FILE.
           IF WS-ABANDON-SW = "Y"
               GO TO END-COMBINE-HIT-FILES
           END-IF.
           DISPLAY FILES-COMBINED " HIT FILE(S) COMBINED INTO "
               HIT-FILE-NAME.
       END-COMBINE-HIT-FILES.
           EXIT.

       COMBINE-ONE-FILE SECTION.
      *    FOLD ONE HIT FILE INTO THE RUNNING SUM - THE FIRST ONE
      *    SETS THE GRID EVERY LATER ONE HAS TO MATCH
           PERFORM LOAD-HIT-FILE.
           IF WS-ABANDON-SW = "Y"
               GO TO END-COMBINE-ONE-FILE
           END-IF.
           IF FILES-COMBINED = 0
               MOVE HIT-HEADER-IN TO HIT-HEADER-REC
               MOVE 0 TO HH-ORBITS HH-RUNS
           ELSE
               IF HI-VIEW-RECT NOT = HL-VIEW-RECT
                   OR HI-SCREEN-X NOT = HH-SCREEN-X
                   OR HI-SCREEN-Y NOT = HH-SCREEN-Y
                   OR HI-MAX-ITER NOT = HH-MAX-ITER
                   OR HI-MIN-ITER NOT = HH-MIN-ITER
                   OR HI-EXPONENT NOT = HH-EXPONENT
                   OR HI-THRESH NOT = HH-THRESH
                   DISPLAY HIT-IN-NAME " DOES NOT MATCH THE FIRST "
                       "FILE'S VIEW OR LIMITS - COMBINE REFUSED"
                   MOVE "Y" TO WS-ABANDON-SW
                   GO TO END-COMBINE-ONE-FILE
               END-IF
           END-IF.
           IF HI-SAMPLE-SIDE > 0 AND HI-NEXT-ROW <= HI-SAMPLE-SIDE
               DISPLAY "NOTE - " HIT-IN-NAME " IS A PART-DONE "
                   "ACCUMULATION"
           END-IF.
           ADD HI-ORBITS TO HH-ORBITS.
           ADD HI-RUNS TO HH-RUNS.
           ADD 1 TO FILES-COMBINED.
       END-COMBINE-ONE-FILE.
           EXIT.

       LOAD-HIT-FILE SECTION.
      *    READ THE HIT FILE NAMED IN HIT-IN-NAME, ADDING ITS COUNTS
      *    INTO THE GRID - A FRESH GRID MAKES THIS A PLAIN LOAD
           OPEN INPUT HIT-INPUT-FILE.
           IF WS-HITIN-STATUS NOT = "00"
               DISPLAY "NO " HIT-IN-NAME " - RUN ABANDONED"
               MOVE "Y" TO WS-ABANDON-SW
               GO TO END-LOAD-HIT-FILE
           END-IF.
           MOVE "N" TO WS-HITIN-EOF-SW.
           READ HIT-INPUT-FILE
               AT END
                   MOVE "Y" TO WS-HITIN-EOF-SW
               NOT AT END
                   MOVE HIT-INPUT-RECORD (1:197) TO HIT-HEADER-IN
           END-READ.
           IF WS-HITIN-EOF-SW = "Y" OR HI-TAG NOT = "BH"
               OR HI-SCREEN-X NOT NUMERIC OR HI-SCREEN-Y NOT NUMERIC
               OR HI-SCREEN-X > 500 OR HI-SCREEN-Y > 510
               DISPLAY HIT-IN-NAME " HAS NO HIT FILE HEADER - RUN "
                   "ABANDONED"
               CLOSE HIT-INPUT-FILE
               MOVE "Y" TO WS-ABANDON-SW
               GO TO END-LOAD-HIT-FILE
           END-IF.
           COMPUTE GRID-ROWS = HI-SCREEN-X + 1.
           COMPUTE GRID-COLS = HI-SCREEN-Y + 1.
           MOVE 0 TO ROW-IDX.
           PERFORM UNTIL WS-HITIN-EOF-SW = "Y"
               READ HIT-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-HITIN-EOF-SW
                   NOT AT END
                       IF ROW-IDX < GRID-ROWS
                           ADD 1 TO ROW-IDX
                           PERFORM LOAD-HIT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIT-INPUT-FILE.
           IF ROW-IDX NOT = GRID-ROWS
               DISPLAY HIT-IN-NAME " IS SHORT OF ROWS - RUN ABANDONED"
               MOVE "Y" TO WS-ABANDON-SW
           END-IF.
       END-LOAD-HIT-FILE.
           EXIT.

       LOAD-HIT-ROW SECTION.
      *    NINE DIGITS A CELL - A DAMAGED CELL IS TAKEN AS ZERO
           PERFORM VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > GRID-COLS
               COMPUTE HIT-PTR = (COL-IDX - 1) * 9 + 1
               IF HIT-INPUT-RECORD (HIT-PTR:9) NUMERIC
                   MOVE HIT-INPUT-RECORD (HIT-PTR:9) TO HIT-CELL-IN
                   IF HG-CELL (ROW-IDX, COL-IDX) + HIT-CELL-IN
                       > 999999999
                       MOVE 999999999 TO HG-CELL (ROW-IDX, COL-IDX)
                   ELSE
                       ADD HIT-CELL-IN TO HG-CELL (ROW-IDX, COL-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       END-LOAD-HIT-ROW.
           EXIT.

       SAVE-HIT-FILE SECTION.
      *    WRITE THE WHOLE HIT GRID BEHIND ITS HEADER - A CHECKPOINT
      *    IS JUST A SAVE PART-WAY THROUGH THE SAMPLE ROWS. A GRID
      *    THAT CANNOT BE SAVED ABANDONS THE RUN, SO A RESUME NEVER
      *    PICKS UP FROM COUNTS OLDER THAN THE RUN CLAIMS
           OPEN OUTPUT HIT-FILE.
           IF WS-HIT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " HIT-FILE-NAME
                   " - HIT GRID NOT SAVED, RUN ABANDONED"
               MOVE "Y" TO WS-ABANDON-SW
               MOVE 12 TO RETURN-CODE
               GO TO END-SAVE-HIT-FILE
           END-IF.
           MOVE SPACES TO HIT-RECORD.
           MOVE HIT-HEADER-REC TO HIT-RECORD.
           WRITE HIT-RECORD.
           COMPUTE GRID-ROWS = HH-SCREEN-X + 1.
           COMPUTE GRID-COLS = HH-SCREEN-Y + 1.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > GRID-ROWS
               MOVE SPACES TO HIT-ROW-BUFFER
               MOVE 1 TO HIT-PTR
               PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > GRID-COLS
                   STRING HG-CELL (ROW-IDX, COL-IDX) DELIMITED BY SIZE
                       INTO HIT-ROW-BUFFER
                       WITH POINTER HIT-PTR
               END-PERFORM
               WRITE HIT-RECORD FROM HIT-ROW-BUFFER
           END-PERFORM.
           CLOSE HIT-FILE.
       END-SAVE-HIT-FILE.
           EXIT.

       LOAD-PROFILE SECTION.
      *    THE SAME LIMIT CHECKS AS THE MAIN PROGRAM'S LOAD-PROFILE -
      *    AN UNKNOWN OR OUT-OF-RANGE PROFILE STAYS ON THE DEFAULTS.
      *    THE GRID SIZE SETS THE VIEWING GRID, THE ITERATION LIMIT
      *    AND THE MINIMUM BOUND WHICH ORBITS COUNT
           MOVE DEF-SCREEN-X TO HH-SCREEN-X.
           MOVE DEF-SCREEN-Y TO HH-SCREEN-Y.
           MOVE DEF-MAX-ITER TO HH-MAX-ITER.
           MOVE DEF-THRESH TO HH-THRESH.
           MOVE 0 TO HH-MIN-ITER.
           MOVE 2 TO HH-EXPONENT.
           MOVE SPACES TO HH-PALETTE.
           MOVE "DEFAULT" TO HH-PROFILE.
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
               OR (PF-MIN-ITER NUMERIC AND
                   PF-MIN-ITER > PF-MAX-ITER)
               DISPLAY "PROFILE " PROFILE-NAME-IN
                   " HAS BAD LIMITS - USING DEFAULT PROFILE"
               GO TO END-LOAD-PROFILE
           END-IF.
           MOVE PF-SCREEN-X TO HH-SCREEN-X.
           MOVE PF-SCREEN-Y TO HH-SCREEN-Y.
           MOVE PF-MAX-ITER TO HH-MAX-ITER.
           MOVE PF-THRESH TO HH-THRESH.
           IF PF-EXPONENT NUMERIC AND PF-EXPONENT >= 2
               MOVE PF-EXPONENT TO HH-EXPONENT
           END-IF.
      *    A BLANK MINIMUM COLUMN (PROFILES WRITTEN BEFORE THIS
      *    PROGRAM EXISTED) COUNTS EVERY ESCAPING ORBIT
           IF PF-MIN-ITER NUMERIC
               MOVE PF-MIN-ITER TO HH-MIN-ITER
           END-IF.
           MOVE PF-PALETTE TO HH-PALETTE.
           MOVE PROFILE-NAME-IN TO HH-PROFILE.
           DISPLAY "RUN PROFILE " HH-PROFILE " LOADED".
       END-LOAD-PROFILE.
           EXIT.

       ACCEPT-RECTANGLE SECTION.
      *    KEY ONE RECTANGLE THE WAY THE MAIN PROGRAM KEYS ITS OWN -
      *    NOTHING KEYED, OR A BACKWARDS OR OUT-OF-RANGE RECTANGLE,
      *    FALLS BACK TO THE WHOLE -2 TO 2 PLANE
           DISPLAY "ENTER NOTHING FOR DEFAULTS OF -2.0 AND 2.0".
           DISPLAY "ENTER START X: ".
           ACCEPT KEY-X-MIN.
           DISPLAY "ENTER START Y: ".
           ACCEPT KEY-Y-MIN.
           DISPLAY "ENTER END X: ".
           ACCEPT KEY-X-MAX.
           DISPLAY "ENTER END Y: ".
           ACCEPT KEY-Y-MAX.
           IF KEY-X-MIN NOT < KEY-X-MAX OR KEY-Y-MIN NOT < KEY-Y-MAX
               OR KEY-X-MIN < -2.0 OR KEY-Y-MIN < -2.0
               OR KEY-X-MAX > 2.0 OR KEY-Y-MAX > 2.0
               DISPLAY "USING DEFAULTS OF -2.0 AND 2.0"
               MOVE -2.0 TO KEY-X-MIN KEY-Y-MIN
               MOVE 2.0 TO KEY-X-MAX KEY-Y-MAX
           END-IF.
       END-ACCEPT-RECTANGLE.
           EXIT.

       ACCUMULATE-ORBITS SECTION.
      *    WORK THE SAMPLE GRID FROM THE NEXT UNDONE ROW, SAVING THE
      *    HIT GRID EVERY FEW ROWS AND LOOKING FOR A STOP REQUEST AT
      *    EACH SAVE. EACH STARTING POINT SITS AT THE CENTER OF ITS
      *    SAMPLE CELL
           MOVE HH-VIEW-X-MIN TO VIEW-X-MIN.
           MOVE HH-VIEW-Y-MIN TO VIEW-Y-MIN.
           MOVE HH-VIEW-X-MAX TO VIEW-X-MAX.
           MOVE HH-VIEW-Y-MAX TO VIEW-Y-MAX.
           COMPUTE VIEW-DX = (VIEW-X-MAX - VIEW-X-MIN) / HH-SCREEN-X.
           COMPUTE VIEW-DY = (VIEW-Y-MAX - VIEW-Y-MIN) / HH-SCREEN-Y.
           MOVE HH-SAMP-X-MIN TO SAMP-BASE-X.
           MOVE HH-SAMP-Y-MAX TO SAMP-BASE-Y.
           COMPUTE SAMP-STEP-X = (HH-SAMP-X-MAX - HH-SAMP-X-MIN)
               / HH-SAMPLE-SIDE.
           COMPUTE SAMP-STEP-Y = (HH-SAMP-Y-MAX - HH-SAMP-Y-MIN)
               / HH-SAMPLE-SIDE.
           COMPUTE THRESH-SQ = HH-THRESH * HH-THRESH.
           MOVE 0 TO ROWS-SINCE-CKPT.
           MOVE "N" TO WS-STOP-REQ-SW.
           PERFORM ACCUMULATE-ONE-ROW
               VARYING SAMP-ROW FROM HH-NEXT-ROW BY 1
               UNTIL SAMP-ROW > HH-SAMPLE-SIDE
               OR WS-STOP-REQ-SW = "Y"
               OR WS-ABANDON-SW = "Y".
           IF WS-ABANDON-SW = "Y"
               GO TO END-ACCUMULATE-ORBITS
           END-IF.
      *    SAMP-ROW NOW NAMES THE FIRST ROW NOT YET SAMPLED
           MOVE SAMP-ROW TO HH-NEXT-ROW.
           PERFORM SAVE-HIT-FILE.
           IF WS-STOP-REQ-SW = "Y"
               MOVE HH-NEXT-ROW TO WS-ROW-ED
               DISPLAY "ACCUMULATION STOPPED BEFORE SAMPLE ROW "
                   WS-ROW-ED " - RESUME WITH R"
           END-IF.
       END-ACCUMULATE-ORBITS.
           EXIT.

       ACCUMULATE-ONE-ROW SECTION.
      *    TRACE EVERY STARTING POINT ON ONE SAMPLE ROW
           COMPUTE C-X = SAMP-BASE-X + (SAMP-ROW - 0.5) * SAMP-STEP-X.
           PERFORM VARYING SAMP-COL FROM 1 BY 1
               UNTIL SAMP-COL > HH-SAMPLE-SIDE
               COMPUTE C-Y = SAMP-BASE-Y
                   - (SAMP-COL - 0.5) * SAMP-STEP-Y
               PERFORM TRACE-ONE-ORBIT
           END-PERFORM.
           ADD 1 TO ROWS-SINCE-CKPT.
           IF ROWS-SINCE-CKPT >= CKPT-EVERY
               MOVE 0 TO ROWS-SINCE-CKPT
               COMPUTE HH-NEXT-ROW = SAMP-ROW + 1
               PERFORM SAVE-HIT-FILE
               IF WS-ABANDON-SW = "Y"
                   GO TO END-ACCUMULATE-ONE-ROW
               END-IF
               MOVE SAMP-ROW TO WS-ROW-ED
               MOVE HH-SAMPLE-SIDE TO WS-SIDE-ED
               DISPLAY "SAMPLE ROW " WS-ROW-ED " OF " WS-SIDE-ED
                   " - HIT GRID CHECKPOINTED"
               PERFORM CHECK-STOP-REQUEST
           END-IF.
       END-ACCUMULATE-ONE-ROW.
           EXIT.

       TRACE-ONE-ORBIT SECTION.
      *    RUN ONE STARTING POINT'S ORBIT, KEEPING EVERY POINT IT
      *    VISITS. ONLY AN ORBIT THAT ESCAPES AFTER AT LEAST THE
      *    MINIMUM NUMBER OF ITERATIONS GETS ITS POINTS COUNTED
           ADD 1 TO TOT-SAMPLES.
      *    A QUADRATIC POINT INSIDE THE MAIN CARDIOID OR PERIOD-2
      *    BULB NEVER ESCAPES - NOTHING TO COUNT, SO SKIP THE ORBIT
           IF HH-EXPONENT = 2
               PERFORM CARDIOID-BULB-CHECK
               IF WS-INSIDE-SW = "Y"
                   ADD 1 TO TOT-SKIPPED
                   GO TO END-TRACE-ONE-ORBIT
               END-IF
           END-IF.
           MOVE 0 TO Z-X Z-Y ORB-LEN.
           MOVE "N" TO WS-ESCAPED-SW.
           PERFORM ORBIT-STEP VARYING ITER-COUNT FROM 1 BY 1
               UNTIL ITER-COUNT > HH-MAX-ITER
               OR WS-ESCAPED-SW = "Y".
           IF WS-ESCAPED-SW = "N"
               GO TO END-TRACE-ONE-ORBIT
           END-IF.
           ADD 1 TO TOT-ESCAPED.
           IF ORB-LEN < HH-MIN-ITER
               GO TO END-TRACE-ONE-ORBIT
           END-IF.
           ADD 1 TO TOT-COUNTED.
           ADD 1 TO HH-ORBITS.
           PERFORM PLOT-ORBIT-POINT
               VARYING ORB-IDX FROM 1 BY 1 UNTIL ORB-IDX > ORB-LEN.
       END-TRACE-ONE-ORBIT.
           EXIT.

       ORBIT-STEP SECTION.
      *    ONE Z**D + C ROUND. A POINT STILL INSIDE THE BAILOUT IS
      *    KEPT IN THE ORBIT TABLE; THE ONE PAST IT ENDS THE ORBIT
           IF HH-EXPONENT = 2
               COMPUTE Z-NEXT-X = Z-X * Z-X - Z-Y * Z-Y + C-X
               COMPUTE Z-NEXT-Y = 2 * Z-X * Z-Y + C-Y
           ELSE
               MOVE Z-X TO PW-AX
               MOVE Z-Y TO PW-AY
               PERFORM VARYING PW-K FROM 2 BY 1
                   UNTIL PW-K > HH-EXPONENT
                   COMPUTE PW-TX = PW-AX * Z-X - PW-AY * Z-Y
                   COMPUTE PW-AY = PW-AX * Z-Y + PW-AY * Z-X
                   MOVE PW-TX TO PW-AX
               END-PERFORM
               COMPUTE Z-NEXT-X = PW-AX + C-X
               COMPUTE Z-NEXT-Y = PW-AY + C-Y
           END-IF.
           COMPUTE Z-MAG-SQ = Z-NEXT-X * Z-NEXT-X + Z-NEXT-Y * Z-NEXT-Y.
           IF Z-MAG-SQ > THRESH-SQ
               MOVE "Y" TO WS-ESCAPED-SW
           ELSE
               MOVE Z-NEXT-X TO Z-X
               MOVE Z-NEXT-Y TO Z-Y
               ADD 1 TO ORB-LEN
               MOVE Z-X TO OB-X (ORB-LEN)
               MOVE Z-Y TO OB-Y (ORB-LEN)
           END-IF.
       END-ORBIT-STEP.
           EXIT.

       PLOT-ORBIT-POINT SECTION.
      *    DROP ONE ORBIT POINT INTO ITS VIEWING CELL - NEAREST CELL
      *    CENTER, ROWS BY X FROM THE LEFT, COLUMNS BY Y FROM THE TOP
           IF OB-X (ORB-IDX) < VIEW-X-MIN OR OB-X (ORB-IDX) > VIEW-X-MAX
               OR OB-Y (ORB-IDX) < VIEW-Y-MIN
               OR OB-Y (ORB-IDX) > VIEW-Y-MAX
               GO TO END-PLOT-ORBIT-POINT
           END-IF.
           COMPUTE HIT-ROW ROUNDED =
               (OB-X (ORB-IDX) - VIEW-X-MIN) / VIEW-DX.
           COMPUTE HIT-COL ROUNDED =
               (VIEW-Y-MAX - OB-Y (ORB-IDX)) / VIEW-DY.
           IF HG-CELL (HIT-ROW + 1, HIT-COL + 1) < 999999999
               ADD 1 TO HG-CELL (HIT-ROW + 1, HIT-COL + 1)
           END-IF.
           ADD 1 TO TOT-HITS.
       END-PLOT-ORBIT-POINT.
           EXIT.

       CARDIOID-BULB-CHECK SECTION.
      *    SAME ANALYTIC MEMBERSHIP TEST AS THE MAIN PROGRAM - MAIN
      *    CARDIOID WHEN Q * (Q + X - 1/4) <= Y**2 / 4, PERIOD-2
      *    BULB WHEN (X + 1)**2 + Y**2 <= 1/16
           MOVE "N" TO WS-INSIDE-SW.
           COMPUTE PB-XQ = C-X - 0.25.
           COMPUTE PB-YSQ = C-Y * C-Y.
           COMPUTE PB-Q = PB-XQ * PB-XQ + PB-YSQ.
           COMPUTE PB-PROD = PB-Q * (PB-Q + PB-XQ).
           IF PB-PROD <= PB-YSQ / 4
               MOVE "Y" TO WS-INSIDE-SW
           END-IF.
           IF WS-INSIDE-SW = "N"
               COMPUTE PB-XQ = C-X + 1
               COMPUTE PB-PROD = PB-XQ * PB-XQ + PB-YSQ
               IF PB-PROD <= 0.0625
                   MOVE "Y" TO WS-INSIDE-SW
               END-IF
           END-IF.
       END-CARDIOID-BULB-CHECK.
           EXIT.

       CHECK-STOP-REQUEST SECTION.
      *    THE PRESENCE OF STOPREQ.TXT IS THE OPERATOR'S SIGNAL FOR
      *    A CONTROLLED SHUTDOWN AT THIS CHECKPOINT
           OPEN INPUT STOP-REQUEST-FILE.
           IF WS-STOPREQ-STATUS = "00"
               CLOSE STOP-REQUEST-FILE
               MOVE "Y" TO WS-STOP-REQ-SW
               DISPLAY "OPERATOR STOP REQUEST SEEN (" STOPREQ-NAME ")"
           END-IF.
       END-CHECK-STOP-REQUEST.
           EXIT.

       WRITE-IMAGES SECTION.
      *    NORMALIZE THE HIT GRID AGAINST ITS BUSIEST CELL AND DRAW
      *    IT - GREYSCALE ALWAYS, COLOR WHEN THE PALETTE LOADS
           COMPUTE GRID-ROWS = HH-SCREEN-X + 1.
           COMPUTE GRID-COLS = HH-SCREEN-Y + 1.
           MOVE 0 TO TOT-CELL-MAX TOT-CELLS-HIT.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > GRID-ROWS
               PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > GRID-COLS
                   IF HG-CELL (ROW-IDX, COL-IDX) > 0
                       ADD 1 TO TOT-CELLS-HIT
                   END-IF
                   IF HG-CELL (ROW-IDX, COL-IDX) > TOT-CELL-MAX
                       MOVE HG-CELL (ROW-IDX, COL-IDX) TO TOT-CELL-MAX
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT PGM-OUTPUT-FILE.
           IF WS-PGM-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " PGM-FILE-NAME " - NO IMAGES"
               MOVE 12 TO RETURN-CODE
               GO TO END-WRITE-IMAGES
           END-IF.
           MOVE "N" TO WS-PPM-OPEN-SW.
           IF HH-PALETTE NOT = SPACES
               PERFORM LOAD-PALETTE
               IF WS-PALETTE-ACTIVE-SW = "Y"
                   OPEN OUTPUT PPM-OUTPUT-FILE
                   IF WS-PPM-STATUS = "00"
                       MOVE "Y" TO WS-PPM-OPEN-SW
                   ELSE
                       DISPLAY "CANNOT OPEN " PPM-FILE-NAME
                           " - GREYSCALE ONLY"
                   END-IF
               END-IF
           END-IF.
           MOVE GRID-COLS TO WS-PGM-WIDTH.
           MOVE GRID-ROWS TO WS-PGM-HEIGHT.
           MOVE "P2" TO PGM-OUTPUT-RECORD.
           WRITE PGM-OUTPUT-RECORD.
           MOVE SPACES TO PGM-OUTPUT-RECORD.
           STRING WS-PGM-WIDTH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PGM-HEIGHT DELIMITED BY SIZE
               INTO PGM-OUTPUT-RECORD.
           WRITE PGM-OUTPUT-RECORD.
           MOVE "255" TO PGM-OUTPUT-RECORD.
           WRITE PGM-OUTPUT-RECORD.
           IF WS-PPM-OPEN-SW = "Y"
               MOVE "P3" TO PPM-OUTPUT-RECORD
               WRITE PPM-OUTPUT-RECORD
               MOVE SPACES TO PPM-OUTPUT-RECORD
               STRING WS-PGM-WIDTH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PGM-HEIGHT DELIMITED BY SIZE
                   INTO PPM-OUTPUT-RECORD
               WRITE PPM-OUTPUT-RECORD
               MOVE "255" TO PPM-OUTPUT-RECORD
               WRITE PPM-OUTPUT-RECORD
           END-IF.
           PERFORM WRITE-IMAGE-ROW
               VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > GRID-ROWS.
           CLOSE PGM-OUTPUT-FILE.
           MOVE "IMAGE" TO ARCH-FILE-TYPE.
           MOVE PGM-FILE-NAME TO ARCH-FILE-NAME.
           PERFORM REGISTER-ARCHIVE-ENTRY.
           IF WS-PPM-OPEN-SW = "Y"
               CLOSE PPM-OUTPUT-FILE
               MOVE PPM-FILE-NAME TO ARCH-FILE-NAME
               PERFORM REGISTER-ARCHIVE-ENTRY
           END-IF.
      *    THE HIT GRID IS CATALOGUED UNDER ITS OWN TYPE - IT CARRIES
      *    NO RETENTION PERIOD UNLESS THE SHOP GIVES IT ONE, SO A
      *    LONG ACCUMULATION IS NEVER PURGED OUT FROM UNDER A RESUME
           IF WS-BUDDHA-MODE NOT = "I"
               MOVE "HITS" TO ARCH-FILE-TYPE
               MOVE HIT-FILE-NAME TO ARCH-FILE-NAME
               PERFORM REGISTER-ARCHIVE-ENTRY
           END-IF.
       END-WRITE-IMAGES.
           EXIT.

       WRITE-IMAGE-ROW SECTION.
      *    ONE GRID ROW OUT TO THE PGM AND PPM ROW BUFFERS
           MOVE SPACES TO PGM-ROW-BUFFER PPM-ROW-BUFFER.
           MOVE 1 TO PGM-PTR PPM-PTR.
           PERFORM VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > GRID-COLS
               IF HG-CELL (ROW-IDX, COL-IDX) = 0 OR TOT-CELL-MAX = 0
                   MOVE 0 TO GREY-VALUE
               ELSE
                   COMPUTE GREY-WORK = HG-CELL (ROW-IDX, COL-IDX)
                       / TOT-CELL-MAX
                   COMPUTE GREY-VALUE ROUNDED =
                       255 * FUNCTION SQRT (GREY-WORK)
               END-IF
               MOVE GREY-VALUE TO WS-GREY-LEVEL
               STRING WS-GREY-LEVEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO PGM-ROW-BUFFER
                   WITH POINTER PGM-PTR
               IF WS-PPM-OPEN-SW = "Y"
                   PERFORM ADD-PPM-CELL
               END-IF
           END-PERFORM.
           WRITE PGM-OUTPUT-RECORD FROM PGM-ROW-BUFFER.
           IF WS-PPM-OPEN-SW = "Y"
               WRITE PPM-OUTPUT-RECORD FROM PPM-ROW-BUFFER
           END-IF.
       END-WRITE-IMAGE-ROW.
           EXIT.

       ADD-PPM-CELL SECTION.
      *    BAND THE NORMALIZED GREY ONTO THE PALETTE - THE BUSIEST
      *    CELLS TAKE THE FIRST BAND COLOR, A NEVER-VISITED CELL THE
      *    IN-SET COLOR. SAME GREY STEPS THE ORBIT-TRAP MODE BANDS BY
           EVALUATE TRUE
               WHEN HG-CELL (ROW-IDX, COL-IDX) = 0
                   MOVE 8 TO PAL-IDX
               WHEN GREY-VALUE >= 200
                   MOVE 1 TO PAL-IDX
               WHEN GREY-VALUE >= 160
                   MOVE 2 TO PAL-IDX
               WHEN GREY-VALUE >= 120
                   MOVE 3 TO PAL-IDX
               WHEN GREY-VALUE >= 85
                   MOVE 4 TO PAL-IDX
               WHEN GREY-VALUE >= 55
                   MOVE 5 TO PAL-IDX
               WHEN GREY-VALUE >= 25
                   MOVE 6 TO PAL-IDX
               WHEN OTHER
                   MOVE 7 TO PAL-IDX
           END-EVALUATE.
           MOVE APL-R (PAL-IDX) TO WS-PPM-R.
           MOVE APL-G (PAL-IDX) TO WS-PPM-G.
           MOVE APL-B (PAL-IDX) TO WS-PPM-B.
           STRING WS-PPM-R DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PPM-G DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PPM-B DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO PPM-ROW-BUFFER
               WITH POINTER PPM-PTR.
       END-ADD-PPM-CELL.
           EXIT.

       LOAD-PALETTE SECTION.
      *    PULL THE PROFILE'S PALETTE OUT OF PALETTES.TXT - SAME
      *    GRACEFUL-DEGRADE IDIOM AS THE MAIN PROGRAM: A MISSING OR
      *    BAD PALETTE JUST MEANS GREYSCALE ONLY
           MOVE "N" TO WS-PALETTE-ACTIVE-SW.
           MOVE "N" TO WS-PALETTE-FOUND-SW.
           MOVE "N" TO WS-PALETTE-EOF-SW.
           OPEN INPUT PALETTE-FILE.
           IF WS-PALETTE-STATUS NOT = "00"
               DISPLAY "NO PALETTES.TXT FOUND - STAYING GREYSCALE"
               GO TO END-LOAD-PALETTE
           END-IF.
           PERFORM UNTIL WS-PALETTE-EOF-SW = "Y"
               OR WS-PALETTE-FOUND-SW = "Y"
               READ PALETTE-FILE
                   AT END
                       MOVE "Y" TO WS-PALETTE-EOF-SW
                   NOT AT END
                       IF PL-NAME = HH-PALETTE
                           MOVE "Y" TO WS-PALETTE-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PALETTE-FOUND-SW = "N"
               CLOSE PALETTE-FILE
               DISPLAY "PALETTE " HH-PALETTE
                   " NOT IN PALETTES.TXT - STAYING GREYSCALE"
               GO TO END-LOAD-PALETTE
           END-IF.
           IF PALETTE-RECORD (9:72) NOT NUMERIC
               CLOSE PALETTE-FILE
               DISPLAY "PALETTE " HH-PALETTE
                   " HAS BAD COLOR VALUES - STAYING GREYSCALE"
               GO TO END-LOAD-PALETTE
           END-IF.
           PERFORM VARYING PAL-LOAD-IDX FROM 1 BY 1
               UNTIL PAL-LOAD-IDX > 8
               MOVE PL-R (PAL-LOAD-IDX) TO APL-R (PAL-LOAD-IDX)
               MOVE PL-G (PAL-LOAD-IDX) TO APL-G (PAL-LOAD-IDX)
               MOVE PL-B (PAL-LOAD-IDX) TO APL-B (PAL-LOAD-IDX)
           END-PERFORM.
           MOVE "Y" TO WS-PALETTE-ACTIVE-SW.
           CLOSE PALETTE-FILE.
           DISPLAY "PALETTE " HH-PALETTE " LOADED".
       END-LOAD-PALETTE.
           EXIT.

       REGISTER-ARCHIVE-ENTRY SECTION.
      *    APPEND ONE CATALOG ENTRY FOR ARCH-FILE-NAME UNDER THE
      *    VIEWING RECTANGLE, SAME EXTEND IDIOM THE MAIN PROGRAM
      *    REGISTERS ITS OUTPUTS WITH
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
           MOVE HH-VIEW-X-MIN TO AR-X-MIN.
           MOVE HH-VIEW-Y-MIN TO AR-Y-MIN.
           MOVE HH-VIEW-X-MAX TO AR-X-MAX.
           MOVE HH-VIEW-Y-MAX TO AR-Y-MAX.
           MOVE HH-PROFILE TO AR-PROFILE.
           ACCEPT AR-CREATE-DATE FROM DATE YYYYMMDD.
           ACCEPT AR-CREATE-TIME FROM TIME.
           MOVE GRID-ROWS TO AR-ROW-COUNT.
           MOVE "N" TO AR-KEEP-SW.
           MOVE "A" TO AR-STATUS.
           MOVE 0 TO AR-PURGE-DATE.
           WRITE ARCHIVE-CATALOG-RECORD.
           CLOSE ARCHIVE-CATALOG-FILE.
       END-REGISTER-ARCHIVE-ENTRY.
           EXIT.

       DISPLAY-SUMMARY SECTION.
      *    WHAT THIS RUN DID AND WHERE THE GRID STANDS
           DISPLAY " ".
           DISPLAY "----- ORBIT-DENSITY SUMMARY -----".
           DISPLAY "HIT FILE: " HIT-FILE-NAME "  PROFILE: " HH-PROFILE.
           MOVE TOT-SAMPLES TO WS-COUNT-ED.
           DISPLAY "STARTING POINTS TRACED:   " WS-COUNT-ED.
           MOVE TOT-SKIPPED TO WS-COUNT-ED.
           DISPLAY "SKIPPED (CARDIOID/BULB):  " WS-COUNT-ED.
           MOVE TOT-ESCAPED TO WS-COUNT-ED.
           DISPLAY "ORBITS ESCAPED:           " WS-COUNT-ED.
           MOVE TOT-COUNTED TO WS-COUNT-ED.
           DISPLAY "ORBITS COUNTED THIS RUN:  " WS-COUNT-ED.
           MOVE TOT-HITS TO WS-COUNT-ED.
           DISPLAY "HITS ADDED THIS RUN:      " WS-COUNT-ED.
           MOVE HH-ORBITS TO WS-COUNT-ED.
           DISPLAY "ORBITS IN THE GRID:       " WS-COUNT-ED.
           MOVE TOT-CELLS-HIT TO WS-COUNT-ED.
           DISPLAY "CELLS VISITED:            " WS-COUNT-ED.
           MOVE TOT-CELL-MAX TO WS-COUNT-ED.
           DISPLAY "BUSIEST CELL HITS:        " WS-COUNT-ED.
           IF HH-SAMPLE-SIDE = 0
               DISPLAY "COMBINED GRID OF " HH-RUNS " RUN(S)"
           ELSE
               MOVE HH-NEXT-ROW TO WS-ROW-ED
               MOVE HH-SAMPLE-SIDE TO WS-SIDE-ED
               IF HH-NEXT-ROW > HH-SAMPLE-SIDE
                   DISPLAY "ACCUMULATION COMPLETE - " WS-SIDE-ED
                       " SAMPLE ROWS"
               ELSE
                   DISPLAY "NEXT SAMPLE ROW " WS-ROW-ED " OF "
                       WS-SIDE-ED
               END-IF
           END-IF.
           DISPLAY "---------------------------------".
       END-DISPLAY-SUMMARY.
           EXIT.
