      *    This program assembles a tiled poster: it reads the tile
      *    manifest MANDLE-TILEPLAN left (TILEMAN.TXT), checks that
      *    every tile's batch pass has left its MANDEL.PGM with the
      *    size the manifest expects, and only when the whole set is
      *    present and correct stitches the tiles into one oversized
      *    POSTER.PGM - and POSTER.PPM when every tile also has its
      *    color image. A partial or mis-sized set is listed tile by
      *    tile and refused rather than stitched with holes in it
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-STITCH.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE TILE FILES ARE NAMED OFF EACH TILE'S OWN RUN
      *    IDENTIFIER, THE POSTER OFF THE PLAN'S BASE IDENTIFIER
           SELECT TILE-MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT TILE-PGM-FILE ASSIGN TO DYNAMIC TILE-PGM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TPGM-STATUS.
           SELECT TILE-PPM-FILE ASSIGN TO DYNAMIC TILE-PPM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TPPM-STATUS.
           SELECT POSTER-PGM-FILE ASSIGN TO DYNAMIC POSTER-PGM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PPGM-STATUS.
           SELECT POSTER-PPM-FILE ASSIGN TO DYNAMIC POSTER-PPM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PPPM-STATUS.
           SELECT PGM-SORT-FILE ASSIGN TO "PGMSORT".
           SELECT PPM-SORT-FILE ASSIGN TO "PPMSORT".
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHIVE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TILE-MANIFEST-FILE.
           01 TILE-MANIFEST-RECORD.
      *        AS WRITTEN BY THE TILE PLANNER - A "TM" HEADER WITH
      *        THE TILE GRID, TILE IMAGE SIZE, BASE IDENTIFIER AND
      *        POSTER RECTANGLE, THEN ONE "TE" ENTRY PER TILE
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

       FD  TILE-PGM-FILE.
           01 TILE-PGM-RECORD PIC X(2048).

       FD  TILE-PPM-FILE.
           01 TILE-PPM-RECORD PIC X(6200).

       FD  POSTER-PGM-FILE.
           01 POSTER-PGM-RECORD PIC X(2048).

       FD  POSTER-PPM-FILE.
           01 POSTER-PPM-RECORD PIC X(6200).

       SD  PGM-SORT-FILE.
           01 PGM-SORT-RECORD.
      *        ONE TILE PIXEL ROW KEYED BY ITS POSTER ROW AND TILE
      *        COLUMN - SORTED, THE TILE ROWS COME BACK OUT IN
      *        POSTER ORDER, LEFT TO RIGHT ALONG EACH POSTER ROW
               03 SP-POSTER-ROW PIC 9(6).
               03 SP-TILE-COL PIC 99.
               03 SP-LINE PIC X(2048).

       SD  PPM-SORT-FILE.
           01 PPM-SORT-RECORD.
      *        THE SAME FOR THE COLOR ROWS
               03 SQ-POSTER-ROW PIC 9(6).
               03 SQ-TILE-COL PIC 99.
               03 SQ-LINE PIC X(6200).

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
           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
               03 WS-TPGM-STATUS PIC XX VALUE SPACES.
               03 WS-TPPM-STATUS PIC XX VALUE SPACES.
               03 WS-PPGM-STATUS PIC XX VALUE SPACES.
               03 WS-PPPM-STATUS PIC XX VALUE SPACES.
               03 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.

           01 RUN-ID-VARS.
      *        THE PLAN'S BASE IDENTIFIER AND THE NAMES BUILT ON IT
               03 WS-BASE-ID PIC X(4) VALUE SPACES.
               03 MANIFEST-NAME PIC X(20) VALUE "TILEMAN.TXT".
               03 POSTER-PGM-NAME PIC X(20) VALUE "POSTER.PGM".
               03 POSTER-PPM-NAME PIC X(20) VALUE "POSTER.PPM".
               03 TILE-PGM-NAME PIC X(20) VALUE SPACES.
               03 TILE-PPM-NAME PIC X(20) VALUE SPACES.

           01 MANIFEST-VARS.
      *        THE PLAN AS THE MANIFEST DESCRIBES IT
               03 WS-MANIFEST-EOF-SW PIC X VALUE "N".
               03 PLAN-DOWN PIC 99 VALUE 0.
               03 PLAN-ACROSS PIC 99 VALUE 0.
               03 PLAN-TILE-ROWS PIC 9(4) VALUE 0.
               03 PLAN-TILE-COLS PIC 9(4) VALUE 0.
               03 PLAN-PROFILE PIC X(8) VALUE SPACES.
               03 PLAN-X-MIN PIC S9V9(15) VALUE 0.
               03 PLAN-Y-MIN PIC S9V9(15) VALUE 0.
               03 PLAN-X-MAX PIC S9V9(15) VALUE 0.
               03 PLAN-Y-MAX PIC S9V9(15) VALUE 0.
               03 PLAN-TILE-COUNT PIC 9(4) VALUE 0.
               03 TILE-COUNT PIC 9(4) VALUE 0.
               03 TILE-TBL OCCURS 500 TIMES.
                   05 TT-ROW PIC 99.
                   05 TT-COL PIC 99.
                   05 TT-RUN-ID PIC X(8).

           01 VERIFY-VARS.
      *        TILE VERIFICATION FIELDS - EVERY TILE IS CHECKED BEFORE
      *        A SINGLE POSTER ROW IS WRITTEN
               03 TILE-IDX PIC 9(4) VALUE 0.
               03 DUP-IDX PIC 9(4) VALUE 0.
               03 TILES-BAD PIC 9(4) VALUE 0.
               03 PPM-TILES-FOUND PIC 9(4) VALUE 0.
               03 PPM-TILES-BAD PIC 9(4) VALUE 0.
               03 WS-TILE-EOF-SW PIC X VALUE "N".
               03 WS-IMAGE-OK-SW PIC X VALUE "Y".
               03 WS-COLOR-SW PIC X VALUE "N".
               03 TILE-LINE-NO PIC 9(6) VALUE 0.
               03 TILE-DATA-ROWS PIC 9(6) VALUE 0.
               03 IMG-MAGIC PIC XX VALUE SPACES.
               03 DIM-LINE PIC X(40) VALUE SPACES.
               03 DIM-LEAD PIC 99 VALUE 0.
               03 DIM-W-TXT PIC X(10) VALUE SPACES.
               03 DIM-H-TXT PIC X(10) VALUE SPACES.
               03 DIM-W PIC 9(6) VALUE 0.
               03 DIM-H PIC 9(6) VALUE 0.
               03 WS-PROBLEM-TEXT PIC X(40) VALUE SPACES.

           01 STITCH-VARS.
      *        POSTER ASSEMBLY FIELDS
               03 POSTER-ROWS PIC 9(6) VALUE 0.
               03 POSTER-COLS PIC 9(6) VALUE 0.
               03 ROW-BASE PIC 9(6) VALUE 0.
               03 WS-SORT-EOF-SW PIC X VALUE "N".
               03 PGM-LINES-OUT PIC 9(7) VALUE 0.
               03 PPM-LINES-OUT PIC 9(7) VALUE 0.
               03 WS-POSTER-W-ED PIC ZZZZZ9 VALUE 0.
               03 WS-POSTER-H-ED PIC ZZZZZ9 VALUE 0.

           01 ARCHIVE-CATALOG-VARS.
      *        ARCHIVE CATALOG FIELDS
               03 ARCH-FILE-NAME PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-STITCH.
           DISPLAY "ENTER POSTER BASE RUN IDENTIFIER (BLANK FOR "
               "TILE): ".
           ACCEPT WS-BASE-ID.
           IF WS-BASE-ID = SPACES
               MOVE "TILE" TO WS-BASE-ID
           END-IF.
           MOVE SPACES TO MANIFEST-NAME POSTER-PGM-NAME
               POSTER-PPM-NAME.
           STRING WS-BASE-ID DELIMITED BY SPACE
               "TILEMAN.TXT" DELIMITED BY SIZE INTO MANIFEST-NAME.
           STRING WS-BASE-ID DELIMITED BY SPACE
               "POSTER.PGM" DELIMITED BY SIZE INTO POSTER-PGM-NAME.
           STRING WS-BASE-ID DELIMITED BY SPACE
               "POSTER.PPM" DELIMITED BY SIZE INTO POSTER-PPM-NAME.
           PERFORM READ-TILE-MANIFEST.
      *    CHECK THE WHOLE SET FIRST - A MISSING OR MIS-SIZED TILE
      *    REFUSES THE STITCH OUTRIGHT
           MOVE 0 TO TILES-BAD PPM-TILES-FOUND PPM-TILES-BAD.
           PERFORM VERIFY-ONE-TILE
               VARYING TILE-IDX FROM 1 BY 1
               UNTIL TILE-IDX > TILE-COUNT.
           IF TILES-BAD > 0
               DISPLAY TILES-BAD " OF " TILE-COUNT " TILE(S) MISSING "
                   "OR THE WRONG SIZE - POSTER NOT STITCHED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE POSTER-ROWS = PLAN-DOWN * PLAN-TILE-ROWS.
           COMPUTE POSTER-COLS = PLAN-ACROSS * PLAN-TILE-COLS.
           MOVE POSTER-COLS TO WS-POSTER-W-ED.
           MOVE POSTER-ROWS TO WS-POSTER-H-ED.
           SORT PGM-SORT-FILE
               ON ASCENDING KEY SP-POSTER-ROW SP-TILE-COL
               INPUT PROCEDURE IS RELEASE-PGM-TILES
               OUTPUT PROCEDURE IS WRITE-POSTER-PGM.
           IF WS-PPGM-STATUS NOT = "00"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-COLOR-SW.
      *    COLOR IS ALL OR NOTHING TOO - A POSTER HALF IN COLOR IS
      *    NO POSTER, SO A PARTIAL COLOR SET IS SKIPPED WITH A
      *    WARNING WHILE THE COMPLETE GREYSCALE POSTER STANDS
           EVALUATE TRUE
               WHEN PPM-TILES-FOUND = 0
                   DISPLAY "NO TILE COLOR IMAGES - GREYSCALE POSTER "
                       "ONLY"
               WHEN PPM-TILES-FOUND < TILE-COUNT OR PPM-TILES-BAD > 0
                   DISPLAY "COLOR IMAGES INCOMPLETE OR THE WRONG SIZE "
                       "- COLOR POSTER NOT STITCHED"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Y" TO WS-COLOR-SW
                   SORT PPM-SORT-FILE
                       ON ASCENDING KEY SQ-POSTER-ROW SQ-TILE-COL
                       INPUT PROCEDURE IS RELEASE-PPM-TILES
                       OUTPUT PROCEDURE IS WRITE-POSTER-PPM
           END-EVALUATE.
           MOVE POSTER-PGM-NAME TO ARCH-FILE-NAME.
           PERFORM REGISTER-ARCHIVE-ENTRY.
           IF WS-COLOR-SW = "Y" AND WS-PPPM-STATUS = "00"
               MOVE POSTER-PPM-NAME TO ARCH-FILE-NAME
               PERFORM REGISTER-ARCHIVE-ENTRY
           END-IF.
           DISPLAY " ".
           DISPLAY "----- POSTER STITCH SUMMARY -----".
           DISPLAY "TILES STITCHED: " TILE-COUNT " (" PLAN-DOWN
               " DOWN BY " PLAN-ACROSS " ACROSS)".
           DISPLAY "POSTER SIZE: " WS-POSTER-W-ED " WIDE BY "
               WS-POSTER-H-ED " HIGH".
           DISPLAY "GREYSCALE POSTER: " POSTER-PGM-NAME.
           IF WS-COLOR-SW = "Y"
               DISPLAY "COLOR POSTER:     " POSTER-PPM-NAME
           END-IF.
           DISPLAY "---------------------------------".
       END-STITCH.
           STOP RUN.

       READ-TILE-MANIFEST SECTION.
      *    LOAD THE PLANNER'S MANIFEST - WITHOUT ONE THERE IS NOTHING
      *    TO CHECK THE TILES AGAINST, AND A MALFORMED OR SHORT ONE
      *    REFUSES THE STITCH RATHER THAN GUESSING AT THE LAYOUT
           OPEN INPUT TILE-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "NO TILE MANIFEST (" MANIFEST-NAME
                   ") - STITCH ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TILE-MANIFEST-FILE
               AT END
                   MOVE SPACES TO TILE-MANIFEST-RECORD
           END-READ.
           IF TM-TAG NOT = "TM" OR TM-TILE-ROW NOT NUMERIC
               OR TM-TILE-COL NOT NUMERIC OR TM-ROWS NOT NUMERIC
               OR TM-COLS NOT NUMERIC
               OR TM-TILE-ROW < 1 OR TM-TILE-COL < 1
               OR TM-ROWS < 1 OR TM-COLS < 1
               DISPLAY "TILE MANIFEST HAS NO VALID HEADER - STITCH "
                   "ABANDONED"
               CLOSE TILE-MANIFEST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TM-TILE-ROW TO PLAN-DOWN.
           MOVE TM-TILE-COL TO PLAN-ACROSS.
           MOVE TM-ROWS TO PLAN-TILE-ROWS.
           MOVE TM-COLS TO PLAN-TILE-COLS.
           MOVE TM-PROFILE TO PLAN-PROFILE.
           MOVE TM-X-MIN TO PLAN-X-MIN.
           MOVE TM-Y-MIN TO PLAN-Y-MIN.
           MOVE TM-X-MAX TO PLAN-X-MAX.
           MOVE TM-Y-MAX TO PLAN-Y-MAX.
           COMPUTE PLAN-TILE-COUNT = PLAN-DOWN * PLAN-ACROSS.
           MOVE 0 TO TILE-COUNT.
           MOVE "N" TO WS-MANIFEST-EOF-SW.
           PERFORM UNTIL WS-MANIFEST-EOF-SW = "Y"
               READ TILE-MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-MANIFEST-EOF-SW
                   NOT AT END
                       PERFORM TABLE-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE TILE-MANIFEST-FILE.
           IF TILE-COUNT NOT = PLAN-TILE-COUNT
               DISPLAY "MANIFEST DECLARES " PLAN-TILE-COUNT
                   " TILES BUT LISTS " TILE-COUNT
                   " - STITCH ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "TILE MANIFEST FOUND - " TILE-COUNT
               " TILES TO VERIFY AND STITCH".
       END-READ-TILE-MANIFEST.
           EXIT.

       TABLE-ONE-ENTRY SECTION.
      *    TABLE ONE "TE" ENTRY - IT MUST NAME A TILE INSIDE THE
      *    GRID, AT THE PLAN'S TILE SIZE, AND NO TILE TWICE
           IF TM-TAG NOT = "TE"
               GO TO END-TABLE-ONE-ENTRY
           END-IF.
           IF TM-TILE-ROW NOT NUMERIC OR TM-TILE-COL NOT NUMERIC
               OR TM-TILE-ROW < 1 OR TM-TILE-ROW > PLAN-DOWN
               OR TM-TILE-COL < 1 OR TM-TILE-COL > PLAN-ACROSS
               OR TM-ROWS NOT = PLAN-TILE-ROWS
               OR TM-COLS NOT = PLAN-TILE-COLS
               OR TM-RUN-ID = SPACES
               DISPLAY "BAD TILE MANIFEST ENTRY " TILE-MANIFEST-RECORD
                   (1:26) " - STITCH ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING DUP-IDX FROM 1 BY 1
               UNTIL DUP-IDX > TILE-COUNT
               IF TT-ROW (DUP-IDX) = TM-TILE-ROW
                   AND TT-COL (DUP-IDX) = TM-TILE-COL
                   DISPLAY "TILE " TM-TILE-ROW "/" TM-TILE-COL
                       " LISTED TWICE IN THE MANIFEST - STITCH "
                       "ABANDONED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           IF TILE-COUNT >= 500
               DISPLAY "MORE THAN 500 TILES IN THE MANIFEST - STITCH "
                   "ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO TILE-COUNT.
           MOVE TM-TILE-ROW TO TT-ROW (TILE-COUNT).
           MOVE TM-TILE-COL TO TT-COL (TILE-COUNT).
           MOVE TM-RUN-ID TO TT-RUN-ID (TILE-COUNT).
       END-TABLE-ONE-ENTRY.
           EXIT.

       BUILD-TILE-NAMES SECTION.
      *    IMAGE NAMES FOR THE TILE AT TILE-IDX - THE NAMES THE MAIN
      *    PROGRAM GIVES A WHOLE-RECTANGLE PASS UNDER THAT RUN ID
           MOVE SPACES TO TILE-PGM-NAME TILE-PPM-NAME.
           STRING TT-RUN-ID (TILE-IDX) DELIMITED BY SPACE
               "MANDEL.PGM" DELIMITED BY SIZE INTO TILE-PGM-NAME.
           STRING TT-RUN-ID (TILE-IDX) DELIMITED BY SPACE
               "MANDEL.PPM" DELIMITED BY SIZE INTO TILE-PPM-NAME.
           COMPUTE ROW-BASE = (TT-ROW (TILE-IDX) - 1) * PLAN-TILE-ROWS.
       END-BUILD-TILE-NAMES.
           EXIT.

       VERIFY-ONE-TILE SECTION.
      *    THE TILE'S GREYSCALE IMAGE MUST EXIST, BE A P2 GREYMAP OF
      *    EXACTLY THE PLANNED WIDTH AND HEIGHT, AND HOLD THAT MANY
      *    PIXEL ROWS; ITS COLOR IMAGE, WHEN THERE IS ONE, THE SAME
      *    AS A P3 PIXMAP
           PERFORM BUILD-TILE-NAMES.
           OPEN INPUT TILE-PGM-FILE.
           IF WS-TPGM-STATUS NOT = "00"
               MOVE "IMAGE MISSING" TO WS-PROBLEM-TEXT
               MOVE "N" TO WS-IMAGE-OK-SW
           ELSE
               PERFORM CHECK-TILE-PGM
               CLOSE TILE-PGM-FILE
           END-IF.
           IF WS-IMAGE-OK-SW = "N"
               ADD 1 TO TILES-BAD
               DISPLAY "TILE " TT-ROW (TILE-IDX) "/" TT-COL (TILE-IDX)
                   " " TILE-PGM-NAME " " WS-PROBLEM-TEXT
           ELSE
               DISPLAY "TILE " TT-ROW (TILE-IDX) "/" TT-COL (TILE-IDX)
                   " " TILE-PGM-NAME " OK"
           END-IF.
           OPEN INPUT TILE-PPM-FILE.
           IF WS-TPPM-STATUS = "00"
               ADD 1 TO PPM-TILES-FOUND
               PERFORM CHECK-TILE-PPM
               CLOSE TILE-PPM-FILE
               IF WS-IMAGE-OK-SW = "N"
                   ADD 1 TO PPM-TILES-BAD
                   DISPLAY "TILE " TT-ROW (TILE-IDX) "/"
                       TT-COL (TILE-IDX) " " TILE-PPM-NAME " "
                       WS-PROBLEM-TEXT
               END-IF
           END-IF.
       END-VERIFY-ONE-TILE.
           EXIT.

       CHECK-TILE-PGM SECTION.
      *    READ THE OPEN TILE GREYMAP THROUGH, HEADER AND ROWS
           MOVE "Y" TO WS-IMAGE-OK-SW.
           MOVE SPACES TO WS-PROBLEM-TEXT IMG-MAGIC DIM-LINE.
           MOVE 0 TO TILE-LINE-NO TILE-DATA-ROWS.
           MOVE "N" TO WS-TILE-EOF-SW.
           PERFORM UNTIL WS-TILE-EOF-SW = "Y"
               READ TILE-PGM-FILE
                   AT END
                       MOVE "Y" TO WS-TILE-EOF-SW
                   NOT AT END
                       ADD 1 TO TILE-LINE-NO
                       EVALUATE TRUE
                           WHEN TILE-LINE-NO = 1
                               MOVE TILE-PGM-RECORD (1:2) TO IMG-MAGIC
                           WHEN TILE-LINE-NO = 2
                               MOVE TILE-PGM-RECORD (1:40) TO DIM-LINE
                           WHEN TILE-LINE-NO = 3
                               CONTINUE
                           WHEN TILE-PGM-RECORD NOT = SPACES
                               ADD 1 TO TILE-DATA-ROWS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF IMG-MAGIC NOT = "P2"
               MOVE "N" TO WS-IMAGE-OK-SW
               MOVE "IS NOT A P2 GREYMAP" TO WS-PROBLEM-TEXT
               GO TO END-CHECK-TILE-PGM
           END-IF.
           PERFORM CHECK-IMAGE-SIZE.
       END-CHECK-TILE-PGM.
           EXIT.

       CHECK-TILE-PPM SECTION.
      *    READ THE OPEN TILE PIXMAP THROUGH, HEADER AND ROWS
           MOVE "Y" TO WS-IMAGE-OK-SW.
           MOVE SPACES TO WS-PROBLEM-TEXT IMG-MAGIC DIM-LINE.
           MOVE 0 TO TILE-LINE-NO TILE-DATA-ROWS.
           MOVE "N" TO WS-TILE-EOF-SW.
           PERFORM UNTIL WS-TILE-EOF-SW = "Y"
               READ TILE-PPM-FILE
                   AT END
                       MOVE "Y" TO WS-TILE-EOF-SW
                   NOT AT END
                       ADD 1 TO TILE-LINE-NO
                       EVALUATE TRUE
                           WHEN TILE-LINE-NO = 1
                               MOVE TILE-PPM-RECORD (1:2) TO IMG-MAGIC
                           WHEN TILE-LINE-NO = 2
                               MOVE TILE-PPM-RECORD (1:40) TO DIM-LINE
                           WHEN TILE-LINE-NO = 3
                               CONTINUE
                           WHEN TILE-PPM-RECORD NOT = SPACES
                               ADD 1 TO TILE-DATA-ROWS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF IMG-MAGIC NOT = "P3"
               MOVE "N" TO WS-IMAGE-OK-SW
               MOVE "IS NOT A P3 PIXMAP" TO WS-PROBLEM-TEXT
               GO TO END-CHECK-TILE-PPM
           END-IF.
           PERFORM CHECK-IMAGE-SIZE.
       END-CHECK-TILE-PPM.
           EXIT.

       CHECK-IMAGE-SIZE SECTION.
      *    THE DECLARED WIDTH AND HEIGHT ON THE HEADER'S SIZE LINE,
      *    AND THE PIXEL ROWS ACTUALLY PRESENT, AGAINST THE PLAN
           MOVE 0 TO DIM-LEAD DIM-W DIM-H.
           MOVE SPACES TO DIM-W-TXT DIM-H-TXT.
           INSPECT DIM-LINE TALLYING DIM-LEAD FOR LEADING SPACES.
           IF DIM-LEAD < 40
               UNSTRING DIM-LINE (DIM-LEAD + 1:) DELIMITED BY ALL SPACE
                   INTO DIM-W-TXT DIM-H-TXT
               END-UNSTRING
               COMPUTE DIM-W = FUNCTION NUMVAL (DIM-W-TXT)
               COMPUTE DIM-H = FUNCTION NUMVAL (DIM-H-TXT)
           END-IF.
           IF DIM-W NOT = PLAN-TILE-COLS OR DIM-H NOT = PLAN-TILE-ROWS
               MOVE "N" TO WS-IMAGE-OK-SW
               MOVE "HEADER SIZE IS NOT THE PLANNED SIZE"
                   TO WS-PROBLEM-TEXT
               GO TO END-CHECK-IMAGE-SIZE
           END-IF.
           IF TILE-DATA-ROWS NOT = PLAN-TILE-ROWS
               MOVE "N" TO WS-IMAGE-OK-SW
               MOVE "IS SHORT OR LONG OF PIXEL ROWS"
                   TO WS-PROBLEM-TEXT
           END-IF.
       END-CHECK-IMAGE-SIZE.
           EXIT.

       RELEASE-PGM-TILES SECTION.
      *    FEED EVERY TILE'S PIXEL ROWS TO THE SORT
           PERFORM RELEASE-ONE-PGM-TILE
               VARYING TILE-IDX FROM 1 BY 1
               UNTIL TILE-IDX > TILE-COUNT.
       END-RELEASE-PGM-TILES.
           EXIT.

       RELEASE-ONE-PGM-TILE SECTION.
      *    ONE TILE'S ROWS, EACH KEYED TO ITS POSTER ROW, SKIPPING
      *    THE TILE'S OWN 3-LINE HEADER
           PERFORM BUILD-TILE-NAMES.
           OPEN INPUT TILE-PGM-FILE.
           MOVE 0 TO TILE-LINE-NO TILE-DATA-ROWS.
           MOVE "N" TO WS-TILE-EOF-SW.
           PERFORM UNTIL WS-TILE-EOF-SW = "Y"
               READ TILE-PGM-FILE
                   AT END
                       MOVE "Y" TO WS-TILE-EOF-SW
                   NOT AT END
                       ADD 1 TO TILE-LINE-NO
                       IF TILE-LINE-NO > 3
                           AND TILE-PGM-RECORD NOT = SPACES
                           ADD 1 TO TILE-DATA-ROWS
                           COMPUTE SP-POSTER-ROW =
                               ROW-BASE + TILE-DATA-ROWS
                           MOVE TT-COL (TILE-IDX) TO SP-TILE-COL
                           MOVE TILE-PGM-RECORD TO SP-LINE
                           RELEASE PGM-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TILE-PGM-FILE.
       END-RELEASE-ONE-PGM-TILE.
           EXIT.

       WRITE-POSTER-PGM SECTION.
      *    ONE FRESH HEADER SIZED TO THE WHOLE POSTER, THEN THE TILE
      *    ROWS IN POSTER ORDER. EACH POSTER ROW GOES OUT AS ONE LINE
      *    PER TILE ACROSS - THE GREYMAP FORMAT READS PIXELS THROUGH
      *    LINE ENDS, SO NO RECORD HAS TO HOLD THE FULL POSTER WIDTH
           OPEN OUTPUT POSTER-PGM-FILE.
           IF WS-PPGM-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " POSTER-PGM-NAME
                   " - STITCH ABANDONED"
               GO TO END-WRITE-POSTER-PGM
           END-IF.
           MOVE "P2" TO POSTER-PGM-RECORD.
           WRITE POSTER-PGM-RECORD.
           MOVE SPACES TO POSTER-PGM-RECORD.
           STRING WS-POSTER-W-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-POSTER-H-ED DELIMITED BY SIZE
               INTO POSTER-PGM-RECORD.
           WRITE POSTER-PGM-RECORD.
           MOVE "255" TO POSTER-PGM-RECORD.
           WRITE POSTER-PGM-RECORD.
           MOVE 0 TO PGM-LINES-OUT.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM UNTIL WS-SORT-EOF-SW = "Y"
               RETURN PGM-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SW
                   NOT AT END
                       WRITE POSTER-PGM-RECORD FROM SP-LINE
                       ADD 1 TO PGM-LINES-OUT
               END-RETURN
           END-PERFORM.
           CLOSE POSTER-PGM-FILE.
       END-WRITE-POSTER-PGM.
           EXIT.

       RELEASE-PPM-TILES SECTION.
      *    FEED EVERY TILE'S COLOR PIXEL ROWS TO THE SORT
           PERFORM RELEASE-ONE-PPM-TILE
               VARYING TILE-IDX FROM 1 BY 1
               UNTIL TILE-IDX > TILE-COUNT.
       END-RELEASE-PPM-TILES.
           EXIT.

       RELEASE-ONE-PPM-TILE SECTION.
      *    ONE TILE'S COLOR ROWS, KEYED AS THE GREYSCALE ONES ARE
           PERFORM BUILD-TILE-NAMES.
           OPEN INPUT TILE-PPM-FILE.
           MOVE 0 TO TILE-LINE-NO TILE-DATA-ROWS.
           MOVE "N" TO WS-TILE-EOF-SW.
           PERFORM UNTIL WS-TILE-EOF-SW = "Y"
               READ TILE-PPM-FILE
                   AT END
                       MOVE "Y" TO WS-TILE-EOF-SW
                   NOT AT END
                       ADD 1 TO TILE-LINE-NO
                       IF TILE-LINE-NO > 3
                           AND TILE-PPM-RECORD NOT = SPACES
                           ADD 1 TO TILE-DATA-ROWS
                           COMPUTE SQ-POSTER-ROW =
                               ROW-BASE + TILE-DATA-ROWS
                           MOVE TT-COL (TILE-IDX) TO SQ-TILE-COL
                           MOVE TILE-PPM-RECORD TO SQ-LINE
                           RELEASE PPM-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TILE-PPM-FILE.
       END-RELEASE-ONE-PPM-TILE.
           EXIT.

       WRITE-POSTER-PPM SECTION.
      *    THE COLOR POSTER, BUILT THE SAME WAY AS THE GREYMAP
           OPEN OUTPUT POSTER-PPM-FILE.
           IF WS-PPPM-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " POSTER-PPM-NAME
                   " - COLOR POSTER NOT STITCHED"
               MOVE "N" TO WS-COLOR-SW
               MOVE 4 TO RETURN-CODE
               GO TO END-WRITE-POSTER-PPM
           END-IF.
           MOVE "P3" TO POSTER-PPM-RECORD.
           WRITE POSTER-PPM-RECORD.
           MOVE SPACES TO POSTER-PPM-RECORD.
           STRING WS-POSTER-W-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-POSTER-H-ED DELIMITED BY SIZE
               INTO POSTER-PPM-RECORD.
           WRITE POSTER-PPM-RECORD.
           MOVE "255" TO POSTER-PPM-RECORD.
           WRITE POSTER-PPM-RECORD.
           MOVE 0 TO PPM-LINES-OUT.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM UNTIL WS-SORT-EOF-SW = "Y"
               RETURN PPM-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SW
                   NOT AT END
                       WRITE POSTER-PPM-RECORD FROM SQ-LINE
                       ADD 1 TO PPM-LINES-OUT
               END-RETURN
           END-PERFORM.
           CLOSE POSTER-PPM-FILE.
       END-WRITE-POSTER-PPM.
           EXIT.

       REGISTER-ARCHIVE-ENTRY SECTION.
      *    APPEND ONE CATALOG ENTRY FOR ARCH-FILE-NAME UNDER THE
      *    WHOLE POSTER RECTANGLE, SAME EXTEND IDIOM THE MAIN PROGRAM
      *    REGISTERS ITS OWN OUTPUTS WITH
           OPEN EXTEND ARCHIVE-CATALOG-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN ARCHIVE.TXT - " ARCH-FILE-NAME
                       " NOT CATALOGUED"
                   GO TO END-REGISTER-ARCHIVE-ENTRY
               END-IF
           END-IF.
           MOVE WS-BASE-ID TO AR-RUN-ID.
           MOVE ARCH-FILE-NAME TO AR-FILE-NAME.
           MOVE "IMAGE" TO AR-FILE-TYPE.
           MOVE PLAN-X-MIN TO AR-X-MIN.
           MOVE PLAN-Y-MIN TO AR-Y-MIN.
           MOVE PLAN-X-MAX TO AR-X-MAX.
           MOVE PLAN-Y-MAX TO AR-Y-MAX.
           MOVE PLAN-PROFILE TO AR-PROFILE.
           ACCEPT AR-CREATE-DATE FROM DATE YYYYMMDD.
           ACCEPT AR-CREATE-TIME FROM TIME.
           MOVE POSTER-ROWS TO AR-ROW-COUNT.
           MOVE "N" TO AR-KEEP-SW.
           MOVE "A" TO AR-STATUS.
           MOVE 0 TO AR-PURGE-DATE.
           WRITE ARCHIVE-CATALOG-RECORD.
           CLOSE ARCHIVE-CATALOG-FILE.
       END-REGISTER-ARCHIVE-ENTRY.
           EXIT.
