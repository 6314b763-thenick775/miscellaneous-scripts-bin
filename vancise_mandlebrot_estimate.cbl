      *    This program estimates the compute cost of a CONTROL.TXT
      *    deck before it is queued. Each card is resolved the same
      *    way VANCISE-MANDLEBROT's edit pass does it (region names
      *    out of REGIONS.TXT, run profiles out of PARAMS.TXT) and
      *    its elapsed time is projected from comparable passes in
      *    RUNHIST.TXT - same profile, same Julia/Mandelbrot mode and
      *    a rectangle width within a factor of two. The per-card and
      *    per-deck estimate report flags cards with no comparable
      *    history, and the run ends with return code 4 when the deck
      *    total overruns the keyed batch window, so the dispatcher's
      *    job can be held back (return code 12 when there is no
      *    deck to estimate)
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-ESTIMATE.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS-FILE ASSIGN TO "CONTROL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REGION-CATALOG-FILE ASSIGN TO "REGIONS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-STATUS.
           SELECT PARAMS-FILE ASSIGN TO "PARAMS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT ESTIMATE-REPORT-FILE ASSIGN TO "ESTRPT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS-FILE.
           01 CONTROL-CARD-RECORD.
      *        SAME CARD LAYOUT VANCISE-MANDLEBROT'S BATCH MODE READS
               03 CC-CARD-TYPE PIC X.
               03 CC-CARD-BODY.
                   05 CC-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
                   05 CC-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
                   05 CC-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
                   05 CC-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 CC-REGION-FIELDS REDEFINES CC-CARD-BODY.
                   05 CC-REGION-NAME PIC X(16).
                   05 FILLER PIC X(52).
               03 CC-PROFILE-NAME PIC X(8).
               03 CC-BAND-NO PIC 99.
               03 CC-BAND-START PIC 999.
               03 CC-BAND-END PIC 999.
               03 CC-FRAME-NO PIC 9(4).
               03 CC-RUN-ID PIC X(8).
               03 CC-TILE-ROW PIC 99.
               03 CC-TILE-COL PIC 99.

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

       FD  RUN-HISTORY-FILE.
           01 RUN-HISTORY-RECORD.
      *        ONE RECORD PER COMPLETED RECTANGLE PASS, AS WRITTEN
      *        BY VANCISE-MANDLEBROT
               03 RH-DATE PIC 9(8).
               03 RH-TIME PIC 9(8).
               03 RH-X-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-Y-MIN PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-X-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-Y-MAX PIC S9V9(15) SIGN IS LEADING SEPARATE.
               03 RH-PROFILE PIC X(8).
               03 RH-JULIA-SW PIC X.
               03 RH-ELAPSED-HS PIC 9(9).
               03 RH-IN-SET PIC 9(6).
               03 RH-DIVERGED PIC 9(6).
               03 RH-SAVED-ITER PIC 9(12).
      *        RUN ID, JULIA CONSTANT AND EXPONENT - NOT USED HERE
               03 FILLER PIC X(43).
      *        FRAME AND BAND OF THE PASS - A BAND PASS TIMES ONLY ITS
      *        SLICE OF THE RECTANGLE'S ROWS. BLANK ON OLDER RECORDS
               03 RH-FRAME-NO PIC 9(4).
               03 RH-BAND-NO PIC 99.

       FD  ESTIMATE-REPORT-FILE.
           01 ESTIMATE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-CONTROL-STATUS PIC XX VALUE SPACES.
               03 WS-REGION-STATUS PIC XX VALUE SPACES.
               03 WS-PARAMS-STATUS PIC XX VALUE SPACES.
               03 WS-RUNHIST-STATUS PIC XX VALUE SPACES.
               03 WS-ESTRPT-STATUS PIC XX VALUE SPACES.

           01 WINDOW-VARS.
      *        BATCH WINDOW LENGTH, KEYED AS HHMM - A BLANK REPLY
      *        MEANS NO WINDOW, THE DECK IS ESTIMATED BUT NEVER HELD
               03 WS-WINDOW-SW PIC X VALUE "N".
               03 WS-WINDOW-IN PIC X(4) VALUE SPACES.
               03 WS-WINDOW-IN-R REDEFINES WS-WINDOW-IN.
                   05 WS-WINDOW-HH PIC 99.
                   05 WS-WINDOW-MM PIC 99.
               03 WS-WINDOW-SHIFT PIC X(3) VALUE SPACES.
               03 WS-WINDOW-HS PIC 9(10) VALUE 0.

           01 REGION-VARS.
      *        REGION CATALOG, HELD IN-CORE FOR THE CARD LOOKUPS
               03 WS-REGION-EOF-SW PIC X VALUE "N".
               03 WS-REGION-FOUND-SW PIC X VALUE "N".
               03 REGION-COUNT PIC 999 VALUE 0.
               03 REGION-IDX PIC 999 VALUE 0.
               03 REGION-HIT-IDX PIC 999 VALUE 0.
               03 REGION-TBL OCCURS 100 TIMES.
                   05 RT-NAME PIC X(16).
                   05 RT-X-MIN PIC S9V9(15).
                   05 RT-Y-MIN PIC S9V9(15).
                   05 RT-X-MAX PIC S9V9(15).
                   05 RT-Y-MAX PIC S9V9(15).
                   05 RT-JULIA-SW PIC X.
                   05 RT-EXPONENT PIC 9.

           01 PROFILE-VARS.
      *        RUN PROFILES, HELD IN-CORE WITH THE VERDICT OF THE SAME
      *        LIMIT CHECKS LOAD-PROFILE APPLIES - A PROFILE THE MAIN
      *        PROGRAM WOULD REFUSE IS A REJECTED CARD HERE TOO
               03 WS-PARAMS-EOF-SW PIC X VALUE "N".
               03 WS-PROFILE-FOUND-SW PIC X VALUE "N".
               03 PROF-COUNT PIC 99 VALUE 0.
               03 PROF-IDX PIC 99 VALUE 0.
               03 PROF-HIT-IDX PIC 99 VALUE 0.
               03 PROF-TBL OCCURS 50 TIMES.
                   05 PT-NAME PIC X(8).
                   05 PT-SCREEN-X PIC 999.
                   05 PT-VALID-SW PIC X.

           01 HISTORY-VARS.
      *        RUN HISTORY, HELD IN-CORE AS JUST THE MATCHING KEYS AND
      *        THE ELAPSED TIME. PAST THE TABLE SIZE THE OLDEST SLOTS
      *        ARE OVERWRITTEN IN TURN, SO THE ESTIMATE ALWAYS RESTS ON
      *        THE MOST RECENT PASSES
               03 WS-HIST-EOF-SW PIC X VALUE "N".
               03 HIST-COUNT PIC 9(4) VALUE 0.
               03 HIST-IDX PIC 9(4) VALUE 0.
               03 HIST-NEXT-IDX PIC 9(4) VALUE 0.
               03 HIST-READ-COUNT PIC 9(6) VALUE 0.
               03 HIST-BAD-COUNT PIC 9(6) VALUE 0.
               03 HIST-BAND-COUNT PIC 9(6) VALUE 0.
               03 HIST-TBL OCCURS 2000 TIMES.
                   05 HT-PROFILE PIC X(8).
                   05 HT-JULIA-SW PIC X.
                   05 HT-WIDTH PIC 9V9(15).
                   05 HT-ELAPSED-HS PIC 9(9).

           01 EDIT-VARS.
      *        CARD EDIT FIELDS - THE REASON CODES ARE THE ONES THE
      *        MAIN PROGRAM'S EDIT PASS PUTS ON CARDERR.TXT
               03 WS-CONTROL-EOF-SW PIC X VALUE "N".
               03 WS-CARD-OK-SW PIC X VALUE "Y".
               03 WS-EDIT-REASON PIC XX VALUE SPACES.
               03 WS-EDIT-REASON-TEXT PIC X(30) VALUE SPACES.
               03 CARD-NO PIC 9(4) VALUE 0.
               03 WS-CARD-NO-ED PIC ZZZ9 VALUE 0.
           01 EDIT-WORK.
      *        RESOLVED IMAGE OF THE CARD UNDER ESTIMATE
               03 EW-X-MIN PIC S9V9(15) VALUE 0.
               03 EW-Y-MIN PIC S9V9(15) VALUE 0.
               03 EW-X-MAX PIC S9V9(15) VALUE 0.
               03 EW-Y-MAX PIC S9V9(15) VALUE 0.
               03 EW-JULIA-SW PIC X VALUE "N".
               03 EW-PROFILE PIC X(8) VALUE SPACES.
               03 EW-LABEL PIC X(16) VALUE SPACES.
               03 EW-SCREEN-X PIC 999 VALUE 0.
               03 EW-EXPONENT PIC 9 VALUE 0.
               03 EW-BAND-NO PIC 99 VALUE 0.
               03 EW-BAND-ROWS PIC 999 VALUE 0.
               03 EW-FRAME-NO PIC 9(4) VALUE 0.
               03 EW-WIDTH PIC 9V9(15) VALUE 0.
               03 EW-WIDTH-LO PIC 9V9(15) VALUE 0.
               03 EW-WIDTH-HI PIC 9V9(15) VALUE 0.

           01 ESTIMATE-VARS.
      *        PROJECTION FIELDS - A CARD WITH NO PASS OF A SIMILAR
      *        WIDTH FALLS BACK TO THE AVERAGE OVER EVERY PASS OF ITS
      *        PROFILE AND MODE, AND IS FLAGGED EITHER WAY
               03 MATCH-COUNT PIC 9(4) VALUE 0.
               03 MATCH-SUM-HS PIC 9(13) VALUE 0.
               03 PROF-MATCH-COUNT PIC 9(4) VALUE 0.
               03 PROF-MATCH-SUM-HS PIC 9(13) VALUE 0.
               03 CARD-EST-HS PIC 9(10) VALUE 0.
               03 WS-EST-NOTE PIC X(32) VALUE SPACES.
               03 DECK-EST-HS PIC 9(10) VALUE 0.
               03 CARDS-READ PIC 9(4) VALUE 0.
               03 CARDS-ESTIMATED PIC 9(4) VALUE 0.
               03 CARDS-REJECTED PIC 9(4) VALUE 0.
               03 CARDS-FALLBACK PIC 9(4) VALUE 0.
               03 CARDS-NO-HISTORY PIC 9(4) VALUE 0.

           01 TIME-EDIT-VARS.
      *        HUNDREDTHS BROKEN BACK OUT INTO HOURS/MINUTES/SECONDS
      *        FOR PRINTING, THE SAME NORMALIZATION DISPLAY-STATS USES
               03 TM-TOTAL-HS PIC 9(10) VALUE 0.
               03 TM-HH PIC 9(4) VALUE 0.
               03 TM-MM PIC 99 VALUE 0.
               03 TM-SS PIC 99 VALUE 0.
               03 TM-TEXT PIC X(10) VALUE SPACES.

           01 REPORT-VARS.
      *        EDITED FIELDS FOR THE PRINTED REPORT
               03 WS-WIDTH-ED PIC 9.9(15) VALUE 0.
               03 WS-COUNT-ED PIC ZZZ9 VALUE 0.

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-ESTIMATE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "ENTER BATCH WINDOW LENGTH HHMM (BLANK FOR NONE): ".
           ACCEPT WS-WINDOW-IN.
           PERFORM NORMALIZE-WINDOW.
           PERFORM LOAD-REGION-TABLE.
           PERFORM LOAD-PROFILE-TABLE.
           PERFORM LOAD-RUN-HISTORY.
           OPEN INPUT CONTROL-CARDS-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "NO CONTROL.TXT FOUND - NOTHING TO ESTIMATE"
               MOVE 12 TO RETURN-CODE
               GO TO END-ESTIMATE
           END-IF.
           OPEN OUTPUT ESTIMATE-REPORT-FILE.
           IF WS-ESTRPT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ESTRPT.TXT - REPORT TO CONSOLE ONLY"
           END-IF.
           MOVE "CONTROL DECK COMPUTE COST ESTIMATE"
               TO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           MOVE HIST-COUNT TO WS-COUNT-ED.
           STRING "HISTORY PASSES ON FILE: " WS-COUNT-ED
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF HIST-BAND-COUNT > 0
               MOVE SPACES TO ESTIMATE-REPORT-RECORD
               MOVE HIST-BAND-COUNT TO WS-COUNT-ED
               STRING "BAND PASSES LEFT OUT:   " WS-COUNT-ED
                   DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           STRING "CARD T    REGION/RECT      PROFILE  J "
               "WIDTH             HIST HHHH:MM:SS  NOTE"
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE "N" TO WS-CONTROL-EOF-SW.
           PERFORM UNTIL WS-CONTROL-EOF-SW = "Y"
               READ CONTROL-CARDS-FILE
                   AT END
                       MOVE "Y" TO WS-CONTROL-EOF-SW
                   NOT AT END
                       ADD 1 TO CARD-NO
                       ADD 1 TO CARDS-READ
                       PERFORM EDIT-ONE-CARD
                       IF WS-CARD-OK-SW = "Y"
                           PERFORM ESTIMATE-ONE-CARD
                       ELSE
                           PERFORM REPORT-REJECTED-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-CARDS-FILE.
           PERFORM WRITE-DECK-SUMMARY.
           IF WS-ESTRPT-STATUS = "00"
               CLOSE ESTIMATE-REPORT-FILE
           END-IF.
       END-ESTIMATE.
           STOP RUN.

       NORMALIZE-WINDOW SECTION.
      *    RIGHT-JUSTIFY A SHORT HHMM REPLY A DIGIT AT A TIME, THE
      *    SAME TRICK THE PALETTE MAINTENANCE PROMPTS USE - A BLANK
      *    OR NON-NUMERIC REPLY MEANS NO WINDOW AT ALL
           MOVE "N" TO WS-WINDOW-SW.
           IF WS-WINDOW-IN = SPACES
               GO TO END-NORMALIZE-WINDOW
           END-IF.
           PERFORM UNTIL WS-WINDOW-IN (4:1) NOT = SPACE
               MOVE WS-WINDOW-IN (1:3) TO WS-WINDOW-SHIFT
               MOVE "0" TO WS-WINDOW-IN (1:1)
               MOVE WS-WINDOW-SHIFT TO WS-WINDOW-IN (2:3)
           END-PERFORM.
           INSPECT WS-WINDOW-IN REPLACING LEADING SPACES BY ZEROS.
           IF WS-WINDOW-IN NOT NUMERIC OR WS-WINDOW-MM > 59
               DISPLAY "WINDOW " WS-WINDOW-IN
                   " IS NOT A VALID HHMM - NO WINDOW APPLIED"
               GO TO END-NORMALIZE-WINDOW
           END-IF.
           MOVE "Y" TO WS-WINDOW-SW.
           COMPUTE WS-WINDOW-HS =
               ((WS-WINDOW-HH * 3600) + (WS-WINDOW-MM * 60)) * 100.
       END-NORMALIZE-WINDOW.
           EXIT.

       PUT-REPORT-LINE SECTION.
      *    ONE LINE TO THE REPORT FILE (WHEN OPEN) AND THE CONSOLE
           IF WS-ESTRPT-STATUS = "00"
               WRITE ESTIMATE-REPORT-RECORD
           END-IF.
           DISPLAY ESTIMATE-REPORT-RECORD (1:100).
       END-PUT-REPORT-LINE.
           EXIT.

       LOAD-REGION-TABLE SECTION.
      *    PULL THE REGION CATALOG INTO THE IN-CORE TABLE - AN ABSENT
      *    REGIONS.TXT JUST MEANS EVERY REGION CARD IS REJECTED
           MOVE "N" TO WS-REGION-EOF-SW.
           MOVE 0 TO REGION-COUNT.
           OPEN INPUT REGION-CATALOG-FILE.
           IF WS-REGION-STATUS NOT = "00"
               GO TO END-LOAD-REGION-TABLE
           END-IF.
           PERFORM UNTIL WS-REGION-EOF-SW = "Y"
               READ REGION-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-REGION-EOF-SW
                   NOT AT END
                       IF REGION-COUNT < 100
                           ADD 1 TO REGION-COUNT
                           MOVE RG-NAME TO RT-NAME (REGION-COUNT)
                           MOVE RG-X-MIN TO RT-X-MIN (REGION-COUNT)
                           MOVE RG-Y-MIN TO RT-Y-MIN (REGION-COUNT)
                           MOVE RG-X-MAX TO RT-X-MAX (REGION-COUNT)
                           MOVE RG-Y-MAX TO RT-Y-MAX (REGION-COUNT)
                           MOVE RG-JULIA-SW
                               TO RT-JULIA-SW (REGION-COUNT)
                           IF RG-EXPONENT NUMERIC
                               MOVE RG-EXPONENT
                                   TO RT-EXPONENT (REGION-COUNT)
                           ELSE
                               MOVE 0 TO RT-EXPONENT (REGION-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGION-CATALOG-FILE.
       END-LOAD-REGION-TABLE.
           EXIT.

       LOAD-PROFILE-TABLE SECTION.
      *    PULL EVERY PARAMS.TXT PROFILE IN WITH ITS ROW COUNT AND A
      *    VALID SWITCH SET FROM THE SAME LIMITS LOAD-PROFILE CHECKS
           MOVE "N" TO WS-PARAMS-EOF-SW.
           MOVE 0 TO PROF-COUNT.
           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               GO TO END-LOAD-PROFILE-TABLE
           END-IF.
           PERFORM UNTIL WS-PARAMS-EOF-SW = "Y"
               READ PARAMS-FILE
                   AT END
                       MOVE "Y" TO WS-PARAMS-EOF-SW
                   NOT AT END
                       IF PROF-COUNT < 50
                           ADD 1 TO PROF-COUNT
                           MOVE PF-NAME TO PT-NAME (PROF-COUNT)
                           MOVE "Y" TO PT-VALID-SW (PROF-COUNT)
                           IF PF-SCREEN-X NOT NUMERIC
                               OR PF-SCREEN-Y NOT NUMERIC
                               OR PF-MAX-ITER NOT NUMERIC
                               OR PF-THRESH NOT NUMERIC
                               OR PF-CUTS NOT NUMERIC
                               MOVE "N" TO PT-VALID-SW (PROF-COUNT)
                               MOVE 0 TO PT-SCREEN-X (PROF-COUNT)
                           ELSE
                               MOVE PF-SCREEN-X
                                   TO PT-SCREEN-X (PROF-COUNT)
                               IF PF-SCREEN-X < 1 OR PF-SCREEN-X > 500
                                   OR PF-SCREEN-Y < 1
                                   OR PF-SCREEN-Y > 510
                                   OR PF-MAX-ITER < 1
                                   OR PF-MAX-ITER > 9998
                                   OR PF-THRESH = 0
                                   OR (PF-SAMPLES NUMERIC AND
                                       (PF-SAMPLES < 1 OR
                                        PF-SAMPLES > 4))
                                   OR (PF-EXPONENT NUMERIC AND
                                       PF-EXPONENT < 2)
                                   MOVE "N" TO PT-VALID-SW (PROF-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
       END-LOAD-PROFILE-TABLE.
           EXIT.

       LOAD-RUN-HISTORY SECTION.
      *    ONE PASS OVER RUNHIST.TXT KEEPING THE PROFILE, MODE, WIDTH
      *    AND ELAPSED TIME OF EVERY GOOD RECORD - THE SAME LAYOUT
      *    CHECK THE PRODUCTION SUMMARY REPORT USES
           MOVE "N" TO WS-HIST-EOF-SW.
           MOVE 0 TO HIST-COUNT.
           MOVE 0 TO HIST-NEXT-IDX.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "NO RUNHIST.TXT FOUND - NO CARD CAN BE ESTIMATED"
               GO TO END-LOAD-RUN-HISTORY
           END-IF.
           PERFORM UNTIL WS-HIST-EOF-SW = "Y"
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       ADD 1 TO HIST-READ-COUNT
                       IF RH-DATE NUMERIC AND RH-ELAPSED-HS NUMERIC
                           AND RH-X-MIN NUMERIC AND RH-X-MAX NUMERIC
                           AND RH-X-MAX >= RH-X-MIN
      *                    A BAND PASS'S TIME COVERS ONLY PART OF THE
      *                    RECTANGLE IT NAMES, SO IT IS LEFT OUT
                           IF RH-BAND-NO NUMERIC AND RH-BAND-NO > 0
                               ADD 1 TO HIST-BAND-COUNT
                           ELSE
                               PERFORM TABLE-ONE-HISTORY-PASS
                           END-IF
                       ELSE
                           ADD 1 TO HIST-BAD-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-HISTORY-FILE.
       END-LOAD-RUN-HISTORY.
           EXIT.

       TABLE-ONE-HISTORY-PASS SECTION.
      *    FILE THE PASS IN THE NEXT SLOT, WRAPPING TO THE FRONT OF
      *    THE TABLE ONCE IT IS FULL
           ADD 1 TO HIST-NEXT-IDX.
           IF HIST-NEXT-IDX > 2000
               MOVE 1 TO HIST-NEXT-IDX
           END-IF.
           IF HIST-COUNT < 2000
               ADD 1 TO HIST-COUNT
           END-IF.
           MOVE RH-PROFILE TO HT-PROFILE (HIST-NEXT-IDX).
           IF RH-JULIA-SW = "Y"
               MOVE "Y" TO HT-JULIA-SW (HIST-NEXT-IDX)
           ELSE
               MOVE "N" TO HT-JULIA-SW (HIST-NEXT-IDX)
           END-IF.
           COMPUTE HT-WIDTH (HIST-NEXT-IDX) = RH-X-MAX - RH-X-MIN.
           MOVE RH-ELAPSED-HS TO HT-ELAPSED-HS (HIST-NEXT-IDX).
       END-TABLE-ONE-HISTORY-PASS.
           EXIT.

       FIND-REGION SECTION.
      *    LOCATE THE CARD'S REGION NAME IN THE CATALOG TABLE
           MOVE "N" TO WS-REGION-FOUND-SW.
           MOVE 0 TO REGION-HIT-IDX.
           PERFORM VARYING REGION-IDX FROM 1 BY 1
               UNTIL REGION-IDX > REGION-COUNT
               OR WS-REGION-FOUND-SW = "Y"
               IF RT-NAME (REGION-IDX) = CC-REGION-NAME
                   MOVE "Y" TO WS-REGION-FOUND-SW
                   MOVE REGION-IDX TO REGION-HIT-IDX
               END-IF
           END-PERFORM.
       END-FIND-REGION.
           EXIT.

       FIND-PROFILE SECTION.
      *    LOCATE THE CARD'S PROFILE IN THE PROFILE TABLE
           MOVE "N" TO WS-PROFILE-FOUND-SW.
           MOVE 0 TO PROF-HIT-IDX.
           PERFORM VARYING PROF-IDX FROM 1 BY 1
               UNTIL PROF-IDX > PROF-COUNT
               OR WS-PROFILE-FOUND-SW = "Y"
               IF PT-NAME (PROF-IDX) = CC-PROFILE-NAME
                   MOVE "Y" TO WS-PROFILE-FOUND-SW
                   MOVE PROF-IDX TO PROF-HIT-IDX
               END-IF
           END-PERFORM.
       END-FIND-PROFILE.
           EXIT.

       EDIT-ONE-CARD SECTION.
      *    RESOLVE THE CARD IN THE FD BUFFER THE WAY THE MAIN
      *    PROGRAM'S EDIT PASS DOES, SO A CARD THAT WOULD BE REJECTED
      *    AT RUN TIME ISN'T COUNTED INTO THE DECK ESTIMATE
           MOVE "Y" TO WS-CARD-OK-SW.
           MOVE SPACES TO WS-EDIT-REASON WS-EDIT-REASON-TEXT.
           MOVE "N" TO EW-JULIA-SW.
           MOVE 0 TO EW-EXPONENT.
           MOVE SPACES TO EW-LABEL.
           EVALUATE TRUE
               WHEN CC-CARD-TYPE = "R"
                   MOVE CC-REGION-NAME TO EW-LABEL
                   PERFORM FIND-REGION
                   IF WS-REGION-FOUND-SW = "Y"
                       MOVE RT-X-MIN (REGION-HIT-IDX) TO EW-X-MIN
                       MOVE RT-Y-MIN (REGION-HIT-IDX) TO EW-Y-MIN
                       MOVE RT-X-MAX (REGION-HIT-IDX) TO EW-X-MAX
                       MOVE RT-Y-MAX (REGION-HIT-IDX) TO EW-Y-MAX
                       IF RT-JULIA-SW (REGION-HIT-IDX) = "Y"
                           MOVE "Y" TO EW-JULIA-SW
                       END-IF
                       MOVE RT-EXPONENT (REGION-HIT-IDX)
                           TO EW-EXPONENT
                   ELSE
                       MOVE "N" TO WS-CARD-OK-SW
                       MOVE "02" TO WS-EDIT-REASON
                       MOVE "REGION NOT IN CATALOG"
                           TO WS-EDIT-REASON-TEXT
                   END-IF
               WHEN CC-CARD-TYPE = "C"
                   MOVE "COORDINATES" TO EW-LABEL
                   IF CC-X-MIN NOT NUMERIC OR CC-Y-MIN NOT NUMERIC
                       OR CC-X-MAX NOT NUMERIC OR CC-Y-MAX NOT NUMERIC
                       MOVE "N" TO WS-CARD-OK-SW
                       MOVE "03" TO WS-EDIT-REASON
                       MOVE "NON-NUMERIC COORDINATES"
                           TO WS-EDIT-REASON-TEXT
                   ELSE
                       MOVE CC-X-MIN TO EW-X-MIN
                       MOVE CC-Y-MIN TO EW-Y-MIN
                       MOVE CC-X-MAX TO EW-X-MAX
                       MOVE CC-Y-MAX TO EW-Y-MAX
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "01" TO WS-EDIT-REASON
                   MOVE "INVALID CARD TYPE" TO WS-EDIT-REASON-TEXT
           END-EVALUATE.
           IF WS-CARD-OK-SW = "Y"
               IF EW-X-MIN > EW-X-MAX OR EW-Y-MIN > EW-Y-MAX
                   OR EW-Y-MIN < -2.0 OR EW-X-MIN < -2.0
                   OR EW-X-MAX > 2.0 OR EW-Y-MAX > 2.0
                   OR (EW-X-MAX = 0 AND EW-Y-MAX = 0 AND
                       EW-X-MIN = 0 AND EW-Y-MIN = 0)
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "04" TO WS-EDIT-REASON
                   MOVE "COORDINATES OUT OF RANGE"
                       TO WS-EDIT-REASON-TEXT
               END-IF
           END-IF.
      *    A BLANK PROFILE RUNS UNDER THE BUILT-IN DEFAULTS AND IS
      *    LOGGED TO THE HISTORY AS "DEFAULT" - A NAMED ONE HAS TO BE
      *    ON FILE AND INSIDE THE LIMITS
           IF WS-CARD-OK-SW = "Y"
               IF CC-PROFILE-NAME = SPACES
                   OR CC-PROFILE-NAME = "DEFAULT"
                   MOVE "DEFAULT" TO EW-PROFILE
                   MOVE 24 TO EW-SCREEN-X
               ELSE
                   PERFORM FIND-PROFILE
                   IF WS-PROFILE-FOUND-SW = "Y"
                       AND PT-VALID-SW (PROF-HIT-IDX) = "Y"
                       MOVE CC-PROFILE-NAME TO EW-PROFILE
                       MOVE PT-SCREEN-X (PROF-HIT-IDX) TO EW-SCREEN-X
                   ELSE
                       MOVE "N" TO WS-CARD-OK-SW
                       MOVE "05" TO WS-EDIT-REASON
                       MOVE "UNKNOWN OR BAD PROFILE"
                           TO WS-EDIT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
      *    A STORED REGION DEGREE MUST BE ONE THE ITERATION HANDLES
      *    (2-9). WITHOUT ONE THE CARD RUNS UNDER THE PROFILE'S OR THE
      *    KEYED DEGREE, ALREADY HELD TO 2-9 BY THE PROFILE CHECK
      *    ABOVE AND THE MAIN PROGRAM'S PROMPT
           IF WS-CARD-OK-SW = "Y"
               IF EW-EXPONENT > 0 AND EW-EXPONENT < 2
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "09" TO WS-EDIT-REASON
                   MOVE "UNSUPPORTED EXPONENT"
                       TO WS-EDIT-REASON-TEXT
               END-IF
           END-IF.
      *    A BAND CARD COSTS ONLY ITS SHARE OF THE RECTANGLE'S ROWS
           MOVE 0 TO EW-BAND-NO.
           COMPUTE EW-BAND-ROWS = EW-SCREEN-X + 1.
           IF WS-CARD-OK-SW = "Y"
               AND CONTROL-CARD-RECORD (78:8) NOT = SPACES
               IF CC-BAND-NO NOT NUMERIC
                   OR CC-BAND-START NOT NUMERIC
                   OR CC-BAND-END NOT NUMERIC
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "07" TO WS-EDIT-REASON
                   MOVE "BAD BAND SPECIFICATION"
                       TO WS-EDIT-REASON-TEXT
               ELSE
                   IF CC-BAND-NO < 1
                       OR CC-BAND-START > CC-BAND-END
                       OR CC-BAND-END > EW-SCREEN-X
                       MOVE "N" TO WS-CARD-OK-SW
                       MOVE "07" TO WS-EDIT-REASON
                       MOVE "BAD BAND SPECIFICATION"
                           TO WS-EDIT-REASON-TEXT
                   ELSE
                       MOVE CC-BAND-NO TO EW-BAND-NO
                       COMPUTE EW-BAND-ROWS =
                           CC-BAND-END - CC-BAND-START + 1
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO EW-FRAME-NO.
           IF WS-CARD-OK-SW = "Y"
               AND CONTROL-CARD-RECORD (86:4) NOT = SPACES
               IF CC-FRAME-NO NOT NUMERIC
                   OR (CC-FRAME-NO > 0 AND EW-BAND-NO > 0)
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "08" TO WS-EDIT-REASON
                   MOVE "BAD FRAME SPECIFICATION"
                       TO WS-EDIT-REASON-TEXT
               ELSE
                   MOVE CC-FRAME-NO TO EW-FRAME-NO
               END-IF
           END-IF.
      *    A KEYED TILE PAIR MUST BE A SANE ROW/COLUMN ON A WHOLE-
      *    RECTANGLE CARD WITH ITS OWN RUN IDENTIFIER
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
               END-IF
           END-IF.
       END-EDIT-ONE-CARD.
           EXIT.

       ESTIMATE-ONE-CARD SECTION.
      *    AVERAGE THE ELAPSED TIME OF EVERY COMPARABLE PAST PASS -
      *    SAME PROFILE, SAME MODE, WIDTH WITHIN A FACTOR OF TWO OF
      *    THE CARD'S - SCALED DOWN FOR A BAND CARD'S SHARE OF ROWS
           COMPUTE EW-WIDTH = EW-X-MAX - EW-X-MIN.
           COMPUTE EW-WIDTH-LO = EW-WIDTH / 2.
           COMPUTE EW-WIDTH-HI = EW-WIDTH * 2.
           MOVE 0 TO MATCH-COUNT MATCH-SUM-HS
               PROF-MATCH-COUNT PROF-MATCH-SUM-HS CARD-EST-HS.
           MOVE SPACES TO WS-EST-NOTE.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-PROFILE (HIST-IDX) = EW-PROFILE
                   AND HT-JULIA-SW (HIST-IDX) = EW-JULIA-SW
                   ADD 1 TO PROF-MATCH-COUNT
                   ADD HT-ELAPSED-HS (HIST-IDX) TO PROF-MATCH-SUM-HS
                   IF HT-WIDTH (HIST-IDX) >= EW-WIDTH-LO
                       AND HT-WIDTH (HIST-IDX) <= EW-WIDTH-HI
                       ADD 1 TO MATCH-COUNT
                       ADD HT-ELAPSED-HS (HIST-IDX) TO MATCH-SUM-HS
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN MATCH-COUNT > 0
                   COMPUTE CARD-EST-HS = MATCH-SUM-HS / MATCH-COUNT
               WHEN PROF-MATCH-COUNT > 0
                   COMPUTE CARD-EST-HS =
                       PROF-MATCH-SUM-HS / PROF-MATCH-COUNT
                   ADD 1 TO CARDS-FALLBACK
                   MOVE "*NO SIMILAR WIDTH - PROFILE AVG"
                       TO WS-EST-NOTE
               WHEN OTHER
                   ADD 1 TO CARDS-NO-HISTORY
                   MOVE "*NO HISTORY - NOT ESTIMATED" TO WS-EST-NOTE
           END-EVALUATE.
           IF EW-BAND-ROWS < EW-SCREEN-X + 1
               COMPUTE CARD-EST-HS =
                   CARD-EST-HS * EW-BAND-ROWS / (EW-SCREEN-X + 1)
           END-IF.
           ADD 1 TO CARDS-ESTIMATED.
           ADD CARD-EST-HS TO DECK-EST-HS.
           MOVE CARD-EST-HS TO TM-TOTAL-HS.
           PERFORM FORMAT-TIME.
           MOVE CARD-NO TO WS-CARD-NO-ED.
           MOVE EW-WIDTH TO WS-WIDTH-ED.
           IF MATCH-COUNT > 0
               MOVE MATCH-COUNT TO WS-COUNT-ED
           ELSE
               MOVE PROF-MATCH-COUNT TO WS-COUNT-ED
           END-IF.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           STRING WS-CARD-NO-ED " " CC-CARD-TYPE "    "
               EW-LABEL " " EW-PROFILE " " EW-JULIA-SW " "
               WS-WIDTH-ED " " WS-COUNT-ED " "
               TM-TEXT "  " WS-EST-NOTE
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
       END-ESTIMATE-ONE-CARD.
           EXIT.

       REPORT-REJECTED-CARD SECTION.
      *    A CARD THE EDIT PASS WOULD REFUSE IS LISTED WITH ITS
      *    REASON CODE AND LEFT OUT OF THE DECK TOTAL
           ADD 1 TO CARDS-REJECTED.
           MOVE CARD-NO TO WS-CARD-NO-ED.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           STRING WS-CARD-NO-ED " " CC-CARD-TYPE "    "
               "REJECTED RC=" WS-EDIT-REASON " "
               WS-EDIT-REASON-TEXT " - NOT ESTIMATED"
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
       END-REPORT-REJECTED-CARD.
           EXIT.

       FORMAT-TIME SECTION.
      *    TM-TOTAL-HS OUT AS HHHH:MM:SS IN TM-TEXT - HUNDREDTHS ARE
      *    DROPPED, AN ESTIMATE IS NOT THAT PRECISE
           COMPUTE TM-HH = TM-TOTAL-HS / 360000.
           COMPUTE TM-MM = (TM-TOTAL-HS / 6000) - (TM-HH * 60).
           COMPUTE TM-SS = (TM-TOTAL-HS / 100)
               - ((TM-HH * 3600) + (TM-MM * 60)).
           MOVE SPACES TO TM-TEXT.
           STRING TM-HH ":" TM-MM ":" TM-SS
               DELIMITED BY SIZE INTO TM-TEXT.
       END-FORMAT-TIME.
           EXIT.

       WRITE-DECK-SUMMARY SECTION.
      *    DECK TOTALS AND THE WINDOW VERDICT - OVER THE WINDOW SETS
      *    RETURN CODE 4 SO THE QUEUED JOB CAN BE HELD BACK
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE CARDS-READ TO WS-COUNT-ED.
           STRING "CARDS READ:              " WS-COUNT-ED
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE CARDS-ESTIMATED TO WS-COUNT-ED.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           STRING "CARDS ESTIMATED:         " WS-COUNT-ED
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE CARDS-REJECTED TO WS-COUNT-ED.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           STRING "CARDS REJECTED BY EDIT:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE CARDS-FALLBACK TO WS-COUNT-ED.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           STRING "CARDS ON PROFILE AVERAGE:" WS-COUNT-ED
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE CARDS-NO-HISTORY TO WS-COUNT-ED.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           STRING "CARDS WITH NO HISTORY:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE DECK-EST-HS TO TM-TOTAL-HS.
           PERFORM FORMAT-TIME.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           STRING "DECK ESTIMATE (H:M:S):   " TM-TEXT
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF CARDS-NO-HISTORY > 0
               MOVE "DECK ESTIMATE IS A LOWER BOUND - SOME CARDS HAVE NO
      -            " HISTORY" TO ESTIMATE-REPORT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
           IF WS-WINDOW-SW = "N"
               MOVE "NO BATCH WINDOW KEYED - DECK NOT CHECKED"
                   TO ESTIMATE-REPORT-RECORD
               PERFORM PUT-REPORT-LINE
               GO TO END-WRITE-DECK-SUMMARY
           END-IF.
           MOVE WS-WINDOW-HS TO TM-TOTAL-HS.
           PERFORM FORMAT-TIME.
           MOVE SPACES TO ESTIMATE-REPORT-RECORD.
           STRING "BATCH WINDOW (H:M:S):    " TM-TEXT
               DELIMITED BY SIZE INTO ESTIMATE-REPORT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF DECK-EST-HS > WS-WINDOW-HS
               MOVE "DECK EXCEEDS THE BATCH WINDOW - HOLD THE JOB"
                   TO ESTIMATE-REPORT-RECORD
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "DECK FITS THE BATCH WINDOW"
                   TO ESTIMATE-REPORT-RECORD
           END-IF.
           PERFORM PUT-REPORT-LINE.
       END-WRITE-DECK-SUMMARY.
           EXIT.
