      *    This program maintains the run profile file (PARAMS.TXT)
      *    that VANCISE-MANDLEBROT and its companion programs read -
      *    one named profile per record: grid size, iteration limit,
      *    escape threshold, the six band cuts, supersampling side,
      *    palette name, iteration exponent, distance-estimator
      *    switch and the orbit-density minimum iteration. Add,
      *    update, delete and list work the same way the palette
      *    catalog maintenance does, every keyed value is held to the
      *    limits the main program's profile load enforces, and the
      *    file is rewritten wholesale from an in-core table on the
      *    way out. The operator signs on first, and every change is
      *    appended to the shared change journal (CHGJRNL.TXT) as a
      *    before and after image once PARAMS.TXT is safely rewritten
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-PROFILE.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS-FILE ASSIGN TO "PARAMS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMS-FILE.
           01 PARAMS-RECORD PIC X(62).

       FD  CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-RECORD.
      *        SAME LAYOUT VANCISE-MANDLEBROT'S REGION MAINTENANCE
      *        WRITES - A BEFORE ("B") AND AFTER ("A") IMAGE PER CHANGE
               03 CJ-DATE PIC 9(8).
               03 CJ-TIME PIC 9(8).
               03 CJ-OPERATOR PIC X(8).
               03 CJ-FILE-NAME PIC X(8).
               03 CJ-ACTION PIC X.
               03 CJ-IMAGE-TYPE PIC X.
               03 CJ-KEY PIC X(16).
               03 CJ-IMAGE PIC X(128).

       WORKING-STORAGE SECTION.
           01 PROFILE-VARS.
      *        PROFILE TABLE AND MAINTENANCE FIELDS - EACH SLOT HOLDS
      *        THE WHOLE PARAMS.TXT RECORD IMAGE
               03 WS-PARAMS-STATUS PIC XX VALUE SPACES.
               03 WS-PARAMS-EOF-SW PIC X VALUE "N".
               03 WS-PROFILE-FOUND-SW PIC X VALUE "N".
               03 WS-MAINT-ACTION PIC X VALUE SPACE.
               03 PROFILE-NAME-IN PIC X(8) VALUE SPACES.
               03 PROFILE-COUNT PIC 999 VALUE 0.
               03 PROFILE-IDX PIC 999 VALUE 0.
               03 PROFILE-HIT-IDX PIC 999 VALUE 0.
               03 CUT-IDX PIC 9 VALUE 0.
               03 PROFILE-TBL OCCURS 200 TIMES.
                   05 PT-NAME PIC X(8).
                   05 PT-REST PIC X(54).

           01 PROFILE-WORK.
      *        THE PROFILE UNDER MAINTENANCE - SAME LAYOUT
      *        VANCISE-MANDLEBROT'S PARAMS-FILE FD DOCUMENTS
               03 PW-NAME PIC X(8).
               03 PW-SCREEN-X PIC 9(3).
               03 PW-SCREEN-Y PIC 9(3).
               03 PW-MAX-ITER PIC 9(4).
               03 PW-THRESH PIC 9(3)V99.
               03 PW-CUTS.
                   05 PW-CUT PIC 9(4) OCCURS 6 TIMES.
               03 PW-SAMPLES PIC 9.
               03 PW-PALETTE PIC X(8).
               03 PW-EXPONENT PIC X.
               03 PW-DE-MODE PIC X.
               03 PW-MIN-ITER PIC X(4).

           01 PROFILE-DEFAULTS.
      *        A NEW PROFILE STARTS FROM THE MAIN PROGRAM'S BUILT-IN
      *        LIMITS, SO ONLY WHAT DIFFERS NEEDS KEYING
               03 FILLER PIC X(8) VALUE SPACES.
               03 FILLER PIC 9(3) VALUE 24.
               03 FILLER PIC 9(3) VALUE 64.
               03 FILLER PIC 9(4) VALUE 100.
               03 FILLER PIC 9(3)V99 VALUE 2.
               03 FILLER PIC 9(4) VALUE 10.
               03 FILLER PIC 9(4) VALUE 20.
               03 FILLER PIC 9(4) VALUE 35.
               03 FILLER PIC 9(4) VALUE 50.
               03 FILLER PIC 9(4) VALUE 70.
               03 FILLER PIC 9(4) VALUE 90.
               03 FILLER PIC 9 VALUE 1.
               03 FILLER PIC X(8) VALUE SPACES.
               03 FILLER PIC X VALUE SPACE.
               03 FILLER PIC X VALUE "N".
               03 FILLER PIC X(4) VALUE SPACES.

           01 KEYED-VALUE-VARS.
      *        ONE KEYED REPLY - A BLANK REPLY KEEPS THE VALUE SHOWN,
      *        A SHORT NUMBER IS RIGHT-JUSTIFIED A DIGIT AT A TIME THE
      *        SAME WAY THE PALETTE PROGRAM'S COLOR PROMPT DOES IT
               03 NUMBER-IN PIC X(4) VALUE SPACES.
               03 NUMBER-SHIFT PIC X(3) VALUE SPACES.
               03 NUMBER-VALUE PIC 9(4) VALUE 0.
               03 WS-KEPT-SW PIC X VALUE "N".
               03 WS-BAD-SW PIC X VALUE "N".
               03 THRESH-IN PIC X(7) VALUE SPACES.
               03 WS-THRESH-VALUE PIC 9(4)V99 VALUE 0.
               03 WS-THRESH-ED PIC ZZ9.99 VALUE 0.
               03 TEXT-IN PIC X(8) VALUE SPACES.
               03 WS-LOW-LIMIT PIC 9(4) VALUE 0.
               03 WS-HIGH-LIMIT PIC 9(4) VALUE 0.

           01 CHANGE-JOURNAL-VARS.
      *        OPERATOR SIGNED ON AND THE PROFILE CHANGES HELD FOR THE
      *        JOURNAL UNTIL PARAMS.TXT IS SAFELY REWRITTEN
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

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-PROFILE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - PROFILE MAINTENANCE NOT "
                   "STARTED"
               STOP RUN
           END-IF.
           PERFORM LOAD-PROFILE-TABLE.
           MOVE SPACE TO WS-MAINT-ACTION.
           PERFORM UNTIL WS-MAINT-ACTION = "X" OR WS-MAINT-ACTION = "x"
               DISPLAY " "
               DISPLAY "RUN PROFILE FILE - " PROFILE-COUNT " ENTRIES"
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
                       PERFORM MAINT-ADD-PROFILE
                   WHEN "U"
                   WHEN "u"
                       PERFORM MAINT-UPDATE-PROFILE
                   WHEN "D"
                   WHEN "d"
                       PERFORM MAINT-DELETE-PROFILE
                   WHEN "L"
                   WHEN "l"
                       PERFORM MAINT-LIST-PROFILES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM SAVE-PROFILE-TABLE.
           IF WS-PARAMS-STATUS = "00"
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF.
       END-PROFILE.
           STOP RUN.

       LOAD-PROFILE-TABLE SECTION.
      *    PULL THE WHOLE FILE INTO THE IN-CORE TABLE - AN ABSENT
      *    PARAMS.TXT JUST MEANS NO PROFILES YET. A FILE TOO BIG FOR
      *    THE TABLE IS REFUSED, A WHOLESALE REWRITE WOULD LOSE THE
      *    OVERFLOW
           MOVE "N" TO WS-PARAMS-EOF-SW.
           MOVE 0 TO PROFILE-COUNT.
           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS = "00"
               PERFORM UNTIL WS-PARAMS-EOF-SW = "Y"
                   READ PARAMS-FILE
                       AT END
                           MOVE "Y" TO WS-PARAMS-EOF-SW
                       NOT AT END
                           IF PROFILE-COUNT = 200
                               DISPLAY "PARAMS.TXT HOLDS OVER 200 "
                                   "PROFILES - RUN ABANDONED"
                               CLOSE PARAMS-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO PROFILE-COUNT
                           MOVE PARAMS-RECORD
                               TO PROFILE-TBL (PROFILE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.
       END-LOAD-PROFILE-TABLE.
           EXIT.

       SAVE-PROFILE-TABLE SECTION.
      *    REWRITE PARAMS.TXT WHOLESALE FROM THE IN-CORE TABLE
           OPEN OUTPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PARAMS.TXT - PROFILES NOT SAVED"
           ELSE
               PERFORM VARYING PROFILE-IDX FROM 1 BY 1
                   UNTIL PROFILE-IDX > PROFILE-COUNT
                   MOVE PROFILE-TBL (PROFILE-IDX) TO PARAMS-RECORD
                   WRITE PARAMS-RECORD
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.
       END-SAVE-PROFILE-TABLE.
           EXIT.

       FIND-PROFILE SECTION.
      *    LOCATE PROFILE-NAME-IN IN THE TABLE, LEAVING THE FOUND
      *    SWITCH AND HIT INDEX SET FOR THE CALLER
           MOVE "N" TO WS-PROFILE-FOUND-SW.
           MOVE 0 TO PROFILE-HIT-IDX.
           PERFORM VARYING PROFILE-IDX FROM 1 BY 1
               UNTIL PROFILE-IDX > PROFILE-COUNT
               OR WS-PROFILE-FOUND-SW = "Y"
               IF PT-NAME (PROFILE-IDX) = PROFILE-NAME-IN
                   MOVE "Y" TO WS-PROFILE-FOUND-SW
                   MOVE PROFILE-IDX TO PROFILE-HIT-IDX
               END-IF
           END-PERFORM.
       END-FIND-PROFILE.
           EXIT.

       MAINT-ADD-PROFILE SECTION.
      *    ADD A NEW PROFILE, REFUSING DUPLICATE NAMES AND THE NAME
      *    THE MAIN PROGRAM KEEPS FOR ITS BUILT-IN LIMITS
           DISPLAY "ENTER PROFILE NAME: ".
           ACCEPT PROFILE-NAME-IN.
           IF PROFILE-NAME-IN = SPACES OR PROFILE-NAME-IN = "DEFAULT"
               DISPLAY "PROFILE NAME IS RESERVED OR BLANK"
               GO TO END-MAINT-ADD-PROFILE
           END-IF.
           PERFORM FIND-PROFILE.
           IF WS-PROFILE-FOUND-SW = "Y"
               DISPLAY "PROFILE ALREADY ON FILE - USE U TO UPDATE"
               GO TO END-MAINT-ADD-PROFILE
           END-IF.
           IF PROFILE-COUNT = 200
               DISPLAY "PROFILE FILE FULL - DELETE AN ENTRY FIRST"
               GO TO END-MAINT-ADD-PROFILE
           END-IF.
           MOVE PROFILE-DEFAULTS TO PROFILE-WORK.
           MOVE PROFILE-NAME-IN TO PW-NAME.
           PERFORM MAINT-ACCEPT-PROFILE-FIELDS.
           ADD 1 TO PROFILE-COUNT.
           MOVE PROFILE-WORK TO PROFILE-TBL (PROFILE-COUNT).
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE PROFILE-WORK TO WS-AFTER-IMAGE.
           MOVE "A" TO WS-JRNL-ACTION.
           PERFORM HOLD-JOURNAL-ENTRY.
       END-MAINT-ADD-PROFILE.
           EXIT.

       MAINT-UPDATE-PROFILE SECTION.
      *    RE-KEY THE LIMITS OF AN EXISTING PROFILE
           DISPLAY "ENTER PROFILE NAME: ".
           ACCEPT PROFILE-NAME-IN.
           PERFORM FIND-PROFILE.
           IF WS-PROFILE-FOUND-SW = "N"
               DISPLAY "PROFILE NOT ON FILE - USE A TO ADD"
               GO TO END-MAINT-UPDATE-PROFILE
           END-IF.
           MOVE PROFILE-TBL (PROFILE-HIT-IDX) TO PROFILE-WORK.
           MOVE PROFILE-WORK TO WS-BEFORE-IMAGE.
           PERFORM MAINT-ACCEPT-PROFILE-FIELDS.
           MOVE PROFILE-WORK TO PROFILE-TBL (PROFILE-HIT-IDX).
           MOVE PROFILE-WORK TO WS-AFTER-IMAGE.
           MOVE "U" TO WS-JRNL-ACTION.
           PERFORM HOLD-JOURNAL-ENTRY.
       END-MAINT-UPDATE-PROFILE.
           EXIT.

       MAINT-DELETE-PROFILE SECTION.
      *    DROP AN ENTRY AND CLOSE THE GAP IN THE TABLE
           DISPLAY "ENTER PROFILE NAME: ".
           ACCEPT PROFILE-NAME-IN.
           PERFORM FIND-PROFILE.
           IF WS-PROFILE-FOUND-SW = "Y"
               MOVE PROFILE-TBL (PROFILE-HIT-IDX) TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE "D" TO WS-JRNL-ACTION
               PERFORM HOLD-JOURNAL-ENTRY
               PERFORM VARYING PROFILE-IDX FROM PROFILE-HIT-IDX BY 1
                   UNTIL PROFILE-IDX >= PROFILE-COUNT
                   MOVE PROFILE-TBL (PROFILE-IDX + 1)
                       TO PROFILE-TBL (PROFILE-IDX)
               END-PERFORM
               SUBTRACT 1 FROM PROFILE-COUNT
               DISPLAY "PROFILE DELETED"
           ELSE
               DISPLAY "PROFILE NOT ON FILE"
           END-IF.
       END-MAINT-DELETE-PROFILE.
           EXIT.

       MAINT-LIST-PROFILES SECTION.
      *    ONE LINE PER PROFILE IN THE FIXED RECORD IMAGE, THE SAME
      *    WAY THE PALETTE LISTING SHOWS ITS CATALOG
           PERFORM VARYING PROFILE-IDX FROM 1 BY 1
               UNTIL PROFILE-IDX > PROFILE-COUNT
               MOVE PROFILE-TBL (PROFILE-IDX) TO PARAMS-RECORD
               DISPLAY PARAMS-RECORD
           END-PERFORM.
       END-MAINT-LIST-PROFILES.
           EXIT.

       MAINT-ACCEPT-PROFILE-FIELDS SECTION.
      *    KEY EACH FIELD OF PROFILE-WORK AGAINST THE CEILINGS THE
      *    MAIN PROGRAM'S LOAD-PROFILE REFUSES - THE CURRENT VALUE IS
      *    SHOWN IN BRACKETS AND A BLANK OR BAD REPLY KEEPS IT
           DISPLAY "SCREEN X 1-500 [" PW-SCREEN-X "]: ".
           MOVE 1 TO WS-LOW-LIMIT.
           MOVE 500 TO WS-HIGH-LIMIT.
           PERFORM ACCEPT-ONE-NUMBER.
           IF WS-KEPT-SW = "N"
               MOVE NUMBER-VALUE TO PW-SCREEN-X
           END-IF.
           DISPLAY "SCREEN Y 1-510 [" PW-SCREEN-Y "]: ".
           MOVE 1 TO WS-LOW-LIMIT.
           MOVE 510 TO WS-HIGH-LIMIT.
           PERFORM ACCEPT-ONE-NUMBER.
           IF WS-KEPT-SW = "N"
               MOVE NUMBER-VALUE TO PW-SCREEN-Y
           END-IF.
           DISPLAY "MAXIMUM ITERATIONS 1-9998 [" PW-MAX-ITER "]: ".
           MOVE 1 TO WS-LOW-LIMIT.
           MOVE 9998 TO WS-HIGH-LIMIT.
           PERFORM ACCEPT-ONE-NUMBER.
           IF WS-KEPT-SW = "N"
               MOVE NUMBER-VALUE TO PW-MAX-ITER
           END-IF.
           PERFORM ACCEPT-THRESHOLD.
           PERFORM VARYING CUT-IDX FROM 1 BY 1 UNTIL CUT-IDX > 6
               DISPLAY "BAND CUT " CUT-IDX " 0-9999 ["
                   PW-CUT (CUT-IDX) "]: "
               MOVE 0 TO WS-LOW-LIMIT
               MOVE 9999 TO WS-HIGH-LIMIT
               PERFORM ACCEPT-ONE-NUMBER
               IF WS-KEPT-SW = "N"
                   MOVE NUMBER-VALUE TO PW-CUT (CUT-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "SUPERSAMPLING SIDE 1-4 [" PW-SAMPLES "]: ".
           MOVE 1 TO WS-LOW-LIMIT.
           MOVE 4 TO WS-HIGH-LIMIT.
           PERFORM ACCEPT-ONE-NUMBER.
           IF WS-KEPT-SW = "N"
               MOVE NUMBER-VALUE TO PW-SAMPLES
           END-IF.
           DISPLAY "PALETTE NAME, * FOR NONE [" PW-PALETTE "]: ".
           MOVE SPACES TO TEXT-IN.
           ACCEPT TEXT-IN.
           IF TEXT-IN = "*"
               MOVE SPACES TO PW-PALETTE
           ELSE
               IF TEXT-IN NOT = SPACES
                   MOVE TEXT-IN TO PW-PALETTE
               END-IF
           END-IF.
           DISPLAY "ITERATION EXPONENT 2-9, 0 FOR NONE ["
               PW-EXPONENT "]: ".
           MOVE 0 TO WS-LOW-LIMIT.
           MOVE 9 TO WS-HIGH-LIMIT.
           PERFORM ACCEPT-ONE-NUMBER.
           IF WS-KEPT-SW = "N"
               EVALUATE TRUE
                   WHEN NUMBER-VALUE = 0
                       MOVE SPACE TO PW-EXPONENT
                   WHEN NUMBER-VALUE = 1
                       DISPLAY "EXPONENT MUST BE 2-9 - KEPT"
                   WHEN OTHER
                       MOVE NUMBER-VALUE (4:1) TO PW-EXPONENT
               END-EVALUATE
           END-IF.
           DISPLAY "DISTANCE-ESTIMATOR MODE Y/N [" PW-DE-MODE "]: ".
           MOVE SPACES TO TEXT-IN.
           ACCEPT TEXT-IN.
           EVALUATE TEXT-IN
               WHEN "Y" WHEN "y"
                   MOVE "Y" TO PW-DE-MODE
               WHEN "N" WHEN "n"
                   MOVE "N" TO PW-DE-MODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *    THE ORBIT-DENSITY PROGRAM REFUSES A PROFILE WHOSE MINIMUM
      *    IS PAST ITS MAXIMUM, SO ONE LEFT ABOVE A MAXIMUM LOWERED
      *    JUST NOW IS CLEARED, AND A NEW ONE IS HELD TO THE MAXIMUM
           IF PW-MIN-ITER NUMERIC
               MOVE PW-MIN-ITER TO NUMBER-VALUE
               IF NUMBER-VALUE > PW-MAX-ITER
                   DISPLAY "MINIMUM ITERATION " PW-MIN-ITER
                       " IS PAST THE MAXIMUM - CLEARED"
                   MOVE SPACES TO PW-MIN-ITER
               END-IF
           END-IF.
           DISPLAY "ORBIT-DENSITY MINIMUM ITERATION 0-" PW-MAX-ITER
               ", 0 FOR NONE [" PW-MIN-ITER "]: ".
           MOVE 0 TO WS-LOW-LIMIT.
           MOVE PW-MAX-ITER TO WS-HIGH-LIMIT.
           PERFORM ACCEPT-ONE-NUMBER.
           IF WS-KEPT-SW = "N"
               IF NUMBER-VALUE = 0
                   MOVE SPACES TO PW-MIN-ITER
               ELSE
                   MOVE NUMBER-VALUE TO PW-MIN-ITER
               END-IF
           END-IF.
       END-MAINT-ACCEPT-PROFILE-FIELDS.
           EXIT.

       ACCEPT-THRESHOLD SECTION.
      *    THE ONE FIELD WITH A DECIMAL PLACE - KEYED AS A PLAIN
      *    NUMBER SUCH AS 4 OR 4.5, ZERO OR PAST 999.99 IS REFUSED
           MOVE PW-THRESH TO WS-THRESH-ED.
           DISPLAY "ESCAPE THRESHOLD [" WS-THRESH-ED "]: ".
           MOVE SPACES TO THRESH-IN.
           ACCEPT THRESH-IN.
           IF THRESH-IN = SPACES
               GO TO END-ACCEPT-THRESHOLD
           END-IF.
           COMPUTE WS-THRESH-VALUE = FUNCTION NUMVAL (THRESH-IN).
           IF WS-THRESH-VALUE = 0 OR WS-THRESH-VALUE > 999.99
               DISPLAY "THRESHOLD OUT OF RANGE - KEPT"
           ELSE
               MOVE WS-THRESH-VALUE TO PW-THRESH
           END-IF.
       END-ACCEPT-THRESHOLD.
           EXIT.

       ACCEPT-ONE-NUMBER SECTION.
      *    ONE WHOLE-NUMBER REPLY INTO NUMBER-VALUE, HELD BETWEEN
      *    WS-LOW-LIMIT AND WS-HIGH-LIMIT - WS-KEPT-SW COMES BACK "Y"
      *    WHEN THE REPLY WAS BLANK, NOT A NUMBER OR OUT OF RANGE
           MOVE "N" TO WS-KEPT-SW.
           MOVE SPACES TO NUMBER-IN.
           ACCEPT NUMBER-IN.
           IF NUMBER-IN = SPACES
               MOVE "Y" TO WS-KEPT-SW
               GO TO END-ACCEPT-ONE-NUMBER
           END-IF.
           PERFORM UNTIL NUMBER-IN (4:1) NOT = SPACE
               MOVE NUMBER-IN (1:3) TO NUMBER-SHIFT
               MOVE SPACE TO NUMBER-IN (1:1)
               MOVE NUMBER-SHIFT TO NUMBER-IN (2:3)
           END-PERFORM.
           INSPECT NUMBER-IN REPLACING LEADING SPACES BY ZEROS.
           IF NUMBER-IN NOT NUMERIC
               DISPLAY "NOT A NUMBER - KEPT"
               MOVE "Y" TO WS-KEPT-SW
               GO TO END-ACCEPT-ONE-NUMBER
           END-IF.
           MOVE NUMBER-IN TO NUMBER-VALUE.
           IF NUMBER-VALUE < WS-LOW-LIMIT
               OR NUMBER-VALUE > WS-HIGH-LIMIT
               DISPLAY "OUT OF RANGE - KEPT"
               MOVE "Y" TO WS-KEPT-SW
           END-IF.
       END-ACCEPT-ONE-NUMBER.
           EXIT.

       HOLD-JOURNAL-ENTRY SECTION.
      *    HOLD ONE CHANGE'S BEFORE AND AFTER IMAGES UNTIL PARAMS.TXT
      *    IS REWRITTEN - AN UPDATE THAT CHANGED NOTHING IS NOT KEPT
           IF WS-BEFORE-IMAGE = WS-AFTER-IMAGE
               GO TO END-HOLD-JOURNAL-ENTRY
           END-IF.
           ADD 1 TO JRNL-COUNT.
           ACCEPT JT-DATE (JRNL-COUNT) FROM DATE YYYYMMDD.
           ACCEPT JT-TIME (JRNL-COUNT) FROM TIME.
           MOVE WS-JRNL-ACTION TO JT-ACTION (JRNL-COUNT).
           MOVE PROFILE-NAME-IN TO JT-KEY (JRNL-COUNT).
           MOVE WS-BEFORE-IMAGE TO JT-BEFORE (JRNL-COUNT).
           MOVE WS-AFTER-IMAGE TO JT-AFTER (JRNL-COUNT).
       END-HOLD-JOURNAL-ENTRY.
           EXIT.

       WRITE-CHANGE-JOURNAL SECTION.
      *    APPEND THE HELD CHANGES TO CHGJRNL.TXT ONCE PARAMS.TXT IS
      *    REWRITTEN, EXTENDING THE JOURNAL OR STARTING IT
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
               MOVE "PARAMS" TO CJ-FILE-NAME
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
           DISPLAY JRNL-COUNT " PROFILE CHANGES JOURNALLED FOR "
               WS-OPERATOR-ID.
       END-WRITE-CHANGE-JOURNAL.
           EXIT.
