      *    character order (. : - = + * #) plus the in-set color.
      *    Add, update, delete and list work the same way the main
      *    program's region catalog maintenance does, rewriting the
      *    catalog wholesale from an in-core table on the way out.
      *    The operator signs on first, and every change is appended
      *    to the shared change journal (CHGJRNL.TXT) as a before and
      *    after image once the catalog is safely rewritten
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
           SELECT PALETTE-FILE ASSIGN TO "PALETTES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PALETTE-STATUS.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   05 PL-G PIC 999.
                   05 PL-B PIC 999.

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
           01 PALETTE-VARS.
      *        CATALOG TABLE AND MAINTENANCE FIELDS
                       07 PT-G PIC 999.
                       07 PT-B PIC 999.

           01 CHANGE-JOURNAL-VARS.
      *        OPERATOR SIGNED ON AND THE CATALOG CHANGES HELD FOR THE
      *        JOURNAL UNTIL PALETTES.TXT IS SAFELY REWRITTEN
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

           01 BAND-LABELS.
      *        PROMPT LABELS, ONE PER PALETTE SLOT IN BAND ORDER
               03 FILLER PIC X(12) VALUE "BAND 1 (.)".
       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-PALETTE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - PALETTE MAINTENANCE NOT "
                   "STARTED"
               STOP RUN
           END-IF.
           PERFORM LOAD-PALETTE-TABLE.
           MOVE SPACE TO WS-MAINT-ACTION.
           PERFORM UNTIL WS-MAINT-ACTION = "X" OR WS-MAINT-ACTION = "x"
               DISPLAY "PALETTE CATALOG - " PALETTE-COUNT " ENTRIES"
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
               END-EVALUATE
           END-PERFORM.
           PERFORM SAVE-PALETTE-TABLE.
           IF WS-PALETTE-STATUS = "00"
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF.
       END-PALETTE.
           STOP RUN.

                   MOVE PALETTE-COUNT TO PALETTE-HIT-IDX
                   MOVE PALETTE-NAME-IN TO PT-NAME (PALETTE-HIT-IDX)
                   PERFORM MAINT-ACCEPT-COLORS
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE PALETTE-TBL (PALETTE-HIT-IDX) TO WS-AFTER-IMAGE
                   MOVE "A" TO WS-JRNL-ACTION
                   PERFORM HOLD-JOURNAL-ENTRY
               ELSE
                   DISPLAY "CATALOG FULL - DELETE AN ENTRY FIRST"
               END-IF
           ACCEPT PALETTE-NAME-IN.
           PERFORM FIND-PALETTE.
           IF WS-PALETTE-FOUND-SW = "Y"
               MOVE PALETTE-TBL (PALETTE-HIT-IDX) TO WS-BEFORE-IMAGE
               PERFORM MAINT-ACCEPT-COLORS
               MOVE PALETTE-TBL (PALETTE-HIT-IDX) TO WS-AFTER-IMAGE
               MOVE "U" TO WS-JRNL-ACTION
               PERFORM HOLD-JOURNAL-ENTRY
           ELSE
               DISPLAY "PALETTE NOT ON FILE - USE A TO ADD"
           END-IF.
           ACCEPT PALETTE-NAME-IN.
           PERFORM FIND-PALETTE.
           IF WS-PALETTE-FOUND-SW = "Y"
               MOVE PALETTE-TBL (PALETTE-HIT-IDX) TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE "D" TO WS-JRNL-ACTION
               PERFORM HOLD-JOURNAL-ENTRY
               PERFORM VARYING PALETTE-IDX FROM PALETTE-HIT-IDX BY 1
                   UNTIL PALETTE-IDX >= PALETTE-COUNT
                   MOVE PALETTE-TBL (PALETTE-IDX + 1)
           END-IF.
       END-ACCEPT-ONE-COLOR.
           EXIT.

       HOLD-JOURNAL-ENTRY SECTION.
      *    HOLD ONE CHANGE'S BEFORE AND AFTER IMAGES UNTIL THE CATALOG
      *    IS REWRITTEN - AN UPDATE THAT CHANGED NOTHING IS NOT KEPT
           IF WS-BEFORE-IMAGE = WS-AFTER-IMAGE
               GO TO END-HOLD-JOURNAL-ENTRY
           END-IF.
           ADD 1 TO JRNL-COUNT.
           ACCEPT JT-DATE (JRNL-COUNT) FROM DATE YYYYMMDD.
           ACCEPT JT-TIME (JRNL-COUNT) FROM TIME.
           MOVE WS-JRNL-ACTION TO JT-ACTION (JRNL-COUNT).
           MOVE PALETTE-NAME-IN TO JT-KEY (JRNL-COUNT).
           MOVE WS-BEFORE-IMAGE TO JT-BEFORE (JRNL-COUNT).
           MOVE WS-AFTER-IMAGE TO JT-AFTER (JRNL-COUNT).
       END-HOLD-JOURNAL-ENTRY.
           EXIT.

       WRITE-CHANGE-JOURNAL SECTION.
      *    APPEND THE HELD CHANGES TO CHGJRNL.TXT ONCE PALETTES.TXT IS
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
               MOVE "PALETTES" TO CJ-FILE-NAME
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
           DISPLAY JRNL-COUNT " CATALOG CHANGES JOURNALLED FOR "
               WS-OPERATOR-ID.
       END-WRITE-CHANGE-JOURNAL.
           EXIT.
