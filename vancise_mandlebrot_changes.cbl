      *    This program works the shared master file change journal
      *    (CHGJRNL.TXT) that VANCISE-MANDLEBROT's region catalog
      *    maintenance, MANDLE-PALETTE and MANDLE-PROFILE append to -
      *    a before and an after record image for every add, update
      *    and delete made to REGIONS.TXT, PALETTES.TXT and
      *    PARAMS.TXT, stamped with the signed-on operator. In list
      *    mode it prints the journal for a range of dates, grouped
      *    by master file and then by operator (CHGRPT.TXT), with
      *    every record numbered by its place in the journal. In
      *    restore mode a signed-on operator names one of those
      *    journal entries and the master record under its key is put
      *    back to that image - a blank image (the before-image of an
      *    add, the after-image of a delete) takes the record off the
      *    file - and the restore itself is journalled like any other
      *    change
      *
      *    To compile, you can use GNU COBOL or Microfocus COBOL
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDLE-CHANGES.
           AUTHOR. Nick VanCise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.
           SELECT CHANGE-SORT-FILE ASSIGN TO "CHGSORT".
      *    THE MASTER FILE BEING RESTORED - REGIONS.TXT, PARAMS.TXT
      *    OR PALETTES.TXT, WHICHEVER THE JOURNAL ENTRY NAMES
           SELECT MASTER-FILE ASSIGN TO DYNAMIC MASTER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-RECORD.
      *        SAME LAYOUT VANCISE-MANDLEBROT'S REGION MAINTENANCE
      *        WRITES - A BEFORE ("B") AND AFTER ("A") IMAGE PER
      *        CHANGE, ACTION A/U/D FOR ADD/UPDATE/DELETE AND R FOR A
      *        RESTORE MADE HERE
               03 CJ-DATE PIC 9(8).
               03 CJ-TIME PIC 9(8).
               03 CJ-OPERATOR PIC X(8).
               03 CJ-FILE-NAME PIC X(8).
               03 CJ-ACTION PIC X.
               03 CJ-IMAGE-TYPE PIC X.
               03 CJ-KEY PIC X(16).
               03 CJ-IMAGE PIC X(128).

       FD  CHANGE-REPORT-FILE.
           01 CHANGE-REPORT-RECORD PIC X(132).

       SD  CHANGE-SORT-FILE.
           01 CHANGE-SORT-RECORD.
      *        ONE SELECTED JOURNAL RECORD WITH ITS PLACE IN THE
      *        JOURNAL - SORTED BY FILE, OPERATOR AND THEN TIME, THE
      *        ENTRY NUMBER KEEPING EACH BEFORE/AFTER PAIR IN ORDER
               03 SR-FILE-NAME PIC X(8).
               03 SR-OPERATOR PIC X(8).
               03 SR-DATE PIC 9(8).
               03 SR-TIME PIC 9(8).
               03 SR-ENTRY-NO PIC 9(6).
               03 SR-ACTION PIC X.
               03 SR-IMAGE-TYPE PIC X.
               03 SR-KEY PIC X(16).
               03 SR-IMAGE PIC X(128).

       FD  MASTER-FILE.
           01 MASTER-RECORD PIC X(128).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS-VARS.
      *        FILE STATUS FIELDS
               03 WS-CHGJRNL-STATUS PIC XX VALUE SPACES.
               03 WS-CHGRPT-STATUS PIC XX VALUE SPACES.
               03 WS-MASTER-STATUS PIC XX VALUE SPACES.

           01 SELECTION-VARS.
      *        KEYED MODE AND REPORT SELECTION - A BLANK REPLY LEAVES
      *        THAT SELECTION OPEN
               03 WS-CHANGE-MODE PIC X VALUE SPACE.
               03 WS-DATE-IN PIC X(8) VALUE SPACES.
               03 WS-START-DATE PIC 9(8) VALUE 0.
               03 WS-END-DATE PIC 9(8) VALUE 99999999.
               03 WS-SEL-FILE PIC X(8) VALUE SPACES.
               03 WS-SEL-OPERATOR PIC X(8) VALUE SPACES.

           01 SCAN-VARS.
      *        JOURNAL SCAN FIELDS
               03 WS-JRNL-EOF-SW PIC X VALUE "N".
               03 WS-SORT-EOF-SW PIC X VALUE "N".
               03 WS-ENTRY-NO PIC 9(6) VALUE 0.
               03 WS-SELECTED-COUNT PIC 9(6) VALUE 0.

           01 BREAK-VARS.
      *        CONTROL-BREAK FIELDS FOR THE PRINTED REPORT
               03 WS-PREV-FILE PIC X(8) VALUE SPACES.
               03 WS-PREV-OPERATOR PIC X(8) VALUE SPACES.
               03 WS-FIRST-SW PIC X VALUE "Y".
               03 WS-OPER-CHANGES PIC 9(6) VALUE 0.
               03 WS-FILE-CHANGES PIC 9(6) VALUE 0.
               03 WS-TOTAL-CHANGES PIC 9(6) VALUE 0.

           01 REPORT-VARS.
      *        EDITED AND LOOKED-UP FIELDS FOR THE PRINTED LINES
               03 WS-DATE-X PIC X(8) VALUE SPACES.
               03 WS-TIME-X PIC X(8) VALUE SPACES.
               03 WS-STAMP-TEXT PIC X(19) VALUE SPACES.
               03 WS-ACTION-TEXT PIC X(7) VALUE SPACES.
               03 WS-IMAGE-TEXT PIC X(6) VALUE SPACES.
               03 WS-COUNT-ED PIC ZZZZZ9 VALUE 0.

           01 RESTORE-VARS.
      *        RESTORE FIELDS - THE CHOSEN JOURNAL ENTRY, THE MASTER
      *        FILE IT BELONGS TO, THAT FILE'S KEY LENGTH AND THE
      *        ENTRY LIMIT OF THE PROGRAM THAT MAINTAINS IT
               03 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
               03 WS-ENTRY-IN PIC X(6) VALUE SPACES.
               03 WS-ENTRY-SHIFT PIC X(5) VALUE SPACES.
               03 WS-TARGET-ENTRY PIC 9(6) VALUE 0.
               03 WS-TARGET-FOUND-SW PIC X VALUE "N".
               03 WS-TARGET-FILE PIC X(8) VALUE SPACES.
               03 WS-TARGET-KEY PIC X(16) VALUE SPACES.
               03 WS-TARGET-IMAGE PIC X(128) VALUE SPACES.
               03 WS-CURRENT-IMAGE PIC X(128) VALUE SPACES.
               03 MASTER-FILE-NAME PIC X(20) VALUE SPACES.
               03 WS-KEY-LEN PIC 99 VALUE 0.
               03 WS-FILE-LIMIT PIC 999 VALUE 0.
               03 WS-CONFIRM-SW PIC X VALUE "N".
               03 WS-RESTORE-ACTION PIC X(30) VALUE SPACES.

           01 MASTER-TABLE-VARS.
      *        THE WHOLE MASTER FILE IN CORE FOR A WHOLESALE REWRITE,
      *        THE SAME WAY ITS OWN MAINTENANCE PROGRAM HOLDS IT
               03 WS-MASTER-EOF-SW PIC X VALUE "N".
               03 MASTER-COUNT PIC 999 VALUE 0.
               03 MASTER-IDX PIC 999 VALUE 0.
               03 MASTER-HIT-IDX PIC 999 VALUE 0.
               03 MASTER-TBL OCCURS 200 TIMES.
                   05 MT-RECORD PIC X(128).

       PROCEDURE DIVISION.
      *    MAIN LOGIC
       START-CHANGES.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "CHANGE JOURNAL - L=LIST REPORT, R=RESTORE A "
               "RECORD: ".
           ACCEPT WS-CHANGE-MODE.
           IF WS-CHANGE-MODE = "R" OR WS-CHANGE-MODE = "r"
               PERFORM RESTORE-ONE-RECORD
           ELSE
               PERFORM LIST-CHANGE-JOURNAL
           END-IF.
       END-CHANGES.
           STOP RUN.

       LIST-CHANGE-JOURNAL SECTION.
      *    KEY THE SELECTION, THEN SORT THE SELECTED JOURNAL RECORDS
      *    BY FILE AND OPERATOR STRAIGHT INTO THE PRINTED REPORT
           PERFORM ACCEPT-SELECTION.
           IF RETURN-CODE = 12
               GO TO END-LIST-CHANGE-JOURNAL
           END-IF.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF WS-CHGJRNL-STATUS NOT = "00"
               DISPLAY "NO CHGJRNL.TXT FOUND - NOTHING TO REPORT"
               MOVE 12 TO RETURN-CODE
               GO TO END-LIST-CHANGE-JOURNAL
           END-IF.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           IF WS-CHGRPT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CHGRPT.TXT - RUN ABANDONED"
               CLOSE CHANGE-JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               GO TO END-LIST-CHANGE-JOURNAL
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           SORT CHANGE-SORT-FILE
               ON ASCENDING KEY SR-FILE-NAME SR-OPERATOR
                   SR-DATE SR-TIME SR-ENTRY-NO
               INPUT PROCEDURE IS RELEASE-JOURNAL-ENTRIES
               OUTPUT PROCEDURE IS PRINT-CHANGE-REPORT.
           CLOSE CHANGE-JOURNAL-FILE.
           CLOSE CHANGE-REPORT-FILE.
           DISPLAY " ".
           DISPLAY "REPORT WRITTEN TO CHGRPT.TXT (" WS-TOTAL-CHANGES
               " CHANGES LISTED)".
       END-LIST-CHANGE-JOURNAL.
           EXIT.

       ACCEPT-SELECTION SECTION.
      *    BOTH DATES ARE INCLUSIVE - ANYTHING KEYED THAT IS NOT A
      *    DATE REFUSES THE RUN RATHER THAN GUESSING
           DISPLAY "ENTER FIRST CHANGE DATE YYYYMMDD (BLANK FOR "
               "EARLIEST): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN NOT = SPACES
               IF WS-DATE-IN NUMERIC
                   MOVE WS-DATE-IN TO WS-START-DATE
               ELSE
                   DISPLAY "INVALID DATE " WS-DATE-IN
                       " - RUN ABANDONED"
                   MOVE 12 TO RETURN-CODE
                   GO TO END-ACCEPT-SELECTION
               END-IF
           END-IF.
           DISPLAY "ENTER LAST CHANGE DATE YYYYMMDD (BLANK FOR "
               "LATEST): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN NOT = SPACES
               IF WS-DATE-IN NUMERIC
                   MOVE WS-DATE-IN TO WS-END-DATE
               ELSE
                   DISPLAY "INVALID DATE " WS-DATE-IN
                       " - RUN ABANDONED"
                   MOVE 12 TO RETURN-CODE
                   GO TO END-ACCEPT-SELECTION
               END-IF
           END-IF.
           IF WS-END-DATE < WS-START-DATE
               DISPLAY "LAST DATE IS BEFORE FIRST DATE - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               GO TO END-ACCEPT-SELECTION
           END-IF.
           DISPLAY "MASTER FILE - REGIONS, PARAMS OR PALETTES (BLANK "
               "FOR ALL): ".
           ACCEPT WS-SEL-FILE.
           IF WS-SEL-FILE NOT = SPACES
               AND WS-SEL-FILE NOT = "REGIONS"
               AND WS-SEL-FILE NOT = "PARAMS"
               AND WS-SEL-FILE NOT = "PALETTES"
               DISPLAY "UNKNOWN MASTER FILE " WS-SEL-FILE
                   " - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               GO TO END-ACCEPT-SELECTION
           END-IF.
           DISPLAY "OPERATOR ID (BLANK FOR ALL): ".
           ACCEPT WS-SEL-OPERATOR.
       END-ACCEPT-SELECTION.
           EXIT.

       WRITE-REPORT-LINE SECTION.
      *    EACH LINE GOES TO THE REPORT AND THE OPERATOR CONSOLE BOTH
           WRITE CHANGE-REPORT-RECORD.
           DISPLAY CHANGE-REPORT-RECORD (1:100).
           MOVE SPACES TO CHANGE-REPORT-RECORD.
       END-WRITE-REPORT-LINE.
           EXIT.

       WRITE-REPORT-HEADING SECTION.
      *    TITLE AND THE SELECTION THE REPORT WAS RUN FOR
           MOVE "MANDLEBROT MASTER FILE CHANGE REPORT"
               TO CHANGE-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING "DATES " WS-START-DATE " TO " WS-END-DATE
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
           IF WS-SEL-FILE NOT = SPACES
               MOVE "FILE" TO CHANGE-REPORT-RECORD (30:4)
               MOVE WS-SEL-FILE TO CHANGE-REPORT-RECORD (35:8)
           END-IF.
           IF WS-SEL-OPERATOR NOT = SPACES
               MOVE "OPERATOR" TO CHANGE-REPORT-RECORD (45:8)
               MOVE WS-SEL-OPERATOR TO CHANGE-REPORT-RECORD (54:8)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
       END-WRITE-REPORT-HEADING.
           EXIT.

       RELEASE-JOURNAL-ENTRIES SECTION.
      *    FEED THE SORT EVERY JOURNAL RECORD INSIDE THE SELECTION,
      *    NUMBERED BY ITS PLACE IN THE JOURNAL SO A RESTORE CAN
      *    NAME IT
           MOVE 0 TO WS-ENTRY-NO.
           MOVE "N" TO WS-JRNL-EOF-SW.
           PERFORM UNTIL WS-JRNL-EOF-SW = "Y"
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-JRNL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ENTRY-NO
                       IF CJ-DATE NUMERIC
                           AND CJ-DATE >= WS-START-DATE
                           AND CJ-DATE <= WS-END-DATE
                           AND (WS-SEL-FILE = SPACES
                               OR CJ-FILE-NAME = WS-SEL-FILE)
                           AND (WS-SEL-OPERATOR = SPACES
                               OR CJ-OPERATOR = WS-SEL-OPERATOR)
                           MOVE CJ-FILE-NAME TO SR-FILE-NAME
                           MOVE CJ-OPERATOR TO SR-OPERATOR
                           MOVE CJ-DATE TO SR-DATE
                           MOVE CJ-TIME TO SR-TIME
                           MOVE WS-ENTRY-NO TO SR-ENTRY-NO
                           MOVE CJ-ACTION TO SR-ACTION
                           MOVE CJ-IMAGE-TYPE TO SR-IMAGE-TYPE
                           MOVE CJ-KEY TO SR-KEY
                           MOVE CJ-IMAGE TO SR-IMAGE
                           RELEASE CHANGE-SORT-RECORD
                           ADD 1 TO WS-SELECTED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       END-RELEASE-JOURNAL-ENTRIES.
           EXIT.

       PRINT-CHANGE-REPORT SECTION.
      *    ONE LINE PER JOURNAL RECORD WITH ITS IMAGE BENEATH IT - A
      *    NEW MASTER FILE OR OPERATOR STARTS A NEW GROUP, AND EACH
      *    GROUP CLOSES WITH ITS COUNT OF CHANGES (BEFORE/AFTER PAIRS)
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM UNTIL WS-SORT-EOF-SW = "Y"
               RETURN CHANGE-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SW
                   NOT AT END
                       PERFORM PRINT-ONE-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-SW = "Y"
               MOVE "NO JOURNALLED CHANGES IN THE SELECTION"
                   TO CHANGE-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-OPERATOR-TOTAL
               PERFORM WRITE-FILE-TOTAL
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-CHANGES TO WS-COUNT-ED.
           STRING "TOTAL CHANGES LISTED: " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
       END-PRINT-CHANGE-REPORT.
           EXIT.

       PRINT-ONE-ENTRY SECTION.
      *    CONTROL BREAKS FIRST, THEN THE ENTRY ITSELF
           IF WS-FIRST-SW = "N"
               AND (SR-FILE-NAME NOT = WS-PREV-FILE
                   OR SR-OPERATOR NOT = WS-PREV-OPERATOR)
               PERFORM WRITE-OPERATOR-TOTAL
           END-IF.
           IF WS-FIRST-SW = "N"
               AND SR-FILE-NAME NOT = WS-PREV-FILE
               PERFORM WRITE-FILE-TOTAL
           END-IF.
           IF WS-FIRST-SW = "Y" OR SR-FILE-NAME NOT = WS-PREV-FILE
               STRING "MASTER FILE " SR-FILE-NAME
                   DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE SR-FILE-NAME TO WS-PREV-FILE
               MOVE SPACES TO WS-PREV-OPERATOR
           END-IF.
           IF WS-FIRST-SW = "Y" OR SR-OPERATOR NOT = WS-PREV-OPERATOR
               STRING "  OPERATOR " SR-OPERATOR
                   DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE SR-OPERATOR TO WS-PREV-OPERATOR
           END-IF.
           MOVE "N" TO WS-FIRST-SW.
           MOVE SR-DATE TO WS-DATE-X.
           MOVE SR-TIME TO WS-TIME-X.
           MOVE SPACES TO WS-STAMP-TEXT.
           STRING WS-DATE-X (1:4) "-" WS-DATE-X (5:2) "-"
               WS-DATE-X (7:2) " " WS-TIME-X (1:2) ":"
               WS-TIME-X (3:2) ":" WS-TIME-X (5:2)
               DELIMITED BY SIZE INTO WS-STAMP-TEXT.
           EVALUATE SR-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-ACTION-TEXT
               WHEN "U"
                   MOVE "UPDATE" TO WS-ACTION-TEXT
               WHEN "D"
                   MOVE "DELETE" TO WS-ACTION-TEXT
               WHEN "R"
                   MOVE "RESTORE" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "?" TO WS-ACTION-TEXT
           END-EVALUATE.
           IF SR-IMAGE-TYPE = "B"
               MOVE "BEFORE" TO WS-IMAGE-TEXT
               ADD 1 TO WS-OPER-CHANGES WS-FILE-CHANGES
                   WS-TOTAL-CHANGES
           ELSE
               MOVE "AFTER" TO WS-IMAGE-TEXT
           END-IF.
           STRING "    ENTRY " SR-ENTRY-NO "  " WS-STAMP-TEXT "  "
               WS-ACTION-TEXT "  " WS-IMAGE-TEXT "  " SR-KEY
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF SR-IMAGE = SPACES
               MOVE "    (NO RECORD)" TO CHANGE-REPORT-RECORD
           ELSE
               MOVE SR-IMAGE TO CHANGE-REPORT-RECORD (5:128)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       END-PRINT-ONE-ENTRY.
           EXIT.

       WRITE-OPERATOR-TOTAL SECTION.
      *    CLOSE ONE OPERATOR'S GROUP
           MOVE WS-OPER-CHANGES TO WS-COUNT-ED.
           STRING "  CHANGES BY " WS-PREV-OPERATOR ": " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-OPER-CHANGES.
       END-WRITE-OPERATOR-TOTAL.
           EXIT.

       WRITE-FILE-TOTAL SECTION.
      *    CLOSE ONE MASTER FILE'S GROUP
           MOVE WS-FILE-CHANGES TO WS-COUNT-ED.
           STRING "CHANGES TO " WS-PREV-FILE ": " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-FILE-CHANGES.
       END-WRITE-FILE-TOTAL.
           EXIT.

       RESTORE-ONE-RECORD SECTION.
      *    PUT ONE MASTER RECORD BACK TO A JOURNALLED IMAGE - SIGNED
      *    ON, CONFIRMED, REWRITTEN WHOLESALE AND JOURNALLED IN TURN.
      *    ANY REFUSAL LEAVES THE MASTER FILE UNTOUCHED WITH RC 12
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - RESTORE NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GO TO END-RESTORE-ONE-RECORD
           END-IF.
           PERFORM FIND-JOURNAL-ENTRY.
           IF RETURN-CODE = 12
               GO TO END-RESTORE-ONE-RECORD
           END-IF.
           PERFORM LOAD-MASTER-TABLE.
           IF RETURN-CODE = 12
               GO TO END-RESTORE-ONE-RECORD
           END-IF.
           MOVE 0 TO MASTER-HIT-IDX.
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > MASTER-COUNT OR MASTER-HIT-IDX > 0
               IF MT-RECORD (MASTER-IDX) (1:WS-KEY-LEN)
                   = WS-TARGET-KEY (1:WS-KEY-LEN)
                   MOVE MASTER-IDX TO MASTER-HIT-IDX
               END-IF
           END-PERFORM.
           IF MASTER-HIT-IDX > 0
               MOVE MT-RECORD (MASTER-HIT-IDX) TO WS-CURRENT-IMAGE
           ELSE
               MOVE SPACES TO WS-CURRENT-IMAGE
           END-IF.
           DISPLAY "CURRENT " MASTER-FILE-NAME " RECORD FOR "
               WS-TARGET-KEY ":".
           IF WS-CURRENT-IMAGE = SPACES
               DISPLAY "    (NOT ON FILE)"
           ELSE
               DISPLAY "    " WS-CURRENT-IMAGE
           END-IF.
           DISPLAY "RESTORE TO JOURNAL ENTRY " WS-TARGET-ENTRY ":".
           IF WS-TARGET-IMAGE = SPACES
               DISPLAY "    (NO RECORD - IT WILL BE DELETED)"
           ELSE
               DISPLAY "    " WS-TARGET-IMAGE
           END-IF.
           IF WS-TARGET-IMAGE = WS-CURRENT-IMAGE
               DISPLAY "RECORD ALREADY HOLDS THAT IMAGE - NOTHING "
                   "RESTORED"
               GO TO END-RESTORE-ONE-RECORD
           END-IF.
           IF MASTER-HIT-IDX = 0 AND MASTER-COUNT >= WS-FILE-LIMIT
               DISPLAY MASTER-FILE-NAME " IS FULL - DELETE AN ENTRY "
                   "FIRST"
               MOVE 12 TO RETURN-CODE
               GO TO END-RESTORE-ONE-RECORD
           END-IF.
           DISPLAY "RESTORE THIS RECORD? (Y/N) ".
           ACCEPT WS-CONFIRM-SW.
           IF WS-CONFIRM-SW NOT = "Y" AND WS-CONFIRM-SW NOT = "y"
               DISPLAY "NOTHING RESTORED"
               GO TO END-RESTORE-ONE-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN WS-TARGET-IMAGE = SPACES
                   PERFORM VARYING MASTER-IDX FROM MASTER-HIT-IDX BY 1
                       UNTIL MASTER-IDX >= MASTER-COUNT
                       MOVE MASTER-TBL (MASTER-IDX + 1)
                           TO MASTER-TBL (MASTER-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM MASTER-COUNT
                   MOVE "RECORD DELETED" TO WS-RESTORE-ACTION
               WHEN MASTER-HIT-IDX = 0
                   ADD 1 TO MASTER-COUNT
                   MOVE WS-TARGET-IMAGE TO MT-RECORD (MASTER-COUNT)
                   MOVE "RECORD ADDED BACK" TO WS-RESTORE-ACTION
               WHEN OTHER
                   MOVE WS-TARGET-IMAGE TO MT-RECORD (MASTER-HIT-IDX)
                   MOVE "RECORD REPLACED" TO WS-RESTORE-ACTION
           END-EVALUATE.
           PERFORM SAVE-MASTER-TABLE.
           IF RETURN-CODE = 12
               GO TO END-RESTORE-ONE-RECORD
           END-IF.
           PERFORM JOURNAL-RESTORE.
           DISPLAY WS-RESTORE-ACTION " IN " MASTER-FILE-NAME
               " FOR " WS-TARGET-KEY.
       END-RESTORE-ONE-RECORD.
           EXIT.

       FIND-JOURNAL-ENTRY SECTION.
      *    READ THE JOURNAL DOWN TO THE ENTRY NUMBER THE CHANGE
      *    REPORT PRINTED AND WORK OUT WHICH MASTER FILE IT BELONGS TO
           DISPLAY "ENTER JOURNAL ENTRY NUMBER TO RESTORE FROM: ".
           MOVE SPACES TO WS-ENTRY-IN.
           ACCEPT WS-ENTRY-IN.
           IF WS-ENTRY-IN = SPACES
               DISPLAY "NO ENTRY NUMBER - RESTORE NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GO TO END-FIND-JOURNAL-ENTRY
           END-IF.
           PERFORM UNTIL WS-ENTRY-IN (6:1) NOT = SPACE
               MOVE WS-ENTRY-IN (1:5) TO WS-ENTRY-SHIFT
               MOVE SPACE TO WS-ENTRY-IN (1:1)
               MOVE WS-ENTRY-SHIFT TO WS-ENTRY-IN (2:5)
           END-PERFORM.
           INSPECT WS-ENTRY-IN REPLACING LEADING SPACES BY ZEROS.
           IF WS-ENTRY-IN NOT NUMERIC
               DISPLAY "INVALID ENTRY NUMBER - RESTORE NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GO TO END-FIND-JOURNAL-ENTRY
           END-IF.
           MOVE WS-ENTRY-IN TO WS-TARGET-ENTRY.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF WS-CHGJRNL-STATUS NOT = "00"
               DISPLAY "NO CHGJRNL.TXT FOUND - NOTHING TO RESTORE"
               MOVE 12 TO RETURN-CODE
               GO TO END-FIND-JOURNAL-ENTRY
           END-IF.
           MOVE 0 TO WS-ENTRY-NO.
           MOVE "N" TO WS-JRNL-EOF-SW.
           MOVE "N" TO WS-TARGET-FOUND-SW.
           PERFORM UNTIL WS-JRNL-EOF-SW = "Y"
               OR WS-TARGET-FOUND-SW = "Y"
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-JRNL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ENTRY-NO
                       IF WS-ENTRY-NO = WS-TARGET-ENTRY
                           MOVE "Y" TO WS-TARGET-FOUND-SW
                           MOVE CJ-FILE-NAME TO WS-TARGET-FILE
                           MOVE CJ-KEY TO WS-TARGET-KEY
                           MOVE CJ-IMAGE TO WS-TARGET-IMAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-JOURNAL-FILE.
           IF WS-TARGET-FOUND-SW = "N" OR WS-TARGET-ENTRY = 0
               DISPLAY "JOURNAL HAS NO ENTRY " WS-TARGET-ENTRY
                   " - RESTORE NOT STARTED"
               MOVE 12 TO RETURN-CODE
               GO TO END-FIND-JOURNAL-ENTRY
           END-IF.
      *    KEY LENGTH AND ENTRY LIMIT FOLLOW EACH FILE'S OWN
      *    MAINTENANCE PROGRAM, SO A RESTORE NEVER LEAVES A FILE ITS
      *    OWNER CANNOT LOAD WHOLE
           EVALUATE WS-TARGET-FILE
               WHEN "REGIONS"
                   MOVE "REGIONS.TXT" TO MASTER-FILE-NAME
                   MOVE 16 TO WS-KEY-LEN
                   MOVE 100 TO WS-FILE-LIMIT
               WHEN "PARAMS"
                   MOVE "PARAMS.TXT" TO MASTER-FILE-NAME
                   MOVE 8 TO WS-KEY-LEN
                   MOVE 200 TO WS-FILE-LIMIT
               WHEN "PALETTES"
                   MOVE "PALETTES.TXT" TO MASTER-FILE-NAME
                   MOVE 8 TO WS-KEY-LEN
                   MOVE 50 TO WS-FILE-LIMIT
               WHEN OTHER
                   DISPLAY "JOURNAL ENTRY " WS-TARGET-ENTRY
                       " NAMES NO KNOWN MASTER FILE - RESTORE NOT "
                       "STARTED"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       END-FIND-JOURNAL-ENTRY.
           EXIT.

       LOAD-MASTER-TABLE SECTION.
      *    PULL THE WHOLE MASTER FILE INTO CORE - AN ABSENT FILE IS
      *    AN EMPTY ONE, A FILE TOO BIG FOR THE TABLE IS REFUSED
           MOVE 0 TO MASTER-COUNT.
           MOVE "N" TO WS-MASTER-EOF-SW.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               GO TO END-LOAD-MASTER-TABLE
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF-SW = "Y"
               READ MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-SW
                   NOT AT END
                       IF MASTER-COUNT = 200
                           DISPLAY MASTER-FILE-NAME " HOLDS OVER 200 "
                               "RECORDS - RESTORE NOT STARTED"
                           MOVE 12 TO RETURN-CODE
                           MOVE "Y" TO WS-MASTER-EOF-SW
                       ELSE
                           ADD 1 TO MASTER-COUNT
                           MOVE MASTER-RECORD
                               TO MT-RECORD (MASTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
       END-LOAD-MASTER-TABLE.
           EXIT.

       SAVE-MASTER-TABLE SECTION.
      *    REWRITE THE MASTER FILE WHOLESALE FROM THE IN-CORE TABLE
           OPEN OUTPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " MASTER-FILE-NAME
                   " - NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               GO TO END-SAVE-MASTER-TABLE
           END-IF.
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > MASTER-COUNT
               MOVE MT-RECORD (MASTER-IDX) TO MASTER-RECORD
               WRITE MASTER-RECORD
           END-PERFORM.
           CLOSE MASTER-FILE.
       END-SAVE-MASTER-TABLE.
           EXIT.

       JOURNAL-RESTORE SECTION.
      *    THE RESTORE IS A CHANGE LIKE ANY OTHER - ITS BEFORE AND
      *    AFTER IMAGES GO ON THE END OF THE JOURNAL UNDER ACTION R
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-CHGJRNL-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CHGJRNL.TXT - RESTORE NOT "
                   "JOURNALLED"
               MOVE 4 TO RETURN-CODE
               GO TO END-JOURNAL-RESTORE
           END-IF.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           ACCEPT CJ-DATE FROM DATE YYYYMMDD.
           ACCEPT CJ-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR.
           MOVE WS-TARGET-FILE TO CJ-FILE-NAME.
           MOVE "R" TO CJ-ACTION.
           MOVE WS-TARGET-KEY TO CJ-KEY.
           MOVE "B" TO CJ-IMAGE-TYPE.
           MOVE WS-CURRENT-IMAGE TO CJ-IMAGE.
           WRITE CHANGE-JOURNAL-RECORD.
           MOVE "A" TO CJ-IMAGE-TYPE.
           MOVE WS-TARGET-IMAGE TO CJ-IMAGE.
           WRITE CHANGE-JOURNAL-RECORD.
           CLOSE CHANGE-JOURNAL-FILE.
       END-JOURNAL-RESTORE.
           EXIT.
