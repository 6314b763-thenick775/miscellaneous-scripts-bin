           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHIVE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               03 MM-ROWS PIC 9(4).
               03 MM-RUN-ID PIC X(8).

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
               03 WS-PGM-WIDTH-TXT PIC X(4) VALUE SPACES.
               03 WS-PGM-HEIGHT-ED PIC ZZZ9 VALUE 0.

           01 ARCHIVE-CATALOG-VARS.
      *        ARCHIVE CATALOG FIELDS - THE BAND PARTIALS' OWN
      *        ENTRIES SUPPLY THE RECTANGLE AND PROFILE THE MERGED
      *        FILES ARE CATALOGUED UNDER
               03 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
               03 WS-ARCHIVE-EOF-SW PIC X VALUE "N".
               03 ARCH-FILE-NAME PIC X(22) VALUE SPACES.
               03 ARCH-FILE-TYPE PIC X(8) VALUE SPACES.
               03 ARCH-ROWS PIC 9(5) VALUE 0.
               03 ARCH-X-MIN PIC S9V9(15) VALUE 0.
               03 ARCH-Y-MIN PIC S9V9(15) VALUE 0.
               03 ARCH-X-MAX PIC S9V9(15) VALUE 0.
               03 ARCH-Y-MAX PIC S9V9(15) VALUE 0.
               03 ARCH-PROFILE PIC X(8) VALUE SPACES.

           01 STATS-VARS.
      *        ROLLED-UP RECTANGLE STATISTICS FIELDS
               03 WS-IN-SET-COUNT PIC 9(6) VALUE 0.
                   CLOSE PPM-OUTPUT-FILE
               END-IF
           END-IF.
           PERFORM REGISTER-MERGED-OUTPUTS.
           PERFORM DISPLAY-MERGED-STATS.
       END-MERGE.
           STOP RUN.
       END-COPY-BAND-PPM-ROWS.
           EXIT.

       REGISTER-MERGED-OUTPUTS SECTION.
      *    CATALOG THE MERGED ARCHIVE ROWS AND IMAGES UNDER THE
      *    RECTANGLE AND PROFILE BAND 01 WAS CATALOGUED WITH
           PERFORM FIND-BAND-RECTANGLE.
           MOVE "PLOTOUT" TO ARCH-FILE-TYPE.
           MOVE WS-PLOT-ROWS-COPIED TO ARCH-ROWS.
           MOVE PLOT-FILE-NAME TO ARCH-FILE-NAME.
           PERFORM REGISTER-ARCHIVE-ENTRY.
           MOVE "IMAGE" TO ARCH-FILE-TYPE.
           MOVE WS-PGM-ROWS-COPIED TO ARCH-ROWS.
           MOVE PGM-FILE-NAME TO ARCH-FILE-NAME.
           PERFORM REGISTER-ARCHIVE-ENTRY.
           IF WS-PPM-PRESENT-SW = "Y" AND WS-PPM-STATUS = "00"
               MOVE WS-PPM-ROWS-COPIED TO ARCH-ROWS
               MOVE PPM-FILE-NAME TO ARCH-FILE-NAME
               PERFORM REGISTER-ARCHIVE-ENTRY
           END-IF.
       END-REGISTER-MERGED-OUTPUTS.
           EXIT.

       FIND-BAND-RECTANGLE SECTION.
      *    THE LATEST LIVE CATALOG ENTRY FOR BAND 01'S PLOT PARTIAL
      *    CARRIES THE SPLIT RECTANGLE - WITH NO CATALOG OR NO ENTRY
      *    THE MERGED FILES GO IN WITH A ZERO RECTANGLE
           MOVE 0 TO ARCH-X-MIN ARCH-Y-MIN ARCH-X-MAX ARCH-Y-MAX.
           MOVE SPACES TO ARCH-PROFILE.
           MOVE 1 TO WS-BAND-IDX.
           PERFORM BUILD-BAND-NAMES.
           MOVE "N" TO WS-ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-CATALOG-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               GO TO END-FIND-BAND-RECTANGLE
           END-IF.
           PERFORM UNTIL WS-ARCHIVE-EOF-SW = "Y"
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-ARCHIVE-EOF-SW
                   NOT AT END
                       IF AR-FILE-NAME = BAND-PLOT-NAME
                           AND AR-STATUS = "A"
                           MOVE AR-X-MIN TO ARCH-X-MIN
                           MOVE AR-Y-MIN TO ARCH-Y-MIN
                           MOVE AR-X-MAX TO ARCH-X-MAX
                           MOVE AR-Y-MAX TO ARCH-Y-MAX
                           MOVE AR-PROFILE TO ARCH-PROFILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CATALOG-FILE.
       END-FIND-BAND-RECTANGLE.
           EXIT.

       REGISTER-ARCHIVE-ENTRY SECTION.
      *    APPEND ONE CATALOG ENTRY FOR ARCH-FILE-NAME, SAME EXTEND
      *    IDIOM THE MAIN PROGRAM REGISTERS ITS OWN OUTPUTS WITH
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
           MOVE ARCH-X-MIN TO AR-X-MIN.
           MOVE ARCH-Y-MIN TO AR-Y-MIN.
           MOVE ARCH-X-MAX TO AR-X-MAX.
           MOVE ARCH-Y-MAX TO AR-Y-MAX.
           MOVE ARCH-PROFILE TO AR-PROFILE.
           ACCEPT AR-CREATE-DATE FROM DATE YYYYMMDD.
           ACCEPT AR-CREATE-TIME FROM TIME.
           MOVE ARCH-ROWS TO AR-ROW-COUNT.
           MOVE "N" TO AR-KEEP-SW.
           MOVE "A" TO AR-STATUS.
           MOVE 0 TO AR-PURGE-DATE.
           WRITE ARCHIVE-CATALOG-RECORD.
           CLOSE ARCHIVE-CATALOG-FILE.
       END-REGISTER-ARCHIVE-ENTRY.
           EXIT.

       DISPLAY-MERGED-STATS SECTION.
      *    SINGLE RECTANGLE SUMMARY ROLLED UP FROM THE BAND PASSES,
      *    IN THE SAME SHAPE AS THE MAIN PROGRAM'S RECTANGLE REPORT
