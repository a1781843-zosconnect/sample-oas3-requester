      *                                                              *
      * Inputs:  RBKEXTR, RBKCHGH                                    *
      * Output:  RBKSAGR                                             *
      * PARM keywords, optional:                                     *
      *   DAYS=n          chase threshold in days (default 90)       *
      *   BASIS=BUSINESS  measure ages and the threshold in working  *
      *                   days on the business-day calendar (DD name *
      *                   RBKBCAL) instead of calendar days          *
      *   SITE=code       the calendar's site for BASIS=BUSINESS     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHSAGE.

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-HIST-EOF-SW      PIC X VALUE 'N'.
           88 WS-HIST-EOF     VALUE 'Y'.

       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-DAYS-ARG         PIC X(5) VALUE SPACES.

      * Age basis, from PARM 'BASIS=BUSINESS' and 'SITE=code'.
       01 WS-BASIS-ARG        PIC X(8) VALUE SPACES.
       01 WS-BASIS            PIC X VALUE 'C'.
           88 WS-BASIS-CALENDAR VALUE 'C'.
           88 WS-BASIS-BUSINESS VALUE 'B'.
       01 WS-BASIS-TEXT       PIC X(14) VALUE 'CALENDAR DAYS'.

       COPY BAQHBDAY.

      * The newest status-establishing history date per title, from
      * the one pass over RBKCHGH.
       01 WS-ST-TABLE.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-CHASE-STARTED    PIC 9 VALUE 0.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
              END-IF
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'BASIS='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 7.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-BASIS-ARG
              IF WS-BASIS-ARG = 'BUSINESS' THEN
                 MOVE 'B' TO WS-BASIS
              END-IF
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'SITE='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO BAQHBDAY-SITE
           END-IF.

      * Business days are counted against the site's calendar,
      * loaded once here.
           IF WS-BASIS-BUSINESS THEN
              MOVE 'BUSINESS DAYS' TO WS-BASIS-TEXT
              CALL 'BAQHBCLD' USING BAQHBDAY-AREA
           END-IF.

           OPEN OUTPUT RBKSAGR-FILE.

           MOVE SPACES TO WS-RPT-LINE.

           MOVE WS-THRESHOLD-DAYS TO WS-AGE-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DRAFT CHASE THRESHOLD: ' WS-AGE-ED ' '
              WS-BASIS-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSAGR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-BASIS-BUSINESS THEN
              STRING 'AGES IN BUSINESS DAYS, SITE '
                 BAQHBDAY-SITE ' CALENDAR'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              IF BAQHBDAY-CAL-NONE THEN
                 MOVE '(NO CALENDAR - MONDAY TO FRIDAY WEEK)'
                    TO WS-RPT-LINE (51:37)
              END-IF
           ELSE
              MOVE 'AGES IN CALENDAR DAYS' TO WS-RPT-LINE
           END-IF.
           WRITE RBKSAGR-RECORD FROM WS-RPT-LINE.

      * One pass over the history notes each title's newest
      * status-establishing date.
           PERFORM BA-LOAD-STATUS-DATES.
      *----------------------------------------------------------------*
       CA-AGE-ONE-BOOK SECTION.
       CA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHSAGE' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-ENTRY-AGE = WS-TODAY-INT - WS-ENTRY-INT
              MOVE 1 TO WS-AGE-KNOWN
              IF WS-BASIS-BUSINESS THEN
                 MOVE 'C' TO BAQHBDAY-FUNCTION
                 MOVE WS-DATE-NUM TO BAQHBDAY-DATE-1
                 MOVE WS-RUN-DATE TO BAQHBDAY-DATE-2
                 CALL 'BAQHBDAY' USING BAQHBDAY-AREA
                 IF BAQHBDAY-RC = 0 THEN
                    MOVE BAQHBDAY-DAYS TO WS-ENTRY-AGE
                 END-IF
              END-IF
           END-IF.

           PERFORM CB-TALLY-PROFILE.
