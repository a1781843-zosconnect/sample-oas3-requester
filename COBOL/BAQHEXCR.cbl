      *   - a breakdown of PENDING entries by operation and HTTP      *
      *     status,                                                   *
      *   - an ESCALATE line for every entry older than the ESCDAYS=  *
      *     threshold (default 14), carrying the publication catalog  *
      *     and the API's message text so the reason for the failure  *
      *     travels with it,                                          *
      *   - resubmitted-versus-still-pending totals,                  *
      * so whether the backlog is being worked or quietly rotting is  *
      * one glance at DD name RBKEXRP.                                *
      *                                                               *
      * Ages are calendar days unless the PARM says BASIS=BUSINESS,   *
      * when they are working days on the business-day calendar (DD   *
      * name RBKBCAL) for the site named by SITE=code - a Friday      *
      * failure is then not a three-day-old one on Monday. The report *
      * heading states the basis used.                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHEXCR.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * Age basis, from PARM 'BASIS=BUSINESS' and 'SITE=code'.
       01 WS-BASIS-ARG        PIC X(8) VALUE SPACES.
       01 WS-BASIS            PIC X VALUE 'C'.
           88 WS-BASIS-CALENDAR VALUE 'C'.
           88 WS-BASIS-BUSINESS VALUE 'B'.
       01 WS-BASIS-TEXT       PIC X(14) VALUE 'CALENDAR DAYS'.

       COPY BAQHBDAY.

      * Age arithmetic.
       01 WS-TODAY-INT        PIC 9(8) VALUE 0.
       01 WS-ENTRY-INT        PIC 9(8) VALUE 0.
       01 WS-ENTRY-AGE        PIC S9(5) VALUE 0.
      * The catalog an exception belongs to, blank read as REDBOOK.
       01 WS-REC-CATALOG      PIC X(8) VALUE SPACES.

      * Aging buckets for PENDING entries.
       01 WS-AGE-TODAY-CNT    PIC 9(7) COMP VALUE 0.
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

           OPEN INPUT RBKEXCP-FILE.
           OPEN OUTPUT RBKEXRP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXCEPTION-QUEUE AGING REPORT - RUN ' WS-RUN-DATE
              '  ESCALATION AT ' WS-ESC-DAYS ' ' WS-BASIS-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRP-RECORD FROM WS-RPT-LINE.

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
           WRITE RBKEXRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEXRP-RECORD FROM WS-RPT-LINE.

              FUNCTION NUMVAL(BAQHEXCP-DATE)).
           COMPUTE WS-ENTRY-AGE = WS-TODAY-INT - WS-ENTRY-INT.

           IF WS-BASIS-BUSINESS AND BAQHEXCP-DATE IS NUMERIC THEN
              MOVE 'C' TO BAQHBDAY-FUNCTION
              MOVE BAQHEXCP-DATE TO BAQHBDAY-DATE-1
              MOVE WS-RUN-DATE TO BAQHBDAY-DATE-2
              CALL 'BAQHBDAY' USING BAQHBDAY-AREA
              IF BAQHBDAY-RC = 0 THEN
                 MOVE BAQHBDAY-DAYS TO WS-ENTRY-AGE
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-ENTRY-AGE < 1
                 ADD 1 TO WS-AGE-TODAY-CNT

           IF WS-ENTRY-AGE > WS-ESC-DAYS THEN
              ADD 1 TO WS-ESCALATE-CNT
              MOVE BAQHEXCP-CATALOG TO WS-REC-CATALOG
              IF WS-REC-CATALOG = SPACES THEN
                 MOVE 'REDBOOK' TO WS-REC-CATALOG
              END-IF
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ESCALATE ' BAQHEXCP-DATE ' '
                 BAQHEXCP-OPERATION ' '
                 WS-REC-CATALOG ' '
                 BAQHEXCP-TITLE (1:60) ' '
                 BAQHEXCP-MESSAGE (1:39)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKEXRP-RECORD FROM WS-RPT-LINE
           END-IF.
