      * history, so the front office's punctuality trend is on       *
      * record for the quarterly review, and on the RBKFMOR report.  *
      *                                                               *
      * With PARM BASIS=BUSINESS (and SITE=code) the feeds are only  *
      * expected on the site's working days, from the business-day   *
      * calendar (DD name RBKBCAL): on a weekend, holiday or         *
      * shutdown a feed that has not come is RESTDAY, not late. The  *
      * report heading states the basis used.                        *
      *                                                              *
      * Return codes: 0 all arrived or not yet due, 4 at least one   *
      * feed late or missing.                                        *
      *****************************************************************
       01 WS-HH               PIC 9(2) VALUE 0.
       01 WS-MM               PIC 9(2) VALUE 0.

      * One probe's findings: ARRIVED, EMPTY, NOHEADER, MISSING, a
      * not-yet-due WAITING, or RESTDAY for one not owed today.
       01 WS-FEED-STATE       PIC X(10) VALUE SPACES.
       01 WS-FEED-ID          PIC X(16) VALUE SPACES.
       01 WS-PROBE-TITLE      PIC X(80) VALUE SPACES.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * Expectation basis, from PARM 'BASIS=BUSINESS' and
      * 'SITE=code'. WS-REST-DAY is 1 when today is not one of the
      * site's working days.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-BASIS-ARG        PIC X(8) VALUE SPACES.
       01 WS-BASIS            PIC X VALUE 'C'.
           88 WS-BASIS-CALENDAR VALUE 'C'.
           88 WS-BASIS-BUSINESS VALUE 'B'.
       01 WS-REST-DAY         PIC 9 VALUE 0.

       COPY BAQHBDAY.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
          03 PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING PARM-BUFFER.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
           MOVE WS-NOW-TIME (3:2) TO WS-MM.
           COMPUTE WS-NOW-MINS = WS-HH * 60 + WS-MM.

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
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

      * On the business basis, is today one the feeds are due?
           IF WS-BASIS-BUSINESS THEN
              CALL 'BAQHBCLD' USING BAQHBDAY-AREA
              MOVE 'W' TO BAQHBDAY-FUNCTION
              MOVE WS-TODAY TO BAQHBDAY-DATE-1
              CALL 'BAQHBDAY' USING BAQHBDAY-AREA
              IF BAQHBDAY-RC = 0 AND BAQHBDAY-WORKING = 'N' THEN
                 MOVE 1 TO WS-REST-DAY
              END-IF
           END-IF.

           OPEN OUTPUT RBKFMOR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
              WS-NOW-TIME (1:2) ':' WS-NOW-TIME (3:2)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKFMOR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-BASIS-BUSINESS THEN
              STRING 'FEEDS EXPECTED ON BUSINESS DAYS, SITE '
                 BAQHBDAY-SITE ' CALENDAR'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              IF WS-REST-DAY = 1 THEN
                 MOVE '- TODAY IS NOT A WORKING DAY'
                    TO WS-RPT-LINE (57:28)
              END-IF
           ELSE
              MOVE 'FEEDS EXPECTED EVERY CALENDAR DAY' TO WS-RPT-LINE
           END-IF.
           WRITE RBKFMOR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKFMOR-RECORD FROM WS-RPT-LINE.

                    MOVE 'WAITING' TO WS-FEED-STATE
                 END-IF
              END-IF
      * Nothing is owed on a day the site does not work.
              IF WS-REST-DAY = 1 THEN
                 MOVE 'RESTDAY' TO WS-FEED-STATE
              END-IF
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           END-READ.

           MOVE BAQHCRIN-TITLE TO WS-PROBE-TITLE.
           MOVE 'RBKCRIN' TO BAQHLINW-DD.
           CLOSE RBKCRIN-FILE.
           PERFORM XC-JUDGE-HEADER.

           END-READ.

           MOVE BAQHPRIN-TITLE TO WS-PROBE-TITLE.
           MOVE 'RBKPRIN' TO BAQHLINW-DD.
           CLOSE RBKPRIN-FILE.
           PERFORM XC-JUDGE-HEADER.

           END-READ.

           MOVE BAQHNRIN-TITLE TO WS-PROBE-TITLE.
           MOVE 'RBKNRIN' TO BAQHLINW-DD.
           CLOSE RBKNRIN-FILE.
           PERFORM XC-JUDGE-HEADER.

      *
      * The first record must be the '*HDR' control record; its feed
      * identifier (title positions 21-36, the processed-feed
      * registry's convention) is noted for the history, and the
      * header goes to the lineage ledger as a header-only read of
      * the DD the probe has named in BAQHLINW-DD.
      *----------------------------------------------------------------*
       XC-JUDGE-HEADER SECTION.
       XC-010.
           IF WS-PROBE-TITLE (1:4) = '*HDR' THEN
              MOVE 'ARRIVED' TO WS-FEED-STATE
              MOVE WS-PROBE-TITLE (21:16) TO WS-FEED-ID
              MOVE 'BAQHFMON' TO BAQHLINW-PROGRAM
              MOVE 'H' TO BAQHLINW-DIRECTION
              MOVE 'F' TO BAQHLINW-FRAME
              MOVE WS-PROBE-TITLE TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           ELSE
              MOVE 'NOHEADER' TO WS-FEED-STATE
           END-IF.
