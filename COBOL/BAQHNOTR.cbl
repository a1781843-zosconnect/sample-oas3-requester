      *****************************************************************
      * Copyright IBM Corp. 2026
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      *****************************************************************

      *****************************************************************
      * BAQHNOTR                                                      *
      *                                                               *
      * Weekly expired-notes report, for the operators who keep the   *
      * notes on the titles. The RBKNOTE notes (see BAQHNOTE,         *
      * maintained on the RBNT screen) are read in title order and    *
      * every note past its expiry date is listed under its title -   *
      * when it was written and by whom, its category, when it        *
      * expired and how many days ago, and its text - so it can be    *
      * removed on RBNT or given a new expiry there.                  *
      *                                                               *
      * A second section lists the notes that expire within the next  *
      * AHEAD= days, before the next run, so an author can extend one *
      * still needed. A CAUTION or EMBARGO note stops warning the     *
      * change transactions the day after it expires.                 *
      *                                                               *
      * Nothing is changed by this run.                               *
      *                                                               *
      * PARM keyword, which may be omitted:                           *
      *   AHEAD=nn        the look-ahead in days, by default 7        *
      *                                                               *
      * Inputs:  RBKNOTE                                              *
      * Outputs: RBKNOTP (listing)                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHNOTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKNOTE-FILE ASSIGN TO RBKNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHNOTE-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.

           SELECT RBKNOTP-FILE ASSIGN TO RBKNOTP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKNOTE-FILE.
       COPY BAQHNOTE.

       FD  RBKNOTP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKNOTP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NOTE-FILE-STATUS PIC X(2).

       01 WS-NOTE-EOF-SW      PIC X VALUE 'N'.
           88 WS-NOTE-EOF     VALUE 'Y'.

      * Date arithmetic, the INTEGER-OF-DATE convention the aging
      * reports share. A note is active through its expiry date.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-AHEAD-DATE       PIC X(8).
       01 WS-AHEAD-TEXT       PIC X(3) VALUE SPACES.
       01 WS-AHEAD-DAYS       PIC 9(3) VALUE 7.
       01 WS-AHEAD-ED         PIC ZZ9.
       01 WS-AGE-DAYS         PIC S9(9) COMP VALUE 0.
       01 WS-ED-AGE           PIC ZZZZ9.

      * The title whose heading line was last written.
       01 WS-LAST-TITLE       PIC X(80) VALUE SPACES.

      * Run totals.
       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-ACTIVE-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-CAUTION-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-OPEN-END-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-EXPIRED-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-EXP-TITLES-CNT   PIC 9(7) COMP VALUE 0.
       01 WS-AHEAD-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-BAD-DATE-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
          03 PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING PARM-BUFFER.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'AHEAD='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 7.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-AHEAD-TEXT
              IF WS-AHEAD-TEXT (1:1) IS NUMERIC THEN
                 COMPUTE WS-AHEAD-DAYS = FUNCTION NUMVAL(WS-AHEAD-TEXT)
              END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-AHEAD-DAYS).
           MOVE WS-DATE-NUM TO WS-AHEAD-DATE.

           OPEN INPUT RBKNOTE-FILE.
           IF WS-NOTE-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHNOTR OPEN RBKNOTE failed, file status '
                 WS-NOTE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKNOTP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXPIRED OPERATOR NOTES - ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.
           MOVE '---- NOTES PAST THEIR EXPIRY - REMOVE OR EXTEND ON RBNT
      -         ' ----' TO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    WRITTEN   AUTHOR    CATEGORY  EXPIRED   '
              ' DAYS AGO TEXT'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

      * First pass - the expired notes, each under its title.
           PERFORM BA-READ-NEXT-NOTE.
           PERFORM BB-LIST-ONE-EXPIRED UNTIL WS-NOTE-EOF.

           IF WS-EXPIRED-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKNOTP-RECORD FROM WS-RPT-LINE
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKNOTP-RECORD FROM WS-RPT-LINE
           END-IF.

      * Second pass - the notes that expire before the next run.
           MOVE WS-AHEAD-DAYS TO WS-AHEAD-ED.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.
           STRING '---- NOTES EXPIRING IN THE NEXT '
              FUNCTION TRIM(WS-AHEAD-ED) ' DAYS (BY ' WS-AHEAD-DATE
              ') ----'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

           MOVE LOW-VALUES TO BAQHNOTE-KEY.
           START RBKNOTE-FILE KEY IS NOT LESS THAN BAQHNOTE-KEY.
           IF WS-NOTE-FILE-STATUS = '00' THEN
              MOVE 'N' TO WS-NOTE-EOF-SW
              MOVE SPACES TO WS-LAST-TITLE
              PERFORM BA-READ-NEXT-NOTE
              PERFORM CA-LIST-ONE-EXPIRING UNTIL WS-NOTE-EOF
           END-IF.

           IF WS-AHEAD-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKNOTP-RECORD FROM WS-RPT-LINE
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKNOTP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NOTES READ:                 ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

           MOVE WS-ACTIVE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ACTIVE:                   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

           MOVE WS-CAUTION-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    CAUTION OR EMBARGO:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

           MOVE WS-OPEN-END-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    WITH NO EXPIRY:         ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

           MOVE WS-EXPIRED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  EXPIRED:                  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

           IF WS-BAD-DATE-CNT > 0 THEN
              MOVE WS-BAD-DATE-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '  EXPIRY NOT A DATE:        ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKNOTP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE WS-EXP-TITLES-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TITLES WITH EXPIRED NOTES:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

           MOVE WS-AHEAD-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXPIRING BEFORE NEXT RUN:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

       A-999.
           CLOSE RBKNOTE-FILE.
           CLOSE RBKNOTP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-READ-NEXT-NOTE
      *----------------------------------------------------------------*
       BA-READ-NEXT-NOTE SECTION.
       BA-010.
           READ RBKNOTE-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-NOTE-EOF-SW
           END-READ.

           IF WS-NOTE-FILE-STATUS NOT = '00' AND
              WS-NOTE-FILE-STATUS NOT = '10' THEN
              DISPLAY 'BAQHNOTR READ RBKNOTE failed, file status '
                 WS-NOTE-FILE-STATUS
              MOVE 'Y' TO WS-NOTE-EOF-SW
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-LIST-ONE-EXPIRED
      *
      * Counts the note in the record area into the run's totals and
      * lists it when it is past its expiry, under a heading line for
      * its title the first time the title is met, then reads the
      * next. An expiry that is not a date is counted and listed as
      * expired, so it gets put right.
      *----------------------------------------------------------------*
       BB-LIST-ONE-EXPIRED SECTION.
       BB-010.
           ADD 1 TO WS-READ-CNT.

           IF BAQHNOTE-EXPIRES = SPACES THEN
              ADD 1 TO WS-ACTIVE-CNT
              ADD 1 TO WS-OPEN-END-CNT
              IF BAQHNOTE-CAUTION THEN
                 ADD 1 TO WS-CAUTION-CNT
              END-IF
              GO TO BB-020
           END-IF.

           PERFORM BC-AGE-EXPIRY.

           IF BAQHNOTE-EXPIRES NOT < WS-RUN-DATE AND
              WS-AGE-DAYS NOT < 0 THEN
              ADD 1 TO WS-ACTIVE-CNT
              IF BAQHNOTE-CAUTION THEN
                 ADD 1 TO WS-CAUTION-CNT
              END-IF
              GO TO BB-020
           END-IF.

           ADD 1 TO WS-EXPIRED-CNT.

           IF BAQHNOTE-TITLE NOT = WS-LAST-TITLE THEN
              MOVE BAQHNOTE-TITLE TO WS-LAST-TITLE
              ADD 1 TO WS-EXP-TITLES-CNT
              PERFORM BD-WRITE-TITLE-HEADING
           END-IF.

           IF WS-AGE-DAYS < 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '    ' BAQHNOTE-DATE '  ' BAQHNOTE-AUTHOR '  '
                 BAQHNOTE-CATEGORY '  ' BAQHNOTE-EXPIRES
                 '  NOT A DATE' BAQHNOTE-TEXT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              MOVE WS-AGE-DAYS TO WS-ED-AGE
              MOVE SPACES TO WS-RPT-LINE
              STRING '    ' BAQHNOTE-DATE '  ' BAQHNOTE-AUTHOR '  '
                 BAQHNOTE-CATEGORY '  ' BAQHNOTE-EXPIRES
                 '     ' WS-ED-AGE '  ' BAQHNOTE-TEXT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

       BB-020.
           PERFORM BA-READ-NEXT-NOTE.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-AGE-EXPIRY
      *
      * Days since the note in the record area expired, into
      * WS-AGE-DAYS - 0 for one expiring today or later, and -1 for
      * an expiry that is not a date.
      *----------------------------------------------------------------*
       BC-AGE-EXPIRY SECTION.
       BC-010.
           MOVE -1 TO WS-AGE-DAYS.
           IF BAQHNOTE-EXPIRES IS NOT NUMERIC THEN
              ADD 1 TO WS-BAD-DATE-CNT
              GO TO BC-999
           END-IF.

           MOVE BAQHNOTE-EXPIRES TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
              ADD 1 TO WS-BAD-DATE-CNT
              GO TO BC-999
           END-IF.

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-AGE-DAYS < 0 THEN
              MOVE 0 TO WS-AGE-DAYS
           END-IF.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BD-WRITE-TITLE-HEADING
      *----------------------------------------------------------------*
       BD-WRITE-TITLE-HEADING SECTION.
       BD-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.
           MOVE BAQHNOTE-TITLE TO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

       BD-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-LIST-ONE-EXPIRING
      *
      * Lists the note in the record area when it expires between
      * today and WS-AHEAD-DATE, under a heading line for its title
      * the first time the title is met, and reads the next.
      *----------------------------------------------------------------*
       CA-LIST-ONE-EXPIRING SECTION.
       CA-010.
           IF BAQHNOTE-EXPIRES = SPACES OR
              BAQHNOTE-EXPIRES IS NOT NUMERIC OR
              BAQHNOTE-EXPIRES < WS-RUN-DATE OR
              BAQHNOTE-EXPIRES > WS-AHEAD-DATE THEN
              GO TO CA-020
           END-IF.

           ADD 1 TO WS-AHEAD-CNT.

           IF BAQHNOTE-TITLE NOT = WS-LAST-TITLE THEN
              MOVE BAQHNOTE-TITLE TO WS-LAST-TITLE
              PERFORM BD-WRITE-TITLE-HEADING
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '    ' BAQHNOTE-DATE '  ' BAQHNOTE-AUTHOR '  '
              BAQHNOTE-CATEGORY '  ' BAQHNOTE-EXPIRES
              '            ' BAQHNOTE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNOTP-RECORD FROM WS-RPT-LINE.

       CA-020.
           PERFORM BA-READ-NEXT-NOTE.

       CA-999.
           EXIT.
