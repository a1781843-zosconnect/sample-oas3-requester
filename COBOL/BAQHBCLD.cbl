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
      * BAQHBCLD                                                      *
      *                                                               *
      * Business-day calendar load, for the batch programs. Reads the *
      * calendar (DD name RBKBCAL, see BAQHBCAL) into the caller's    *
      * business-day request area once per run, keeping the entries   *
      * for the site named in the area and the '*ALL' ones, so every  *
      * later call to BAQHBDAY counts against them. A run without the *
      * DD - or with none of its entries - is measured on the week    *
      * pattern alone, and says so.                                   *
      *                                                               *
      * Called with: business-day request area (COPY BAQHBDAY),       *
      * SITE set. RC in the area 0, or 4 when there is no calendar    *
      * or it overflowed the area's table.                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHBCLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FILE STATUS lets a site without the calendar run on the week
      * pattern instead of abending.
           SELECT RBKBCAL-FILE ASSIGN TO RBKBCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKBCAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHBCAL.

       WORKING-STORAGE SECTION.

       01 WS-BCAL-FILE-STATUS PIC X(2).
       01 WS-BCAL-EOF-SW      PIC X VALUE 'N'.
           88 WS-BCAL-EOF     VALUE 'Y'.

      * 1 once the site's own week pattern is loaded, which an
      * '*ALL' pattern read after it must not replace.
       01 WS-OWN-PATTERN      PIC 9 VALUE 0.
       01 WS-OWN-ENTRY        PIC 9 VALUE 0.
       01 WS-OVER-CNT         PIC 9(5) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZZ9.
       01 WS-SITE-SHOWN       PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       COPY BAQHBDAY.

       PROCEDURE DIVISION USING BAQHBDAY-AREA.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE 0 TO BAQHBDAY-RC.
           MOVE 0 TO BAQHBDAY-CAL-CNT.
           MOVE 'YYYYYNN' TO BAQHBDAY-WEEKDAYS.
           MOVE 0 TO WS-OWN-PATTERN.
           MOVE 0 TO WS-OVER-CNT.
           MOVE 'N' TO WS-BCAL-EOF-SW.

           IF BAQHBDAY-SITE = SPACES THEN
              MOVE '*ALL' TO WS-SITE-SHOWN
           ELSE
              MOVE BAQHBDAY-SITE TO WS-SITE-SHOWN
           END-IF.

           OPEN INPUT RBKBCAL-FILE.
           IF WS-BCAL-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHBCLD RBKBCAL not available, file status '
                 WS-BCAL-FILE-STATUS ' - business days are counted'
                 ' on a Monday to Friday week, with no holidays.'
              MOVE 'N' TO BAQHBDAY-CAL-STATE
              MOVE 4 TO BAQHBDAY-RC
              GO TO A-999
           END-IF.

           READ RBKBCAL-FILE
               AT END
                  MOVE 'Y' TO WS-BCAL-EOF-SW
           END-READ.

           PERFORM BA-LOAD-ONE-ENTRY UNTIL WS-BCAL-EOF.

           CLOSE RBKBCAL-FILE.

           MOVE 'L' TO BAQHBDAY-CAL-STATE.
           MOVE BAQHBDAY-CAL-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHBCLD ' WS-CNT-ED ' calendar entries loaded'
              ' for site ' WS-SITE-SHOWN ', week pattern '
              BAQHBDAY-WEEKDAYS ' (Monday first).'.

           IF WS-OVER-CNT > 0 THEN
              MOVE WS-OVER-CNT TO WS-CNT-ED
              DISPLAY 'BAQHBCLD ' WS-CNT-ED ' further entries'
                 ' ignored - the calendar table is full.'
              MOVE 4 TO BAQHBDAY-RC
           END-IF.

       A-999.
           GOBACK.

      *----------------------------------------------------------------*
      * BA-LOAD-ONE-ENTRY
      *
      * Keeps the calendar record in the buffer if it is the site's
      * or everyone's, then reads the next.
      *----------------------------------------------------------------*
       BA-LOAD-ONE-ENTRY SECTION.
       BA-010.
           IF BAQHBDAY-SITE NOT = SPACES AND
              BAQHBCAL-SITE = BAQHBDAY-SITE THEN
              MOVE 1 TO WS-OWN-ENTRY
           ELSE
              IF BAQHBCAL-SITE = '*ALL' THEN
                 MOVE 0 TO WS-OWN-ENTRY
              ELSE
                 GO TO BA-020
              END-IF
           END-IF.

           IF BAQHBCAL-PATTERN THEN
              IF WS-OWN-ENTRY = 1 OR WS-OWN-PATTERN = 0 THEN
                 MOVE BAQHBCAL-WEEKDAYS TO BAQHBDAY-WEEKDAYS
                 INSPECT BAQHBDAY-WEEKDAYS
                    REPLACING ALL SPACE BY 'N'
              END-IF
              IF WS-OWN-ENTRY = 1 THEN
                 MOVE 1 TO WS-OWN-PATTERN
              END-IF
              GO TO BA-020
           END-IF.

           IF NOT BAQHBCAL-HOLIDAY AND NOT BAQHBCAL-SHUTDOWN AND
              NOT BAQHBCAL-WORKED THEN
              GO TO BA-020
           END-IF.

           IF BAQHBCAL-FROM-DATE IS NOT NUMERIC THEN
              GO TO BA-020
           END-IF.

           IF BAQHBDAY-CAL-CNT NOT < BAQHBDAY-CAL-MAX THEN
              ADD 1 TO WS-OVER-CNT
              GO TO BA-020
           END-IF.

           ADD 1 TO BAQHBDAY-CAL-CNT.
           MOVE BAQHBCAL-FROM-DATE
              TO BAQHBDAY-CAL-FROM (BAQHBDAY-CAL-CNT).
           IF BAQHBCAL-TO-DATE IS NUMERIC AND
              BAQHBCAL-TO-DATE NOT < BAQHBCAL-FROM-DATE THEN
              MOVE BAQHBCAL-TO-DATE
                 TO BAQHBDAY-CAL-TO (BAQHBDAY-CAL-CNT)
           ELSE
              MOVE BAQHBCAL-FROM-DATE
                 TO BAQHBDAY-CAL-TO (BAQHBDAY-CAL-CNT)
           END-IF.
           MOVE BAQHBCAL-TYPE TO BAQHBDAY-CAL-TYPE (BAQHBDAY-CAL-CNT).

       BA-020.
           READ RBKBCAL-FILE
               AT END
                  MOVE 'Y' TO WS-BCAL-EOF-SW
           END-READ.

       BA-999.
           EXIT.
