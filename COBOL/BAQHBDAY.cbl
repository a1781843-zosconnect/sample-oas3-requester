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
      * BAQHBDAY                                                      *
      *                                                               *
      * Business-day date arithmetic. Every aging, due-date and       *
      * expiry calculation that can be measured in business days      *
      * calls here rather than counting calendar days itself, so the  *
      * exception escalation, the stale-draft threshold, the approval *
      * expiry, the SCHD scheduler and the feed arrival monitor agree *
      * on what a working day is. Working days are the site's week    *
      * pattern less its holidays and shutdowns, plus any weekend day *
      * it works, from the business-day calendar the caller's request *
      * area carries (loaded by BAQHBCLD in batch, browsed from       *
      * RBKBCAL by the CICS transaction).                             *
      *                                                               *
      * No files and no CICS commands, so batch and online programs   *
      * both call it. See BAQHBDAY (the copybook) for the functions.  *
      *                                                               *
      * Called with: business-day request area (COPY BAQHBDAY).       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHBDAY.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Day numbers, the INTEGER-OF-DATE convention - day 1 is
      * Monday 1 January 1601, so (day - 1) mod 7 is 0 for Monday.
       01 WS-INT-1            PIC S9(9) COMP VALUE 0.
       01 WS-INT-2            PIC S9(9) COMP VALUE 0.
       01 WS-DAY-INT          PIC S9(9) COMP VALUE 0.
       01 WS-DAY-DATE         PIC 9(8) VALUE 0.
       01 WS-DOW              PIC 9(4) COMP VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-DATE-OK          PIC 9 VALUE 0.

      * Add-function stepping: +1 or -1 a day, with a ten-year guard
      * against a calendar that has no working days at all.
       01 WS-STEP             PIC S9(1) COMP VALUE 0.
       01 WS-REMAINING        PIC S9(7) COMP VALUE 0.
       01 WS-GUARD            PIC 9(5) COMP VALUE 0.
       01 WS-GUARD-MAX        PIC 9(5) COMP VALUE 3660.

      * One day's verdict.
       01 WS-WORKING-SW       PIC X VALUE 'N'.
           88 WS-WORKING-DAY  VALUE 'Y'.
       01 WS-OFF-SW           PIC 9 VALUE 0.
       01 WS-ON-SW            PIC 9 VALUE 0.
       01 WS-CX               PIC 9(4) COMP VALUE 0.

       LINKAGE SECTION.
       COPY BAQHBDAY.

       PROCEDURE DIVISION USING BAQHBDAY-AREA.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE 0 TO BAQHBDAY-RC.

           MOVE BAQHBDAY-DATE-1 TO WS-DATE-NUM.
           PERFORM XV-VALIDATE-DATE.
           IF WS-DATE-OK = 0 THEN
              MOVE 8 TO BAQHBDAY-RC
              GO TO A-999
           END-IF.
           COMPUTE WS-INT-1 = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           EVALUATE TRUE
              WHEN BAQHBDAY-COUNT
                 PERFORM BA-COUNT-WORKING-DAYS
              WHEN BAQHBDAY-ADD
                 PERFORM CA-ADD-WORKING-DAYS
              WHEN BAQHBDAY-TEST
                 MOVE WS-INT-1 TO WS-DAY-INT
                 PERFORM XW-JUDGE-DAY
                 MOVE WS-WORKING-SW TO BAQHBDAY-WORKING
              WHEN OTHER
                 MOVE 8 TO BAQHBDAY-RC
           END-EVALUATE.

       A-999.
           GOBACK.

      *----------------------------------------------------------------*
      * BA-COUNT-WORKING-DAYS
      *
      * The working days after the earlier date up to and including
      * the later one, signed by which of the two is DATE-1.
      *----------------------------------------------------------------*
       BA-COUNT-WORKING-DAYS SECTION.
       BA-010.
           MOVE BAQHBDAY-DATE-2 TO WS-DATE-NUM.
           PERFORM XV-VALIDATE-DATE.
           IF WS-DATE-OK = 0 THEN
              MOVE 8 TO BAQHBDAY-RC
              GO TO BA-999
           END-IF.
           COMPUTE WS-INT-2 = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE 0 TO BAQHBDAY-DAYS.
           IF WS-INT-2 NOT < WS-INT-1 THEN
              COMPUTE WS-DAY-INT = WS-INT-1 + 1
              PERFORM BAA-COUNT-ONE-DAY
                 VARYING WS-DAY-INT FROM WS-DAY-INT BY 1
                 UNTIL WS-DAY-INT > WS-INT-2
           ELSE
              COMPUTE WS-DAY-INT = WS-INT-2 + 1
              PERFORM BAA-COUNT-ONE-DAY
                 VARYING WS-DAY-INT FROM WS-DAY-INT BY 1
                 UNTIL WS-DAY-INT > WS-INT-1
              COMPUTE BAQHBDAY-DAYS = 0 - BAQHBDAY-DAYS
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-COUNT-ONE-DAY
      *----------------------------------------------------------------*
       BAA-COUNT-ONE-DAY SECTION.
       BAA-010.
           PERFORM XW-JUDGE-DAY.
           IF WS-WORKING-DAY THEN
              ADD 1 TO BAQHBDAY-DAYS
           END-IF.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-ADD-WORKING-DAYS
      *
      * Steps a day at a time from DATE-1, forwards or back, until
      * DAYS working days have been passed; the date stepped onto
      * last is the result. Zero days returns DATE-1 itself.
      *----------------------------------------------------------------*
       CA-ADD-WORKING-DAYS SECTION.
       CA-010.
           IF BAQHBDAY-DAYS < 0 THEN
              MOVE -1 TO WS-STEP
              COMPUTE WS-REMAINING = 0 - BAQHBDAY-DAYS
           ELSE
              MOVE 1 TO WS-STEP
              MOVE BAQHBDAY-DAYS TO WS-REMAINING
           END-IF.

           MOVE WS-INT-1 TO WS-DAY-INT.
           MOVE 0 TO WS-GUARD.
           PERFORM CAA-STEP-ONE-DAY
              UNTIL WS-REMAINING = 0 OR WS-GUARD > WS-GUARD-MAX.

           IF WS-REMAINING > 0 THEN
              MOVE 8 TO BAQHBDAY-RC
              GO TO CA-999
           END-IF.

           COMPUTE BAQHBDAY-RESULT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INT).

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-STEP-ONE-DAY
      *----------------------------------------------------------------*
       CAA-STEP-ONE-DAY SECTION.
       CAA-010.
           ADD WS-STEP TO WS-DAY-INT.
           ADD 1 TO WS-GUARD.
           PERFORM XW-JUDGE-DAY.
           IF WS-WORKING-DAY THEN
              SUBTRACT 1 FROM WS-REMAINING
           END-IF.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XV-VALIDATE-DATE
      *
      * WS-DATE-OK = 1 when WS-DATE-NUM is a real yyyymmdd date.
      *----------------------------------------------------------------*
       XV-VALIDATE-DATE SECTION.
       XV-010.
           MOVE 0 TO WS-DATE-OK.
           IF WS-DATE-NUM IS NOT NUMERIC THEN
              GO TO XV-999
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
              GO TO XV-999
           END-IF.
           MOVE 1 TO WS-DATE-OK.

       XV-999.
           EXIT.

      *----------------------------------------------------------------*
      * XW-JUDGE-DAY
      *
      * Working or not, for day number WS-DAY-INT: the week pattern
      * first, then the calendar - a holiday or shutdown covering
      * the day makes it a rest day, failing which a 'W' entry
      * makes it a working one.
      *----------------------------------------------------------------*
       XW-JUDGE-DAY SECTION.
       XW-010.
           COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           IF BAQHBDAY-WEEKDAYS (WS-DOW:1) = 'Y' THEN
              MOVE 'Y' TO WS-WORKING-SW
           ELSE
              MOVE 'N' TO WS-WORKING-SW
           END-IF.

           IF BAQHBDAY-CAL-CNT = 0 THEN
              GO TO XW-999
           END-IF.

           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE 0 TO WS-OFF-SW.
           MOVE 0 TO WS-ON-SW.
           PERFORM XWA-CHECK-ONE-ENTRY
              VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > BAQHBDAY-CAL-CNT OR WS-OFF-SW = 1.

           IF WS-OFF-SW = 1 THEN
              MOVE 'N' TO WS-WORKING-SW
           ELSE
              IF WS-ON-SW = 1 THEN
                 MOVE 'Y' TO WS-WORKING-SW
              END-IF
           END-IF.

       XW-999.
           EXIT.

      *----------------------------------------------------------------*
      * XWA-CHECK-ONE-ENTRY
      *----------------------------------------------------------------*
       XWA-CHECK-ONE-ENTRY SECTION.
       XWA-010.
           IF WS-DAY-DATE < BAQHBDAY-CAL-FROM (WS-CX) OR
              WS-DAY-DATE > BAQHBDAY-CAL-TO (WS-CX) THEN
              GO TO XWA-999
           END-IF.

           IF BAQHBDAY-CAL-TYPE (WS-CX) = 'W' THEN
              MOVE 1 TO WS-ON-SW
           ELSE
              MOVE 1 TO WS-OFF-SW
           END-IF.

       XWA-999.
           EXIT.
