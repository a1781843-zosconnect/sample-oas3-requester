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
      * BAQHERRR                                                      *
      *                                                               *
      * Weekly errata report, for the publications desk. The RBKERRA  *
      * errata register (see BAQHERRA, maintained on the RBER screen) *
      * is read in form-number order and each book with errata gets   *
      * one line: its errata counted by state, how many are HIGH      *
      * severity and still OPEN, and how long its OPEN errata have    *
      * waited since they were reported - 0-30, 31-90 and over 90     *
      * days, and the oldest. The title comes from the optional       *
      * RBKFNXR form-number cross-reference.                          *
      *                                                               *
      * A second section lists the titles carrying HIGH-severity      *
      * OPEN errata, each erratum under its book - the errata that    *
      * hold a new edition of the book back from PUBLISHED until they *
      * are dispositioned.                                            *
      *                                                               *
      * Nothing is changed by this run.                               *
      *                                                               *
      * Inputs:  RBKERRA, RBKFNXR (optional)                          *
      * Outputs: RBKERRP (listing)                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHERRR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKERRA-FILE ASSIGN TO RBKERRA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHERRA-KEY
               FILE STATUS IS WS-ERRA-FILE-STATUS.

           SELECT RBKFNXR-FILE ASSIGN TO RBKFNXR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAQHFNXR-FORM-NUMBER
               FILE STATUS IS WS-FNXR-FILE-STATUS.

           SELECT RBKERRP-FILE ASSIGN TO RBKERRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKERRA-FILE.
       COPY BAQHERRA.

       FD  RBKFNXR-FILE.
       COPY BAQHFNXR.

       FD  RBKERRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKERRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-ERRA-FILE-STATUS PIC X(2).
       01 WS-FNXR-FILE-STATUS PIC X(2).
       01 WS-FNXR-OPEN-SW     PIC X VALUE 'N'.
           88 WS-FNXR-OPEN    VALUE 'Y'.

       01 WS-ERRA-EOF-SW      PIC X VALUE 'N'.
           88 WS-ERRA-EOF     VALUE 'Y'.

      * Aging arithmetic, the INTEGER-OF-DATE convention the aging
      * reports share.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-AGE-DAYS         PIC S9(9) COMP VALUE 0.

      * The book being totalled, and its counts.
       01 WS-BOOK-FORM        PIC X(12) VALUE SPACES.
       01 WS-BOOK-TITLE       PIC X(80) VALUE SPACES.
       01 WS-BOOK-OPEN-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-BOOK-ACPT-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-BOOK-FIXD-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-BOOK-REJT-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-BOOK-HIGH-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-BOOK-AGE1-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-BOOK-AGE2-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-BOOK-AGE3-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-BOOK-OLDEST      PIC 9(5) COMP VALUE 0.

      * Run totals.
       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-BOOKS-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-OPEN-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-ACPT-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-FIXD-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-REJT-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-HIGH-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-HIGH-BOOKS-CNT   PIC 9(7) COMP VALUE 0.
       01 WS-OTHER-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

      * One book line's edited counts, in column order.
       01 WS-BOOK-LINE-ED.
           03 WS-ED-OPEN      PIC ZZZZ9.
           03 WS-ED-ACPT      PIC ZZZZ9.
           03 WS-ED-FIXD      PIC ZZZZ9.
           03 WS-ED-REJT      PIC ZZZZ9.
           03 WS-ED-HIGH      PIC ZZZZ9.
           03 WS-ED-AGE1      PIC ZZZZ9.
           03 WS-ED-AGE2      PIC ZZZZ9.
           03 WS-ED-AGE3      PIC ZZZZ9.
           03 WS-ED-OLDEST    PIC ZZZZ9.
       01 WS-ED-AGE           PIC ZZZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           OPEN INPUT RBKERRA-FILE.
           IF WS-ERRA-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHERRR OPEN RBKERRA failed, file status '
                 WS-ERRA-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Without the cross-reference the books are listed by form
      * number alone.
           OPEN INPUT RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-FNXR-OPEN-SW
           END-IF.

           OPEN OUTPUT RBKERRP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ERRATA REPORT BY BOOK - ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.
           STRING '              ---- ERRATA BY STATE -----   HIGH  '
              '----- OPEN AGE IN DAYS ---'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FORM NUMBER        OPEN  ACCPT  FIXED  REJCT  '
              ' OPEN   0-30  31-90    91+ OLDEST  TITLE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

      * First pass - one line per book.
           PERFORM BA-READ-NEXT-ERRATUM.
           PERFORM BB-TAKE-ONE-BOOK UNTIL WS-ERRA-EOF.

      * Second pass - the titles carrying HIGH-severity OPEN errata.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.
           MOVE '---- TITLES CARRYING HIGH-SEVERITY OPEN ERRATA ----'
              TO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           MOVE LOW-VALUES TO BAQHERRA-KEY.
           START RBKERRA-FILE KEY IS NOT LESS THAN BAQHERRA-KEY.
           IF WS-ERRA-FILE-STATUS = '00' THEN
              MOVE 'N' TO WS-ERRA-EOF-SW
              MOVE SPACES TO WS-BOOK-FORM
              PERFORM BA-READ-NEXT-ERRATUM
              PERFORM CA-LIST-ONE-HIGH-OPEN UNTIL WS-ERRA-EOF
           END-IF.

           IF WS-HIGH-BOOKS-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKERRP-RECORD FROM WS-RPT-LINE
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKERRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-BOOKS-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS WITH ERRATA:          ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ERRATA READ:                ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-OPEN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  OPEN:                     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-ACPT-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ACCEPTED:                 ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-FIXD-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  FIXED:                    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-REJT-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  REJECTED:                 ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           IF WS-OTHER-CNT > 0 THEN
              MOVE WS-OTHER-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '  STATE NOT RECOGNISED:     ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKERRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE WS-HIGH-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'HIGH-SEVERITY ERRATA OPEN:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-HIGH-BOOKS-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TITLES CARRYING THEM:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

       A-999.
           CLOSE RBKERRA-FILE.
           IF WS-FNXR-OPEN THEN
              CLOSE RBKFNXR-FILE
           END-IF.
           CLOSE RBKERRP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-READ-NEXT-ERRATUM
      *----------------------------------------------------------------*
       BA-READ-NEXT-ERRATUM SECTION.
       BA-010.
           READ RBKERRA-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-ERRA-EOF-SW
           END-READ.

           IF WS-ERRA-FILE-STATUS NOT = '00' AND
              WS-ERRA-FILE-STATUS NOT = '10' THEN
              DISPLAY 'BAQHERRR READ RBKERRA failed, file status '
                 WS-ERRA-FILE-STATUS
              MOVE 'Y' TO WS-ERRA-EOF-SW
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-TAKE-ONE-BOOK
      *
      * Counts every erratum of the book whose first erratum is in
      * the record area, then writes the book's line.
      *----------------------------------------------------------------*
       BB-TAKE-ONE-BOOK SECTION.
       BB-010.
           MOVE BAQHERRA-FORM-NUMBER TO WS-BOOK-FORM.
           MOVE 0 TO WS-BOOK-OPEN-CNT WS-BOOK-ACPT-CNT
                     WS-BOOK-FIXD-CNT WS-BOOK-REJT-CNT
                     WS-BOOK-HIGH-CNT WS-BOOK-AGE1-CNT
                     WS-BOOK-AGE2-CNT WS-BOOK-AGE3-CNT
                     WS-BOOK-OLDEST.
           ADD 1 TO WS-BOOKS-CNT.

           PERFORM BBA-COUNT-ONE-ERRATUM
              UNTIL WS-ERRA-EOF
                 OR BAQHERRA-FORM-NUMBER NOT = WS-BOOK-FORM.

           PERFORM BC-LOOK-UP-TITLE.

           MOVE WS-BOOK-OPEN-CNT TO WS-ED-OPEN.
           MOVE WS-BOOK-ACPT-CNT TO WS-ED-ACPT.
           MOVE WS-BOOK-FIXD-CNT TO WS-ED-FIXD.
           MOVE WS-BOOK-REJT-CNT TO WS-ED-REJT.
           MOVE WS-BOOK-HIGH-CNT TO WS-ED-HIGH.
           MOVE WS-BOOK-AGE1-CNT TO WS-ED-AGE1.
           MOVE WS-BOOK-AGE2-CNT TO WS-ED-AGE2.
           MOVE WS-BOOK-AGE3-CNT TO WS-ED-AGE3.
           MOVE WS-BOOK-OLDEST TO WS-ED-OLDEST.

           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-BOOK-FORM '  '
              WS-ED-OPEN '  ' WS-ED-ACPT '  ' WS-ED-FIXD '  '
              WS-ED-REJT '  ' WS-ED-HIGH '  ' WS-ED-AGE1 '  '
              WS-ED-AGE2 '  ' WS-ED-AGE3 '  ' WS-ED-OLDEST '  '
              WS-BOOK-TITLE (1:48)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-COUNT-ONE-ERRATUM
      *
      * Counts the erratum in the record area into its book's and
      * the run's totals and reads the next. An OPEN erratum is aged
      * from its reported date; one with no usable date is taken as
      * reported today.
      *----------------------------------------------------------------*
       BBA-COUNT-ONE-ERRATUM SECTION.
       BBA-010.
           ADD 1 TO WS-READ-CNT.

           EVALUATE BAQHERRA-STATE
              WHEN 'OPEN'
                 ADD 1 TO WS-BOOK-OPEN-CNT
                 ADD 1 TO WS-OPEN-CNT
              WHEN 'ACCEPTED'
                 ADD 1 TO WS-BOOK-ACPT-CNT
                 ADD 1 TO WS-ACPT-CNT
              WHEN 'FIXED'
                 ADD 1 TO WS-BOOK-FIXD-CNT
                 ADD 1 TO WS-FIXD-CNT
              WHEN 'REJECTED'
                 ADD 1 TO WS-BOOK-REJT-CNT
                 ADD 1 TO WS-REJT-CNT
              WHEN OTHER
                 ADD 1 TO WS-OTHER-CNT
           END-EVALUATE.

           IF BAQHERRA-STATE NOT = 'OPEN' THEN
              GO TO BBA-020
           END-IF.

           IF BAQHERRA-SEVERITY = 'HIGH' THEN
              ADD 1 TO WS-BOOK-HIGH-CNT
              ADD 1 TO WS-HIGH-CNT
           END-IF.

           PERFORM BD-AGE-ERRATUM.

           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 30
                 ADD 1 TO WS-BOOK-AGE1-CNT
              WHEN WS-AGE-DAYS NOT > 90
                 ADD 1 TO WS-BOOK-AGE2-CNT
              WHEN OTHER
                 ADD 1 TO WS-BOOK-AGE3-CNT
           END-EVALUATE.

           IF WS-AGE-DAYS > WS-BOOK-OLDEST THEN
              MOVE WS-AGE-DAYS TO WS-BOOK-OLDEST
           END-IF.

       BBA-020.
           PERFORM BA-READ-NEXT-ERRATUM.

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-LOOK-UP-TITLE
      *
      * The title of form number WS-BOOK-FORM from RBKFNXR, or a
      * note that it is not known there.
      *----------------------------------------------------------------*
       BC-LOOK-UP-TITLE SECTION.
       BC-010.
           MOVE '(NOT IN FORM NUMBER CROSS-REFERENCE)' TO WS-BOOK-TITLE.
           IF NOT WS-FNXR-OPEN THEN
              GO TO BC-999
           END-IF.

           MOVE WS-BOOK-FORM TO BAQHFNXR-FORM-NUMBER.
           READ RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS = '00' THEN
              MOVE BAQHFNXR-TITLE TO WS-BOOK-TITLE
           END-IF.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BD-AGE-ERRATUM
      *
      * Days since the erratum in the record area was reported, into
      * WS-AGE-DAYS.
      *----------------------------------------------------------------*
       BD-AGE-ERRATUM SECTION.
       BD-010.
           MOVE 0 TO WS-AGE-DAYS.
           IF BAQHERRA-REPORTED IS NOT NUMERIC THEN
              GO TO BD-999
           END-IF.

           MOVE BAQHERRA-REPORTED TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
              GO TO BD-999
           END-IF.

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-AGE-DAYS < 0 THEN
              MOVE 0 TO WS-AGE-DAYS
           END-IF.

       BD-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-LIST-ONE-HIGH-OPEN
      *
      * Lists the erratum in the record area when it is HIGH and still
      * OPEN, under a heading line for its book the first time the
      * book is met, and reads the next.
      *----------------------------------------------------------------*
       CA-LIST-ONE-HIGH-OPEN SECTION.
       CA-010.
           IF BAQHERRA-SEVERITY NOT = 'HIGH' OR
              BAQHERRA-STATE NOT = 'OPEN' THEN
              GO TO CA-020
           END-IF.

           IF BAQHERRA-FORM-NUMBER NOT = WS-BOOK-FORM THEN
              MOVE BAQHERRA-FORM-NUMBER TO WS-BOOK-FORM
              ADD 1 TO WS-HIGH-BOOKS-CNT
              PERFORM BC-LOOK-UP-TITLE
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKERRP-RECORD FROM WS-RPT-LINE
              STRING WS-BOOK-FORM '  ' WS-BOOK-TITLE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKERRP-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM BD-AGE-ERRATUM.
           MOVE WS-AGE-DAYS TO WS-ED-AGE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '    ' BAQHERRA-ID '  REPORTED ' BAQHERRA-REPORTED
              ' (' WS-ED-AGE ' DAYS)  ' BAQHERRA-PAGE-SECT '  '
              BAQHERRA-DESC
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERRP-RECORD FROM WS-RPT-LINE.

       CA-020.
           PERFORM BA-READ-NEXT-ERRATUM.

       CA-999.
           EXIT.
