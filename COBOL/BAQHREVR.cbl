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
      * BAQHREVR                                                      *
      *                                                               *
      * Technical-review due report, run monthly for the publications *
      * desk. Every PUBLISHED book in the local RBKEXTR extract (run  *
      * GARB first for a fresh pull) is looked up by title in the     *
      * RBKREVW review register (recorded online with RBRV) and falls *
      * due for review its documentType's interval after its last     *
      * review - the intervals come from the RBKRVIV table. A book    *
      * never reviewed is due that interval after its publication     *
      * date; one with no usable date at all is listed as overdue.    *
      *                                                               *
      * Books are listed in three parts, each with its owning         *
      * department and contact from the extract so the desk knows     *
      * whom to chase:                                                *
      *   - OVERDUE - the due date has passed,                        *
      *   - DUE SOON - due within the documentType's SOON-DAYS,       *
      *   - WITHDRAWN - the last review's outcome was WITHDRAW and    *
      *     the book is not yet ARCHIVED. These are the books the     *
      *     BAQHEOSL impact list puts on its RBKEOSA archive-and-purge*
      *     candidates; they are listed here so the desk can see the  *
      *     retirement through, and are left out of the first two.    *
      * The last review's outcome shows on every line, so a book      *
      * still carrying NEEDS-UPDATE stands out. Nothing is changed by *
      * this run.                                                     *
      *                                                               *
      * Inputs:  RBKEXTR, RBKREVW, RBKRVIV                            *
      * Outputs: RBKREVR (report)                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHREVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKREVW-FILE ASSIGN TO RBKREVW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAQHREVW-TITLE
               FILE STATUS IS WS-REVW-FILE-STATUS.

           SELECT RBKRVIV-FILE ASSIGN TO RBKRVIV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAQHRVIV-DOC-TYPE
               FILE STATUS IS WS-RVIV-FILE-STATUS.

           SELECT RBKREVR-FILE ASSIGN TO RBKREVR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKREVW-FILE.
       COPY BAQHREVW.

       FD  RBKRVIV-FILE.
       COPY BAQHRVIV.

       FD  RBKREVR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKREVR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-REVW-FILE-STATUS PIC X(2).
       01 WS-RVIV-FILE-STATUS PIC X(2).

      * The interval table is optional - without it every book takes
      * the shop default below.
       01 WS-RVIV-OPEN-SW     PIC X VALUE 'N'.
           88 WS-RVIV-OPEN    VALUE 'Y'.

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

      * Which part the current pass over the extract is building.
       01 WS-PASS-SW          PIC X VALUE 'O'.
           88 WS-OVERDUE-PASS  VALUE 'O'.
           88 WS-SOON-PASS     VALUE 'S'.
           88 WS-WITHDRAW-PASS VALUE 'W'.

      * Date arithmetic, the INTEGER-OF-DATE convention the aging
      * reports share. The dates compare as YYYYMMDD text.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-RUN-DATE         PIC X(8).

      * Shop default when neither the book's documentType nor the
      * '*' entry is on RBKRVIV.
       01 WS-DEFAULT-MONTHS   PIC 9(3) VALUE 24.
       01 WS-DEFAULT-SOON     PIC 9(3) VALUE 60.

      * One book's review position, from BB-EVALUATE-BOOK.
       01 WS-REVW-FOUND-SW    PIC X VALUE 'N'.
           88 WS-REVW-FOUND   VALUE 'Y'.
       01 WS-BOOK-CLASS       PIC X VALUE SPACE.
           88 WS-BOOK-OVERDUE  VALUE 'O'.
           88 WS-BOOK-SOON     VALUE 'S'.
           88 WS-BOOK-WITHDRAW VALUE 'W'.
           88 WS-BOOK-CURRENT  VALUE 'C'.
       01 WS-INTERVAL-MONTHS  PIC 9(3) VALUE 0.
       01 WS-SOON-DAYS        PIC 9(3) VALUE 0.
       01 WS-LAST-SHOWN       PIC X(8) VALUE SPACES.
       01 WS-OUTCOME-SHOWN    PIC X(12) VALUE SPACES.
       01 WS-SOON-DATE        PIC X(8) VALUE SPACES.

      * Month arithmetic for XA-ADD-MONTHS: the base date plus
      * WS-INTERVAL-MONTHS gives the due date, the day pulled back
      * to the month's last where the month is shorter.
       01 WS-BASE-DATE        PIC X(8) VALUE SPACES.
       01 WS-BASE-DATE-N REDEFINES WS-BASE-DATE.
           03 WS-BASE-YYYY    PIC 9(4).
           03 WS-BASE-MM      PIC 9(2).
           03 WS-BASE-DD      PIC 9(2).
       01 WS-DUE-DATE         PIC X(8) VALUE SPACES.
       01 WS-DUE-DATE-N REDEFINES WS-DUE-DATE.
           03 WS-DUE-YYYY     PIC 9(4).
           03 WS-DUE-MM       PIC 9(2).
           03 WS-DUE-DD       PIC 9(2).
       01 WS-MONTH-IX         PIC 9(7) COMP VALUE 0.
       01 WS-MONTH-LAST-DAY   PIC 9(2) VALUE 0.
       01 WS-LEAP-QUOT        PIC 9(4) COMP VALUE 0.
       01 WS-LEAP-REM-4       PIC 9(4) COMP VALUE 0.
       01 WS-LEAP-REM-100     PIC 9(4) COMP VALUE 0.
       01 WS-LEAP-REM-400     PIC 9(4) COMP VALUE 0.
       01 WS-MONTH-DAYS-TEXT  PIC X(24)
              VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
           03 WS-MONTH-DAYS   PIC 9(2) OCCURS 12 TIMES.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-PUBLISHED-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-NEVER-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-OVERDUE-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-SOON-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-NEEDS-UPD-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-WITHDRAW-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-PART-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * Extract self-description verification (see BAQHEXTC). The
      * pre-pass refuses a snapshot with no header, no trailer, or a
      * trailer count that disagrees with the data records present -
      * a half-written extract from an abended pull, or last week's
      * generation mounted by JCL mistake.
       01 WS-XVER-EOF-SW      PIC X VALUE 'N'.
           88 WS-XVER-EOF     VALUE 'Y'.
       01 WS-XVER-HDR-SEEN    PIC 9 VALUE 0.
       01 WS-XVER-TRL-SEEN    PIC 9 VALUE 0.
       01 WS-XVER-DATA-CNT    PIC 9(9) COMP VALUE 0.
       01 WS-XVER-TRL-COUNT   PIC 9(9) COMP VALUE 0.
       01 WS-XVER-OK          PIC 9 VALUE 0.
       01 WS-XVER-SNAP-ID     PIC X(16) VALUE SPACES.
       COPY BAQHEXTC.
      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

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

      * Verify the extract is a complete self-describing snapshot
      * before anything is listed from it.
           PERFORM XV-VERIFY-EXTRACT.
           IF WS-XVER-OK = 0 THEN
              DISPLAY 'BAQHREVR REFUSED - RBKEXTR failed its header/'
                 'trailer verification; mount the verified snapshot'
                 ' and rerun.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKREVW-FILE.
           IF WS-REVW-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHREVR OPEN RBKREVW failed, file status '
                 WS-REVW-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKRVIV-FILE.
           IF WS-RVIV-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-RVIV-OPEN-SW
           ELSE
              DISPLAY 'BAQHREVR WARNING - RBKRVIV not opened, file '
                 'status ' WS-RVIV-FILE-STATUS
                 '; every book takes the default interval'
           END-IF.

           OPEN OUTPUT RBKREVR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TECHNICAL-REVIEW DUE REPORT - ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           IF NOT WS-RVIV-OPEN THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'NO REVIEW INTERVAL TABLE - EVERY BOOK DUE '
                 WS-DEFAULT-MONTHS ' MONTHS AFTER ITS LAST REVIEW, '
                 'LISTED ' WS-DEFAULT-SOON ' DAYS AHEAD.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKREVR-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.
           MOVE '---- OVERDUE FOR TECHNICAL REVIEW ----'
              TO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE 'O' TO WS-PASS-SW.
           PERFORM BA-PASS-EXTRACT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.
           MOVE '---- DUE SOON FOR TECHNICAL REVIEW ----'
              TO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE 'S' TO WS-PASS-SW.
           PERFORM BA-PASS-EXTRACT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.
           MOVE '---- WITHDRAWN AT REVIEW, NOT YET ARCHIVED - ON THE BAQ
      -        'HEOSL RETIRE CANDIDATES ----' TO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE 'W' TO WS-PASS-SW.
           PERFORM BA-PASS-EXTRACT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS READ:                 ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-PUBLISHED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PUBLISHED BOOKS:            ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-NEVER-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NEVER REVIEWED:             ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-OVERDUE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OVERDUE:                    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-SOON-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DUE SOON:                   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-NEEDS-UPD-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LAST REVIEW NEEDS-UPDATE:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-WITHDRAW-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'WITHDRAWN, NOT YET ARCHIVED:' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

       A-999.
           CLOSE RBKREVW-FILE.
           IF WS-RVIV-OPEN THEN
              CLOSE RBKRVIV-FILE
           END-IF.
           CLOSE RBKREVR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PASS-EXTRACT
      *
      * One pass over RBKEXTR for the part WS-PASS-SW names. The
      * counts are taken on the first pass only; a part with nothing
      * in it says so.
      *----------------------------------------------------------------*
       BA-PASS-EXTRACT SECTION.
       BA-010.
           MOVE 'N' TO WS-EXTR-EOF-SW.
           MOVE '01' TO WS-EXTR-LAYOUT-VER.
           MOVE 0 TO WS-PART-CNT.

           OPEN INPUT RBKEXTR-FILE.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM BAA-CONSIDER-ONE-BOOK UNTIL WS-EXTR-EOF.

           CLOSE RBKEXTR-FILE.

           IF WS-PART-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKREVR-RECORD FROM WS-RPT-LINE
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKREVR-RECORD FROM WS-RPT-LINE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-CONSIDER-ONE-BOOK
      *
      * Lists the extract record in the buffer, with its owner, when
      * it belongs to the current pass's part.
      *----------------------------------------------------------------*
       BAA-CONSIDER-ONE-BOOK SECTION.
       BAA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO BAA-020
           END-IF.

           IF WS-OVERDUE-PASS THEN
              ADD 1 TO WS-READ-CNT
           END-IF.

           IF BAQHEXTR-STATUS = 'ARCHIVED' THEN
              GO TO BAA-020
           END-IF.

           PERFORM BB-EVALUATE-BOOK.

           IF WS-OVERDUE-PASS THEN
              EVALUATE TRUE
                 WHEN WS-BOOK-WITHDRAW
                    ADD 1 TO WS-WITHDRAW-CNT
                 WHEN WS-BOOK-OVERDUE
                    ADD 1 TO WS-OVERDUE-CNT
                 WHEN WS-BOOK-SOON
                    ADD 1 TO WS-SOON-CNT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF BAQHEXTR-STATUS = 'PUBLISHED' AND
                 NOT WS-BOOK-WITHDRAW THEN
                 ADD 1 TO WS-PUBLISHED-CNT
                 IF NOT WS-REVW-FOUND THEN
                    ADD 1 TO WS-NEVER-CNT
                 END-IF
                 IF WS-OUTCOME-SHOWN = 'NEEDS-UPDATE' THEN
                    ADD 1 TO WS-NEEDS-UPD-CNT
                 END-IF
              END-IF
           END-IF.

           IF WS-BOOK-CLASS NOT = WS-PASS-SW THEN
              GO TO BAA-020
           END-IF.

           ADD 1 TO WS-PART-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.
           IF WS-WITHDRAW-PASS THEN
              STRING BAQHEXTR-FORM-NUMBER ' ' BAQHEXTR-STATUS
                 ' REVIEWED ' WS-LAST-SHOWN ' BY '
                 BAQHREVW-REVIEWER (1:30) ' ' BAQHEXTR-TITLE (1:60)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING BAQHEXTR-FORM-NUMBER ' ' BAQHEXTR-DOC-TYPE
                 ' DUE ' WS-DUE-DATE ' LAST ' WS-LAST-SHOWN ' '
                 WS-OUTCOME-SHOWN ' ' BAQHEXTR-TITLE (1:70)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF BAQHEXTR-DEPT-NAME = SPACES THEN
              MOVE '    OWNER: (NO OWNING DEPARTMENT RECORDED)'
                 TO WS-RPT-LINE
           ELSE
              STRING '    OWNER: ' BAQHEXTR-DEPT-ID ' '
                 BAQHEXTR-DEPT-NAME ' CONTACT: ' BAQHEXTR-DEPT-CONTACT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKREVR-RECORD FROM WS-RPT-LINE.

       BAA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-EVALUATE-BOOK
      *
      * Places the current book: WITHDRAW when its last review said
      * so, otherwise - for a PUBLISHED book - OVERDUE, SOON or
      * CURRENT by its due date. A book in any other status that was
      * not withdrawn is not due for review and is left CURRENT.
      *----------------------------------------------------------------*
       BB-EVALUATE-BOOK SECTION.
       BB-010.
           MOVE 'C' TO WS-BOOK-CLASS.
           MOVE 'N' TO WS-REVW-FOUND-SW.
           MOVE 'NEVER' TO WS-LAST-SHOWN.
           MOVE 'NOT REVIEWED' TO WS-OUTCOME-SHOWN.
           MOVE SPACES TO WS-DUE-DATE.

           MOVE BAQHEXTR-TITLE TO BAQHREVW-TITLE.
           READ RBKREVW-FILE.
           IF WS-REVW-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-REVW-FOUND-SW
              MOVE BAQHREVW-LAST-DATE TO WS-LAST-SHOWN
              MOVE BAQHREVW-OUTCOME TO WS-OUTCOME-SHOWN
           ELSE
              MOVE SPACES TO BAQHREVW-RECORD
           END-IF.

           IF WS-REVW-FOUND AND BAQHREVW-OUTCOME = 'WITHDRAW' THEN
              MOVE 'W' TO WS-BOOK-CLASS
              GO TO BB-999
           END-IF.

           IF BAQHEXTR-STATUS NOT = 'PUBLISHED' THEN
              GO TO BB-999
           END-IF.

           PERFORM BC-FIND-INTERVAL.

      * The clock runs from the last review, or for a book never
      * reviewed from its publication date (2023-03-31T00:00:00Z
      * as the API returns it). With neither the book is overdue.
           MOVE SPACES TO WS-BASE-DATE.
           IF WS-REVW-FOUND THEN
              MOVE BAQHREVW-LAST-DATE TO WS-BASE-DATE
           ELSE
              IF BAQHEXTR-PUB-DATE (5:1) = '-' AND
                 BAQHEXTR-PUB-DATE (8:1) = '-' THEN
                 STRING BAQHEXTR-PUB-DATE (1:4)
                    BAQHEXTR-PUB-DATE (6:2) BAQHEXTR-PUB-DATE (9:2)
                    DELIMITED BY SIZE INTO WS-BASE-DATE
              END-IF
           END-IF.

           IF WS-BASE-DATE NOT NUMERIC OR
              WS-BASE-MM < 1 OR WS-BASE-MM > 12 OR
              WS-BASE-DD < 1 OR WS-BASE-DD > 31 THEN
              MOVE 'NO DATE' TO WS-DUE-DATE
              MOVE 'O' TO WS-BOOK-CLASS
              GO TO BB-999
           END-IF.

           PERFORM XA-ADD-MONTHS.

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (WS-TODAY-INT + WS-SOON-DAYS).
           MOVE WS-DATE-NUM TO WS-SOON-DATE.

           EVALUATE TRUE
              WHEN WS-DUE-DATE < WS-RUN-DATE
                 MOVE 'O' TO WS-BOOK-CLASS
              WHEN WS-DUE-DATE NOT > WS-SOON-DATE
                 MOVE 'S' TO WS-BOOK-CLASS
              WHEN OTHER
                 MOVE 'C' TO WS-BOOK-CLASS
           END-EVALUATE.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-FIND-INTERVAL
      *
      * The current book's review interval and soon-due window: its
      * documentType's RBKRVIV entry, else the '*' entry, else the
      * shop default.
      *----------------------------------------------------------------*
       BC-FIND-INTERVAL SECTION.
       BC-010.
           MOVE WS-DEFAULT-MONTHS TO WS-INTERVAL-MONTHS.
           MOVE WS-DEFAULT-SOON TO WS-SOON-DAYS.

           IF NOT WS-RVIV-OPEN THEN
              GO TO BC-999
           END-IF.

           MOVE BAQHEXTR-DOC-TYPE TO BAQHRVIV-DOC-TYPE.
           READ RBKRVIV-FILE.
           IF WS-RVIV-FILE-STATUS NOT = '00' THEN
              MOVE '*' TO BAQHRVIV-DOC-TYPE
              READ RBKRVIV-FILE
              IF WS-RVIV-FILE-STATUS NOT = '00' THEN
                 GO TO BC-999
              END-IF
           END-IF.

           IF BAQHRVIV-MONTHS IS NUMERIC AND
              BAQHRVIV-MONTHS > 0 THEN
              MOVE BAQHRVIV-MONTHS TO WS-INTERVAL-MONTHS
           END-IF.
           IF BAQHRVIV-SOON-DAYS IS NUMERIC THEN
              MOVE BAQHRVIV-SOON-DAYS TO WS-SOON-DAYS
           END-IF.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-ADD-MONTHS
      *
      * WS-DUE-DATE = WS-BASE-DATE plus WS-INTERVAL-MONTHS calendar
      * months; a day past the end of the due month (a review on 31
      * August, due six months on) is pulled back to the month's
      * last day.
      *----------------------------------------------------------------*
       XA-ADD-MONTHS SECTION.
       XA-010.
           COMPUTE WS-MONTH-IX = WS-BASE-YYYY * 12 + WS-BASE-MM - 1
              + WS-INTERVAL-MONTHS.
           DIVIDE WS-MONTH-IX BY 12 GIVING WS-DUE-YYYY
              REMAINDER WS-DUE-MM.
           ADD 1 TO WS-DUE-MM.
           MOVE WS-BASE-DD TO WS-DUE-DD.

           MOVE WS-MONTH-DAYS (WS-DUE-MM) TO WS-MONTH-LAST-DAY.
           IF WS-DUE-MM = 2 THEN
              DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-4
              DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-100
              DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-400
              IF WS-LEAP-REM-4 = 0 AND
                 (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0) THEN
                 MOVE 29 TO WS-MONTH-LAST-DAY
              END-IF
           END-IF.

           IF WS-DUE-DD > WS-MONTH-LAST-DAY THEN
              MOVE WS-MONTH-LAST-DAY TO WS-DUE-DD
           END-IF.

       XA-999.
           EXIT.

      * XV-VERIFY-EXTRACT
      *
      * Pre-pass over RBKEXTR verifying its self-description: one
      * '*HDR' control record, one '*TRL' control record, and a
      * trailer count equal to the data records present. The file is
      * closed again afterwards, ready for the main passes.
      *----------------------------------------------------------------*
       XV-VERIFY-EXTRACT SECTION.
       XV-010.
           MOVE 0 TO WS-XVER-HDR-SEEN.
           MOVE 0 TO WS-XVER-TRL-SEEN.
           MOVE 0 TO WS-XVER-DATA-CNT.
           MOVE 0 TO WS-XVER-TRL-COUNT.
           MOVE 0 TO WS-XVER-OK.
           MOVE 'N' TO WS-XVER-EOF-SW.

           OPEN INPUT RBKEXTR-FILE.

           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-XVER-EOF-SW
           END-READ.

           PERFORM XVA-VERIFY-ONE-REC UNTIL WS-XVER-EOF.

           CLOSE RBKEXTR-FILE.

           IF WS-XVER-HDR-SEEN = 1 AND WS-XVER-TRL-SEEN = 1 AND
              WS-XVER-TRL-COUNT = WS-XVER-DATA-CNT THEN
              MOVE 1 TO WS-XVER-OK
              DISPLAY 'BAQHREVR extract snapshot ' WS-XVER-SNAP-ID
                 ' verified, ' WS-XVER-DATA-CNT ' data records.'
           ELSE
              DISPLAY 'BAQHREVR extract verification failed - HDR='
                 WS-XVER-HDR-SEEN ' TRL=' WS-XVER-TRL-SEEN
                 ' TRAILER COUNT=' WS-XVER-TRL-COUNT
                 ' DATA RECORDS=' WS-XVER-DATA-CNT
           END-IF.

       XV-999.
           EXIT.

      *----------------------------------------------------------------*
      * XVA-VERIFY-ONE-REC
      *----------------------------------------------------------------*
       XVA-VERIFY-ONE-REC SECTION.
       XVA-010.
           MOVE BAQHEXTR-RECORD TO BAQHEXTC-RECORD.

           EVALUATE BAQHEXTC-TYPE (1:4)
              WHEN '*HDR'
                 MOVE 1 TO WS-XVER-HDR-SEEN
                 MOVE BAQHEXTC-SNAP-ID TO WS-XVER-SNAP-ID
              WHEN '*TRL'
                 MOVE 1 TO WS-XVER-TRL-SEEN
                 IF BAQHEXTC-REC-COUNT IS NUMERIC THEN
                    MOVE BAQHEXTC-REC-COUNT TO WS-XVER-TRL-COUNT
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-XVER-DATA-CNT
           END-EVALUATE.

      * The snapshot's control records go to the lineage ledger.
           IF BAQHEXTC-TYPE (1:4) = '*HDR' OR
              BAQHEXTC-TYPE (1:4) = '*TRL' THEN
              MOVE 'BAQHREVR' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

       XVA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-XVER-EOF-SW
           END-READ.

       XVA-999.
           EXIT.
