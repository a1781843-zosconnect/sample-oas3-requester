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
      * BAQHANNL                                                      *
      *                                                               *
      * Annual publishing statistics abstract - the year in numbers   *
      * for the editorial director, in one run instead of a week of   *
      * copying figures out of BAQHSNAP, BAQHCHGQ and the author      *
      * cross-reference. Every figure is shown for the year asked for *
      * beside the year before it, with the change. The sections:     *
      *   1 books published in the year by documentType and month, by *
      *     the publication date on the year-end RBKEXTR extract (run *
      *     GARB first); a PUBLISHED or ARCHIVED book counts,         *
      *   2 average and median days from ADDED to PUBLISHED, timed    *
      *     from the RBKCHGH change history for the books whose status*
      *     went to PUBLISHED in the year. A book first seen already  *
      *     PUBLISHED, or whose ADDED predates the history, is counted*
      *     as not timed. The median is taken over whole days; a book *
      *     that took 1000 days or more enters it at 1000,            *
      *   3 books retired (REMOVED from the catalog) and archived     *
      *     (status changed to ARCHIVED), from the change history,    *
      *   4 net catalog growth in books and sizeMB, between the last  *
      *     month-end snapshots of consecutive years on the BAQHSNAP  *
      *     history RBKSNPH - a year with no snapshot shows N/A,      *
      *   5 the ten most prolific authors of the year, with their     *
      *     prior-year and career counts,                             *
      *   6 first-time authors - those whose earliest dated book on   *
      *     the extract falls in the year.                            *
      * Nothing is changed by this run.                               *
      *                                                               *
      * PARM keywords, either of which may be omitted:                *
      *   YEAR=YYYY      the year to abstract (default: the year      *
      *                  before the run date, for the January run)    *
      *   CATALOG=name   REDBOOK or REDPAPER (blank is REDBOOK); the  *
      *                  extract and history records of other         *
      *                  catalogs are passed over. RBKSNPH carries no *
      *                  catalog - mount the named catalog's own.     *
      * E.g. PARM='YEAR=2025'                                         *
      *                                                               *
      * Inputs:  RBKEXTR, RBKCHGH, RBKSNPH                            *
      * Outputs: RBKANNR (report)                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHANNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKCHGH-FILE ASSIGN TO RBKCHGH
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKSNPH-FILE ASSIGN TO RBKSNPH
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKANNR-FILE ASSIGN TO RBKANNR
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-CHG-FILE ASSIGN TO SORTWK01.

           SELECT SORT-AUTH-FILE ASSIGN TO SORTWK02.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKCHGH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGH.

       FD  RBKSNPH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHSNPH.

       FD  RBKANNR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKANNR-RECORD          PIC X(132).

      * The change-history events that time and count the titles,
      * sorted into title and date order so each title's ADDED is
      * seen before its PUBLISHED.
       SD  SORT-CHG-FILE.
       01  SORT-CHG-RECORD.
           03 SORT-CHG-TITLE       PIC X(80).
           03 SORT-CHG-DATE        PIC X(08).
           03 SORT-CHG-TIME        PIC X(06).
           03 SORT-CHG-EVENT       PIC X(01).
              88 SORT-CHG-ADDED     VALUE 'A'.
              88 SORT-CHG-PUBLISHED VALUE 'P'.
              88 SORT-CHG-REMOVED   VALUE 'R'.
           03 SORT-CHG-ADD-STATUS  PIC X(09).

      * One author-book pair per author of every published book,
      * in author and publication-date order - an author's first
      * pair carries the earliest book.
       SD  SORT-AUTH-FILE.
       01  SORT-AUTH-RECORD.
           03 SORT-AUTH-NAME       PIC X(40).
           03 SORT-AUTH-PUB-DATE   PIC X(08).

       WORKING-STORAGE SECTION.

      * PARM keyword scanning work fields, the same TALLYING BEFORE
      * INITIAL technique BAQHCHGQ uses for its selection keywords.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-SEL-YEAR         PIC X(4)  VALUE SPACES.
       01 WS-SEL-CATALOG      PIC X(8)  VALUE SPACES.
      * The record's catalog, blank read as REDBOOK.
       01 WS-REC-CATALOG      PIC X(8)  VALUE SPACES.

      * The year abstracted, the year it is compared with, and the
      * year before that (for the prior year's catalog growth).
       01 WS-YEAR             PIC 9(4) VALUE 0.
       01 WS-YEAR-X REDEFINES WS-YEAR PIC X(4).
       01 WS-PRIOR-YEAR       PIC 9(4) VALUE 0.
       01 WS-PRIOR-YEAR-X REDEFINES WS-PRIOR-YEAR PIC X(4).
       01 WS-BASE-YEAR        PIC 9(4) VALUE 0.
       01 WS-BASE-YEAR-X REDEFINES WS-BASE-YEAR PIC X(4).
       01 WS-RUN-DATE         PIC X(8).

      * Which of the two compared years a dated record falls in:
      * 1 the year, 2 the prior year, 0 neither.
       01 WS-YR-IDX           PIC 9(4) COMP VALUE 0.

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-HIST-EOF-SW      PIC X VALUE 'N'.
           88 WS-HIST-EOF     VALUE 'Y'.
       01 WS-SNPH-EOF-SW      PIC X VALUE 'N'.
           88 WS-SNPH-EOF     VALUE 'Y'.
       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

      * The book's publication date as YYYYMMDD, SPACES when the
      * extract's date is not in the ISO shape.
       01 WS-PUB-DATE         PIC X(8) VALUE SPACES.
       01 WS-PUB-DATE-N REDEFINES WS-PUB-DATE.
           03 WS-PUB-YYYY     PIC X(4).
           03 WS-PUB-MM       PIC 9(2).
           03 WS-PUB-DD       PIC 9(2).

      * Section 1 - books published per documentType and month.
       01 WS-DT-TABLE.
           03 WS-DT-ENTRY OCCURS 30 TIMES.
              05 WS-DT-DOC-TYPE    PIC X(8).
              05 WS-DT-MONTH-CNT   PIC 9(5) COMP OCCURS 12 TIMES.
              05 WS-DT-YEAR-CNT    PIC 9(7) COMP.
              05 WS-DT-PRIOR-CNT   PIC 9(7) COMP.
       01 WS-DT-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-DT-MAX           PIC 9(4) COMP VALUE 30.
       01 WS-DT-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-DT-FOUND         PIC 9(4) COMP VALUE 0.
       01 WS-MON-TABLE.
           03 WS-MON-ENTRY OCCURS 12 TIMES.
              05 WS-MON-YEAR-CNT   PIC 9(7) COMP.
              05 WS-MON-PRIOR-CNT  PIC 9(7) COMP.
       01 WS-MON-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-PUB-YEAR-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-PUB-PRIOR-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-UNDATED-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-BOOK-CNT         PIC 9(7) COMP VALUE 0.

      * One row of the section 1 table, filled by the caller of
      * GAB-WRITE-ROW. WS-ROW-PRIOR-SW 'N' leaves the prior-year
      * and change columns blank.
       01 WS-ROW-AREA.
           03 WS-ROW-LABEL        PIC X(8).
           03 WS-ROW-CNT          PIC 9(7) COMP OCCURS 12 TIMES.
           03 WS-ROW-TOTAL        PIC 9(7) COMP.
           03 WS-ROW-PRIOR        PIC 9(7) COMP.
       01 WS-ROW-PRIOR-SW     PIC X VALUE 'Y'.
           88 WS-ROW-WITH-PRIOR VALUE 'Y'.
       01 WS-ROW-CHANGE       PIC S9(7) COMP VALUE 0.
       01 WS-ROW-COL          PIC 9(4) COMP VALUE 0.

      * Section 2 - ADDED-to-PUBLISHED lead times per compared
      * year, with a day histogram for the median (the last slot
      * holds every book of WS-LEAD-CAP days or more).
       01 WS-LEAD-TABLE.
           03 WS-LEAD-ENTRY OCCURS 2 TIMES.
              05 WS-LEAD-CNT       PIC 9(7) COMP.
              05 WS-LEAD-DAYS-SUM  PIC 9(11) COMP.
              05 WS-LEAD-UNTIMED   PIC 9(7) COMP.
              05 WS-LEAD-HIST-CNT  PIC 9(7) COMP OCCURS 1001 TIMES.
       01 WS-LEAD-CAP         PIC 9(4) COMP VALUE 1000.
       01 WS-LEAD-DAYS        PIC S9(9) COMP VALUE 0.
       01 WS-LEAD-SLOT        PIC 9(4) COMP VALUE 0.
       01 WS-CURR-TITLE       PIC X(80) VALUE LOW-VALUES.
       01 WS-ADDED-DATE       PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-ADDED-INT        PIC S9(9) COMP VALUE 0.
       01 WS-PUBLISHED-INT    PIC S9(9) COMP VALUE 0.

      * XM-FIND-MEDIAN work fields.
       01 WS-MED-TARGET       PIC 9(7) COMP VALUE 0.
       01 WS-MED-CUM          PIC 9(7) COMP VALUE 0.
       01 WS-MED-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-MED-LOW          PIC 9(4) COMP VALUE 0.
       01 WS-MED-HIGH         PIC 9(4) COMP VALUE 0.
       01 WS-MED-RESULT       PIC 9(5)V9 COMP-3 VALUE 0.

      * Sections 3 and 4 - change-history counts per compared year.
       01 WS-EVENT-TABLE.
           03 WS-EVENT-ENTRY OCCURS 2 TIMES.
              05 WS-EV-ADDED       PIC 9(7) COMP.
              05 WS-EV-RETIRED     PIC 9(7) COMP.
              05 WS-EV-ARCHIVED    PIC 9(7) COMP.
       01 WS-HIST-READ-CNT    PIC 9(9) COMP VALUE 0.

      * Section 4 - the catalog at the last snapshot of the year
      * (1), the prior year (2) and the year before that (3). A
      * SPACES date means that year has no snapshot.
       01 WS-YE-TABLE.
           03 WS-YE-ENTRY OCCURS 3 TIMES.
              05 WS-YE-DATE        PIC X(8).
              05 WS-YE-BOOKS       PIC 9(9) COMP.
              05 WS-YE-SIZE-MB     PIC 9(11)V9(2) COMP-3.
       01 WS-YE-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-SNPH-READ-CNT    PIC 9(9) COMP VALUE 0.

      * Sections 5 and 6 - author tallies from the sorted pairs.
      * Working fields for walking the semicolon-delimited author
      * list, the same UNSTRING-with-POINTER technique BAQHAXRF
      * uses.
       01 WS-AUTHOR-PTR       PIC 9(4) VALUE 1.
       01 WS-ONE-AUTHOR       PIC X(40) VALUE SPACES.
       01 WS-CURR-AUTHOR      PIC X(40) VALUE LOW-VALUES.
       01 WS-AU-FIRST-YEAR    PIC X(4) VALUE SPACES.
       01 WS-AU-YEAR-CNT      PIC 9(5) COMP VALUE 0.
       01 WS-AU-PRIOR-CNT     PIC 9(5) COMP VALUE 0.
       01 WS-AU-CAREER-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-AUTH-STAT-TABLE.
           03 WS-AUTH-STAT-ENTRY OCCURS 2 TIMES.
              05 WS-AS-ACTIVE      PIC 9(7) COMP.
              05 WS-AS-FIRST-TIME  PIC 9(7) COMP.

      * The ten most prolific authors of the year, most books first;
      * an author level with the tenth does not displace it.
       01 WS-TOP-TABLE.
           03 WS-TOP-ENTRY OCCURS 10 TIMES.
              05 WS-TOP-AUTHOR     PIC X(40).
              05 WS-TOP-YEAR-CNT   PIC 9(5) COMP.
              05 WS-TOP-PRIOR-CNT  PIC 9(5) COMP.
              05 WS-TOP-CAREER-CNT PIC 9(5) COMP.
       01 WS-TOP-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-TOP-MAX          PIC 9(4) COMP VALUE 10.
       01 WS-TOP-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-TOP-POS          PIC 9(4) COMP VALUE 0.

      * The year's first-time authors, in name order. Any beyond the
      * table are counted but not listed.
       01 WS-NEW-TABLE.
           03 WS-NEW-ENTRY OCCURS 300 TIMES.
              05 WS-NEW-AUTHOR     PIC X(40).
              05 WS-NEW-BOOK-CNT   PIC 9(5) COMP.
       01 WS-NEW-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-NEW-MAX          PIC 9(4) COMP VALUE 300.
       01 WS-NEW-IDX          PIC 9(4) COMP VALUE 0.

      * One comparison line for XC-WRITE-COMPARE-LINE: the label,
      * the two years' values (with the decimal places to show) and
      * whether each is known - an unknown value prints N/A.
       01 WS-CMP-LABEL        PIC X(40) VALUE SPACES.
       01 WS-CMP-THIS         PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-CMP-PRIOR        PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-CMP-VALUE        PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-CMP-DECIMALS     PIC 9 VALUE 0.
       01 WS-CMP-THIS-SW      PIC X VALUE 'Y'.
           88 WS-CMP-THIS-KNOWN  VALUE 'Y'.
       01 WS-CMP-PRIOR-SW     PIC X VALUE 'Y'.
           88 WS-CMP-PRIOR-KNOWN VALUE 'Y'.
       01 WS-CMP-SIGNED-SW    PIC X VALUE 'N'.
           88 WS-CMP-SIGNED   VALUE 'Y'.
       01 WS-CMP-CELL         PIC X(14) JUSTIFIED RIGHT.
       01 WS-CMP-ED-0         PIC ---,---,--9.
       01 WS-CMP-ED-1         PIC ---,---,--9.9.
       01 WS-CMP-ED-2         PIC ---,---,--9.99.
       01 WS-CMP-SG-0         PIC +++,+++,++9.
       01 WS-CMP-SG-1         PIC +++,+++,++9.9.
       01 WS-CMP-SG-2         PIC +++,+++,++9.99.

       01 WS-MON-ED           PIC ZZZZ9.
       01 WS-CNT-ED           PIC ZZZZZZ9.
       01 WS-MOVE-CNT-ED      PIC +++++++9.
       01 WS-RANK-ED          PIC Z9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * Extract self-description verification (see BAQHEXTC). The
      * pre-pass refuses a snapshot with no header, no trailer, or a
      * trailer count that disagrees with the data records present -
      * the director is not handed figures from a half-written pull.
       01 WS-XVER-EOF-SW      PIC X VALUE 'N'.
           88 WS-XVER-EOF     VALUE 'Y'.
       01 WS-XVER-HDR-SEEN    PIC 9 VALUE 0.
       01 WS-XVER-TRL-SEEN    PIC 9 VALUE 0.
       01 WS-XVER-DATA-CNT    PIC 9(9) COMP VALUE 0.
       01 WS-XVER-TRL-COUNT   PIC 9(9) COMP VALUE 0.
       01 WS-XVER-OK          PIC 9 VALUE 0.
       01 WS-XVER-SNAP-ID     PIC X(16) VALUE SPACES.
       01 WS-XVER-CATALOG     PIC X(8)  VALUE SPACES.
       COPY BAQHEXTC.
      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
          03 PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING PARM-BUFFER.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *
      * The change history and the extract are each taken through a
      * SORT whose input procedure selects and tallies, and whose
      * output procedure times titles or tallies authors; the
      * snapshot history is read straight through. Only then is the
      * abstract written, section by section.
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           PERFORM BA-PARSE-PARM.

      * Verify the extract is a complete self-describing snapshot
      * before anything is counted from it.
           PERFORM XV-VERIFY-EXTRACT.
           IF WS-XVER-OK = 0 THEN
              DISPLAY 'BAQHANNL REFUSED - RBKEXTR failed its header/'
                 'trailer verification; mount the verified year-end '
                 'snapshot and rerun.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * A header from before the catalog qualifier is a REDBOOK one.
           IF WS-XVER-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-XVER-CATALOG
           END-IF.
           IF WS-XVER-CATALOG NOT = WS-SEL-CATALOG THEN
              DISPLAY 'BAQHANNL REFUSED - RBKEXTR is a '
                 WS-XVER-CATALOG ' extract, the run is for '
                 WS-SEL-CATALOG '.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE WS-DT-TABLE WS-MON-TABLE WS-LEAD-TABLE
              WS-EVENT-TABLE WS-YE-TABLE WS-AUTH-STAT-TABLE
              WS-TOP-TABLE WS-NEW-TABLE.

           SORT SORT-CHG-FILE
              ON ASCENDING KEY SORT-CHG-TITLE
              ON ASCENDING KEY SORT-CHG-DATE
              ON ASCENDING KEY SORT-CHG-TIME
              INPUT PROCEDURE IS DA-SELECT-HISTORY
              OUTPUT PROCEDURE IS DB-TIME-TITLES.

           PERFORM EA-TALLY-SNAPSHOTS.

           SORT SORT-AUTH-FILE
              ON ASCENDING KEY SORT-AUTH-NAME
              ON ASCENDING KEY SORT-AUTH-PUB-DATE
              INPUT PROCEDURE IS FA-READ-EXTRACT
              OUTPUT PROCEDURE IS FB-TALLY-AUTHORS.

           OPEN OUTPUT RBKANNR-FILE.

           PERFORM CA-WRITE-REPORT-HEADER.
           PERFORM GA-WRITE-PUBLISHED.
           PERFORM GB-WRITE-LEAD-TIME.
           PERFORM GC-WRITE-RETIRED.
           PERFORM GD-WRITE-GROWTH.
           PERFORM GE-WRITE-PROLIFIC.
           PERFORM GF-WRITE-FIRST-TIME.
           PERFORM HA-WRITE-REPORT-TRAILER.

       A-999.
           CLOSE RBKANNR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PARSE-PARM
      *
      * YEAR= and CATALOG= out of WS-PARM-TEXT. A year that is
      * missing or not four digits defaults to the year before the
      * run date.
      *----------------------------------------------------------------*
       BA-PARSE-PARM SECTION.
       BA-010.
           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'YEAR='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-YEAR
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'CATALOG='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 9.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-CATALOG
           END-IF.
           IF WS-SEL-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-SEL-CATALOG
           END-IF.

           IF WS-SEL-YEAR IS NUMERIC THEN
              MOVE WS-SEL-YEAR TO WS-YEAR-X
           ELSE
              IF WS-SEL-YEAR NOT = SPACES THEN
                 DISPLAY 'BAQHANNL WARNING - YEAR=' WS-SEL-YEAR
                    ' is not a year; the year before the run date '
                    'is abstracted.'
              END-IF
              MOVE WS-RUN-DATE (1:4) TO WS-YEAR-X
              SUBTRACT 1 FROM WS-YEAR
           END-IF.

           COMPUTE WS-PRIOR-YEAR = WS-YEAR - 1.
           COMPUTE WS-BASE-YEAR = WS-YEAR - 2.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*
       CA-WRITE-REPORT-HEADER SECTION.
       CA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PUBLISHING YEAR IN NUMBERS - ' WS-YEAR-X ' - '
                 DELIMITED BY SIZE
              WS-SEL-CATALOG DELIMITED BY SPACE
              ' CATALOG' DELIMITED BY SIZE
              INTO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ANNUAL ABSTRACT FOR THE EDITORIAL DIRECTOR, '
              'COMPARED WITH ' WS-PRIOR-YEAR-X
              '.  RUN ' WS-RUN-DATE ' FROM EXTRACT SNAPSHOT '
              WS-XVER-SNAP-ID
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-SELECT-HISTORY
      *
      * SORT input procedure - reads the whole change history and
      * releases the catalog's ADDED, REMOVED and status-to-
      * PUBLISHED events for timing. The retired, archived and added
      * counts need no ordering and are taken here.
      *----------------------------------------------------------------*
       DA-SELECT-HISTORY SECTION.
       DA-010.
           OPEN INPUT RBKCHGH-FILE.

           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.

           PERFORM DAA-SELECT-ONE-HISTORY-REC UNTIL WS-HIST-EOF.

           CLOSE RBKCHGH-FILE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-SELECT-ONE-HISTORY-REC
      *----------------------------------------------------------------*
       DAA-SELECT-ONE-HISTORY-REC SECTION.
       DAA-010.
           ADD 1 TO WS-HIST-READ-CNT.

           MOVE BAQHCHGH-CATALOG TO WS-REC-CATALOG.
           IF WS-REC-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-REC-CATALOG
           END-IF.
           IF WS-REC-CATALOG NOT = WS-SEL-CATALOG OR
              BAQHCHGH-DATE IS NOT NUMERIC THEN
              GO TO DAA-020
           END-IF.

           EVALUATE BAQHCHGH-DATE (1:4)
              WHEN WS-YEAR-X
                 MOVE 1 TO WS-YR-IDX
              WHEN WS-PRIOR-YEAR-X
                 MOVE 2 TO WS-YR-IDX
              WHEN OTHER
                 MOVE 0 TO WS-YR-IDX
           END-EVALUATE.

           MOVE SPACES TO SORT-CHG-RECORD.
           MOVE BAQHCHGH-TITLE TO SORT-CHG-TITLE.
           MOVE BAQHCHGH-DATE  TO SORT-CHG-DATE.
           MOVE BAQHCHGH-TIME  TO SORT-CHG-TIME.

           EVALUATE TRUE
              WHEN BAQHCHGH-TYPE = 'ADDED'
                 IF WS-YR-IDX > 0 THEN
                    ADD 1 TO WS-EV-ADDED (WS-YR-IDX)
                 END-IF
                 MOVE 'A' TO SORT-CHG-EVENT
                 MOVE BAQHCHGH-NEW-VALUE (1:9) TO SORT-CHG-ADD-STATUS
                 RELEASE SORT-CHG-RECORD
              WHEN BAQHCHGH-TYPE = 'REMOVED'
                 IF WS-YR-IDX > 0 THEN
                    ADD 1 TO WS-EV-RETIRED (WS-YR-IDX)
                 END-IF
                 MOVE 'R' TO SORT-CHG-EVENT
                 RELEASE SORT-CHG-RECORD
              WHEN BAQHCHGH-TYPE = 'CHANGED' AND
                   BAQHCHGH-FIELD = 'STATUS' AND
                   BAQHCHGH-NEW-VALUE (1:9) = 'PUBLISHED'
                 MOVE 'P' TO SORT-CHG-EVENT
                 RELEASE SORT-CHG-RECORD
              WHEN BAQHCHGH-TYPE = 'CHANGED' AND
                   BAQHCHGH-FIELD = 'STATUS' AND
                   BAQHCHGH-NEW-VALUE (1:9) = 'ARCHIVED'
                 IF WS-YR-IDX > 0 THEN
                    ADD 1 TO WS-EV-ARCHIVED (WS-YR-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       DAA-020.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-TIME-TITLES
      *
      * SORT output procedure - returns the events in title and date
      * order, remembering each title's ADDED date until its status
      * goes to PUBLISHED.
      *----------------------------------------------------------------*
       DB-TIME-TITLES SECTION.
       DB-010.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CURR-TITLE.

           RETURN SORT-CHG-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM DBA-TIME-ONE-EVENT UNTIL WS-SORT-EOF.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBA-TIME-ONE-EVENT
      *
      * An ADDED in DRAFT starts the title's clock; one added
      * already PUBLISHED, or a REMOVED, leaves it with none. A
      * PUBLISHED stops the clock - or, with none running, counts
      * the title as not timed - in the year of the PUBLISHED.
      *----------------------------------------------------------------*
       DBA-TIME-ONE-EVENT SECTION.
       DBA-010.
           IF SORT-CHG-TITLE NOT = WS-CURR-TITLE THEN
              MOVE SORT-CHG-TITLE TO WS-CURR-TITLE
              MOVE SPACES TO WS-ADDED-DATE
           END-IF.

           EVALUATE TRUE
              WHEN SORT-CHG-ADDED
                 IF SORT-CHG-ADD-STATUS = 'PUBLISHED' THEN
                    MOVE SPACES TO WS-ADDED-DATE
                    MOVE SORT-CHG-DATE TO WS-PUB-DATE
                    PERFORM DBB-COUNT-UNTIMED
                 ELSE
                    MOVE SORT-CHG-DATE TO WS-ADDED-DATE
                 END-IF
              WHEN SORT-CHG-REMOVED
                 MOVE SPACES TO WS-ADDED-DATE
              WHEN SORT-CHG-PUBLISHED
                 MOVE SORT-CHG-DATE TO WS-PUB-DATE
                 IF WS-ADDED-DATE = SPACES THEN
                    PERFORM DBB-COUNT-UNTIMED
                 ELSE
                    PERFORM DBC-TIME-ONE-TITLE
                 END-IF
                 MOVE SPACES TO WS-ADDED-DATE
           END-EVALUATE.

       DBA-020.
           RETURN SORT-CHG-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       DBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBB-COUNT-UNTIMED
      *
      * A title that reached PUBLISHED (dated WS-PUB-DATE) with no
      * ADDED in DRAFT to time it from.
      *----------------------------------------------------------------*
       DBB-COUNT-UNTIMED SECTION.
       DBB-010.
           EVALUATE WS-PUB-YYYY
              WHEN WS-YEAR-X
                 ADD 1 TO WS-LEAD-UNTIMED (1)
              WHEN WS-PRIOR-YEAR-X
                 ADD 1 TO WS-LEAD-UNTIMED (2)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       DBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBC-TIME-ONE-TITLE
      *
      * Days from WS-ADDED-DATE to WS-PUB-DATE, into the sum and the
      * histogram of the PUBLISHED's year.
      *----------------------------------------------------------------*
       DBC-TIME-ONE-TITLE SECTION.
       DBC-010.
           EVALUATE WS-PUB-YYYY
              WHEN WS-YEAR-X
                 MOVE 1 TO WS-YR-IDX
              WHEN WS-PRIOR-YEAR-X
                 MOVE 2 TO WS-YR-IDX
              WHEN OTHER
                 GO TO DBC-999
           END-EVALUATE.

           MOVE WS-ADDED-DATE TO WS-DATE-NUM.
           COMPUTE WS-ADDED-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-PUB-DATE TO WS-DATE-NUM.
           COMPUTE WS-PUBLISHED-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-LEAD-DAYS = WS-PUBLISHED-INT - WS-ADDED-INT.
           IF WS-LEAD-DAYS < 0 THEN
              GO TO DBC-999
           END-IF.

           ADD 1 TO WS-LEAD-CNT (WS-YR-IDX).
           ADD WS-LEAD-DAYS TO WS-LEAD-DAYS-SUM (WS-YR-IDX).

           IF WS-LEAD-DAYS > WS-LEAD-CAP THEN
              MOVE WS-LEAD-CAP TO WS-LEAD-DAYS
           END-IF.
           COMPUTE WS-LEAD-SLOT = WS-LEAD-DAYS + 1.
           ADD 1 TO WS-LEAD-HIST-CNT (WS-YR-IDX WS-LEAD-SLOT).

       DBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-TALLY-SNAPSHOTS
      *
      * Reads the snapshot history through, keeping for each of the
      * three years only the groups of its latest snapshot date. The
      * history is appended in date order, so a later date in a year
      * simply replaces what was held for it.
      *----------------------------------------------------------------*
       EA-TALLY-SNAPSHOTS SECTION.
       EA-010.
           OPEN INPUT RBKSNPH-FILE.

           READ RBKSNPH-FILE
               AT END
                  MOVE 'Y' TO WS-SNPH-EOF-SW
           END-READ.

           PERFORM EAA-TALLY-ONE-SNAPSHOT-REC UNTIL WS-SNPH-EOF.

           CLOSE RBKSNPH-FILE.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-TALLY-ONE-SNAPSHOT-REC
      *----------------------------------------------------------------*
       EAA-TALLY-ONE-SNAPSHOT-REC SECTION.
       EAA-010.
           ADD 1 TO WS-SNPH-READ-CNT.

           EVALUATE BAQHSNPH-DATE (1:4)
              WHEN WS-YEAR-X
                 MOVE 1 TO WS-YE-IDX
              WHEN WS-PRIOR-YEAR-X
                 MOVE 2 TO WS-YE-IDX
              WHEN WS-BASE-YEAR-X
                 MOVE 3 TO WS-YE-IDX
              WHEN OTHER
                 GO TO EAA-020
           END-EVALUATE.

           IF BAQHSNPH-DATE > WS-YE-DATE (WS-YE-IDX) THEN
              MOVE BAQHSNPH-DATE TO WS-YE-DATE (WS-YE-IDX)
              MOVE 0 TO WS-YE-BOOKS (WS-YE-IDX)
              MOVE 0 TO WS-YE-SIZE-MB (WS-YE-IDX)
           END-IF.

           IF BAQHSNPH-DATE = WS-YE-DATE (WS-YE-IDX) THEN
              ADD BAQHSNPH-BOOK-CNT TO WS-YE-BOOKS (WS-YE-IDX)
              ADD BAQHSNPH-SIZE-MB TO WS-YE-SIZE-MB (WS-YE-IDX)
           END-IF.

       EAA-020.
           READ RBKSNPH-FILE
               AT END
                  MOVE 'Y' TO WS-SNPH-EOF-SW
           END-READ.

       EAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-READ-EXTRACT
      *
      * SORT input procedure - reads the extract, counts each book
      * published in the two years by documentType and month, and
      * releases one author-book pair per author of every PUBLISHED
      * or ARCHIVED book for the author sections.
      *----------------------------------------------------------------*
       FA-READ-EXTRACT SECTION.
       FA-010.
           MOVE 'N' TO WS-EXTR-EOF-SW.
           MOVE '01' TO WS-EXTR-LAYOUT-VER.

           OPEN INPUT RBKEXTR-FILE.

           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM FAA-TALLY-ONE-BOOK UNTIL WS-EXTR-EOF.

           CLOSE RBKEXTR-FILE.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-TALLY-ONE-BOOK
      *----------------------------------------------------------------*
       FAA-TALLY-ONE-BOOK SECTION.
       FAA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO FAA-020
           END-IF.

           MOVE BAQHEXTR-CATALOG TO WS-REC-CATALOG.
           IF WS-REC-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-REC-CATALOG
           END-IF.
           IF WS-REC-CATALOG NOT = WS-SEL-CATALOG THEN
              GO TO FAA-020
           END-IF.

           IF BAQHEXTR-STATUS NOT = 'PUBLISHED' AND
              BAQHEXTR-STATUS NOT = 'ARCHIVED' THEN
              GO TO FAA-020
           END-IF.

           ADD 1 TO WS-BOOK-CNT.

      * The publication date as the API returns it, 2023-03-31 or
      * 2023-03-31T00:00:00Z; any other shape leaves the book
      * undated.
           MOVE SPACES TO WS-PUB-DATE.
           IF BAQHEXTR-PUB-DATE (5:1) = '-' AND
              BAQHEXTR-PUB-DATE (8:1) = '-' THEN
              STRING BAQHEXTR-PUB-DATE (1:4)
                 BAQHEXTR-PUB-DATE (6:2) BAQHEXTR-PUB-DATE (9:2)
                 DELIMITED BY SIZE INTO WS-PUB-DATE
           END-IF.
           IF WS-PUB-DATE NOT NUMERIC OR
              WS-PUB-MM < 1 OR WS-PUB-MM > 12 THEN
              MOVE SPACES TO WS-PUB-DATE
              ADD 1 TO WS-UNDATED-CNT
           END-IF.

           MOVE 1 TO WS-AUTHOR-PTR.
           PERFORM FAC-RELEASE-ONE-AUTHOR
              UNTIL WS-AUTHOR-PTR > LENGTH OF BAQHEXTR-AUTHORS.

           EVALUATE TRUE
              WHEN WS-PUB-DATE = SPACES
                 GO TO FAA-020
              WHEN WS-PUB-YYYY = WS-YEAR-X
                 MOVE 1 TO WS-YR-IDX
              WHEN WS-PUB-YYYY = WS-PRIOR-YEAR-X
                 MOVE 2 TO WS-YR-IDX
              WHEN OTHER
                 GO TO FAA-020
           END-EVALUATE.

           PERFORM FAB-FIND-DOC-TYPE.

           IF WS-DT-FOUND = 0 THEN
              IF WS-DT-COUNT < WS-DT-MAX THEN
                 ADD 1 TO WS-DT-COUNT
                 MOVE WS-DT-COUNT TO WS-DT-FOUND
                 MOVE BAQHEXTR-DOC-TYPE
                    TO WS-DT-DOC-TYPE (WS-DT-FOUND)
              ELSE
      * Thirty documentTypes would mean the field values themselves
      * have gone bad - the book is counted in the totals only.
                 DISPLAY 'BAQHANNL documentType table full - '
                    BAQHEXTR-DOC-TYPE ' counted in the totals only.'
              END-IF
           END-IF.

           IF WS-YR-IDX = 1 THEN
              ADD 1 TO WS-PUB-YEAR-CNT
              ADD 1 TO WS-MON-YEAR-CNT (WS-PUB-MM)
              IF WS-DT-FOUND > 0 THEN
                 ADD 1 TO WS-DT-YEAR-CNT (WS-DT-FOUND)
                 ADD 1 TO WS-DT-MONTH-CNT (WS-DT-FOUND WS-PUB-MM)
              END-IF
           ELSE
              ADD 1 TO WS-PUB-PRIOR-CNT
              ADD 1 TO WS-MON-PRIOR-CNT (WS-PUB-MM)
              IF WS-DT-FOUND > 0 THEN
                 ADD 1 TO WS-DT-PRIOR-CNT (WS-DT-FOUND)
              END-IF
           END-IF.

       FAA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAB-FIND-DOC-TYPE
      *
      * Scans the documentType table for the book's documentType,
      * leaving the entry number in WS-DT-FOUND or 0.
      *----------------------------------------------------------------*
       FAB-FIND-DOC-TYPE SECTION.
       FAB-010.
           MOVE 0 TO WS-DT-FOUND.
           MOVE 0 TO WS-DT-IDX.

           PERFORM FABA-CHECK-ONE-DOC-TYPE
              UNTIL WS-DT-FOUND > 0
                 OR WS-DT-IDX NOT < WS-DT-COUNT.

       FAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FABA-CHECK-ONE-DOC-TYPE
      *----------------------------------------------------------------*
       FABA-CHECK-ONE-DOC-TYPE SECTION.
       FABA-010.
           ADD 1 TO WS-DT-IDX.
           IF WS-DT-DOC-TYPE (WS-DT-IDX) = BAQHEXTR-DOC-TYPE THEN
              MOVE WS-DT-IDX TO WS-DT-FOUND
           END-IF.

       FABA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAC-RELEASE-ONE-AUTHOR
      *
      * Unstrings the next semicolon-delimited author at
      * WS-AUTHOR-PTR and releases its pair with the book's
      * publication date (SPACES when undated, which sorts first and
      * so keeps an author with an undated book off the first-time
      * list). A blank entry releases nothing.
      *----------------------------------------------------------------*
       FAC-RELEASE-ONE-AUTHOR SECTION.
       FAC-010.
           MOVE SPACES TO WS-ONE-AUTHOR.
           UNSTRING BAQHEXTR-AUTHORS DELIMITED BY ';'
              INTO WS-ONE-AUTHOR
              WITH POINTER WS-AUTHOR-PTR
           END-UNSTRING.

           IF WS-ONE-AUTHOR NOT = SPACES THEN
              MOVE SPACES TO SORT-AUTH-RECORD
              MOVE FUNCTION TRIM(WS-ONE-AUTHOR) TO SORT-AUTH-NAME
              MOVE WS-PUB-DATE TO SORT-AUTH-PUB-DATE
              RELEASE SORT-AUTH-RECORD
           END-IF.

       FAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-TALLY-AUTHORS
      *
      * SORT output procedure - returns the pairs in author and date
      * order and, at each author's control break, ranks the author
      * and notes a first-time author.
      *----------------------------------------------------------------*
       FB-TALLY-AUTHORS SECTION.
       FB-010.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CURR-AUTHOR.

           RETURN SORT-AUTH-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM FBA-TALLY-ONE-PAIR UNTIL WS-SORT-EOF.

      * Close out the last author.
           IF WS-CURR-AUTHOR NOT = LOW-VALUES THEN
              PERFORM FBB-CLOSE-AUTHOR
           END-IF.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FBA-TALLY-ONE-PAIR
      *----------------------------------------------------------------*
       FBA-TALLY-ONE-PAIR SECTION.
       FBA-010.
           IF SORT-AUTH-NAME NOT = WS-CURR-AUTHOR THEN
              IF WS-CURR-AUTHOR NOT = LOW-VALUES THEN
                 PERFORM FBB-CLOSE-AUTHOR
              END-IF
              MOVE SORT-AUTH-NAME TO WS-CURR-AUTHOR
              MOVE SORT-AUTH-PUB-DATE (1:4) TO WS-AU-FIRST-YEAR
              MOVE 0 TO WS-AU-YEAR-CNT
              MOVE 0 TO WS-AU-PRIOR-CNT
              MOVE 0 TO WS-AU-CAREER-CNT
           END-IF.

           ADD 1 TO WS-AU-CAREER-CNT.
           EVALUATE SORT-AUTH-PUB-DATE (1:4)
              WHEN WS-YEAR-X
                 ADD 1 TO WS-AU-YEAR-CNT
              WHEN WS-PRIOR-YEAR-X
                 ADD 1 TO WS-AU-PRIOR-CNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       FBA-020.
           RETURN SORT-AUTH-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       FBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FBB-CLOSE-AUTHOR
      *
      * Counts WS-CURR-AUTHOR as active and, where the earliest book
      * falls in the year, first-time - for either compared year -
      * and ranks the author on the year's books.
      *----------------------------------------------------------------*
       FBB-CLOSE-AUTHOR SECTION.
       FBB-010.
           IF WS-AU-PRIOR-CNT > 0 THEN
              ADD 1 TO WS-AS-ACTIVE (2)
           END-IF.
           IF WS-AU-FIRST-YEAR = WS-PRIOR-YEAR-X THEN
              ADD 1 TO WS-AS-FIRST-TIME (2)
           END-IF.

           IF WS-AU-YEAR-CNT = 0 THEN
              GO TO FBB-999
           END-IF.

           ADD 1 TO WS-AS-ACTIVE (1).

           IF WS-AU-FIRST-YEAR = WS-YEAR-X THEN
              ADD 1 TO WS-AS-FIRST-TIME (1)
              IF WS-NEW-COUNT < WS-NEW-MAX THEN
                 ADD 1 TO WS-NEW-COUNT
                 MOVE WS-CURR-AUTHOR TO WS-NEW-AUTHOR (WS-NEW-COUNT)
                 MOVE WS-AU-YEAR-CNT
                    TO WS-NEW-BOOK-CNT (WS-NEW-COUNT)
              END-IF
           END-IF.

           PERFORM FBC-RANK-AUTHOR.

       FBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FBC-RANK-AUTHOR
      *
      * Places WS-CURR-AUTHOR in the top-ten table when the year's
      * count beats the tenth, moving the less prolific down one.
      *----------------------------------------------------------------*
       FBC-RANK-AUTHOR SECTION.
       FBC-010.
           IF WS-TOP-COUNT < WS-TOP-MAX THEN
              ADD 1 TO WS-TOP-COUNT
              MOVE WS-TOP-COUNT TO WS-TOP-POS
           ELSE
              IF WS-AU-YEAR-CNT NOT >
                    WS-TOP-YEAR-CNT (WS-TOP-MAX) THEN
                 GO TO FBC-999
              END-IF
              MOVE WS-TOP-MAX TO WS-TOP-POS
           END-IF.

           PERFORM FBCA-MOVE-ONE-DOWN
              UNTIL WS-TOP-POS = 1
                 OR WS-TOP-YEAR-CNT (WS-TOP-POS - 1)
                    NOT < WS-AU-YEAR-CNT.

           MOVE WS-CURR-AUTHOR   TO WS-TOP-AUTHOR (WS-TOP-POS).
           MOVE WS-AU-YEAR-CNT   TO WS-TOP-YEAR-CNT (WS-TOP-POS).
           MOVE WS-AU-PRIOR-CNT  TO WS-TOP-PRIOR-CNT (WS-TOP-POS).
           MOVE WS-AU-CAREER-CNT TO WS-TOP-CAREER-CNT (WS-TOP-POS).

       FBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FBCA-MOVE-ONE-DOWN
      *----------------------------------------------------------------*
       FBCA-MOVE-ONE-DOWN SECTION.
       FBCA-010.
           MOVE WS-TOP-ENTRY (WS-TOP-POS - 1)
              TO WS-TOP-ENTRY (WS-TOP-POS).
           SUBTRACT 1 FROM WS-TOP-POS.

       FBCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-WRITE-PUBLISHED
      *
      * Section 1 - one row per documentType with the year's books
      * by month, the year's total, the prior year's and the change;
      * then the all-types rows for the year and the prior year.
      *----------------------------------------------------------------*
       GA-WRITE-PUBLISHED SECTION.
       GA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '---- 1. BOOKS PUBLISHED IN ' WS-YEAR-X
              ' BY DOCUMENT TYPE AND MONTH ----'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'DOCTYPE' TO WS-RPT-LINE (1:7).
           MOVE '  JAN   FEB   MAR   APR   MAY   JUN'
              TO WS-RPT-LINE (10:35).
           MOVE '  JUL   AUG   SEP   OCT   NOV   DEC'
              TO WS-RPT-LINE (46:35).
           MOVE WS-YEAR-X TO WS-RPT-LINE (86:4).
           MOVE WS-PRIOR-YEAR-X TO WS-RPT-LINE (95:4).
           MOVE 'CHANGE' TO WS-RPT-LINE (103:6).
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

           PERFORM GAA-WRITE-DOC-TYPE-ROW
              VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-COUNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

           MOVE 'ALL' TO WS-ROW-LABEL.
           PERFORM GAC-LOAD-MONTH-TOTAL
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 12.
           MOVE WS-PUB-YEAR-CNT TO WS-ROW-TOTAL.
           MOVE WS-PUB-PRIOR-CNT TO WS-ROW-PRIOR.
           MOVE 'Y' TO WS-ROW-PRIOR-SW.
           PERFORM GAB-WRITE-ROW.

           MOVE WS-PRIOR-YEAR-X TO WS-ROW-LABEL.
           PERFORM GAD-LOAD-MONTH-PRIOR
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 12.
           MOVE WS-PUB-PRIOR-CNT TO WS-ROW-TOTAL.
           MOVE 'N' TO WS-ROW-PRIOR-SW.
           PERFORM GAB-WRITE-ROW.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE WS-UNDATED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PUBLISHED BOOKS WITH NO USABLE PUBLICATION DATE '
              '(NOT COUNTED ABOVE): ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAA-WRITE-DOC-TYPE-ROW
      *----------------------------------------------------------------*
       GAA-WRITE-DOC-TYPE-ROW SECTION.
       GAA-010.
           MOVE WS-DT-DOC-TYPE (WS-DT-IDX) TO WS-ROW-LABEL.
           PERFORM GAE-LOAD-DOC-TYPE-MONTH
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 12.
           MOVE WS-DT-YEAR-CNT (WS-DT-IDX) TO WS-ROW-TOTAL.
           MOVE WS-DT-PRIOR-CNT (WS-DT-IDX) TO WS-ROW-PRIOR.
           MOVE 'Y' TO WS-ROW-PRIOR-SW.
           PERFORM GAB-WRITE-ROW.

       GAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAB-WRITE-ROW
      *
      * Writes the section 1 row in WS-ROW-AREA: each month's count
      * under its heading, then the total, prior and change.
      *----------------------------------------------------------------*
       GAB-WRITE-ROW SECTION.
       GAB-010.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ROW-LABEL TO WS-RPT-LINE (1:8).

           PERFORM GABA-PLACE-ONE-MONTH
              VARYING WS-MON-IDX FROM 1 BY 1
              UNTIL WS-MON-IDX > 12.

           MOVE WS-ROW-TOTAL TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-RPT-LINE (83:7).

           IF WS-ROW-WITH-PRIOR THEN
              MOVE WS-ROW-PRIOR TO WS-CNT-ED
              MOVE WS-CNT-ED TO WS-RPT-LINE (92:7)
              COMPUTE WS-ROW-CHANGE = WS-ROW-TOTAL - WS-ROW-PRIOR
              MOVE WS-ROW-CHANGE TO WS-MOVE-CNT-ED
              MOVE WS-MOVE-CNT-ED TO WS-RPT-LINE (101:8)
           END-IF.

           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

       GAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GABA-PLACE-ONE-MONTH
      *----------------------------------------------------------------*
       GABA-PLACE-ONE-MONTH SECTION.
       GABA-010.
           COMPUTE WS-ROW-COL = 10 + (WS-MON-IDX - 1) * 6.
           MOVE WS-ROW-CNT (WS-MON-IDX) TO WS-MON-ED.
           MOVE WS-MON-ED TO WS-RPT-LINE (WS-ROW-COL:5).

       GABA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAC-LOAD-MONTH-TOTAL
      *----------------------------------------------------------------*
       GAC-LOAD-MONTH-TOTAL SECTION.
       GAC-010.
           MOVE WS-MON-YEAR-CNT (WS-MON-IDX)
              TO WS-ROW-CNT (WS-MON-IDX).

       GAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAD-LOAD-MONTH-PRIOR
      *----------------------------------------------------------------*
       GAD-LOAD-MONTH-PRIOR SECTION.
       GAD-010.
           MOVE WS-MON-PRIOR-CNT (WS-MON-IDX)
              TO WS-ROW-CNT (WS-MON-IDX).

       GAD-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAE-LOAD-DOC-TYPE-MONTH
      *----------------------------------------------------------------*
       GAE-LOAD-DOC-TYPE-MONTH SECTION.
       GAE-010.
           MOVE WS-DT-MONTH-CNT (WS-DT-IDX WS-MON-IDX)
              TO WS-ROW-CNT (WS-MON-IDX).

       GAE-999.
           EXIT.

      *----------------------------------------------------------------*
      * GB-WRITE-LEAD-TIME
      *
      * Section 2 - books timed, average and median days from ADDED
      * to PUBLISHED, and the books that could not be timed.
      *----------------------------------------------------------------*
       GB-WRITE-LEAD-TIME SECTION.
       GB-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE '---- 2. DAYS FROM ADDED TO PUBLISHED ----'
              TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           PERFORM XB-WRITE-COMPARE-HEADING.

           MOVE 'BOOKS TIMED (ADDED TO PUBLISHED)' TO WS-CMP-LABEL.
           MOVE WS-LEAD-CNT (1) TO WS-CMP-THIS.
           MOVE WS-LEAD-CNT (2) TO WS-CMP-PRIOR.
           MOVE 0 TO WS-CMP-DECIMALS.
           MOVE 'Y' TO WS-CMP-THIS-SW.
           MOVE 'Y' TO WS-CMP-PRIOR-SW.
           PERFORM XC-WRITE-COMPARE-LINE.

      * Average and median over an empty year are N/A.
           MOVE 'AVERAGE DAYS' TO WS-CMP-LABEL.
           MOVE 1 TO WS-CMP-DECIMALS.
           MOVE 'N' TO WS-CMP-THIS-SW.
           MOVE 'N' TO WS-CMP-PRIOR-SW.
           IF WS-LEAD-CNT (1) > 0 THEN
              COMPUTE WS-CMP-THIS ROUNDED =
                 WS-LEAD-DAYS-SUM (1) / WS-LEAD-CNT (1)
              MOVE 'Y' TO WS-CMP-THIS-SW
           END-IF.
           IF WS-LEAD-CNT (2) > 0 THEN
              COMPUTE WS-CMP-PRIOR ROUNDED =
                 WS-LEAD-DAYS-SUM (2) / WS-LEAD-CNT (2)
              MOVE 'Y' TO WS-CMP-PRIOR-SW
           END-IF.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE 'MEDIAN DAYS' TO WS-CMP-LABEL.
           MOVE 'N' TO WS-CMP-THIS-SW.
           MOVE 'N' TO WS-CMP-PRIOR-SW.
           IF WS-LEAD-CNT (1) > 0 THEN
              MOVE 1 TO WS-YR-IDX
              PERFORM XM-FIND-MEDIAN
              MOVE WS-MED-RESULT TO WS-CMP-THIS
              MOVE 'Y' TO WS-CMP-THIS-SW
           END-IF.
           IF WS-LEAD-CNT (2) > 0 THEN
              MOVE 2 TO WS-YR-IDX
              PERFORM XM-FIND-MEDIAN
              MOVE WS-MED-RESULT TO WS-CMP-PRIOR
              MOVE 'Y' TO WS-CMP-PRIOR-SW
           END-IF.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE 'PUBLISHED BUT NOT TIMED (NO DRAFT ADDED)'
              TO WS-CMP-LABEL.
           MOVE WS-LEAD-UNTIMED (1) TO WS-CMP-THIS.
           MOVE WS-LEAD-UNTIMED (2) TO WS-CMP-PRIOR.
           MOVE 0 TO WS-CMP-DECIMALS.
           MOVE 'Y' TO WS-CMP-THIS-SW.
           MOVE 'Y' TO WS-CMP-PRIOR-SW.
           PERFORM XC-WRITE-COMPARE-LINE.

       GB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GC-WRITE-RETIRED
      *
      * Section 3 - books retired and archived.
      *----------------------------------------------------------------*
       GC-WRITE-RETIRED SECTION.
       GC-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE '---- 3. BOOKS RETIRED AND ARCHIVED ----'
              TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           PERFORM XB-WRITE-COMPARE-HEADING.

           MOVE 0 TO WS-CMP-DECIMALS.
           MOVE 'Y' TO WS-CMP-THIS-SW.
           MOVE 'Y' TO WS-CMP-PRIOR-SW.

           MOVE 'RETIRED (REMOVED FROM THE CATALOG)' TO WS-CMP-LABEL.
           MOVE WS-EV-RETIRED (1) TO WS-CMP-THIS.
           MOVE WS-EV-RETIRED (2) TO WS-CMP-PRIOR.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE 'ARCHIVED (STATUS CHANGED TO ARCHIVED)'
              TO WS-CMP-LABEL.
           MOVE WS-EV-ARCHIVED (1) TO WS-CMP-THIS.
           MOVE WS-EV-ARCHIVED (2) TO WS-CMP-PRIOR.
           PERFORM XC-WRITE-COMPARE-LINE.

       GC-999.
           EXIT.

      *----------------------------------------------------------------*
      * GD-WRITE-GROWTH
      *
      * Section 4 - titles added, the catalog at each year end and
      * the net growth between year ends, in books and sizeMB.
      *----------------------------------------------------------------*
       GD-WRITE-GROWTH SECTION.
       GD-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE '---- 4. NET CATALOG GROWTH ----' TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           PERFORM XB-WRITE-COMPARE-HEADING.

           MOVE 'TITLES ADDED TO THE CATALOG' TO WS-CMP-LABEL.
           MOVE WS-EV-ADDED (1) TO WS-CMP-THIS.
           MOVE WS-EV-ADDED (2) TO WS-CMP-PRIOR.
           MOVE 0 TO WS-CMP-DECIMALS.
           MOVE 'Y' TO WS-CMP-THIS-SW.
           MOVE 'Y' TO WS-CMP-PRIOR-SW.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE 'BOOKS IN THE CATALOG AT YEAR END' TO WS-CMP-LABEL.
           MOVE WS-YE-BOOKS (1) TO WS-CMP-THIS.
           MOVE WS-YE-BOOKS (2) TO WS-CMP-PRIOR.
           PERFORM GDA-SET-YEAR-END-KNOWN.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE 'NET GROWTH IN BOOKS' TO WS-CMP-LABEL.
           COMPUTE WS-CMP-THIS = WS-YE-BOOKS (1) - WS-YE-BOOKS (2).
           COMPUTE WS-CMP-PRIOR = WS-YE-BOOKS (2) - WS-YE-BOOKS (3).
           PERFORM GDB-SET-GROWTH-KNOWN.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE 'CATALOG SIZE-MB AT YEAR END' TO WS-CMP-LABEL.
           MOVE WS-YE-SIZE-MB (1) TO WS-CMP-THIS.
           MOVE WS-YE-SIZE-MB (2) TO WS-CMP-PRIOR.
           MOVE 2 TO WS-CMP-DECIMALS.
           PERFORM GDA-SET-YEAR-END-KNOWN.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE 'NET GROWTH IN SIZE-MB' TO WS-CMP-LABEL.
           COMPUTE WS-CMP-THIS =
              WS-YE-SIZE-MB (1) - WS-YE-SIZE-MB (2).
           COMPUTE WS-CMP-PRIOR =
              WS-YE-SIZE-MB (2) - WS-YE-SIZE-MB (3).
           PERFORM GDB-SET-GROWTH-KNOWN.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'YEAR-END SNAPSHOTS USED: ' WS-YEAR-X '='
              WS-YE-DATE (1) '  ' WS-PRIOR-YEAR-X '=' WS-YE-DATE (2)
              '  ' WS-BASE-YEAR-X '=' WS-YE-DATE (3)
              '  (BLANK - NO SNAPSHOT ON RBKSNPH)'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

       GD-999.
           EXIT.

      *----------------------------------------------------------------*
      * GDA-SET-YEAR-END-KNOWN
      *----------------------------------------------------------------*
       GDA-SET-YEAR-END-KNOWN SECTION.
       GDA-010.
           MOVE 'Y' TO WS-CMP-THIS-SW.
           MOVE 'Y' TO WS-CMP-PRIOR-SW.
           IF WS-YE-DATE (1) = SPACES THEN
              MOVE 'N' TO WS-CMP-THIS-SW
           END-IF.
           IF WS-YE-DATE (2) = SPACES THEN
              MOVE 'N' TO WS-CMP-PRIOR-SW
           END-IF.

       GDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GDB-SET-GROWTH-KNOWN
      *
      * A year's growth needs its own year end and the one before.
      *----------------------------------------------------------------*
       GDB-SET-GROWTH-KNOWN SECTION.
       GDB-010.
           MOVE 'Y' TO WS-CMP-THIS-SW.
           MOVE 'Y' TO WS-CMP-PRIOR-SW.
           IF WS-YE-DATE (1) = SPACES OR WS-YE-DATE (2) = SPACES THEN
              MOVE 'N' TO WS-CMP-THIS-SW
           END-IF.
           IF WS-YE-DATE (2) = SPACES OR WS-YE-DATE (3) = SPACES THEN
              MOVE 'N' TO WS-CMP-PRIOR-SW
           END-IF.

       GDB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GE-WRITE-PROLIFIC
      *
      * Section 5 - authors publishing in each year, then the ten
      * most prolific of the year with their prior-year and career
      * counts.
      *----------------------------------------------------------------*
       GE-WRITE-PROLIFIC SECTION.
       GE-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE '---- 5. MOST PROLIFIC AUTHORS ----' TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           PERFORM XB-WRITE-COMPARE-HEADING.

           MOVE 'AUTHORS PUBLISHING IN THE YEAR' TO WS-CMP-LABEL.
           MOVE WS-AS-ACTIVE (1) TO WS-CMP-THIS.
           MOVE WS-AS-ACTIVE (2) TO WS-CMP-PRIOR.
           MOVE 0 TO WS-CMP-DECIMALS.
           MOVE 'Y' TO WS-CMP-THIS-SW.
           MOVE 'Y' TO WS-CMP-PRIOR-SW.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'RANK AUTHOR' TO WS-RPT-LINE (1:11).
           MOVE WS-YEAR-X TO WS-RPT-LINE (52:4).
           MOVE WS-PRIOR-YEAR-X TO WS-RPT-LINE (68:4).
           MOVE 'CHANGE' TO WS-RPT-LINE (82:6).
           MOVE 'CAREER' TO WS-RPT-LINE (98:6).
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

           IF WS-TOP-COUNT = 0 THEN
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKANNR-RECORD FROM WS-RPT-LINE
              GO TO GE-999
           END-IF.

           PERFORM GEA-WRITE-ONE-TOP-AUTHOR
              VARYING WS-TOP-IDX FROM 1 BY 1
              UNTIL WS-TOP-IDX > WS-TOP-COUNT.

       GE-999.
           EXIT.

      *----------------------------------------------------------------*
      * GEA-WRITE-ONE-TOP-AUTHOR
      *----------------------------------------------------------------*
       GEA-WRITE-ONE-TOP-AUTHOR SECTION.
       GEA-010.
           MOVE SPACES TO WS-CMP-LABEL.
           MOVE WS-TOP-YEAR-CNT (WS-TOP-IDX) TO WS-CMP-THIS.
           MOVE WS-TOP-PRIOR-CNT (WS-TOP-IDX) TO WS-CMP-PRIOR.
           MOVE 0 TO WS-CMP-DECIMALS.
           MOVE 'Y' TO WS-CMP-THIS-SW.
           MOVE 'Y' TO WS-CMP-PRIOR-SW.
           PERFORM XD-FORMAT-COMPARE-LINE.

      * The rank goes in ahead of the name, which is cut to fit.
           MOVE WS-TOP-IDX TO WS-RANK-ED.
           MOVE WS-RANK-ED TO WS-RPT-LINE (1:2).
           MOVE WS-TOP-AUTHOR (WS-TOP-IDX) (1:36)
              TO WS-RPT-LINE (6:36).

           MOVE WS-TOP-CAREER-CNT (WS-TOP-IDX) TO WS-CMP-VALUE.
           MOVE 'N' TO WS-CMP-SIGNED-SW.
           PERFORM XCA-EDIT-CELL.
           MOVE WS-CMP-CELL TO WS-RPT-LINE (90:14).

           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

       GEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GF-WRITE-FIRST-TIME
      *
      * Section 6 - the count of first-time authors for each year,
      * then the year's first-time authors by name.
      *----------------------------------------------------------------*
       GF-WRITE-FIRST-TIME SECTION.
       GF-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE '---- 6. FIRST-TIME AUTHORS ----' TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           PERFORM XB-WRITE-COMPARE-HEADING.

           MOVE 'FIRST-TIME AUTHORS' TO WS-CMP-LABEL.
           MOVE WS-AS-FIRST-TIME (1) TO WS-CMP-THIS.
           MOVE WS-AS-FIRST-TIME (2) TO WS-CMP-PRIOR.
           MOVE 0 TO WS-CMP-DECIMALS.
           MOVE 'Y' TO WS-CMP-THIS-SW.
           MOVE 'Y' TO WS-CMP-PRIOR-SW.
           PERFORM XC-WRITE-COMPARE-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'AUTHOR' TO WS-RPT-LINE (1:6).
           MOVE 'BOOKS IN' TO WS-RPT-LINE (45:8).
           MOVE WS-YEAR-X TO WS-RPT-LINE (54:4).
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

           IF WS-NEW-COUNT = 0 THEN
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKANNR-RECORD FROM WS-RPT-LINE
              GO TO GF-999
           END-IF.

           PERFORM GFA-WRITE-ONE-NEW-AUTHOR
              VARYING WS-NEW-IDX FROM 1 BY 1
              UNTIL WS-NEW-IDX > WS-NEW-COUNT.

           IF WS-AS-FIRST-TIME (1) > WS-NEW-COUNT THEN
              COMPUTE WS-CNT-ED = WS-AS-FIRST-TIME (1) - WS-NEW-COUNT
              MOVE SPACES TO WS-RPT-LINE
              STRING '... AND ' WS-CNT-ED ' MORE NOT LISTED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKANNR-RECORD FROM WS-RPT-LINE
           END-IF.

       GF-999.
           EXIT.

      *----------------------------------------------------------------*
      * GFA-WRITE-ONE-NEW-AUTHOR
      *----------------------------------------------------------------*
       GFA-WRITE-ONE-NEW-AUTHOR SECTION.
       GFA-010.
           MOVE WS-NEW-BOOK-CNT (WS-NEW-IDX) TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-NEW-AUTHOR (WS-NEW-IDX) TO WS-RPT-LINE (1:40).
           MOVE WS-CNT-ED TO WS-RPT-LINE (46:7).
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

       GFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-REPORT-TRAILER
      *----------------------------------------------------------------*
       HA-WRITE-REPORT-TRAILER SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

           MOVE WS-BOOK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PUBLISHED/ARCHIVED BOOKS ON THE EXTRACT: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

           MOVE WS-HIST-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHANGE-HISTORY RECORDS READ:             ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

           MOVE WS-SNPH-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SNAPSHOT-HISTORY RECORDS READ:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-WRITE-COMPARE-HEADING
      *
      * Column heading over a block of comparison lines, the years
      * right-aligned over their columns.
      *----------------------------------------------------------------*
       XB-WRITE-COMPARE-HEADING SECTION.
       XB-010.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-YEAR-X TO WS-RPT-LINE (52:4).
           MOVE WS-PRIOR-YEAR-X TO WS-RPT-LINE (68:4).
           MOVE 'CHANGE' TO WS-RPT-LINE (82:6).
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-WRITE-COMPARE-LINE
      *----------------------------------------------------------------*
       XC-WRITE-COMPARE-LINE SECTION.
       XC-010.
           PERFORM XD-FORMAT-COMPARE-LINE.
           WRITE RBKANNR-RECORD FROM WS-RPT-LINE.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XD-FORMAT-COMPARE-LINE
      *
      * Builds the comparison line from WS-CMP-LABEL, WS-CMP-THIS and
      * WS-CMP-PRIOR in WS-RPT-LINE: the label, the two years and the
      * change, each value N/A where it is not known.
      *----------------------------------------------------------------*
       XD-FORMAT-COMPARE-LINE SECTION.
       XD-010.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-CMP-LABEL TO WS-RPT-LINE (1:40).
           MOVE 'N' TO WS-CMP-SIGNED-SW.

           MOVE 'N/A' TO WS-CMP-CELL.
           IF WS-CMP-THIS-KNOWN THEN
              MOVE WS-CMP-THIS TO WS-CMP-VALUE
              PERFORM XCA-EDIT-CELL
           END-IF.
           MOVE WS-CMP-CELL TO WS-RPT-LINE (42:14).

           MOVE 'N/A' TO WS-CMP-CELL.
           IF WS-CMP-PRIOR-KNOWN THEN
              MOVE WS-CMP-PRIOR TO WS-CMP-VALUE
              PERFORM XCA-EDIT-CELL
           END-IF.
           MOVE WS-CMP-CELL TO WS-RPT-LINE (58:14).

           MOVE 'N/A' TO WS-CMP-CELL.
           IF WS-CMP-THIS-KNOWN AND WS-CMP-PRIOR-KNOWN THEN
              COMPUTE WS-CMP-VALUE = WS-CMP-THIS - WS-CMP-PRIOR
              MOVE 'Y' TO WS-CMP-SIGNED-SW
              PERFORM XCA-EDIT-CELL
           END-IF.
           MOVE WS-CMP-CELL TO WS-RPT-LINE (74:14).

       XD-999.
           EXIT.

      *----------------------------------------------------------------*
      * XCA-EDIT-CELL
      *
      * WS-CMP-VALUE edited into the right-justified WS-CMP-CELL to
      * WS-CMP-DECIMALS places, with a leading + or - for a change.
      *----------------------------------------------------------------*
       XCA-EDIT-CELL SECTION.
       XCA-010.
           EVALUATE TRUE
              WHEN WS-CMP-SIGNED AND WS-CMP-DECIMALS = 2
                 MOVE WS-CMP-VALUE TO WS-CMP-SG-2
                 MOVE WS-CMP-SG-2 TO WS-CMP-CELL
              WHEN WS-CMP-SIGNED AND WS-CMP-DECIMALS = 1
                 MOVE WS-CMP-VALUE TO WS-CMP-SG-1
                 MOVE WS-CMP-SG-1 TO WS-CMP-CELL
              WHEN WS-CMP-SIGNED
                 MOVE WS-CMP-VALUE TO WS-CMP-SG-0
                 MOVE WS-CMP-SG-0 TO WS-CMP-CELL
              WHEN WS-CMP-DECIMALS = 2
                 MOVE WS-CMP-VALUE TO WS-CMP-ED-2
                 MOVE WS-CMP-ED-2 TO WS-CMP-CELL
              WHEN WS-CMP-DECIMALS = 1
                 MOVE WS-CMP-VALUE TO WS-CMP-ED-1
                 MOVE WS-CMP-ED-1 TO WS-CMP-CELL
              WHEN OTHER
                 MOVE WS-CMP-VALUE TO WS-CMP-ED-0
                 MOVE WS-CMP-ED-0 TO WS-CMP-CELL
           END-EVALUATE.

       XCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XM-FIND-MEDIAN
      *
      * The median of the WS-YR-IDX year's lead-time histogram into
      * WS-MED-RESULT: the middle book's days, or with an even count
      * the mean of the two middle books'.
      *----------------------------------------------------------------*
       XM-FIND-MEDIAN SECTION.
       XM-010.
           COMPUTE WS-MED-TARGET = (WS-LEAD-CNT (WS-YR-IDX) + 1) / 2.
           PERFORM XMA-FIND-NTH-DAY.
           MOVE WS-MED-IDX TO WS-MED-LOW.

           COMPUTE WS-MED-TARGET = (WS-LEAD-CNT (WS-YR-IDX) + 2) / 2.
           PERFORM XMA-FIND-NTH-DAY.
           MOVE WS-MED-IDX TO WS-MED-HIGH.

           COMPUTE WS-MED-RESULT = (WS-MED-LOW + WS-MED-HIGH) / 2.

       XM-999.
           EXIT.

      *----------------------------------------------------------------*
      * XMA-FIND-NTH-DAY
      *
      * Walks the histogram to the WS-MED-TARGET'th book, leaving its
      * days in WS-MED-IDX.
      *----------------------------------------------------------------*
       XMA-FIND-NTH-DAY SECTION.
       XMA-010.
           MOVE 0 TO WS-MED-CUM.
           MOVE 0 TO WS-MED-IDX.

           PERFORM XMAA-ADD-ONE-DAY
              UNTIL WS-MED-CUM NOT < WS-MED-TARGET
                 OR WS-MED-IDX > WS-LEAD-CAP.

           SUBTRACT 1 FROM WS-MED-IDX.

       XMA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XMAA-ADD-ONE-DAY
      *----------------------------------------------------------------*
       XMAA-ADD-ONE-DAY SECTION.
       XMAA-010.
           ADD 1 TO WS-MED-IDX.
           ADD WS-LEAD-HIST-CNT (WS-YR-IDX WS-MED-IDX) TO WS-MED-CUM.

       XMAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XV-VERIFY-EXTRACT
      *
      * Pre-pass over RBKEXTR verifying its self-description: one
      * '*HDR' control record, one '*TRL' control record, and a
      * trailer count equal to the data records present. The file is
      * closed again afterwards, ready for the main pass.
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
              DISPLAY 'BAQHANNL extract snapshot ' WS-XVER-SNAP-ID
                 ' verified, ' WS-XVER-DATA-CNT ' data records.'
           ELSE
              DISPLAY 'BAQHANNL extract verification failed - HDR='
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
                 MOVE BAQHEXTC-CATALOG TO WS-XVER-CATALOG
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
              MOVE 'BAQHANNL' TO BAQHLINW-PROGRAM
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
