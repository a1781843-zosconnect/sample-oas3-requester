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
      * BAQHDLMR                                                      *
      *                                                               *
      * Catalog usage report - the evidence the editorial board asks  *
      * for before anything is retired. The RBKUSGH usage history     *
      * (loaded by BAQHDLMI from the web team's monthly feed) is      *
      * joined by form number to the verified RBKEXTR extract (run    *
      * GARB first for a fresh pull) and three lists are produced for *
      * the report month:                                             *
      *   - PUBLISHED titles with no downloads at all over the last   *
      *     n months up to the report month - no history row counts   *
      *     as none,                                                  *
      *   - the top and bottom PUBLISHED titles by downloads within   *
      *     each documentType,                                        *
      *   - the report month's feed rows whose form number is not in  *
      *     the catalog, for the web team to correct.                 *
      * Nothing is changed by this run.                               *
      *                                                               *
      * Inputs:  RBKEXTR, RBKUSGH                                     *
      * Outputs: RBKDLUR (report)                                     *
      * PARM keywords, all optional:                                  *
      *   MONTH=YYYYMM   report month (default the previous month)    *
      *   MONTHS=n       zero-download window in months (default 6)   *
      *   TOP=n          titles listed at each end of a documentType  *
      *                  (default 5, at most 10)                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHDLMR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKUSGH-FILE ASSIGN TO RBKUSGH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHUSGH-KEY
               FILE STATUS IS WS-USGH-FILE-STATUS.

           SELECT RBKDLUR-FILE ASSIGN TO RBKDLUR
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKUSGH-FILE.
       COPY BAQHUSGH.

       FD  RBKDLUR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKDLUR-RECORD          PIC X(132).

      * The first sort ranks the PUBLISHED titles by downloads within
      * documentType; the second puts the catalog's form numbers in
      * order for the match against the report month's feed rows.
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-DOC-TYPE        PIC X(08).
           03 SORT-DOWNLOADS       PIC 9(09).
           03 SORT-VIEWS           PIC 9(09).
           03 SORT-TITLE           PIC X(80).
           03 SORT-FORM-NUMBER     PIC X(12).
       01  SORT-FORM-RECORD.
           03 SORT-FORM-KEY        PIC X(12).
           03 FILLER               PIC X(106).

       WORKING-STORAGE SECTION.

       01 WS-USGH-FILE-STATUS PIC X(2).

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.
       01 WS-USGH-EOF-SW      PIC X VALUE 'N'.
           88 WS-USGH-EOF     VALUE 'Y'.
       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-PARM-ARG         PIC X(6) VALUE SPACES.
       01 WS-PARM-NUM-ARG     PIC X(2) VALUE SPACES.

      * The report month and the first month of the zero-download
      * window. Months are counted as YYYY * 12 + MM - 1 for the
      * window arithmetic and compare as YYYYMM text.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-RPT-MONTH        PIC X(6) VALUE SPACES.
       01 WS-RPT-MONTH-N REDEFINES WS-RPT-MONTH.
           03 WS-RPT-YYYY     PIC 9(4).
           03 WS-RPT-MM       PIC 9(2).
       01 WS-FROM-MONTH       PIC X(6) VALUE SPACES.
       01 WS-FROM-MONTH-N REDEFINES WS-FROM-MONTH.
           03 WS-FROM-YYYY    PIC 9(4).
           03 WS-FROM-MM      PIC 9(2).
       01 WS-MONTH-IX         PIC 9(7) COMP VALUE 0.
       01 WS-WINDOW-MONTHS    PIC 9(2) VALUE 6.
       01 WS-TOP-N            PIC 9(2) VALUE 5.

      * One title's figures from BB-SUM-WINDOW.
       01 WS-WINDOW-DOWNLOADS PIC 9(11) COMP VALUE 0.
       01 WS-MONTH-DOWNLOADS  PIC 9(9) VALUE 0.
       01 WS-MONTH-VIEWS      PIC 9(9) VALUE 0.
       01 WS-WINDOW-EOF-SW    PIC X VALUE 'N'.
           88 WS-WINDOW-EOF   VALUE 'Y'.

      * documentType control break and the ring of the last TOP-N
      * titles seen in the group, which at the break are its bottom
      * titles. LOW-VALUES means "no group open yet".
       01 WS-CURR-DOC-TYPE    PIC X(08) VALUE LOW-VALUES.
       01 WS-GROUP-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-RANK             PIC S9(7) COMP VALUE 0.
       01 WS-LOW-RANK         PIC S9(7) COMP VALUE 0.
       01 WS-RANK-OFFSET      PIC 9(7) COMP VALUE 0.
       01 WS-SLOT             PIC 9(4) COMP VALUE 0.
       01 WS-SLOT-QUOT        PIC 9(7) COMP VALUE 0.
       01 WS-RING.
           03 WS-RING-ENTRY OCCURS 10 TIMES.
              05 WS-RING-FORM      PIC X(12).
              05 WS-RING-DOWNLOADS PIC 9(9).
              05 WS-RING-VIEWS     PIC 9(9).
              05 WS-RING-TITLE     PIC X(80).

      * Feed-row match against the catalog's form numbers.
       01 WS-MATCH-FORM       PIC X(12) VALUE LOW-VALUES.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-PUBLISHED-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-NOFORM-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-ZERO-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-FEED-ROW-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-UNKNOWN-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-MONTH-TOTAL      PIC 9(11) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-RANK-ED          PIC ZZZZ9.
       01 WS-DL-ED            PIC ZZZ,ZZZ,ZZ9.
       01 WS-PV-ED            PIC ZZZ,ZZZ,ZZ9.
       01 WS-N-ED             PIC Z9.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

      * The feed for a month arrives after the month ends, so the
      * report month defaults to the one before the run date.
           MOVE WS-RUN-DATE (1:6) TO WS-RPT-MONTH.
           IF WS-RPT-MM = 1 THEN
              SUBTRACT 1 FROM WS-RPT-YYYY
              MOVE 12 TO WS-RPT-MM
           ELSE
              SUBTRACT 1 FROM WS-RPT-MM
           END-IF.

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'MONTH='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 7.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              MOVE SPACES TO WS-PARM-ARG
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-PARM-ARG
              IF WS-PARM-ARG IS NUMERIC AND
                 WS-PARM-ARG (5:2) > '00' AND
                 WS-PARM-ARG (5:2) < '13' THEN
                 MOVE WS-PARM-ARG TO WS-RPT-MONTH
              END-IF
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'MONTHS='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              MOVE SPACES TO WS-PARM-NUM-ARG
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-PARM-NUM-ARG
              PERFORM XA-RIGHT-ALIGN-NUM-ARG
              IF WS-PARM-NUM-ARG IS NUMERIC AND
                 WS-PARM-NUM-ARG > '00' THEN
                 MOVE WS-PARM-NUM-ARG TO WS-WINDOW-MONTHS
              END-IF
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'TOP='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 5.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              MOVE SPACES TO WS-PARM-NUM-ARG
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-PARM-NUM-ARG
              PERFORM XA-RIGHT-ALIGN-NUM-ARG
              IF WS-PARM-NUM-ARG IS NUMERIC AND
                 WS-PARM-NUM-ARG > '00' AND
                 WS-PARM-NUM-ARG NOT > '10' THEN
                 MOVE WS-PARM-NUM-ARG TO WS-TOP-N
              END-IF
           END-IF.

           COMPUTE WS-MONTH-IX = WS-RPT-YYYY * 12 + WS-RPT-MM - 1
              - (WS-WINDOW-MONTHS - 1).
           DIVIDE WS-MONTH-IX BY 12 GIVING WS-FROM-YYYY
              REMAINDER WS-FROM-MM.
           ADD 1 TO WS-FROM-MM.

      * Verify the extract is a complete self-describing snapshot
      * before anything is reported from it.
           PERFORM XV-VERIFY-EXTRACT.
           IF WS-XVER-OK = 0 THEN
              DISPLAY 'BAQHDLMR REFUSED - RBKEXTR failed its header/'
                 'trailer verification; mount the verified snapshot'
                 ' and rerun.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKUSGH-FILE.
           IF WS-USGH-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHDLMR OPEN RBKUSGH failed, file status '
                 WS-USGH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKDLUR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CATALOG USAGE REPORT - ' WS-RPT-MONTH
              '  RUN DATE ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

      * First - PUBLISHED titles with no downloads in the window,
      * listed as the extract is read for the ranking sort.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.
           MOVE WS-WINDOW-MONTHS TO WS-N-ED.
           STRING '---- PUBLISHED TITLES WITH NO DOWNLOADS IN '
              WS-N-ED ' MONTHS, ' WS-FROM-MONTH ' TO ' WS-RPT-MONTH
              ' ----'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-DOC-TYPE
              ON DESCENDING KEY SORT-DOWNLOADS
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS BA-RELEASE-PUBLISHED
              OUTPUT PROCEDURE IS CA-TOP-AND-BOTTOM.

      * Last - the report month's feed rows the catalog does not know.
           SORT SORT-FILE
              ON ASCENDING KEY SORT-FORM-KEY
              INPUT PROCEDURE IS DA-RELEASE-FORM-NUMBERS
              OUTPUT PROCEDURE IS DB-MATCH-FEED-ROWS.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS READ:                  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           MOVE WS-PUBLISHED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PUBLISHED TITLES RANKED:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           MOVE WS-NOFORM-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PUBLISHED, NO FORM NUMBER:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           MOVE WS-ZERO-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PUBLISHED, NO DOWNLOADS:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           MOVE WS-FEED-ROW-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FEED ROWS FOR THE MONTH:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           MOVE WS-UNKNOWN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FEED ROWS NOT IN CATALOG:    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           MOVE WS-MONTH-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PUBLISHED DOWNLOADS:    ' WS-TOTAL-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

       A-999.
           CLOSE RBKUSGH-FILE.
           CLOSE RBKDLUR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-RELEASE-PUBLISHED
      *
      * SORT input procedure - one sort record per PUBLISHED title
      * with a form number, carrying its report-month figures. A
      * title with no downloads across the window is listed here.
      *----------------------------------------------------------------*
       BA-RELEASE-PUBLISHED SECTION.
       BA-010.
           MOVE 'N' TO WS-EXTR-EOF-SW.
           MOVE '01' TO WS-EXTR-LAYOUT-VER.

           OPEN INPUT RBKEXTR-FILE.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM BAA-RELEASE-ONE-BOOK UNTIL WS-EXTR-EOF.

           CLOSE RBKEXTR-FILE.

           IF WS-ZERO-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-RELEASE-ONE-BOOK
      *----------------------------------------------------------------*
       BAA-RELEASE-ONE-BOOK SECTION.
       BAA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO BAA-020
           END-IF.

           ADD 1 TO WS-READ-CNT.

           IF BAQHEXTR-STATUS NOT = 'PUBLISHED' THEN
              GO TO BAA-020
           END-IF.

           IF BAQHEXTR-FORM-NUMBER = SPACES THEN
              ADD 1 TO WS-NOFORM-CNT
              GO TO BAA-020
           END-IF.

           ADD 1 TO WS-PUBLISHED-CNT.
           PERFORM BB-SUM-WINDOW.

           IF WS-WINDOW-DOWNLOADS = 0 THEN
              ADD 1 TO WS-ZERO-CNT
              MOVE SPACES TO WS-RPT-LINE
              STRING BAQHEXTR-FORM-NUMBER '  ' BAQHEXTR-DOC-TYPE '  '
                 BAQHEXTR-TITLE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE BAQHEXTR-DOC-TYPE TO SORT-DOC-TYPE.
           MOVE WS-MONTH-DOWNLOADS TO SORT-DOWNLOADS.
           MOVE WS-MONTH-VIEWS TO SORT-VIEWS.
           MOVE BAQHEXTR-TITLE TO SORT-TITLE.
           MOVE BAQHEXTR-FORM-NUMBER TO SORT-FORM-NUMBER.
           RELEASE SORT-RECORD.

       BAA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-SUM-WINDOW
      *
      * Totals the current book's downloads over the window by a
      * keyed browse of RBKUSGH from its form number and the first
      * window month, keeping the report month's own figures.
      *----------------------------------------------------------------*
       BB-SUM-WINDOW SECTION.
       BB-010.
           MOVE 0 TO WS-WINDOW-DOWNLOADS.
           MOVE 0 TO WS-MONTH-DOWNLOADS.
           MOVE 0 TO WS-MONTH-VIEWS.
           MOVE 'N' TO WS-WINDOW-EOF-SW.

           MOVE BAQHEXTR-FORM-NUMBER TO BAQHUSGH-FORM-NUMBER.
           MOVE WS-FROM-MONTH TO BAQHUSGH-MONTH.
           START RBKUSGH-FILE KEY IS NOT LESS THAN BAQHUSGH-KEY.
           IF WS-USGH-FILE-STATUS NOT = '00' THEN
              GO TO BB-999
           END-IF.

           PERFORM BBA-ADD-ONE-MONTH UNTIL WS-WINDOW-EOF.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-ADD-ONE-MONTH
      *----------------------------------------------------------------*
       BBA-ADD-ONE-MONTH SECTION.
       BBA-010.
           READ RBKUSGH-FILE NEXT.
           IF WS-USGH-FILE-STATUS NOT = '00' THEN
              MOVE 'Y' TO WS-WINDOW-EOF-SW
              GO TO BBA-999
           END-IF.

           IF BAQHUSGH-FORM-NUMBER NOT = BAQHEXTR-FORM-NUMBER OR
              BAQHUSGH-MONTH > WS-RPT-MONTH THEN
              MOVE 'Y' TO WS-WINDOW-EOF-SW
              GO TO BBA-999
           END-IF.

           ADD BAQHUSGH-DOWNLOADS TO WS-WINDOW-DOWNLOADS.

           IF BAQHUSGH-MONTH = WS-RPT-MONTH THEN
              MOVE BAQHUSGH-DOWNLOADS TO WS-MONTH-DOWNLOADS
              MOVE BAQHUSGH-PAGE-VIEWS TO WS-MONTH-VIEWS
           END-IF.

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-TOP-AND-BOTTOM
      *
      * SORT output procedure - takes the PUBLISHED titles back by
      * documentType, most downloaded first, listing each type's
      * top titles as they come and its bottom titles at the break.
      *----------------------------------------------------------------*
       CA-TOP-AND-BOTTOM SECTION.
       CA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOP-N TO WS-N-ED.
           STRING '---- TOP AND BOTTOM ' WS-N-ED
              ' PUBLISHED TITLES BY DOWNLOADS IN ' WS-RPT-MONTH
              ', BY DOCUMENT TYPE ----'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           MOVE LOW-VALUES TO WS-CURR-DOC-TYPE.
           MOVE 'N' TO WS-SORT-EOF-SW.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM CAA-TAKE-ONE-TITLE UNTIL WS-SORT-EOF.

           IF WS-CURR-DOC-TYPE NOT = LOW-VALUES THEN
              PERFORM CAB-CLOSE-DOC-TYPE
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
              MOVE 'NO PUBLISHED TITLES.' TO WS-RPT-LINE
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-TAKE-ONE-TITLE
      *
      * Control-break logic for one returned title: a documentType
      * change closes the group just ended and heads the next. Every
      * title goes into the ring; the first TOP-N are listed now.
      *----------------------------------------------------------------*
       CAA-TAKE-ONE-TITLE SECTION.
       CAA-010.
           IF SORT-DOC-TYPE NOT = WS-CURR-DOC-TYPE THEN
              IF WS-CURR-DOC-TYPE NOT = LOW-VALUES THEN
                 PERFORM CAB-CLOSE-DOC-TYPE
              END-IF
              MOVE SORT-DOC-TYPE TO WS-CURR-DOC-TYPE
              MOVE 0 TO WS-GROUP-CNT
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
              IF WS-CURR-DOC-TYPE = SPACES THEN
                 MOVE 'DOCUMENT TYPE: (NONE)' TO WS-RPT-LINE
              ELSE
                 STRING 'DOCUMENT TYPE: ' WS-CURR-DOC-TYPE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
              MOVE SPACES TO WS-RPT-LINE
              STRING '  TOP     RANK FORM NUMBER    DOWNLOADS  '
                 'PAGE VIEWS  TITLE'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
           END-IF.

           ADD 1 TO WS-GROUP-CNT.
           ADD SORT-DOWNLOADS TO WS-MONTH-TOTAL.

           COMPUTE WS-RANK-OFFSET = WS-GROUP-CNT - 1.
           DIVIDE WS-RANK-OFFSET BY WS-TOP-N GIVING WS-SLOT-QUOT
              REMAINDER WS-SLOT.
           ADD 1 TO WS-SLOT.
           MOVE SORT-FORM-NUMBER TO WS-RING-FORM (WS-SLOT).
           MOVE SORT-DOWNLOADS TO WS-RING-DOWNLOADS (WS-SLOT).
           MOVE SORT-VIEWS TO WS-RING-VIEWS (WS-SLOT).
           MOVE SORT-TITLE TO WS-RING-TITLE (WS-SLOT).

           IF WS-GROUP-CNT NOT > WS-TOP-N THEN
              MOVE WS-GROUP-CNT TO WS-RANK
              PERFORM CAC-WRITE-RING-LINE
           END-IF.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAB-CLOSE-DOC-TYPE
      *
      * Lists the bottom titles of the group just ended, least
      * downloaded first, leaving out any already listed among the
      * top.
      *----------------------------------------------------------------*
       CAB-CLOSE-DOC-TYPE SECTION.
       CAB-010.
           IF WS-GROUP-CNT NOT > WS-TOP-N THEN
              GO TO CAB-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE '  BOTTOM' TO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           COMPUTE WS-LOW-RANK = WS-GROUP-CNT - WS-TOP-N + 1.
           IF WS-LOW-RANK NOT > WS-TOP-N THEN
              COMPUTE WS-LOW-RANK = WS-TOP-N + 1
           END-IF.

           PERFORM CABA-WRITE-ONE-BOTTOM
              VARYING WS-RANK FROM WS-GROUP-CNT BY -1
              UNTIL WS-RANK < WS-LOW-RANK.

       CAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CABA-WRITE-ONE-BOTTOM
      *----------------------------------------------------------------*
       CABA-WRITE-ONE-BOTTOM SECTION.
       CABA-010.
           COMPUTE WS-RANK-OFFSET = WS-RANK - 1.
           DIVIDE WS-RANK-OFFSET BY WS-TOP-N GIVING WS-SLOT-QUOT
              REMAINDER WS-SLOT.
           ADD 1 TO WS-SLOT.
           PERFORM CAC-WRITE-RING-LINE.

       CABA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAC-WRITE-RING-LINE
      *
      * Lists ring entry WS-SLOT as the group's title of rank WS-RANK.
      *----------------------------------------------------------------*
       CAC-WRITE-RING-LINE SECTION.
       CAC-010.
           MOVE WS-RANK TO WS-RANK-ED.
           MOVE WS-RING-DOWNLOADS (WS-SLOT) TO WS-DL-ED.
           MOVE WS-RING-VIEWS (WS-SLOT) TO WS-PV-ED.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '         ' WS-RANK-ED ' ' WS-RING-FORM (WS-SLOT)
              ' ' WS-DL-ED ' ' WS-PV-ED '  '
              WS-RING-TITLE (WS-SLOT) (1:70)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

       CAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-RELEASE-FORM-NUMBERS
      *
      * SORT input procedure - every form number in the extract,
      * whatever the book's status.
      *----------------------------------------------------------------*
       DA-RELEASE-FORM-NUMBERS SECTION.
       DA-010.
           MOVE 'N' TO WS-EXTR-EOF-SW.
           MOVE '01' TO WS-EXTR-LAYOUT-VER.

           OPEN INPUT RBKEXTR-FILE.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM DAA-RELEASE-ONE-FORM UNTIL WS-EXTR-EOF.

           CLOSE RBKEXTR-FILE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-RELEASE-ONE-FORM
      *----------------------------------------------------------------*
       DAA-RELEASE-ONE-FORM SECTION.
       DAA-010.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' OR
              BAQHEXTR-FORM-NUMBER = SPACES THEN
              GO TO DAA-020
           END-IF.

           MOVE SPACES TO SORT-FORM-RECORD.
           MOVE BAQHEXTR-FORM-NUMBER TO SORT-FORM-KEY.
           RELEASE SORT-FORM-RECORD.

       DAA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-MATCH-FEED-ROWS
      *
      * SORT output procedure - reads the usage history in key order
      * against the catalog's form numbers in the same order, and
      * lists each report-month row whose form number is not among
      * them.
      *----------------------------------------------------------------*
       DB-MATCH-FEED-ROWS SECTION.
       DB-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.
           STRING '---- FEED ROWS FOR ' WS-RPT-MONTH
              ' WHOSE FORM NUMBER IS NOT IN THE CATALOG ----'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM DBB-RETURN-NEXT-FORM.

           MOVE 'N' TO WS-USGH-EOF-SW.
           MOVE LOW-VALUES TO BAQHUSGH-KEY.
           START RBKUSGH-FILE KEY IS NOT LESS THAN BAQHUSGH-KEY.
           IF WS-USGH-FILE-STATUS = '00' THEN
              PERFORM DBA-MATCH-ONE-ROW UNTIL WS-USGH-EOF
           END-IF.

      * Any form numbers not yet returned are simply dropped.
           PERFORM DBB-RETURN-NEXT-FORM UNTIL WS-SORT-EOF.

           IF WS-UNKNOWN-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKDLUR-RECORD FROM WS-RPT-LINE
           END-IF.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBA-MATCH-ONE-ROW
      *----------------------------------------------------------------*
       DBA-MATCH-ONE-ROW SECTION.
       DBA-010.
           READ RBKUSGH-FILE NEXT.
           IF WS-USGH-FILE-STATUS NOT = '00' THEN
              MOVE 'Y' TO WS-USGH-EOF-SW
              GO TO DBA-999
           END-IF.

           IF BAQHUSGH-MONTH NOT = WS-RPT-MONTH THEN
              GO TO DBA-999
           END-IF.

           ADD 1 TO WS-FEED-ROW-CNT.

           PERFORM DBB-RETURN-NEXT-FORM
              UNTIL WS-MATCH-FORM NOT < BAQHUSGH-FORM-NUMBER.

           IF WS-MATCH-FORM = BAQHUSGH-FORM-NUMBER THEN
              GO TO DBA-999
           END-IF.

           ADD 1 TO WS-UNKNOWN-CNT.
           MOVE BAQHUSGH-DOWNLOADS TO WS-DL-ED.
           MOVE BAQHUSGH-PAGE-VIEWS TO WS-PV-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING BAQHUSGH-FORM-NUMBER '  DOWNLOADS ' WS-DL-ED
              '  PAGE VIEWS ' WS-PV-ED '  LOADED ' BAQHUSGH-LOAD-DATE
              ' FROM FEED ' BAQHUSGH-FEED-ID
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLUR-RECORD FROM WS-RPT-LINE.

       DBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBB-RETURN-NEXT-FORM
      *
      * Returns the next catalog form number into WS-MATCH-FORM;
      * HIGH-VALUES once they are all used.
      *----------------------------------------------------------------*
       DBB-RETURN-NEXT-FORM SECTION.
       DBB-010.
           IF WS-SORT-EOF THEN
              MOVE HIGH-VALUES TO WS-MATCH-FORM
              GO TO DBB-999
           END-IF.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
                  MOVE HIGH-VALUES TO WS-MATCH-FORM
                  GO TO DBB-999
           END-RETURN.

           MOVE SORT-FORM-KEY TO WS-MATCH-FORM.

       DBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-RIGHT-ALIGN-NUM-ARG
      *
      * A one-digit keyword value (MONTHS=6) comes out of UNSTRING
      * as '6 '; it is moved to the right as '06'.
      *----------------------------------------------------------------*
       XA-RIGHT-ALIGN-NUM-ARG SECTION.
       XA-010.
           IF WS-PARM-NUM-ARG (2:1) = SPACE AND
              WS-PARM-NUM-ARG (1:1) NOT = SPACE THEN
              MOVE WS-PARM-NUM-ARG (1:1) TO WS-PARM-NUM-ARG (2:1)
              MOVE '0' TO WS-PARM-NUM-ARG (1:1)
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
              DISPLAY 'BAQHDLMR extract snapshot ' WS-XVER-SNAP-ID
                 ' verified, ' WS-XVER-DATA-CNT ' data records.'
           ELSE
              DISPLAY 'BAQHDLMR extract verification failed - HDR='
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
              MOVE 'BAQHDLMR' TO BAQHLINW-PROGRAM
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
