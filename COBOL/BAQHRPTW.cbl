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
      * BAQHRPTW                                                      *
      *                                                               *
      * Parameter-driven report writer over the RBKEXTR catalog       *
      * extract. The report is described by a definition on DD name  *
      * RBKRDEF (see BAQHRDEF) rather than by program: the columns to *
      * print, including RBKPDIC dictionary properties carried from   *
      * the RBKXPRP property store, up to three sort keys and which   *
      * of them break, which numeric columns are subtotalled, an      *
      * optional selection in BAQHSSEL's terms, and the heading. A    *
      * new management view is a new definition member on RBKRDEF and *
      * the same program, writing the report to DD name RBKADRP.      *
      *                                                               *
      * The definition is checked whole before the extract is read:   *
      * an unknown field or property, a total on a column that is not *
      * numeric, more columns than fit 132 print positions, or an     *
      * unknown selection term lists every fault and ends the run     *
      * with return code 8 and no report. The extract must pass the   *
      * same header/trailer verification BAQHSSEL applies.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHRPTW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKRDEF-FILE ASSIGN TO RBKRDEF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDEF-FILE-STATUS.

           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKADRP-FILE ASSIGN TO RBKADRP
               ORGANIZATION IS SEQUENTIAL.

      * The dictionary and the property store are only needed by a
      * definition that names a property. FILE STATUS lets a run
      * without either go ahead on the extract's own fields.
           SELECT RBKPDIC-FILE ASSIGN TO RBKPDIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDIC-FILE-STATUS.

           SELECT RBKXPRP-FILE ASSIGN TO RBKXPRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XPRP-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKRDEF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHRDEF.

       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKADRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKADRP-RECORD          PIC X(132).

       FD  RBKPDIC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHPDIC.

       FD  RBKXPRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHXPRP.

      * Each sort key goes in its ascending or its descending slot
      * and the other slot stays blank, so one SORT statement serves
      * whatever order the definition asks for. The title closes the
      * key so equal keys still come back in a repeatable order.
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-KEY-AREA.
              05 SORT-K1A           PIC X(60).
              05 SORT-K1D           PIC X(60).
              05 SORT-K2A           PIC X(60).
              05 SORT-K2D           PIC X(60).
              05 SORT-K3A           PIC X(60).
              05 SORT-K3D           PIC X(60).
           03 SORT-KEY-TABLE REDEFINES SORT-KEY-AREA.
              05 SORT-KEY-PAIR OCCURS 3 TIMES.
                 07 SORT-KEY-ASC    PIC X(60).
                 07 SORT-KEY-DESC   PIC X(60).
           03 SORT-EXTR-IMAGE.
              05 SORT-TITLE         PIC X(80).
              05 FILLER             PIC X(520).
           03 SORT-PROP-AREA        PIC X(1000).

       WORKING-STORAGE SECTION.

       01 WS-RDEF-FILE-STATUS PIC X(2).
       01 WS-RDEF-EOF-SW      PIC X VALUE 'N'.
           88 WS-RDEF-EOF     VALUE 'Y'.
       01 WS-RDEF-CARD-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-RDEF-ERR-CNT     PIC 9(4) COMP VALUE 0.
       01 WS-RDEF-CARD-ED     PIC ZZZ9.

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

      * The definition as loaded. FLD-NO is the extract field a
      * column or key prints (1 TITLE through 11 DEPT-CONTACT) or 12
      * for a property, whose slot in WS-RW-PROP-TABLE is PROP.
       01 WS-RW-HEADING       PIC X(75) VALUE SPACES.
       01 WS-RW-COL-CNT       PIC 9(4) COMP VALUE 0.
       01 WS-RW-COL-MAX       PIC 9(4) COMP VALUE 12.
       01 WS-RW-COL-TABLE.
           03 WS-RW-COL OCCURS 12 TIMES.
              05 WS-RW-COL-NAME     PIC X(20).
              05 WS-RW-COL-LABEL    PIC X(30).
              05 WS-RW-COL-FLD-NO   PIC 9(4) COMP.
              05 WS-RW-COL-PROP     PIC 9(4) COMP.
              05 WS-RW-COL-WIDTH    PIC 9(4) COMP.
              05 WS-RW-COL-POS      PIC 9(4) COMP.
              05 WS-RW-COL-NUMERIC  PIC 9.
              05 WS-RW-COL-TOT-SLOT PIC 9(4) COMP.
       01 WS-RW-NEXT-POS      PIC 9(4) COMP VALUE 1.

       01 WS-RW-SORT-CNT      PIC 9(4) COMP VALUE 0.
       01 WS-RW-SORT-TABLE.
           03 WS-RW-SORT OCCURS 3 TIMES.
              05 WS-RW-SORT-NAME    PIC X(20).
              05 WS-RW-SORT-FLD-NO  PIC 9(4) COMP.
              05 WS-RW-SORT-PROP    PIC 9(4) COMP.
              05 WS-RW-SORT-NUMERIC PIC 9.
              05 WS-RW-SORT-ORDER   PIC X.
              05 WS-RW-SORT-BREAK   PIC X.

      * Totalled columns, in column order; slot 4 of the level
      * accumulators is the grand total.
       01 WS-RW-TOT-CNT       PIC 9(4) COMP VALUE 0.
       01 WS-RW-TOT-MAX       PIC 9(4) COMP VALUE 4.
       01 WS-RW-TOT-COL       PIC 9(4) COMP OCCURS 4 TIMES.
       01 WS-RW-ACC-TABLE.
           03 WS-RW-ACC OCCURS 4 TIMES.
              05 WS-RW-ACC-BOOKS    PIC 9(7) COMP.
              05 WS-RW-ACC-AMT      PIC 9(9)V9(02) OCCURS 4 TIMES.
       01 WS-RW-GRAND         PIC 9(4) COMP VALUE 4.

      * Properties the definition names, with the book's values for
      * them; SORT-PROP-AREA carries the values through the sort.
       01 WS-RW-PROP-CNT      PIC 9(4) COMP VALUE 0.
       01 WS-RW-PROP-MAX      PIC 9(4) COMP VALUE 10.
       01 WS-RW-PROP-TABLE.
           03 WS-RW-PROP OCCURS 10 TIMES.
              05 WS-RW-PROP-NAME    PIC X(20).
              05 WS-RW-PROP-TYPE    PIC X(4).
       01 WS-RW-BOOK-PROPS.
           03 WS-RW-BOOK-PROP     PIC X(100) OCCURS 10 TIMES.

      * Field resolution and value fetch work areas.
       01 WS-RW-NAME          PIC X(20) VALUE SPACES.
       01 WS-RW-FLD-NO        PIC 9(4) COMP VALUE 0.
       01 WS-RW-FLD-PROP      PIC 9(4) COMP VALUE 0.
       01 WS-RW-FLD-WIDTH     PIC 9(4) COMP VALUE 0.
       01 WS-RW-FLD-NUMERIC   PIC 9 VALUE 0.
       01 WS-RW-VALUE         PIC X(200) VALUE SPACES.
       01 WS-RW-AMOUNT        PIC 9(7)V9(02) VALUE 0.
       01 WS-RW-AMOUNT-X REDEFINES WS-RW-AMOUNT PIC X(9).
       01 WS-RW-NUM-TEXT      PIC X(20) VALUE SPACES.
       01 WS-RW-NUM-DOTS      PIC 9(4) COMP VALUE 0.
       01 WS-RW-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-RW-IDX-2         PIC 9(4) COMP VALUE 0.
       01 WS-RW-LEVEL         PIC 9(4) COMP VALUE 0.
       01 WS-RW-CHG-LEVEL     PIC 9(4) COMP VALUE 0.
       01 WS-RW-PTR           PIC 9(4) COMP VALUE 0.

      * Control-break state per sort key, LOW-VALUES before the
      * first book.
       01 WS-RW-PREV-TABLE.
           03 WS-RW-PREV-KEY     PIC X(60) OCCURS 3 TIMES.
       01 WS-RW-BRK-TABLE.
           03 WS-RW-BRK-VALUE    PIC X(40) OCCURS 3 TIMES.
       01 WS-RW-CURR-KEY      PIC X(60) VALUE SPACES.
       01 WS-RW-FIRST-BOOK    PIC 9 VALUE 1.

      * The selection, in BAQHSSEL's terms, with the trimmed lengths
      * its compares need.
       01 WS-SELC-CRITERIA.
           03 WS-SELC-TITLE-MASK    PIC X(40) VALUE SPACES.
           03 WS-SELC-STATUS-LIST   PIC X(30) VALUE SPACES.
           03 WS-SELC-DOCTYPE-LIST  PIC X(12) VALUE SPACES.
           03 WS-SELC-AUTHOR-SUB    PIC X(40) VALUE SPACES.
           03 WS-SELC-SIZE-MIN      PIC 9(3)V9(2) VALUE 0.
           03 WS-SELC-SIZE-MAX      PIC 9(3)V9(2) VALUE 0.
           03 WS-SELC-DATE-FROM     PIC X(10) VALUE SPACES.
           03 WS-SELC-DATE-TO       PIC X(10) VALUE SPACES.
       01 WS-TITLE-MASK-LEN   PIC 9(4) COMP VALUE 0.
       01 WS-AUTHOR-SUB-LEN   PIC 9(4) COMP VALUE 0.
       01 WS-HAVE-SIZE-RANGE  PIC 9 VALUE 0.
       01 WS-HAVE-DATE-RANGE  PIC 9 VALUE 0.
       01 WS-LIST-ONE         PIC X(12) VALUE SPACES.
       01 WS-LIST-PTR         PIC 9(4) VALUE 1.
       01 WS-LIST-MATCHED     PIC 9 VALUE 0.
       01 WS-SUB-POS          PIC 9(4) COMP VALUE 0.
       01 WS-SUB-FOUND        PIC 9 VALUE 0.
       01 WS-SELECTED         PIC 9 VALUE 0.

       01 WS-READ-CNT         PIC 9(5) COMP VALUE 0.
       01 WS-SEL-CNT          PIC 9(5) COMP VALUE 0.
       01 WS-BADDATE-CNT      PIC 9(5) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZZ9.
       01 WS-BOOKS-ED         PIC Z,ZZZ,ZZ9.
       01 WS-AMT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ONE-SIZE-ED      PIC ZZ9.99.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-PAGE-CNT         PIC 9(4) COMP VALUE 0.
       01 WS-PAGE-ED          PIC ZZZ9.
       01 WS-LINE-CNT         PIC 9(4) COMP VALUE 99.
       01 WS-LINES-PER-PAGE   PIC 9(4) COMP VALUE 55.

      * Mixed-string helpers - text columns truncate through the
      * shared BAQHDBCS utility, as BAQHCATR's title column does.
       01 WS-DBCS-FUNC        PIC X(5) VALUE SPACES.
       01 WS-DBCS-STR         PIC X(200) VALUE SPACES.
       01 WS-DBCS-LEN         PIC 9(4) VALUE 0.
       01 WS-DBCS-RC          PIC 9 VALUE 0.

      * The site property dictionary held whole.
       01 WS-PDIC-FILE-STATUS PIC X(2).
       01 WS-PDIC-EOF-SW      PIC X VALUE 'N'.
           88 WS-PDIC-EOF     VALUE 'Y'.
       01 WS-PDIC-TABLE.
           03 WS-PDIC-ENTRY OCCURS 50 TIMES.
              05 WS-PDIC-NAME      PIC X(20).
              05 WS-PDIC-TYPE      PIC X(4).
              05 WS-PDIC-LEN       PIC 9(3).
       01 WS-PDIC-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-PDIC-MAX         PIC 9(4) COMP VALUE 50.
       01 WS-PDIC-IDX         PIC 9(4) COMP VALUE 0.
       01 WS-PDIC-FOUND       PIC 9(4) COMP VALUE 0.

      * The property store, held for the named properties only; the
      * newest record for a title+property pair wins.
       01 WS-XPRP-FILE-STATUS PIC X(2).
       01 WS-XPRP-EOF-SW      PIC X VALUE 'N'.
           88 WS-XPRP-EOF     VALUE 'Y'.
       01 WS-XP-TABLE.
           03 WS-XP-ENTRY OCCURS 5000 TIMES.
              05 WS-XP-TITLE       PIC X(80).
              05 WS-XP-PROP        PIC 9(4) COMP.
              05 WS-XP-VALUE       PIC X(100).
       01 WS-XP-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-XP-MAX           PIC 9(4) COMP VALUE 5000.
       01 WS-XP-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-XP-FOUND         PIC 9(4) COMP VALUE 0.
       01 WS-XP-DROPPED       PIC 9(5) COMP VALUE 0.

      * Extract self-description verification (see BAQHEXTC), as
      * BAQHSSEL applies it.
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

           PERFORM EA-LOAD-DICTIONARY.

           PERFORM BA-LOAD-DEFINITION.
           IF WS-RDEF-ERR-CNT > 0 THEN
              MOVE WS-RDEF-ERR-CNT TO WS-RDEF-CARD-ED
              DISPLAY 'BAQHRPTW REFUSED -' WS-RDEF-CARD-ED
                 ' fault(s) in the RBKRDEF report definition.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Verify the extract is a complete self-describing snapshot
      * before anything is reported from it.
           PERFORM XV-VERIFY-EXTRACT.
           IF WS-XVER-OK = 0 THEN
              DISPLAY 'BAQHRPTW REFUSED - RBKEXTR failed its header/'
                 'trailer verification; mount the verified snapshot'
                 ' and rerun.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-RW-PROP-CNT > 0 THEN
              PERFORM EC-LOAD-PROPERTY-STORE
           END-IF.

           INITIALIZE WS-RW-ACC-TABLE.
           OPEN OUTPUT RBKADRP-FILE.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-K1A
              ON DESCENDING KEY SORT-K1D
              ON ASCENDING KEY SORT-K2A
              ON DESCENDING KEY SORT-K2D
              ON ASCENDING KEY SORT-K3A
              ON DESCENDING KEY SORT-K3D
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS CA-RELEASE-SELECTED
              OUTPUT PROCEDURE IS DA-REPORT-BOOKS.

           PERFORM DF-WRITE-GRAND-TOTALS.

       A-999.
           CLOSE RBKADRP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-DEFINITION
      *
      * Reads the definition cards and checks each as it goes; every
      * fault is DISPLAYed and counted, so one run reports them all.
      * Column positions are laid out here, two blanks apart.
      *----------------------------------------------------------------*
       BA-LOAD-DEFINITION SECTION.
       BA-010.
           OPEN INPUT RBKRDEF-FILE.
           IF WS-RDEF-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHRPTW cannot open RBKRDEF, status '
                 WS-RDEF-FILE-STATUS
              ADD 1 TO WS-RDEF-ERR-CNT
              GO TO BA-999
           END-IF.

           READ RBKRDEF-FILE
               AT END
                  MOVE 'Y' TO WS-RDEF-EOF-SW
           END-READ.

           PERFORM BB-LOAD-ONE-CARD UNTIL WS-RDEF-EOF.

           CLOSE RBKRDEF-FILE.

           IF WS-RW-COL-CNT = 0 THEN
              DISPLAY 'BAQHRPTW RBKRDEF names no COL columns.'
              ADD 1 TO WS-RDEF-ERR-CNT
           END-IF.

           IF WS-RW-HEADING = SPACES THEN
              MOVE 'AD HOC CATALOG REPORT' TO WS-RW-HEADING
           END-IF.

      * Trimmed lengths of the two substring terms.
           MOVE 0 TO WS-RW-NUM-DOTS.
           INSPECT FUNCTION REVERSE(WS-SELC-TITLE-MASK)
              TALLYING WS-RW-NUM-DOTS FOR LEADING SPACES.
           COMPUTE WS-TITLE-MASK-LEN =
              LENGTH OF WS-SELC-TITLE-MASK - WS-RW-NUM-DOTS.
           MOVE 0 TO WS-RW-NUM-DOTS.
           INSPECT FUNCTION REVERSE(WS-SELC-AUTHOR-SUB)
              TALLYING WS-RW-NUM-DOTS FOR LEADING SPACES.
           COMPUTE WS-AUTHOR-SUB-LEN =
              LENGTH OF WS-SELC-AUTHOR-SUB - WS-RW-NUM-DOTS.
           IF WS-SELC-SIZE-MIN NOT = 0 OR
              WS-SELC-SIZE-MAX NOT = 0 THEN
              MOVE 1 TO WS-HAVE-SIZE-RANGE
           END-IF.
           IF WS-SELC-DATE-FROM NOT = SPACES OR
              WS-SELC-DATE-TO NOT = SPACES THEN
              MOVE 1 TO WS-HAVE-DATE-RANGE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-LOAD-ONE-CARD
      *----------------------------------------------------------------*
       BB-LOAD-ONE-CARD SECTION.
       BB-010.
           ADD 1 TO WS-RDEF-CARD-CNT.
           MOVE WS-RDEF-CARD-CNT TO WS-RDEF-CARD-ED.

           IF BAQHRDEF-TYPE (1:1) = '*' OR
              BAQHRDEF-RECORD = SPACES THEN
              GO TO BB-020
           END-IF.

           EVALUATE BAQHRDEF-TYPE
              WHEN 'HEAD'
                 MOVE BAQHRDEF-HEAD-TEXT TO WS-RW-HEADING
              WHEN 'COL '
                 PERFORM BC-LOAD-COLUMN
              WHEN 'SORT'
                 PERFORM BD-LOAD-SORT-KEY
              WHEN 'SEL '
                 PERFORM BE-LOAD-SELECTION
              WHEN OTHER
                 DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                    ' unknown card type ' BAQHRDEF-TYPE
                 ADD 1 TO WS-RDEF-ERR-CNT
           END-EVALUATE.

       BB-020.
           READ RBKRDEF-FILE
               AT END
                  MOVE 'Y' TO WS-RDEF-EOF-SW
           END-READ.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-LOAD-COLUMN
      *----------------------------------------------------------------*
       BC-LOAD-COLUMN SECTION.
       BC-010.
           IF WS-RW-COL-CNT NOT < WS-RW-COL-MAX THEN
              DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                 ' more than 12 COL columns'
              ADD 1 TO WS-RDEF-ERR-CNT
              GO TO BC-999
           END-IF.

           MOVE BAQHRDEF-COL-NAME TO WS-RW-NAME.
           PERFORM BX-RESOLVE-FIELD-NAME.
           IF WS-RW-FLD-NO = 0 THEN
              DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                 ' COL ' WS-RW-NAME
                 ' is neither an extract field nor a property'
                 ' RBKPDIC lists'
              ADD 1 TO WS-RDEF-ERR-CNT
              GO TO BC-999
           END-IF.

           IF BAQHRDEF-COL-WIDTH IS NUMERIC AND
              BAQHRDEF-COL-WIDTH > 0 THEN
              MOVE BAQHRDEF-COL-WIDTH TO WS-RW-FLD-WIDTH
           END-IF.
           IF WS-RW-FLD-NO = 6 AND WS-RW-FLD-WIDTH < 6 THEN
              MOVE 6 TO WS-RW-FLD-WIDTH
           END-IF.
           IF WS-RW-FLD-WIDTH > 100 THEN
              MOVE 100 TO WS-RW-FLD-WIDTH
           END-IF.

           IF WS-RW-NEXT-POS + WS-RW-FLD-WIDTH - 1 >
                 LENGTH OF WS-RPT-LINE THEN
              DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                 ' COL ' WS-RW-NAME
                 ' does not fit in the 132-position print line'
              ADD 1 TO WS-RDEF-ERR-CNT
              GO TO BC-999
           END-IF.

           ADD 1 TO WS-RW-COL-CNT.
           MOVE WS-RW-NAME TO WS-RW-COL-NAME (WS-RW-COL-CNT).
           MOVE BAQHRDEF-COL-LABEL TO WS-RW-COL-LABEL (WS-RW-COL-CNT).
           IF WS-RW-COL-LABEL (WS-RW-COL-CNT) = SPACES THEN
              MOVE WS-RW-NAME TO WS-RW-COL-LABEL (WS-RW-COL-CNT)
           END-IF.
           MOVE WS-RW-FLD-NO TO WS-RW-COL-FLD-NO (WS-RW-COL-CNT).
           MOVE WS-RW-FLD-PROP TO WS-RW-COL-PROP (WS-RW-COL-CNT).
           MOVE WS-RW-FLD-WIDTH TO WS-RW-COL-WIDTH (WS-RW-COL-CNT).
           MOVE WS-RW-FLD-NUMERIC
              TO WS-RW-COL-NUMERIC (WS-RW-COL-CNT).
           MOVE WS-RW-NEXT-POS TO WS-RW-COL-POS (WS-RW-COL-CNT).
           MOVE 0 TO WS-RW-COL-TOT-SLOT (WS-RW-COL-CNT).
           COMPUTE WS-RW-NEXT-POS =
              WS-RW-NEXT-POS + WS-RW-FLD-WIDTH + 2.

           IF BAQHRDEF-COL-TOTAL NOT = 'Y' THEN
              GO TO BC-999
           END-IF.

           IF WS-RW-FLD-NUMERIC = 0 THEN
              DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                 ' COL ' WS-RW-NAME
                 ' is not numeric and cannot be subtotalled'
              ADD 1 TO WS-RDEF-ERR-CNT
              GO TO BC-999
           END-IF.

           IF WS-RW-TOT-CNT NOT < WS-RW-TOT-MAX THEN
              DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                 ' more than 4 subtotalled columns'
              ADD 1 TO WS-RDEF-ERR-CNT
              GO TO BC-999
           END-IF.

           ADD 1 TO WS-RW-TOT-CNT.
           MOVE WS-RW-COL-CNT TO WS-RW-TOT-COL (WS-RW-TOT-CNT).
           MOVE WS-RW-TOT-CNT TO WS-RW-COL-TOT-SLOT (WS-RW-COL-CNT).

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BD-LOAD-SORT-KEY
      *----------------------------------------------------------------*
       BD-LOAD-SORT-KEY SECTION.
       BD-010.
           IF WS-RW-SORT-CNT NOT < 3 THEN
              DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                 ' more than 3 SORT keys'
              ADD 1 TO WS-RDEF-ERR-CNT
              GO TO BD-999
           END-IF.

           MOVE BAQHRDEF-SORT-NAME TO WS-RW-NAME.
           PERFORM BX-RESOLVE-FIELD-NAME.
           IF WS-RW-FLD-NO = 0 THEN
              DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                 ' SORT ' WS-RW-NAME
                 ' is neither an extract field nor a property'
                 ' RBKPDIC lists'
              ADD 1 TO WS-RDEF-ERR-CNT
              GO TO BD-999
           END-IF.

           IF BAQHRDEF-SORT-ORDER NOT = 'A' AND
              BAQHRDEF-SORT-ORDER NOT = 'D' AND
              BAQHRDEF-SORT-ORDER NOT = SPACE THEN
              DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                 ' SORT order must be A or D'
              ADD 1 TO WS-RDEF-ERR-CNT
              GO TO BD-999
           END-IF.

           ADD 1 TO WS-RW-SORT-CNT.
           MOVE WS-RW-NAME TO WS-RW-SORT-NAME (WS-RW-SORT-CNT).
           MOVE WS-RW-FLD-NO TO WS-RW-SORT-FLD-NO (WS-RW-SORT-CNT).
           MOVE WS-RW-FLD-PROP TO WS-RW-SORT-PROP (WS-RW-SORT-CNT).
           MOVE WS-RW-FLD-NUMERIC
              TO WS-RW-SORT-NUMERIC (WS-RW-SORT-CNT).
           IF BAQHRDEF-SORT-ORDER = 'D' THEN
              MOVE 'D' TO WS-RW-SORT-ORDER (WS-RW-SORT-CNT)
           ELSE
              MOVE 'A' TO WS-RW-SORT-ORDER (WS-RW-SORT-CNT)
           END-IF.
           IF BAQHRDEF-SORT-BREAK = 'Y' THEN
              MOVE 'Y' TO WS-RW-SORT-BREAK (WS-RW-SORT-CNT)
           ELSE
              MOVE 'N' TO WS-RW-SORT-BREAK (WS-RW-SORT-CNT)
           END-IF.

       BD-999.
           EXIT.

      *----------------------------------------------------------------*
      * BE-LOAD-SELECTION
      *
      * One selection term into the criteria BAQHSSEL would take off
      * its RBKSELC record; blank or zero still means no filter.
      *----------------------------------------------------------------*
       BE-LOAD-SELECTION SECTION.
       BE-010.
           EVALUATE BAQHRDEF-SEL-TERM
              WHEN 'TITLE-MASK'
                 MOVE BAQHRDEF-SEL-VALUE TO WS-SELC-TITLE-MASK
              WHEN 'STATUS-LIST'
                 MOVE BAQHRDEF-SEL-VALUE TO WS-SELC-STATUS-LIST
              WHEN 'DOCTYPE-LIST'
                 MOVE BAQHRDEF-SEL-VALUE TO WS-SELC-DOCTYPE-LIST
              WHEN 'AUTHOR-SUB'
                 MOVE BAQHRDEF-SEL-VALUE TO WS-SELC-AUTHOR-SUB
              WHEN 'SIZE-MIN'
                 MOVE BAQHRDEF-SEL-VALUE (1:20) TO WS-RW-NUM-TEXT
                 PERFORM BY-CHECK-NUMBER
                 IF WS-RW-FLD-NUMERIC = 1 THEN
                    MOVE WS-RW-AMOUNT TO WS-SELC-SIZE-MIN
                 ELSE
                    DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                       ' SEL SIZE-MIN is not a number'
                    ADD 1 TO WS-RDEF-ERR-CNT
                 END-IF
              WHEN 'SIZE-MAX'
                 MOVE BAQHRDEF-SEL-VALUE (1:20) TO WS-RW-NUM-TEXT
                 PERFORM BY-CHECK-NUMBER
                 IF WS-RW-FLD-NUMERIC = 1 THEN
                    MOVE WS-RW-AMOUNT TO WS-SELC-SIZE-MAX
                 ELSE
                    DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                       ' SEL SIZE-MAX is not a number'
                    ADD 1 TO WS-RDEF-ERR-CNT
                 END-IF
              WHEN 'DATE-FROM'
                 MOVE BAQHRDEF-SEL-VALUE TO WS-SELC-DATE-FROM
              WHEN 'DATE-TO'
                 MOVE BAQHRDEF-SEL-VALUE TO WS-SELC-DATE-TO
              WHEN OTHER
                 DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                    ' unknown SEL term ' BAQHRDEF-SEL-TERM
                 ADD 1 TO WS-RDEF-ERR-CNT
           END-EVALUATE.

       BE-999.
           EXIT.

      *----------------------------------------------------------------*
      * BX-RESOLVE-FIELD-NAME
      *
      * WS-RW-NAME to its field number, default print width and
      * numeric marking. A name that is not an extract field is
      * looked up in the dictionary and, when listed, given a
      * property slot. FLD-NO comes back zero for an unknown name.
      *----------------------------------------------------------------*
       BX-RESOLVE-FIELD-NAME SECTION.
       BX-010.
           MOVE 0 TO WS-RW-FLD-NO.
           MOVE 0 TO WS-RW-FLD-PROP.
           MOVE 0 TO WS-RW-FLD-NUMERIC.

           EVALUATE WS-RW-NAME
              WHEN 'TITLE'
                 MOVE 1 TO WS-RW-FLD-NO
                 MOVE 60 TO WS-RW-FLD-WIDTH
              WHEN 'STATUS'
                 MOVE 2 TO WS-RW-FLD-NO
                 MOVE 9 TO WS-RW-FLD-WIDTH
              WHEN 'FORM-NUMBER'
                 MOVE 3 TO WS-RW-FLD-NO
                 MOVE 12 TO WS-RW-FLD-WIDTH
              WHEN 'PUB-DATE'
                 MOVE 4 TO WS-RW-FLD-NO
                 MOVE 10 TO WS-RW-FLD-WIDTH
              WHEN 'DOC-TYPE'
                 MOVE 5 TO WS-RW-FLD-NO
                 MOVE 8 TO WS-RW-FLD-WIDTH
              WHEN 'SIZE-MB'
                 MOVE 6 TO WS-RW-FLD-NO
                 MOVE 6 TO WS-RW-FLD-WIDTH
                 MOVE 1 TO WS-RW-FLD-NUMERIC
              WHEN 'URL'
                 MOVE 7 TO WS-RW-FLD-NO
                 MOVE 50 TO WS-RW-FLD-WIDTH
              WHEN 'AUTHORS'
                 MOVE 8 TO WS-RW-FLD-NO
                 MOVE 50 TO WS-RW-FLD-WIDTH
              WHEN 'DEPT-ID'
                 MOVE 9 TO WS-RW-FLD-NO
                 MOVE 5 TO WS-RW-FLD-WIDTH
              WHEN 'DEPT-NAME'
                 MOVE 10 TO WS-RW-FLD-NO
                 MOVE 30 TO WS-RW-FLD-WIDTH
              WHEN 'DEPT-CONTACT'
                 MOVE 11 TO WS-RW-FLD-NO
                 MOVE 30 TO WS-RW-FLD-WIDTH
              WHEN OTHER
                 PERFORM BXA-RESOLVE-PROPERTY
           END-EVALUATE.

       BX-999.
           EXIT.

      *----------------------------------------------------------------*
      * BXA-RESOLVE-PROPERTY
      *----------------------------------------------------------------*
       BXA-RESOLVE-PROPERTY SECTION.
       BXA-010.
           MOVE 0 TO WS-PDIC-FOUND.
           PERFORM BXB-MATCH-ONE-DICT-ENTRY
              VARYING WS-PDIC-IDX FROM 1 BY 1
              UNTIL WS-PDIC-IDX > WS-PDIC-COUNT
                 OR WS-PDIC-FOUND > 0.
           IF WS-PDIC-FOUND = 0 THEN
              GO TO BXA-999
           END-IF.

           MOVE 0 TO WS-RW-IDX-2.
           PERFORM BXC-MATCH-ONE-PROP-SLOT
              VARYING WS-RW-IDX FROM 1 BY 1
              UNTIL WS-RW-IDX > WS-RW-PROP-CNT
                 OR WS-RW-IDX-2 > 0.
           IF WS-RW-IDX-2 = 0 THEN
              IF WS-RW-PROP-CNT NOT < WS-RW-PROP-MAX THEN
                 DISPLAY 'BAQHRPTW card' WS-RDEF-CARD-ED
                    ' more than 10 different properties'
                 GO TO BXA-999
              END-IF
              ADD 1 TO WS-RW-PROP-CNT
              MOVE WS-RW-NAME TO WS-RW-PROP-NAME (WS-RW-PROP-CNT)
              MOVE WS-PDIC-TYPE (WS-PDIC-FOUND)
                 TO WS-RW-PROP-TYPE (WS-RW-PROP-CNT)
              MOVE WS-RW-PROP-CNT TO WS-RW-IDX-2
           END-IF.

           MOVE 12 TO WS-RW-FLD-NO.
           MOVE WS-RW-IDX-2 TO WS-RW-FLD-PROP.
           MOVE WS-PDIC-LEN (WS-PDIC-FOUND) TO WS-RW-FLD-WIDTH.
           IF WS-RW-FLD-WIDTH > 40 THEN
              MOVE 40 TO WS-RW-FLD-WIDTH
           END-IF.
           IF WS-RW-FLD-WIDTH = 0 THEN
              MOVE 20 TO WS-RW-FLD-WIDTH
           END-IF.
           IF WS-PDIC-TYPE (WS-PDIC-FOUND) = 'NUM' THEN
              MOVE 1 TO WS-RW-FLD-NUMERIC
           END-IF.

       BXA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BXB-MATCH-ONE-DICT-ENTRY
      *----------------------------------------------------------------*
       BXB-MATCH-ONE-DICT-ENTRY SECTION.
       BXB-010.
           IF WS-PDIC-NAME (WS-PDIC-IDX) = WS-RW-NAME THEN
              MOVE WS-PDIC-IDX TO WS-PDIC-FOUND
           END-IF.

       BXB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BXC-MATCH-ONE-PROP-SLOT
      *----------------------------------------------------------------*
       BXC-MATCH-ONE-PROP-SLOT SECTION.
       BXC-010.
           IF WS-RW-PROP-NAME (WS-RW-IDX) = WS-RW-NAME THEN
              MOVE WS-RW-IDX TO WS-RW-IDX-2
           END-IF.

       BXC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BY-CHECK-NUMBER
      *
      * WS-RW-NUM-TEXT as a plain decimal number - digits and at most
      * one point. WS-RW-FLD-NUMERIC comes back 1 with the value in
      * WS-RW-AMOUNT, or 0 (and a zero amount) when it is not one.
      *----------------------------------------------------------------*
       BY-CHECK-NUMBER SECTION.
       BY-010.
           MOVE 0 TO WS-RW-FLD-NUMERIC.
           MOVE 0 TO WS-RW-AMOUNT.

           IF WS-RW-NUM-TEXT = SPACES THEN
              GO TO BY-999
           END-IF.

           MOVE 0 TO WS-RW-NUM-DOTS.
           INSPECT WS-RW-NUM-TEXT TALLYING WS-RW-NUM-DOTS
              FOR ALL '.'.
           IF WS-RW-NUM-DOTS > 1 THEN
              GO TO BY-999
           END-IF.

           MOVE WS-RW-NUM-TEXT TO WS-RW-VALUE.
           INSPECT WS-RW-VALUE (1:20)
              CONVERTING '0123456789.' TO '           '.
           IF WS-RW-VALUE (1:20) NOT = SPACES THEN
              GO TO BY-999
           END-IF.

           COMPUTE WS-RW-AMOUNT = FUNCTION NUMVAL(WS-RW-NUM-TEXT)
              ON SIZE ERROR
                 MOVE 0 TO WS-RW-AMOUNT
                 GO TO BY-999
           END-COMPUTE.
           MOVE 1 TO WS-RW-FLD-NUMERIC.

       BY-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-RELEASE-SELECTED
      *
      * SORT input procedure - every extract book the selection
      * keeps, with its sort keys and named property values.
      *----------------------------------------------------------------*
       CA-RELEASE-SELECTED SECTION.
       CA-010.
           OPEN INPUT RBKEXTR-FILE.

           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM CB-RELEASE-ONE-BOOK UNTIL WS-EXTR-EOF.

           CLOSE RBKEXTR-FILE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-RELEASE-ONE-BOOK
      *----------------------------------------------------------------*
       CB-RELEASE-ONE-BOOK SECTION.
       CB-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO CB-020
           END-IF.

           ADD 1 TO WS-READ-CNT.
           PERFORM CC-APPLY-SELECTION.
           IF WS-SELECTED = 0 THEN
              GO TO CB-020
           END-IF.
           ADD 1 TO WS-SEL-CNT.

           MOVE SPACES TO WS-RW-BOOK-PROPS.
           PERFORM CE-FIND-BOOK-PROPERTIES
              VARYING WS-RW-IDX FROM 1 BY 1
              UNTIL WS-RW-IDX > WS-RW-PROP-CNT.

           MOVE SPACES TO SORT-RECORD.
           PERFORM CF-SET-ONE-SORT-KEY
              VARYING WS-RW-LEVEL FROM 1 BY 1
              UNTIL WS-RW-LEVEL > WS-RW-SORT-CNT.
           MOVE BAQHEXTR-RECORD TO SORT-EXTR-IMAGE.
           MOVE WS-RW-BOOK-PROPS TO SORT-PROP-AREA.
           RELEASE SORT-RECORD.

       CB-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-APPLY-SELECTION
      *
      * BAQHSSEL's criteria, applied the same way: the first miss
      * drops the book, and a book whose publication date cannot be
      * compared is dropped whenever a date term is active.
      *----------------------------------------------------------------*
       CC-APPLY-SELECTION SECTION.
       CC-010.
           MOVE 1 TO WS-SELECTED.

           IF WS-TITLE-MASK-LEN > 0 AND
              BAQHEXTR-TITLE (1:WS-TITLE-MASK-LEN) NOT =
                 WS-SELC-TITLE-MASK (1:WS-TITLE-MASK-LEN) THEN
              MOVE 0 TO WS-SELECTED
           END-IF.

           IF WS-SELECTED = 1 AND
              WS-SELC-STATUS-LIST NOT = SPACES THEN
              MOVE 0 TO WS-LIST-MATCHED
              MOVE 1 TO WS-LIST-PTR
              PERFORM CCA-CHECK-ONE-STATUS
                 UNTIL WS-LIST-PTR > LENGTH OF WS-SELC-STATUS-LIST
                    OR WS-LIST-MATCHED = 1
              IF WS-LIST-MATCHED = 0 THEN
                 MOVE 0 TO WS-SELECTED
              END-IF
           END-IF.

           IF WS-SELECTED = 1 AND
              WS-SELC-DOCTYPE-LIST NOT = SPACES THEN
              MOVE 0 TO WS-LIST-MATCHED
              MOVE 1 TO WS-LIST-PTR
              PERFORM CCB-CHECK-ONE-DOCTYPE
                 UNTIL WS-LIST-PTR > LENGTH OF WS-SELC-DOCTYPE-LIST
                    OR WS-LIST-MATCHED = 1
              IF WS-LIST-MATCHED = 0 THEN
                 MOVE 0 TO WS-SELECTED
              END-IF
           END-IF.

           IF WS-SELECTED = 1 AND WS-AUTHOR-SUB-LEN > 0 THEN
              MOVE 0 TO WS-SUB-FOUND
              PERFORM CCC-CHECK-ONE-POSITION
                 VARYING WS-SUB-POS FROM 1 BY 1
                 UNTIL WS-SUB-POS >
                       LENGTH OF BAQHEXTR-AUTHORS
                       - WS-AUTHOR-SUB-LEN + 1
                    OR WS-SUB-FOUND = 1
              IF WS-SUB-FOUND = 0 THEN
                 MOVE 0 TO WS-SELECTED
              END-IF
           END-IF.

           IF WS-SELECTED = 1 AND WS-HAVE-SIZE-RANGE = 1 THEN
              IF BAQHEXTR-SIZE-MB < WS-SELC-SIZE-MIN THEN
                 MOVE 0 TO WS-SELECTED
              END-IF
              IF WS-SELC-SIZE-MAX NOT = 0 AND
                 BAQHEXTR-SIZE-MB > WS-SELC-SIZE-MAX THEN
                 MOVE 0 TO WS-SELECTED
              END-IF
           END-IF.

           IF WS-SELECTED = 1 AND WS-HAVE-DATE-RANGE = 1 THEN
              IF BAQHEXTR-PUB-DATE (1:4) IS NOT NUMERIC THEN
                 ADD 1 TO WS-BADDATE-CNT
                 MOVE 0 TO WS-SELECTED
              ELSE
                 IF WS-SELC-DATE-FROM NOT = SPACES AND
                    BAQHEXTR-PUB-DATE (1:10) <
                       WS-SELC-DATE-FROM THEN
                    MOVE 0 TO WS-SELECTED
                 END-IF
                 IF WS-SELC-DATE-TO NOT = SPACES AND
                    BAQHEXTR-PUB-DATE (1:10) >
                       WS-SELC-DATE-TO THEN
                    MOVE 0 TO WS-SELECTED
                 END-IF
              END-IF
           END-IF.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CCA-CHECK-ONE-STATUS
      *----------------------------------------------------------------*
       CCA-CHECK-ONE-STATUS SECTION.
       CCA-010.
           MOVE SPACES TO WS-LIST-ONE.
           UNSTRING WS-SELC-STATUS-LIST DELIMITED BY ';'
              INTO WS-LIST-ONE
              WITH POINTER WS-LIST-PTR
           END-UNSTRING.

           IF WS-LIST-ONE NOT = SPACES AND
              BAQHEXTR-STATUS = WS-LIST-ONE (1:9) THEN
              MOVE 1 TO WS-LIST-MATCHED
           END-IF.

       CCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CCB-CHECK-ONE-DOCTYPE
      *----------------------------------------------------------------*
       CCB-CHECK-ONE-DOCTYPE SECTION.
       CCB-010.
           MOVE SPACES TO WS-LIST-ONE.
           UNSTRING WS-SELC-DOCTYPE-LIST DELIMITED BY ';'
              INTO WS-LIST-ONE
              WITH POINTER WS-LIST-PTR
           END-UNSTRING.

           IF WS-LIST-ONE NOT = SPACES AND
              BAQHEXTR-DOC-TYPE = WS-LIST-ONE (1:8) THEN
              MOVE 1 TO WS-LIST-MATCHED
           END-IF.

       CCB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CCC-CHECK-ONE-POSITION
      *----------------------------------------------------------------*
       CCC-CHECK-ONE-POSITION SECTION.
       CCC-010.
           IF BAQHEXTR-AUTHORS (WS-SUB-POS:WS-AUTHOR-SUB-LEN) =
                 WS-SELC-AUTHOR-SUB (1:WS-AUTHOR-SUB-LEN) THEN
              MOVE 1 TO WS-SUB-FOUND
           END-IF.

       CCC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CE-FIND-BOOK-PROPERTIES
      *
      * The book's current value of property slot WS-RW-IDX, blank
      * when the store holds none.
      *----------------------------------------------------------------*
       CE-FIND-BOOK-PROPERTIES SECTION.
       CE-010.
           PERFORM CEA-MATCH-ONE-PROPERTY
              VARYING WS-XP-IDX FROM 1 BY 1
              UNTIL WS-XP-IDX > WS-XP-COUNT.

       CE-999.
           EXIT.

      *----------------------------------------------------------------*
      * CEA-MATCH-ONE-PROPERTY
      *----------------------------------------------------------------*
       CEA-MATCH-ONE-PROPERTY SECTION.
       CEA-010.
           IF WS-XP-PROP (WS-XP-IDX) = WS-RW-IDX AND
              WS-XP-TITLE (WS-XP-IDX) = BAQHEXTR-TITLE THEN
              MOVE WS-XP-VALUE (WS-XP-IDX)
                 TO WS-RW-BOOK-PROP (WS-RW-IDX)
           END-IF.

       CEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CF-SET-ONE-SORT-KEY
      *
      * Sort key WS-RW-LEVEL into its ascending or descending slot.
      * A numeric key goes in as its nine zero-filled digits so it
      * sorts by value.
      *----------------------------------------------------------------*
       CF-SET-ONE-SORT-KEY SECTION.
       CF-010.
           MOVE WS-RW-SORT-FLD-NO (WS-RW-LEVEL) TO WS-RW-FLD-NO.
           MOVE WS-RW-SORT-PROP (WS-RW-LEVEL) TO WS-RW-FLD-PROP.
           PERFORM CX-GET-FIELD-VALUE.

           IF WS-RW-SORT-NUMERIC (WS-RW-LEVEL) = 1 THEN
              MOVE SPACES TO WS-RW-VALUE
              MOVE WS-RW-AMOUNT-X TO WS-RW-VALUE
           END-IF.

           IF WS-RW-SORT-ORDER (WS-RW-LEVEL) = 'D' THEN
              MOVE WS-RW-VALUE (1:60) TO SORT-KEY-DESC (WS-RW-LEVEL)
           ELSE
              MOVE WS-RW-VALUE (1:60) TO SORT-KEY-ASC (WS-RW-LEVEL)
           END-IF.

       CF-999.
           EXIT.

      *----------------------------------------------------------------*
      * CX-GET-FIELD-VALUE
      *
      * Field WS-RW-FLD-NO (property slot WS-RW-FLD-PROP) of the book
      * in BAQHEXTR-RECORD / WS-RW-BOOK-PROPS as text in WS-RW-VALUE
      * and, for a numeric field, as a number in WS-RW-AMOUNT.
      *----------------------------------------------------------------*
       CX-GET-FIELD-VALUE SECTION.
       CX-010.
           MOVE SPACES TO WS-RW-VALUE.
           MOVE 0 TO WS-RW-AMOUNT.

           EVALUATE WS-RW-FLD-NO
              WHEN 1
                 MOVE BAQHEXTR-TITLE TO WS-RW-VALUE
              WHEN 2
                 MOVE BAQHEXTR-STATUS TO WS-RW-VALUE
              WHEN 3
                 MOVE BAQHEXTR-FORM-NUMBER TO WS-RW-VALUE
              WHEN 4
                 MOVE BAQHEXTR-PUB-DATE TO WS-RW-VALUE
              WHEN 5
                 MOVE BAQHEXTR-DOC-TYPE TO WS-RW-VALUE
              WHEN 6
                 MOVE BAQHEXTR-SIZE-MB TO WS-RW-AMOUNT
                 MOVE BAQHEXTR-SIZE-MB TO WS-ONE-SIZE-ED
                 MOVE WS-ONE-SIZE-ED TO WS-RW-VALUE
              WHEN 7
                 MOVE BAQHEXTR-URL TO WS-RW-VALUE
              WHEN 8
                 MOVE BAQHEXTR-AUTHORS TO WS-RW-VALUE
              WHEN 9
                 MOVE BAQHEXTR-DEPT-ID TO WS-RW-VALUE
              WHEN 10
                 MOVE BAQHEXTR-DEPT-NAME TO WS-RW-VALUE
              WHEN 11
                 MOVE BAQHEXTR-DEPT-CONTACT TO WS-RW-VALUE
              WHEN 12
                 MOVE WS-RW-BOOK-PROP (WS-RW-FLD-PROP)
                    TO WS-RW-VALUE
                 IF WS-RW-PROP-TYPE (WS-RW-FLD-PROP) = 'NUM' THEN
                    MOVE WS-RW-VALUE (1:20) TO WS-RW-NUM-TEXT
                    PERFORM BY-CHECK-NUMBER
                    MOVE WS-RW-BOOK-PROP (WS-RW-FLD-PROP)
                       TO WS-RW-VALUE
                 END-IF
           END-EVALUATE.

       CX-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-REPORT-BOOKS
      *
      * SORT output procedure - the books back in definition order,
      * closing the groups of any breaking key that changed.
      *----------------------------------------------------------------*
       DA-REPORT-BOOKS SECTION.
       DA-010.
           MOVE LOW-VALUES TO WS-RW-PREV-TABLE.
           MOVE 1 TO WS-RW-FIRST-BOOK.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM DB-REPORT-ONE-BOOK UNTIL WS-SORT-EOF.

      * Close out the groups still open, innermost first.
           IF WS-RW-FIRST-BOOK = 0 THEN
              PERFORM DD-CLOSE-ONE-LEVEL
                 VARYING WS-RW-LEVEL FROM WS-RW-SORT-CNT BY -1
                 UNTIL WS-RW-LEVEL < 1
           END-IF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-REPORT-ONE-BOOK
      *----------------------------------------------------------------*
       DB-REPORT-ONE-BOOK SECTION.
       DB-010.
           MOVE SORT-EXTR-IMAGE TO BAQHEXTR-RECORD.
           MOVE SORT-PROP-AREA TO WS-RW-BOOK-PROPS.

      * The most major key that changed closes its own group and
      * every group inside it.
           MOVE 99 TO WS-RW-CHG-LEVEL.
           PERFORM DBA-FIND-CHANGED-KEY
              VARYING WS-RW-LEVEL FROM WS-RW-SORT-CNT BY -1
              UNTIL WS-RW-LEVEL < 1.

           IF WS-RW-FIRST-BOOK = 0 AND WS-RW-CHG-LEVEL NOT = 99 THEN
              PERFORM DD-CLOSE-ONE-LEVEL
                 VARYING WS-RW-LEVEL FROM WS-RW-SORT-CNT BY -1
                 UNTIL WS-RW-LEVEL < WS-RW-CHG-LEVEL
           END-IF.

           PERFORM DBB-SAVE-ONE-KEY
              VARYING WS-RW-LEVEL FROM 1 BY 1
              UNTIL WS-RW-LEVEL > WS-RW-SORT-CNT.
           MOVE 0 TO WS-RW-FIRST-BOOK.

           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE THEN
              PERFORM DC-WRITE-PAGE-HEADING
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM DBC-FORMAT-ONE-COLUMN
              VARYING WS-RW-IDX FROM 1 BY 1
              UNTIL WS-RW-IDX > WS-RW-COL-CNT.
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.
           ADD 1 TO WS-LINE-CNT.

           PERFORM DBD-ADD-TO-TOTALS
              VARYING WS-RW-LEVEL FROM 1 BY 1
              UNTIL WS-RW-LEVEL > WS-RW-GRAND.

       DB-020.
           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBA-FIND-CHANGED-KEY
      *----------------------------------------------------------------*
       DBA-FIND-CHANGED-KEY SECTION.
       DBA-010.
           MOVE SPACES TO WS-RW-CURR-KEY.
           IF WS-RW-SORT-ORDER (WS-RW-LEVEL) = 'D' THEN
              MOVE SORT-KEY-DESC (WS-RW-LEVEL) TO WS-RW-CURR-KEY
           ELSE
              MOVE SORT-KEY-ASC (WS-RW-LEVEL) TO WS-RW-CURR-KEY
           END-IF.

           IF WS-RW-CURR-KEY NOT = WS-RW-PREV-KEY (WS-RW-LEVEL) THEN
              MOVE WS-RW-LEVEL TO WS-RW-CHG-LEVEL
           END-IF.

       DBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBB-SAVE-ONE-KEY
      *
      * Remembers key WS-RW-LEVEL and the value its subtotal line
      * names.
      *----------------------------------------------------------------*
       DBB-SAVE-ONE-KEY SECTION.
       DBB-010.
           IF WS-RW-SORT-ORDER (WS-RW-LEVEL) = 'D' THEN
              MOVE SORT-KEY-DESC (WS-RW-LEVEL)
                 TO WS-RW-PREV-KEY (WS-RW-LEVEL)
           ELSE
              MOVE SORT-KEY-ASC (WS-RW-LEVEL)
                 TO WS-RW-PREV-KEY (WS-RW-LEVEL)
           END-IF.

           MOVE WS-RW-SORT-FLD-NO (WS-RW-LEVEL) TO WS-RW-FLD-NO.
           MOVE WS-RW-SORT-PROP (WS-RW-LEVEL) TO WS-RW-FLD-PROP.
           PERFORM CX-GET-FIELD-VALUE.
           MOVE WS-RW-VALUE (1:40) TO WS-RW-BRK-VALUE (WS-RW-LEVEL).

       DBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBC-FORMAT-ONE-COLUMN
      *
      * Column WS-RW-IDX into its print positions. SIZE-MB is right
      * aligned; text is cut to the column width through BAQHDBCS
      * so a mixed-string value never ends inside an open shift.
      *----------------------------------------------------------------*
       DBC-FORMAT-ONE-COLUMN SECTION.
       DBC-010.
           MOVE WS-RW-COL-FLD-NO (WS-RW-IDX) TO WS-RW-FLD-NO.
           MOVE WS-RW-COL-PROP (WS-RW-IDX) TO WS-RW-FLD-PROP.
           PERFORM CX-GET-FIELD-VALUE.

           IF WS-RW-FLD-NO = 6 THEN
              COMPUTE WS-RW-PTR = WS-RW-COL-POS (WS-RW-IDX)
                 + WS-RW-COL-WIDTH (WS-RW-IDX) - 6
              MOVE WS-RW-VALUE (1:6) TO WS-RPT-LINE (WS-RW-PTR:6)
              GO TO DBC-999
           END-IF.

           MOVE WS-RW-VALUE TO WS-DBCS-STR.
           MOVE 'TRUNC' TO WS-DBCS-FUNC.
           MOVE WS-RW-COL-WIDTH (WS-RW-IDX) TO WS-DBCS-LEN.
           CALL 'BAQHDBCS' USING WS-DBCS-FUNC WS-DBCS-STR
              WS-DBCS-LEN WS-DBCS-RC
              ON EXCEPTION
                 MOVE WS-RW-COL-WIDTH (WS-RW-IDX) TO WS-DBCS-LEN
           END-CALL.
           IF WS-DBCS-LEN > 0 THEN
              MOVE WS-RW-VALUE (1:WS-DBCS-LEN)
                 TO WS-RPT-LINE (WS-RW-COL-POS (WS-RW-IDX):
                                 WS-DBCS-LEN)
           END-IF.

       DBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBD-ADD-TO-TOTALS
      *
      * The book into the accumulators of level WS-RW-LEVEL (slot 4
      * is the grand total).
      *----------------------------------------------------------------*
       DBD-ADD-TO-TOTALS SECTION.
       DBD-010.
           ADD 1 TO WS-RW-ACC-BOOKS (WS-RW-LEVEL).

           PERFORM DBDA-ADD-ONE-AMOUNT
              VARYING WS-RW-IDX-2 FROM 1 BY 1
              UNTIL WS-RW-IDX-2 > WS-RW-TOT-CNT.

       DBD-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBDA-ADD-ONE-AMOUNT
      *----------------------------------------------------------------*
       DBDA-ADD-ONE-AMOUNT SECTION.
       DBDA-010.
           MOVE WS-RW-TOT-COL (WS-RW-IDX-2) TO WS-RW-IDX.
           MOVE WS-RW-COL-FLD-NO (WS-RW-IDX) TO WS-RW-FLD-NO.
           MOVE WS-RW-COL-PROP (WS-RW-IDX) TO WS-RW-FLD-PROP.
           PERFORM CX-GET-FIELD-VALUE.

           ADD WS-RW-AMOUNT
              TO WS-RW-ACC-AMT (WS-RW-LEVEL WS-RW-IDX-2).

       DBDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DC-WRITE-PAGE-HEADING
      *----------------------------------------------------------------*
       DC-WRITE-PAGE-HEADING SECTION.
       DC-010.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT TO WS-PAGE-ED.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE '1' TO WS-RPT-LINE (1:1).
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-RW-HEADING TO WS-RPT-LINE.
           STRING 'RUN ' WS-RUN-DATE '  PAGE ' WS-PAGE-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE (104:29).
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM DCA-HEAD-ONE-COLUMN
              VARYING WS-RW-IDX FROM 1 BY 1
              UNTIL WS-RW-IDX > WS-RW-COL-CNT.
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-LINE-CNT.

       DC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DCA-HEAD-ONE-COLUMN
      *----------------------------------------------------------------*
       DCA-HEAD-ONE-COLUMN SECTION.
       DCA-010.
           MOVE WS-RW-COL-WIDTH (WS-RW-IDX) TO WS-RW-PTR.
           IF WS-RW-PTR > 30 THEN
              MOVE 30 TO WS-RW-PTR
           END-IF.
           MOVE WS-RW-COL-LABEL (WS-RW-IDX) (1:WS-RW-PTR)
              TO WS-RPT-LINE (WS-RW-COL-POS (WS-RW-IDX):WS-RW-PTR).

       DCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DD-CLOSE-ONE-LEVEL
      *
      * Closes the group of sort key WS-RW-LEVEL: its subtotal line
      * when the key breaks, and the accumulators back to zero.
      *----------------------------------------------------------------*
       DD-CLOSE-ONE-LEVEL SECTION.
       DD-010.
           IF WS-RW-SORT-BREAK (WS-RW-LEVEL) = 'Y' THEN
              MOVE SPACES TO WS-RPT-LINE
              COMPUTE WS-RW-PTR = WS-RW-LEVEL + 1
              STRING 'SUBTOTAL ' DELIMITED BY SIZE
                 WS-RW-SORT-NAME (WS-RW-LEVEL) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-RW-BRK-VALUE (WS-RW-LEVEL) (1:30)
                    DELIMITED BY SIZE
                 INTO WS-RPT-LINE
                 WITH POINTER WS-RW-PTR
              PERFORM DE-WRITE-TOTAL-LINE
           END-IF.

           INITIALIZE WS-RW-ACC (WS-RW-LEVEL).

       DD-999.
           EXIT.

      *----------------------------------------------------------------*
      * DE-WRITE-TOTAL-LINE
      *
      * Finishes the total line begun in WS-RPT-LINE at WS-RW-PTR
      * with the book count and each subtotalled column of level
      * WS-RW-LEVEL, and writes it.
      *----------------------------------------------------------------*
       DE-WRITE-TOTAL-LINE SECTION.
       DE-010.
           MOVE WS-RW-ACC-BOOKS (WS-RW-LEVEL) TO WS-BOOKS-ED.
           STRING '  BOOKS: ' WS-BOOKS-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE
              WITH POINTER WS-RW-PTR.

           PERFORM DEA-ADD-ONE-TOTAL
              VARYING WS-RW-IDX-2 FROM 1 BY 1
              UNTIL WS-RW-IDX-2 > WS-RW-TOT-CNT.

           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.
           ADD 1 TO WS-LINE-CNT.

       DE-999.
           EXIT.

      *----------------------------------------------------------------*
      * DEA-ADD-ONE-TOTAL
      *----------------------------------------------------------------*
       DEA-ADD-ONE-TOTAL SECTION.
       DEA-010.
           MOVE WS-RW-TOT-COL (WS-RW-IDX-2) TO WS-RW-IDX.
           MOVE WS-RW-ACC-AMT (WS-RW-LEVEL WS-RW-IDX-2) TO WS-AMT-ED.
           STRING '  ' DELIMITED BY SIZE
              WS-RW-COL-LABEL (WS-RW-IDX) DELIMITED BY '  '
              ': ' WS-AMT-ED DELIMITED BY SIZE
              INTO WS-RPT-LINE
              WITH POINTER WS-RW-PTR.

       DEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DF-WRITE-GRAND-TOTALS
      *----------------------------------------------------------------*
       DF-WRITE-GRAND-TOTALS SECTION.
       DF-010.
           IF WS-PAGE-CNT = 0 THEN
              PERFORM DC-WRITE-PAGE-HEADING
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-RW-PTR.
           STRING 'GRAND TOTAL' DELIMITED BY SIZE
              INTO WS-RPT-LINE
              WITH POINTER WS-RW-PTR.
           MOVE WS-RW-GRAND TO WS-RW-LEVEL.
           PERFORM DE-WRITE-TOTAL-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXTRACT RECORDS READ:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-SEL-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS SELECTED:            ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-BADDATE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXCLUDED, UNCOMPARABLE DATE:' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKADRP-RECORD FROM WS-RPT-LINE.

           IF WS-XP-DROPPED > 0 THEN
              MOVE WS-XP-DROPPED TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'PROPERTY VALUES NOT HELD:  ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKADRP-RECORD FROM WS-RPT-LINE
           END-IF.

       DF-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-LOAD-DICTIONARY
      *
      * The site property dictionary, for resolving property names
      * on COL and SORT cards. No DD leaves it empty, and only the
      * extract's own fields can then be named.
      *----------------------------------------------------------------*
       EA-LOAD-DICTIONARY SECTION.
       EA-010.
           OPEN INPUT RBKPDIC-FILE.
           IF WS-PDIC-FILE-STATUS NOT = '00' THEN
              GO TO EA-999
           END-IF.

           READ RBKPDIC-FILE
               AT END
                  MOVE 'Y' TO WS-PDIC-EOF-SW
           END-READ.

           PERFORM EB-LOAD-ONE-DICT-ENTRY UNTIL WS-PDIC-EOF.

           CLOSE RBKPDIC-FILE.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-LOAD-ONE-DICT-ENTRY
      *----------------------------------------------------------------*
       EB-LOAD-ONE-DICT-ENTRY SECTION.
       EB-010.
           IF WS-PDIC-COUNT < WS-PDIC-MAX AND
              BAQHPDIC-NAME NOT = SPACES THEN
              ADD 1 TO WS-PDIC-COUNT
              MOVE BAQHPDIC-NAME TO WS-PDIC-NAME (WS-PDIC-COUNT)
              MOVE BAQHPDIC-TYPE TO WS-PDIC-TYPE (WS-PDIC-COUNT)
              IF BAQHPDIC-LENGTH IS NUMERIC THEN
                 MOVE BAQHPDIC-LENGTH TO WS-PDIC-LEN (WS-PDIC-COUNT)
              ELSE
                 MOVE 0 TO WS-PDIC-LEN (WS-PDIC-COUNT)
              END-IF
           END-IF.

           READ RBKPDIC-FILE
               AT END
                  MOVE 'Y' TO WS-PDIC-EOF-SW
           END-READ.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EC-LOAD-PROPERTY-STORE
      *
      * The store's records for the properties the definition names;
      * a later record for the same title+property overwrites the
      * earlier entry, so the newest capture wins. Values past the
      * table are counted and reported, not guessed at.
      *----------------------------------------------------------------*
       EC-LOAD-PROPERTY-STORE SECTION.
       EC-010.
           OPEN INPUT RBKXPRP-FILE.
           IF WS-XPRP-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHRPTW no RBKXPRP property store - property'
                 ' columns print blank.'
              GO TO EC-999
           END-IF.

           READ RBKXPRP-FILE
               AT END
                  MOVE 'Y' TO WS-XPRP-EOF-SW
           END-READ.

           PERFORM ED-LOAD-ONE-PROPERTY UNTIL WS-XPRP-EOF.

           CLOSE RBKXPRP-FILE.

       EC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ED-LOAD-ONE-PROPERTY
      *----------------------------------------------------------------*
       ED-LOAD-ONE-PROPERTY SECTION.
       ED-010.
           MOVE BAQHXPRP-NAME TO WS-RW-NAME.
           MOVE 0 TO WS-RW-IDX-2.
           PERFORM BXC-MATCH-ONE-PROP-SLOT
              VARYING WS-RW-IDX FROM 1 BY 1
              UNTIL WS-RW-IDX > WS-RW-PROP-CNT
                 OR WS-RW-IDX-2 > 0.
           IF WS-RW-IDX-2 = 0 THEN
              GO TO ED-020
           END-IF.

           MOVE 0 TO WS-XP-FOUND.
           PERFORM EDA-MATCH-ONE-ENTRY
              VARYING WS-XP-IDX FROM 1 BY 1
              UNTIL WS-XP-IDX > WS-XP-COUNT
                 OR WS-XP-FOUND > 0.

           IF WS-XP-FOUND > 0 THEN
              MOVE BAQHXPRP-VALUE TO WS-XP-VALUE (WS-XP-FOUND)
           ELSE
              IF WS-XP-COUNT < WS-XP-MAX THEN
                 ADD 1 TO WS-XP-COUNT
                 MOVE BAQHXPRP-TITLE TO WS-XP-TITLE (WS-XP-COUNT)
                 MOVE WS-RW-IDX-2 TO WS-XP-PROP (WS-XP-COUNT)
                 MOVE BAQHXPRP-VALUE TO WS-XP-VALUE (WS-XP-COUNT)
              ELSE
                 ADD 1 TO WS-XP-DROPPED
              END-IF
           END-IF.

       ED-020.
           READ RBKXPRP-FILE
               AT END
                  MOVE 'Y' TO WS-XPRP-EOF-SW
           END-READ.

       ED-999.
           EXIT.

      *----------------------------------------------------------------*
      * EDA-MATCH-ONE-ENTRY
      *----------------------------------------------------------------*
       EDA-MATCH-ONE-ENTRY SECTION.
       EDA-010.
           IF WS-XP-PROP (WS-XP-IDX) = WS-RW-IDX-2 AND
              WS-XP-TITLE (WS-XP-IDX) = BAQHXPRP-TITLE THEN
              MOVE WS-XP-IDX TO WS-XP-FOUND
           END-IF.

       EDA-999.
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
              DISPLAY 'BAQHRPTW extract snapshot ' WS-XVER-SNAP-ID
                 ' verified, ' WS-XVER-DATA-CNT ' data records.'
           ELSE
              DISPLAY 'BAQHRPTW extract verification failed - HDR='
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
              MOVE 'BAQHRPTW' TO BAQHLINW-PROGRAM
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
