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
      * BAQHWINR                                                      *
      *                                                               *
      * Reconciliation of the catalog's url and sizeMB against the    *
      * web team's content inventory of the PDFs actually on the      *
      * publications site (DD name RBKWINV, see BAQHWINV). Both are   *
      * keyed in by hand on our side and drift. The inventory is held *
      * whole and each RBKEXTR book is matched to it by URL, giving   *
      * three lists on RBKWIRP:                                       *
      *   BROKEN LINKS     - catalog books whose url the inventory    *
      *                      does not have (with the book's status -  *
      *                      a DRAFT may not be on the site yet)      *
      *   ORPHAN PDFS      - inventory PDFs no catalog book points at *
      *   SIZE MISMATCHES  - matched books whose sizeMB differs from  *
      *                      the PDF's size by more than the          *
      *                      tolerance                                *
      * Each size mismatch is also written as a corrective merge      *
      * record in the RBKMRIN shape (field SIZEMB, value the PDF's    *
      * size in the usual ZZ9.99 form) to RBKWMRG, ready for the MRBK *
      * path to push back - the pattern the author scrub follows for  *
      * AUTHORS. A PDF larger than sizeMB can hold is reported for    *
      * hand correction.                                              *
      *                                                               *
      * The PDF's size is its byte count over 1048576, to two places. *
      * A book with no url is counted, not listed.                    *
      *                                                               *
      * PARM keyword, which may be omitted:                           *
      *   TOL=nn          size tolerance in percent of the PDF's      *
      *                   size, by default 5                          *
      *                                                               *
      * Ends RC=4 when any of the three lists is not empty, RC=8 when *
      * an input is missing or the inventory is larger than the table *
      * that holds it.                                                *
      *                                                               *
      * Inputs:  RBKWINV, RBKEXTR                                     *
      * Outputs: RBKWIRP (report), RBKWMRG (merge records)            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHWINR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKWINV-FILE ASSIGN TO RBKWINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINV-FILE-STATUS.

           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT RBKWIRP-FILE ASSIGN TO RBKWIRP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKWMRG-FILE ASSIGN TO RBKWMRG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKWINV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHWINV.

       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKWIRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKWIRP-RECORD          PIC X(132).

       FD  RBKWMRG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHMRIN.

       WORKING-STORAGE SECTION.

       01 WS-WINV-FILE-STATUS PIC X(2).
       01 WS-EXTR-FILE-STATUS PIC X(2).

       01 WS-WINV-EOF-SW      PIC X VALUE 'N'.
           88 WS-WINV-EOF     VALUE 'Y'.
       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

      * The tolerance, parsed out of the PARM.
       01 WS-TOL-TEXT         PIC X(3) VALUE SPACES.
       01 WS-TOL-PCT          PIC 9(3) VALUE 5.
       01 WS-TOL-ED           PIC ZZ9.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * The inventory, held whole; MATCHED is set for a PDF some
      * catalog book points at.
       01 WS-INV-TABLE.
           03 WS-INV-ENTRY OCCURS 5000 TIMES.
              05 WS-INV-URL        PIC X(100).
              05 WS-INV-SIZE-MB    PIC 9(7)V9(2).
              05 WS-INV-MOD-DATE   PIC X(8).
              05 WS-INV-MOD-TIME   PIC X(6).
              05 WS-INV-MATCHED    PIC 9.
       01 WS-INV-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-INV-MAX          PIC 9(4) COMP VALUE 5000.
       01 WS-INV-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-INV-FOUND        PIC 9(4) COMP VALUE 0.
       01 WS-FIND-URL         PIC X(100).

      * Size comparison.
       01 WS-SIZE-DIFF        PIC 9(7)V9(2) VALUE 0.
       01 WS-SIZE-TOL         PIC 9(7)V9(2) VALUE 0.
       01 WS-SIZE-ED          PIC ZZZ,ZZ9.99.
       01 WS-MRG-SIZE-ED      PIC ZZ9.99.

      * Counters.
       01 WS-INV-READ-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-INV-DUP-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-BOOK-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-NO-URL-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-BROKEN-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-BROKEN-PUB-CNT   PIC 9(7) COMP VALUE 0.
       01 WS-ORPHAN-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-MATCHED-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-MISMATCH-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-MERGE-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-TOOBIG-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).

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
           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM BA-PARSE-PARM.

           OPEN INPUT RBKWINV-FILE.
           IF WS-WINV-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHWINR OPEN RBKWINV failed, file status '
                 WS-WINV-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CA-LOAD-INVENTORY.
           CLOSE RBKWINV-FILE.

           IF WS-INV-READ-CNT > WS-INV-COUNT + WS-INV-DUP-CNT THEN
              DISPLAY 'BAQHWINR RBKWINV holds more PDFs than the '
                 WS-INV-MAX ' the reconciliation can hold'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKWIRP-FILE.
           OPEN OUTPUT RBKWMRG-FILE.

           PERFORM DA-WRITE-REPORT-HEADER.

      * First pass over the extract - broken links, and every PDF a
      * book points at marked.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.
           MOVE '---- BROKEN LINKS - URL NOT IN THE INVENTORY ----'
              TO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.
           MOVE 'TITLE' TO WS-RPT-LINE.
           MOVE 'STATUS' TO WS-RPT-LINE (62:6).
           MOVE 'URL' TO WS-RPT-LINE (72:3).
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           PERFORM EA-OPEN-EXTRACT.
           PERFORM EB-CHECK-ONE-LINK UNTIL WS-EXTR-EOF.
           CLOSE RBKEXTR-FILE.

           IF WS-BROKEN-CNT = 0 THEN
              MOVE '    NONE' TO WS-RPT-LINE
              WRITE RBKWIRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.
           MOVE '---- ORPHAN PDFS - NO CATALOG BOOK POINTS AT ----'
              TO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.
           MOVE 'URL' TO WS-RPT-LINE.
           MOVE 'SIZE MB' TO WS-RPT-LINE (106:7).
           MOVE 'LAST MODIFIED' TO WS-RPT-LINE (116:13).
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-INV-IDX.
           PERFORM FA-REPORT-ONE-ORPHAN
              UNTIL WS-INV-IDX NOT < WS-INV-COUNT.

           IF WS-ORPHAN-CNT = 0 THEN
              MOVE '    NONE' TO WS-RPT-LINE
              WRITE RBKWIRP-RECORD FROM WS-RPT-LINE
           END-IF.

      * Second pass - the matched books' sizes.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOL-PCT TO WS-TOL-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '---- SIZE MISMATCHES - MORE THAN '
              FUNCTION TRIM(WS-TOL-ED) ' PCT OF THE PDF ----'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.
           MOVE 'TITLE' TO WS-RPT-LINE.
           MOVE 'FORM NUMBER' TO WS-RPT-LINE (62:11).
           MOVE 'CATALOG MB' TO WS-RPT-LINE (76:10).
           MOVE 'PDF MB' TO WS-RPT-LINE (92:6).
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           PERFORM EA-OPEN-EXTRACT.
           PERFORM GA-CHECK-ONE-SIZE UNTIL WS-EXTR-EOF.
           CLOSE RBKEXTR-FILE.

           IF WS-MISMATCH-CNT = 0 THEN
              MOVE '    NONE' TO WS-RPT-LINE
              WRITE RBKWIRP-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM HA-WRITE-SUMMARY.

       A-999.
           CLOSE RBKWIRP-FILE.
           CLOSE RBKWMRG-FILE.

           IF WS-BROKEN-CNT > 0 OR WS-ORPHAN-CNT > 0 OR
              WS-MISMATCH-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PARSE-PARM
      *----------------------------------------------------------------*
       BA-PARSE-PARM SECTION.
       BA-010.
           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'TOL='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 5.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-TOL-TEXT
              IF WS-TOL-TEXT (1:1) IS NUMERIC THEN
                 COMPUTE WS-TOL-PCT = FUNCTION NUMVAL(WS-TOL-TEXT)
              END-IF
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-LOAD-INVENTORY
      *----------------------------------------------------------------*
       CA-LOAD-INVENTORY SECTION.
       CA-010.
           READ RBKWINV-FILE
               AT END
                  MOVE 'Y' TO WS-WINV-EOF-SW
           END-READ.

           PERFORM CB-LOAD-ONE-PDF UNTIL WS-WINV-EOF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-LOAD-ONE-PDF
      *
      * A URL the inventory lists twice is held once, at its first
      * size.
      *----------------------------------------------------------------*
       CB-LOAD-ONE-PDF SECTION.
       CB-010.
           ADD 1 TO WS-INV-READ-CNT.

           IF BAQHWINV-URL = SPACES THEN
              ADD 1 TO WS-INV-DUP-CNT
              GO TO CB-020
           END-IF.

           MOVE BAQHWINV-URL TO WS-FIND-URL.
           PERFORM XA-FIND-URL.
           IF WS-INV-FOUND > 0 THEN
              ADD 1 TO WS-INV-DUP-CNT
              GO TO CB-020
           END-IF.

           IF WS-INV-COUNT NOT < WS-INV-MAX THEN
              GO TO CB-020
           END-IF.

           ADD 1 TO WS-INV-COUNT.
           MOVE BAQHWINV-URL TO WS-INV-URL (WS-INV-COUNT).
           IF BAQHWINV-SIZE-BYTES IS NUMERIC THEN
              COMPUTE WS-INV-SIZE-MB (WS-INV-COUNT) ROUNDED =
                 BAQHWINV-SIZE-BYTES / 1048576
           ELSE
              MOVE 0 TO WS-INV-SIZE-MB (WS-INV-COUNT)
           END-IF.
           MOVE BAQHWINV-LAST-MOD-DATE
              TO WS-INV-MOD-DATE (WS-INV-COUNT).
           MOVE BAQHWINV-LAST-MOD-TIME
              TO WS-INV-MOD-TIME (WS-INV-COUNT).
           MOVE 0 TO WS-INV-MATCHED (WS-INV-COUNT).

       CB-020.
           READ RBKWINV-FILE
               AT END
                  MOVE 'Y' TO WS-WINV-EOF-SW
           END-READ.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*
       DA-WRITE-REPORT-HEADER SECTION.
       DA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CATALOG URL AND SIZE RECONCILIATION AGAINST THE WEB '
              'CONTENT INVENTORY - ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-INV-COUNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PDFS IN THE INVENTORY:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           IF WS-INV-DUP-CNT > 0 THEN
              MOVE WS-INV-DUP-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'DUPLICATE OR BLANK URLS:' WS-CNT-ED
                 ' (IGNORED)'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKWIRP-RECORD FROM WS-RPT-LINE
           END-IF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-OPEN-EXTRACT
      *
      * Opens RBKEXTR and reads its first record, for either pass.
      *----------------------------------------------------------------*
       EA-OPEN-EXTRACT SECTION.
       EA-010.
           OPEN INPUT RBKEXTR-FILE.
           IF WS-EXTR-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHWINR OPEN RBKEXTR failed, file status '
                 WS-EXTR-FILE-STATUS
              CLOSE RBKWIRP-FILE
              CLOSE RBKWMRG-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EXTR-EOF-SW.
           MOVE '01' TO WS-EXTR-LAYOUT-VER.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-CHECK-ONE-LINK
      *----------------------------------------------------------------*
       EB-CHECK-ONE-LINK SECTION.
       EB-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHWINR' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO EB-020
           END-IF.

           ADD 1 TO WS-BOOK-CNT.

           IF BAQHEXTR-URL = SPACES THEN
              ADD 1 TO WS-NO-URL-CNT
              GO TO EB-020
           END-IF.

           MOVE BAQHEXTR-URL TO WS-FIND-URL.
           PERFORM XA-FIND-URL.
           IF WS-INV-FOUND > 0 THEN
              MOVE 1 TO WS-INV-MATCHED (WS-INV-FOUND)
              ADD 1 TO WS-MATCHED-CNT
              GO TO EB-020
           END-IF.

           ADD 1 TO WS-BROKEN-CNT.
           IF BAQHEXTR-STATUS = 'PUBLISHED' THEN
              ADD 1 TO WS-BROKEN-PUB-CNT
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHEXTR-TITLE (1:60) TO WS-RPT-LINE (1:60).
           MOVE BAQHEXTR-STATUS TO WS-RPT-LINE (62:9).
           MOVE BAQHEXTR-URL (1:61) TO WS-RPT-LINE (72:61).
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

       EB-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-REPORT-ONE-ORPHAN
      *----------------------------------------------------------------*
       FA-REPORT-ONE-ORPHAN SECTION.
       FA-010.
           ADD 1 TO WS-INV-IDX.

           IF WS-INV-MATCHED (WS-INV-IDX) = 1 THEN
              GO TO FA-999
           END-IF.

           ADD 1 TO WS-ORPHAN-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-INV-URL (WS-INV-IDX) TO WS-RPT-LINE (1:100).
           MOVE WS-INV-SIZE-MB (WS-INV-IDX) TO WS-SIZE-ED.
           MOVE WS-SIZE-ED TO WS-RPT-LINE (102:10).
           MOVE WS-INV-MOD-DATE (WS-INV-IDX) TO WS-RPT-LINE (116:8).
           MOVE WS-INV-MOD-TIME (WS-INV-IDX) TO WS-RPT-LINE (125:6).
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-CHECK-ONE-SIZE
      *
      * A matched book whose sizeMB is off by more than the tolerance
      * earns a corrective SIZEMB merge record.
      *----------------------------------------------------------------*
       GA-CHECK-ONE-SIZE SECTION.
       GA-010.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO GA-020
           END-IF.

           IF BAQHEXTR-URL = SPACES THEN
              GO TO GA-020
           END-IF.

           MOVE BAQHEXTR-URL TO WS-FIND-URL.
           PERFORM XA-FIND-URL.
           IF WS-INV-FOUND = 0 THEN
              GO TO GA-020
           END-IF.

           IF BAQHEXTR-SIZE-MB > WS-INV-SIZE-MB (WS-INV-FOUND) THEN
              COMPUTE WS-SIZE-DIFF =
                 BAQHEXTR-SIZE-MB - WS-INV-SIZE-MB (WS-INV-FOUND)
           ELSE
              COMPUTE WS-SIZE-DIFF =
                 WS-INV-SIZE-MB (WS-INV-FOUND) - BAQHEXTR-SIZE-MB
           END-IF.
           COMPUTE WS-SIZE-TOL ROUNDED =
              WS-INV-SIZE-MB (WS-INV-FOUND) * WS-TOL-PCT / 100.

           IF WS-SIZE-DIFF NOT > WS-SIZE-TOL THEN
              GO TO GA-020
           END-IF.

           ADD 1 TO WS-MISMATCH-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHEXTR-TITLE (1:60) TO WS-RPT-LINE (1:60).
           MOVE BAQHEXTR-FORM-NUMBER TO WS-RPT-LINE (62:12).
           MOVE BAQHEXTR-SIZE-MB TO WS-SIZE-ED.
           MOVE WS-SIZE-ED TO WS-RPT-LINE (76:10).
           MOVE WS-INV-SIZE-MB (WS-INV-FOUND) TO WS-SIZE-ED.
           MOVE WS-SIZE-ED TO WS-RPT-LINE (88:10).

      * sizeMB holds up to 999.99; a bigger PDF cannot be merged.
           IF WS-INV-SIZE-MB (WS-INV-FOUND) > 999.99 THEN
              MOVE 'TOO LARGE - CORRECT BY HAND'
                 TO WS-RPT-LINE (100:27)
              WRITE RBKWIRP-RECORD FROM WS-RPT-LINE
              ADD 1 TO WS-TOOBIG-CNT
              GO TO GA-020
           END-IF.

           MOVE 'MERGE WRITTEN' TO WS-RPT-LINE (100:13).
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO BAQHMRIN-RECORD.
           MOVE BAQHEXTR-TITLE TO BAQHMRIN-TITLE.
           MOVE 'SIZEMB' TO BAQHMRIN-FIELD.
           MOVE WS-INV-SIZE-MB (WS-INV-FOUND) TO WS-MRG-SIZE-ED.
           MOVE WS-MRG-SIZE-ED TO BAQHMRIN-VALUE.
           WRITE BAQHMRIN-RECORD.

           ADD 1 TO WS-MERGE-CNT.

       GA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-SUMMARY
      *----------------------------------------------------------------*
       HA-WRITE-SUMMARY SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.
           MOVE '==== SUMMARY ====' TO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-BOOK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CATALOG BOOKS:          ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-NO-URL-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS WITH NO URL:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-MATCHED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'MATCHED TO A PDF:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-BROKEN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BROKEN LINKS:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-BROKEN-PUB-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  OF WHICH PUBLISHED:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-ORPHAN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ORPHAN PDFS:            ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-MISMATCH-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SIZE MISMATCHES:        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-MERGE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SIZEMB MERGES WRITTEN:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWIRP-RECORD FROM WS-RPT-LINE.

           IF WS-TOOBIG-CNT > 0 THEN
              MOVE WS-TOOBIG-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'TOO LARGE TO MERGE:     ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKWIRP-RECORD FROM WS-RPT-LINE
           END-IF.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-FIND-URL
      *
      * WS-INV-FOUND is the inventory entry for WS-FIND-URL, or 0.
      *----------------------------------------------------------------*
       XA-FIND-URL SECTION.
       XA-010.
           MOVE 0 TO WS-INV-FOUND.
           MOVE 0 TO WS-INV-IDX.
           PERFORM XAA-MATCH-ONE-URL
              UNTIL WS-INV-FOUND > 0 OR WS-INV-IDX NOT < WS-INV-COUNT.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XAA-MATCH-ONE-URL
      *----------------------------------------------------------------*
       XAA-MATCH-ONE-URL SECTION.
       XAA-010.
           ADD 1 TO WS-INV-IDX.
           IF WS-INV-URL (WS-INV-IDX) = WS-FIND-URL THEN
              MOVE WS-INV-IDX TO WS-INV-FOUND
           END-IF.

       XAA-999.
           EXIT.
