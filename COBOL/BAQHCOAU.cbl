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
      * BAQHCOAU                                                      *
      *                                                               *
      * Co-authorship network. The author cross-reference (BAQHAXRF)  *
      * says which books each author wrote; this run says who works   *
      * with whom, for the residency programme assembling teams for   *
      * new books. Every author named in the RBKEXTR extract's        *
      * semicolon-delimited lists is first put into its preferred form*
      * through the canonical-author registry (DD name RBKACAN, see   *
      * BAQHACAN) - a name the registry does not know is taken as it  *
      * stands - so "J. Smith" and "John Smith" are one collaborator. *
      * The report (DD name RBKCOAR) has three parts:                 *
      *   - every co-author pair, with the books they share and the   *
      *     most recent of them by publication date,                  *
      *   - each author's most frequent collaborators, ranked (the    *
      *     first ten shown),                                         *
      *   - the authors who have only ever written alone.             *
      * The ranked collaborators are also written, whole, to the      *
      * RBKCOAX co-author path (see BAQHCOAX) for the AUTQ online     *
      * inquiry; it is rebuilt from empty on every run, so it is run  *
      * after each catalog refresh like BAQHCATL. Books are taken in  *
      * every status. The two SORTs each read the extract through.    *
      *                                                               *
      * Inputs:  RBKACAN, RBKEXTR                                     *
      * Outputs: RBKCOAR (report), RBKCOAX (KSDS)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCOAU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKACAN-FILE ASSIGN TO RBKACAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKCOAR-FILE ASSIGN TO RBKCOAR
               ORGANIZATION IS SEQUENTIAL.

      * Co-author path for the AUTQ inquiry, written in key order.
           SELECT RBKCOAX-FILE ASSIGN TO RBKCOAX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAQHCOAX-KEY
               FILE STATUS IS WS-COAX-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKACAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHACAN.

       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKCOAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCOAR-RECORD          PIC X(132).

       FD  RBKCOAX-FILE.
       COPY BAQHCOAX.

      * One author-collaborator-book record. The pairs pass releases
      * each pair of a book's authors once, lower name first; the
      * collaborators pass releases both ways round, plus one record
      * per author and book with LOW-VALUES for the collaborator,
      * which sorts ahead of the author's pairs and counts the
      * author's books.
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-AUTHOR          PIC X(40).
           03 SORT-CO-AUTHOR       PIC X(40).
           03 SORT-PUB-DATE        PIC X(08).
           03 SORT-TITLE           PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RUN-DATE         PIC X(8).

      * Which SORT the input procedure is feeding: 'P' the pairs of
      * section 1, 'C' the collaborators of sections 2 and 3.
       01 WS-PASS-SW          PIC X VALUE 'P'.
           88 WS-PAIRS-PASS   VALUE 'P'.
           88 WS-COLLAB-PASS  VALUE 'C'.

       01 WS-ACAN-EOF-SW      PIC X VALUE 'N'.
           88 WS-ACAN-EOF     VALUE 'Y'.
       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.
       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-COAX-FILE-STATUS PIC X(2).
       01 WS-COAX-OPEN-SW     PIC X VALUE 'N'.
           88 WS-COAX-OPEN    VALUE 'Y'.

      * The canonical-author registry, as BAQHASCR loads it.
       01 WS-REG-TABLE.
           03 WS-REG-ENTRY OCCURS 1000 TIMES.
              05 WS-REG-VARIANT    PIC X(40).
              05 WS-REG-CANONICAL  PIC X(40).
       01 WS-REG-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-REG-MAX          PIC 9(4) COMP VALUE 1000.
       01 WS-REG-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-REG-FOUND        PIC 9(4) COMP VALUE 0.

      * Working fields for walking the semicolon-delimited author
      * list, the same UNSTRING-with-POINTER technique BAQHAXRF
      * uses.
       01 WS-AUTHOR-PTR       PIC 9(4) VALUE 1.
       01 WS-ONE-AUTHOR       PIC X(40) VALUE SPACES.
       01 WS-CANON-AUTHOR     PIC X(40) VALUE SPACES.

      * The book's authors in their preferred forms, each once - a
      * book listing the same person under two variants still has
      * that person once.
       01 WS-BOOK-AUTH-TABLE.
           03 WS-BOOK-AUTH OCCURS 30 TIMES PIC X(40).
       01 WS-BOOK-AUTH-COUNT  PIC 9(4) COMP VALUE 0.
       01 WS-BOOK-AUTH-MAX    PIC 9(4) COMP VALUE 30.
       01 WS-BOOK-AUTH-IDX    PIC 9(4) COMP VALUE 0.
       01 WS-BOOK-AUTH-FOUND  PIC 9(4) COMP VALUE 0.
       01 WS-PAIR-IDX         PIC 9(4) COMP VALUE 0.

      * The book's publication date as YYYYMMDD, SPACES when the
      * extract's date is not in the ISO shape.
       01 WS-PUB-DATE         PIC X(8) VALUE SPACES.
       01 WS-PUB-DATE-N REDEFINES WS-PUB-DATE.
           03 WS-PUB-YYYY     PIC X(4).
           03 WS-PUB-MM       PIC 9(2).
           03 WS-PUB-DD       PIC 9(2).

      * Control-break fields over the sorted records.
       01 WS-CURR-AUTHOR      PIC X(40) VALUE LOW-VALUES.
       01 WS-CURR-CO-AUTHOR   PIC X(40) VALUE LOW-VALUES.
       01 WS-PAIR-SHARED      PIC 9(5) COMP VALUE 0.
       01 WS-PAIR-LATEST-DATE PIC X(8) VALUE SPACES.
       01 WS-PAIR-LATEST-TITLE PIC X(80) VALUE SPACES.
       01 WS-AU-BOOK-CNT      PIC 9(5) COMP VALUE 0.

      * One author's collaborators, most shared books first; the
      * SORT hands them over in name order and a collaborator level
      * with one already placed goes after it, so ties stay in name
      * order. Beyond the table a collaborator is counted only.
       01 WS-COL-TABLE.
           03 WS-COL-ENTRY OCCURS 200 TIMES.
              05 WS-COL-CO-AUTHOR    PIC X(40).
              05 WS-COL-SHARED       PIC 9(5) COMP.
              05 WS-COL-LATEST-DATE  PIC X(8).
              05 WS-COL-LATEST-TITLE PIC X(80).
       01 WS-COL-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-COL-MAX          PIC 9(4) COMP VALUE 200.
       01 WS-COL-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-COL-POS          PIC 9(4) COMP VALUE 0.
       01 WS-COL-SHOWN        PIC 9(4) COMP VALUE 10.

      * Authors who have only written alone, in name order. Any
      * beyond the table are counted but not listed.
       01 WS-SOLO-TABLE.
           03 WS-SOLO-ENTRY OCCURS 2000 TIMES.
              05 WS-SOLO-AUTHOR    PIC X(40).
              05 WS-SOLO-BOOK-CNT  PIC 9(5) COMP.
       01 WS-SOLO-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-SOLO-MAX         PIC 9(4) COMP VALUE 2000.
       01 WS-SOLO-IDX         PIC 9(4) COMP VALUE 0.

      * Run counts for the trailer.
       01 WS-BOOK-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-CO-BOOK-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-AUTHOR-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-COLLAB-AUTH-CNT  PIC 9(7) COMP VALUE 0.
       01 WS-PAIR-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-SOLO-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-VARIANT-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-UNKNOWN-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-AUTH-OVER-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-COL-OVER-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-COAX-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-COAX-ERR-CNT     PIC 9(7) COMP VALUE 0.

       01 WS-CNT-ED           PIC ZZZZZZ9.
       01 WS-SHARED-ED        PIC ZZZZ9.
       01 WS-RANK-ED          PIC ZZ9.
       01 WS-DATE-ED          PIC X(10).

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * Extract self-description verification (see BAQHEXTC). The
      * pre-pass refuses a snapshot with no header, no trailer, or a
      * trailer count that disagrees with the data records present -
      * a half-written pull would rebuild the path with teams missing.
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

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *
      * The registry is loaded, then the extract is taken through the
      * SORT twice: the pairs pass writes section 1, the
      * collaborators pass writes section 2 and the RBKCOAX path and
      * gathers section 3's authors, which are written last.
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

      * Verify the extract is a complete self-describing snapshot
      * before the path is rebuilt from it.
           PERFORM XV-VERIFY-EXTRACT.
           IF WS-XVER-OK = 0 THEN
              DISPLAY 'BAQHCOAU REFUSED - RBKEXTR failed its header/'
                 'trailer verification; RBKCOAX is left as it was.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * A header from before the catalog qualifier is a REDBOOK one.
           IF WS-XVER-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-XVER-CATALOG
           END-IF.

      * Load the registry. An empty one leaves every name as it
      * stands.
           OPEN INPUT RBKACAN-FILE.
           READ RBKACAN-FILE
               AT END
                  MOVE 'Y' TO WS-ACAN-EOF-SW
           END-READ.
           PERFORM BA-LOAD-ONE-REGISTRY-REC UNTIL WS-ACAN-EOF.
           CLOSE RBKACAN-FILE.

           OPEN OUTPUT RBKCOAR-FILE.

           PERFORM CA-WRITE-REPORT-HEADER.

           INITIALIZE WS-SOLO-TABLE.

           MOVE 'P' TO WS-PASS-SW.
           SORT SORT-FILE
              ON ASCENDING KEY SORT-AUTHOR
              ON ASCENDING KEY SORT-CO-AUTHOR
              ON ASCENDING KEY SORT-PUB-DATE
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS DA-RELEASE-BOOKS
              OUTPUT PROCEDURE IS EA-WRITE-PAIRS.

           OPEN OUTPUT RBKCOAX-FILE.
           IF WS-COAX-FILE-STATUS NOT = '00'
              AND WS-COAX-FILE-STATUS NOT = '97'
              AND WS-COAX-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHCOAU OPEN RBKCOAX failed, file status '
                 WS-COAX-FILE-STATUS '; the report is written without'
                 ' the co-author path.'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO WS-COAX-OPEN-SW
           END-IF.

           MOVE 'C' TO WS-PASS-SW.
           SORT SORT-FILE
              ON ASCENDING KEY SORT-AUTHOR
              ON ASCENDING KEY SORT-CO-AUTHOR
              ON ASCENDING KEY SORT-PUB-DATE
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS DA-RELEASE-BOOKS
              OUTPUT PROCEDURE IS FA-RANK-COLLABORATORS.

           IF WS-COAX-OPEN THEN
              CLOSE RBKCOAX-FILE
           END-IF.

           PERFORM GA-WRITE-SOLO-AUTHORS.
           PERFORM HA-WRITE-REPORT-TRAILER.

       A-999.
           CLOSE RBKCOAR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-ONE-REGISTRY-REC
      *----------------------------------------------------------------*
       BA-LOAD-ONE-REGISTRY-REC SECTION.
       BA-010.
           IF BAQHACAN-VARIANT NOT = SPACES AND
              WS-REG-COUNT < WS-REG-MAX THEN
              ADD 1 TO WS-REG-COUNT
              MOVE BAQHACAN-VARIANT
                 TO WS-REG-VARIANT (WS-REG-COUNT)
              MOVE BAQHACAN-CANONICAL
                 TO WS-REG-CANONICAL (WS-REG-COUNT)
           END-IF.

       BA-020.
           READ RBKACAN-FILE
               AT END
                  MOVE 'Y' TO WS-ACAN-EOF-SW
           END-READ.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*
       CA-WRITE-REPORT-HEADER SECTION.
       CA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CO-AUTHORSHIP NETWORK - ' DELIMITED BY SIZE
              WS-XVER-CATALOG DELIMITED BY SPACE
              ' CATALOG - RUN ' WS-RUN-DATE
              ' FROM EXTRACT SNAPSHOT ' WS-XVER-SNAP-ID
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           IF WS-REG-COUNT = 0 THEN
              MOVE 'CANONICAL-AUTHOR REGISTRY EMPTY - NAMES ARE TAKEN A
      -          'S THEY STAND ON THE EXTRACT.' TO WS-RPT-LINE
              WRITE RBKCOAR-RECORD FROM WS-RPT-LINE
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-RELEASE-BOOKS
      *
      * SORT input procedure for both passes - reads the extract and
      * releases each book's author records for the pass in
      * WS-PASS-SW. The book and name counts are taken on the pairs
      * pass only.
      *----------------------------------------------------------------*
       DA-RELEASE-BOOKS SECTION.
       DA-010.
           MOVE 'N' TO WS-EXTR-EOF-SW.
           MOVE '01' TO WS-EXTR-LAYOUT-VER.

           OPEN INPUT RBKEXTR-FILE.

           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM DAA-RELEASE-ONE-BOOK UNTIL WS-EXTR-EOF.

           CLOSE RBKEXTR-FILE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-RELEASE-ONE-BOOK
      *----------------------------------------------------------------*
       DAA-RELEASE-ONE-BOOK SECTION.
       DAA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO DAA-020
           END-IF.

           IF WS-PAIRS-PASS THEN
              ADD 1 TO WS-BOOK-CNT
           END-IF.

      * The publication date as the API returns it, 2023-03-31 or
      * 2023-03-31T00:00:00Z; any other shape leaves the book
      * undated, and an undated book is the oldest of a pair's.
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
           END-IF.

           MOVE 0 TO WS-BOOK-AUTH-COUNT.
           MOVE 1 TO WS-AUTHOR-PTR.
           PERFORM DAB-TAKE-ONE-AUTHOR
              UNTIL WS-AUTHOR-PTR > LENGTH OF BAQHEXTR-AUTHORS.

           IF WS-PAIRS-PASS AND WS-BOOK-AUTH-COUNT > 1 THEN
              ADD 1 TO WS-CO-BOOK-CNT
           END-IF.

           PERFORM DAD-RELEASE-FOR-ONE-AUTHOR
              VARYING WS-BOOK-AUTH-IDX FROM 1 BY 1
              UNTIL WS-BOOK-AUTH-IDX > WS-BOOK-AUTH-COUNT.

       DAA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAB-TAKE-ONE-AUTHOR
      *
      * Unstrings the next semicolon-delimited author at
      * WS-AUTHOR-PTR, maps it through the registry and adds the
      * preferred form to the book's table unless it is there
      * already. A blank entry adds nothing.
      *----------------------------------------------------------------*
       DAB-TAKE-ONE-AUTHOR SECTION.
       DAB-010.
           MOVE SPACES TO WS-ONE-AUTHOR.
           UNSTRING BAQHEXTR-AUTHORS DELIMITED BY ';'
              INTO WS-ONE-AUTHOR
              WITH POINTER WS-AUTHOR-PTR
           END-UNSTRING.

           IF WS-ONE-AUTHOR = SPACES THEN
              GO TO DAB-999
           END-IF.

           MOVE FUNCTION TRIM(WS-ONE-AUTHOR) TO WS-ONE-AUTHOR.
           MOVE WS-ONE-AUTHOR TO WS-CANON-AUTHOR.

           PERFORM DC-LOOK-UP-REGISTRY.

           IF WS-REG-FOUND > 0 THEN
              IF WS-REG-CANONICAL (WS-REG-FOUND)
                    NOT = WS-ONE-AUTHOR THEN
                 MOVE WS-REG-CANONICAL (WS-REG-FOUND)
                    TO WS-CANON-AUTHOR
                 IF WS-PAIRS-PASS THEN
                    ADD 1 TO WS-VARIANT-CNT
                 END-IF
              END-IF
           ELSE
              IF WS-PAIRS-PASS THEN
                 ADD 1 TO WS-UNKNOWN-CNT
              END-IF
           END-IF.

           MOVE 0 TO WS-BOOK-AUTH-FOUND.
           PERFORM DABA-CHECK-ONE-BOOK-AUTHOR
              VARYING WS-PAIR-IDX FROM 1 BY 1
              UNTIL WS-BOOK-AUTH-FOUND > 0
                 OR WS-PAIR-IDX > WS-BOOK-AUTH-COUNT.

           IF WS-BOOK-AUTH-FOUND > 0 THEN
              GO TO DAB-999
           END-IF.

           IF WS-BOOK-AUTH-COUNT < WS-BOOK-AUTH-MAX THEN
              ADD 1 TO WS-BOOK-AUTH-COUNT
              MOVE WS-CANON-AUTHOR
                 TO WS-BOOK-AUTH (WS-BOOK-AUTH-COUNT)
           ELSE
              IF WS-PAIRS-PASS THEN
                 ADD 1 TO WS-AUTH-OVER-CNT
              END-IF
           END-IF.

       DAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DABA-CHECK-ONE-BOOK-AUTHOR
      *----------------------------------------------------------------*
       DABA-CHECK-ONE-BOOK-AUTHOR SECTION.
       DABA-010.
           IF WS-BOOK-AUTH (WS-PAIR-IDX) = WS-CANON-AUTHOR THEN
              MOVE WS-PAIR-IDX TO WS-BOOK-AUTH-FOUND
           END-IF.

       DABA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAD-RELEASE-FOR-ONE-AUTHOR
      *
      * Releases the book's records for the author at
      * WS-BOOK-AUTH-IDX: on the collaborators pass its book record
      * and a pair with every other author, on the pairs pass a pair
      * with every author whose name sorts higher.
      *----------------------------------------------------------------*
       DAD-RELEASE-FOR-ONE-AUTHOR SECTION.
       DAD-010.
           IF WS-COLLAB-PASS THEN
              MOVE SPACES TO SORT-RECORD
              MOVE WS-BOOK-AUTH (WS-BOOK-AUTH-IDX) TO SORT-AUTHOR
              MOVE LOW-VALUES TO SORT-CO-AUTHOR
              MOVE WS-PUB-DATE TO SORT-PUB-DATE
              MOVE BAQHEXTR-TITLE TO SORT-TITLE
              RELEASE SORT-RECORD
           END-IF.

           PERFORM DADA-RELEASE-ONE-PAIR
              VARYING WS-PAIR-IDX FROM 1 BY 1
              UNTIL WS-PAIR-IDX > WS-BOOK-AUTH-COUNT.

       DAD-999.
           EXIT.

      *----------------------------------------------------------------*
      * DADA-RELEASE-ONE-PAIR
      *----------------------------------------------------------------*
       DADA-RELEASE-ONE-PAIR SECTION.
       DADA-010.
           IF WS-PAIR-IDX = WS-BOOK-AUTH-IDX THEN
              GO TO DADA-999
           END-IF.

           IF WS-PAIRS-PASS AND
              WS-BOOK-AUTH (WS-PAIR-IDX)
                 NOT > WS-BOOK-AUTH (WS-BOOK-AUTH-IDX) THEN
              GO TO DADA-999
           END-IF.

           MOVE SPACES TO SORT-RECORD.
           MOVE WS-BOOK-AUTH (WS-BOOK-AUTH-IDX) TO SORT-AUTHOR.
           MOVE WS-BOOK-AUTH (WS-PAIR-IDX) TO SORT-CO-AUTHOR.
           MOVE WS-PUB-DATE TO SORT-PUB-DATE.
           MOVE BAQHEXTR-TITLE TO SORT-TITLE.
           RELEASE SORT-RECORD.

       DADA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DC-LOOK-UP-REGISTRY
      *----------------------------------------------------------------*
       DC-LOOK-UP-REGISTRY SECTION.
       DC-010.
           MOVE 0 TO WS-REG-FOUND.
           MOVE 0 TO WS-REG-IDX.

           PERFORM DCA-CHECK-ONE-VARIANT
              UNTIL WS-REG-FOUND > 0
                 OR WS-REG-IDX NOT < WS-REG-COUNT.

       DC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DCA-CHECK-ONE-VARIANT
      *----------------------------------------------------------------*
       DCA-CHECK-ONE-VARIANT SECTION.
       DCA-010.
           ADD 1 TO WS-REG-IDX.
           IF WS-REG-VARIANT (WS-REG-IDX) = WS-ONE-AUTHOR THEN
              MOVE WS-REG-IDX TO WS-REG-FOUND
           END-IF.

       DCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-PAIRS
      *
      * SORT output procedure for the pairs pass - section 1, one
      * line per pair at its control break. The pair's records come
      * in date order, so the last one carries the most recent book.
      *----------------------------------------------------------------*
       EA-WRITE-PAIRS SECTION.
       EA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.
           MOVE '---- 1. CO-AUTHOR PAIRS ----' TO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'AUTHOR' TO WS-RPT-LINE (1:6).
           MOVE 'CO-AUTHOR' TO WS-RPT-LINE (37:9).
           MOVE 'BOOKS' TO WS-RPT-LINE (73:5).
           MOVE 'LATEST' TO WS-RPT-LINE (80:6).
           MOVE 'MOST RECENT SHARED BOOK' TO WS-RPT-LINE (92:23).
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CURR-AUTHOR.
           MOVE LOW-VALUES TO WS-CURR-CO-AUTHOR.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM EAA-TAKE-ONE-PAIR-REC UNTIL WS-SORT-EOF.

           IF WS-CURR-AUTHOR NOT = LOW-VALUES THEN
              PERFORM EAB-WRITE-ONE-PAIR
           END-IF.

           IF WS-PAIR-CNT = 0 THEN
              MOVE 'NONE - NO BOOK ON THE EXTRACT HAS TWO AUTHORS.'
                 TO WS-RPT-LINE
              WRITE RBKCOAR-RECORD FROM WS-RPT-LINE
           END-IF.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-TAKE-ONE-PAIR-REC
      *----------------------------------------------------------------*
       EAA-TAKE-ONE-PAIR-REC SECTION.
       EAA-010.
           IF SORT-AUTHOR NOT = WS-CURR-AUTHOR OR
              SORT-CO-AUTHOR NOT = WS-CURR-CO-AUTHOR THEN
              IF WS-CURR-AUTHOR NOT = LOW-VALUES THEN
                 PERFORM EAB-WRITE-ONE-PAIR
              END-IF
              MOVE SORT-AUTHOR TO WS-CURR-AUTHOR
              MOVE SORT-CO-AUTHOR TO WS-CURR-CO-AUTHOR
              MOVE 0 TO WS-PAIR-SHARED
           END-IF.

           ADD 1 TO WS-PAIR-SHARED.
           MOVE SORT-PUB-DATE TO WS-PAIR-LATEST-DATE.
           MOVE SORT-TITLE TO WS-PAIR-LATEST-TITLE.

       EAA-020.
           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       EAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAB-WRITE-ONE-PAIR
      *----------------------------------------------------------------*
       EAB-WRITE-ONE-PAIR SECTION.
       EAB-010.
           ADD 1 TO WS-PAIR-CNT.

           PERFORM XA-EDIT-DATE.

           MOVE WS-PAIR-SHARED TO WS-SHARED-ED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-CURR-AUTHOR TO WS-RPT-LINE (1:35).
           MOVE WS-CURR-CO-AUTHOR TO WS-RPT-LINE (37:35).
           MOVE WS-SHARED-ED TO WS-RPT-LINE (73:5).
           MOVE WS-DATE-ED TO WS-RPT-LINE (80:10).
           MOVE WS-PAIR-LATEST-TITLE TO WS-RPT-LINE (92:41).
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

       EAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-RANK-COLLABORATORS
      *
      * SORT output procedure for the collaborators pass. Each
      * author's book records come first and count the books; each
      * collaborator is then ranked as its pairs end, and at the
      * author's control break the ranking is written to section 2
      * and to RBKCOAX - or, with no collaborator, the author is
      * kept for section 3.
      *----------------------------------------------------------------*
       FA-RANK-COLLABORATORS SECTION.
       FA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.
           MOVE '---- 2. MOST FREQUENT COLLABORATORS BY AUTHOR ----'
              TO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'RANK' TO WS-RPT-LINE (5:4).
           MOVE 'COLLABORATOR' TO WS-RPT-LINE (10:12).
           MOVE 'BOOKS' TO WS-RPT-LINE (52:5).
           MOVE 'LATEST' TO WS-RPT-LINE (59:6).
           MOVE 'MOST RECENT SHARED BOOK' TO WS-RPT-LINE (71:23).
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-CURR-AUTHOR.
           MOVE LOW-VALUES TO WS-CURR-CO-AUTHOR.
           MOVE 0 TO WS-COL-COUNT.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM FAA-TAKE-ONE-COLLAB-REC UNTIL WS-SORT-EOF.

           IF WS-CURR-AUTHOR NOT = LOW-VALUES THEN
              PERFORM FAB-CLOSE-AUTHOR
           END-IF.

           IF WS-COLLAB-AUTH-CNT = 0 THEN
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKCOAR-RECORD FROM WS-RPT-LINE
           END-IF.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-TAKE-ONE-COLLAB-REC
      *----------------------------------------------------------------*
       FAA-TAKE-ONE-COLLAB-REC SECTION.
       FAA-010.
           IF SORT-AUTHOR NOT = WS-CURR-AUTHOR THEN
              IF WS-CURR-AUTHOR NOT = LOW-VALUES THEN
                 PERFORM FAB-CLOSE-AUTHOR
              END-IF
              MOVE SORT-AUTHOR TO WS-CURR-AUTHOR
              MOVE LOW-VALUES TO WS-CURR-CO-AUTHOR
              MOVE 0 TO WS-AU-BOOK-CNT
              MOVE 0 TO WS-COL-COUNT
              MOVE 0 TO WS-PAIR-SHARED
           END-IF.

      * The author's own book record.
           IF SORT-CO-AUTHOR = LOW-VALUES THEN
              ADD 1 TO WS-AU-BOOK-CNT
              GO TO FAA-020
           END-IF.

           IF SORT-CO-AUTHOR NOT = WS-CURR-CO-AUTHOR THEN
              IF WS-PAIR-SHARED > 0 THEN
                 PERFORM FAC-RANK-COLLABORATOR
              END-IF
              MOVE SORT-CO-AUTHOR TO WS-CURR-CO-AUTHOR
              MOVE 0 TO WS-PAIR-SHARED
           END-IF.

           ADD 1 TO WS-PAIR-SHARED.
           MOVE SORT-PUB-DATE TO WS-PAIR-LATEST-DATE.
           MOVE SORT-TITLE TO WS-PAIR-LATEST-TITLE.

       FAA-020.
           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAB-CLOSE-AUTHOR
      *
      * Ranks the last collaborator of WS-CURR-AUTHOR, then writes
      * the author's first ten to section 2 and every one ranked to
      * RBKCOAX; an author with none is kept for section 3.
      *----------------------------------------------------------------*
       FAB-CLOSE-AUTHOR SECTION.
       FAB-010.
           ADD 1 TO WS-AUTHOR-CNT.

           IF WS-PAIR-SHARED > 0 THEN
              PERFORM FAC-RANK-COLLABORATOR
              MOVE 0 TO WS-PAIR-SHARED
           END-IF.

           IF WS-COL-COUNT = 0 THEN
              ADD 1 TO WS-SOLO-CNT
              IF WS-SOLO-COUNT < WS-SOLO-MAX THEN
                 ADD 1 TO WS-SOLO-COUNT
                 MOVE WS-CURR-AUTHOR TO WS-SOLO-AUTHOR (WS-SOLO-COUNT)
                 MOVE WS-AU-BOOK-CNT
                    TO WS-SOLO-BOOK-CNT (WS-SOLO-COUNT)
              END-IF
              GO TO FAB-999
           END-IF.

           ADD 1 TO WS-COLLAB-AUTH-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.
           MOVE WS-AU-BOOK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CURR-AUTHOR ' BOOKS: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           PERFORM FAD-WRITE-ONE-COLLABORATOR
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-COUNT.

           IF WS-COL-COUNT > WS-COL-SHOWN THEN
              COMPUTE WS-CNT-ED = WS-COL-COUNT - WS-COL-SHOWN
              MOVE SPACES TO WS-RPT-LINE
              STRING '    ... AND ' WS-CNT-ED
                 ' MORE ON THE AUTQ INQUIRY.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCOAR-RECORD FROM WS-RPT-LINE
           END-IF.

       FAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAC-RANK-COLLABORATOR
      *
      * Places WS-CURR-CO-AUTHOR in the author's table, after every
      * collaborator sharing as many books or more and ahead of the
      * rest, moving those down one. A full table drops its last.
      *----------------------------------------------------------------*
       FAC-RANK-COLLABORATOR SECTION.
       FAC-010.
           IF WS-COL-COUNT < WS-COL-MAX THEN
              ADD 1 TO WS-COL-COUNT
              MOVE WS-COL-COUNT TO WS-COL-POS
           ELSE
              ADD 1 TO WS-COL-OVER-CNT
              IF WS-PAIR-SHARED NOT >
                    WS-COL-SHARED (WS-COL-MAX) THEN
                 GO TO FAC-999
              END-IF
              MOVE WS-COL-MAX TO WS-COL-POS
           END-IF.

           PERFORM FACA-MOVE-ONE-DOWN
              UNTIL WS-COL-POS = 1
                 OR WS-COL-SHARED (WS-COL-POS - 1)
                    NOT < WS-PAIR-SHARED.

           MOVE WS-CURR-CO-AUTHOR TO WS-COL-CO-AUTHOR (WS-COL-POS).
           MOVE WS-PAIR-SHARED TO WS-COL-SHARED (WS-COL-POS).
           MOVE WS-PAIR-LATEST-DATE
              TO WS-COL-LATEST-DATE (WS-COL-POS).
           MOVE WS-PAIR-LATEST-TITLE
              TO WS-COL-LATEST-TITLE (WS-COL-POS).

       FAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FACA-MOVE-ONE-DOWN
      *----------------------------------------------------------------*
       FACA-MOVE-ONE-DOWN SECTION.
       FACA-010.
           MOVE WS-COL-ENTRY (WS-COL-POS - 1)
              TO WS-COL-ENTRY (WS-COL-POS).
           SUBTRACT 1 FROM WS-COL-POS.

       FACA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAD-WRITE-ONE-COLLABORATOR
      *
      * The collaborator at WS-COL-IDX - to the report within the
      * first ten, to RBKCOAX at its rank.
      *----------------------------------------------------------------*
       FAD-WRITE-ONE-COLLABORATOR SECTION.
       FAD-010.
           IF WS-COL-IDX > WS-COL-SHOWN THEN
              GO TO FAD-020
           END-IF.

           MOVE WS-COL-LATEST-DATE (WS-COL-IDX) TO WS-PAIR-LATEST-DATE.
           PERFORM XA-EDIT-DATE.

           MOVE WS-COL-IDX TO WS-RANK-ED.
           MOVE WS-COL-SHARED (WS-COL-IDX) TO WS-SHARED-ED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-RANK-ED TO WS-RPT-LINE (6:3).
           MOVE WS-COL-CO-AUTHOR (WS-COL-IDX) TO WS-RPT-LINE (10:40).
           MOVE WS-SHARED-ED TO WS-RPT-LINE (52:5).
           MOVE WS-DATE-ED TO WS-RPT-LINE (59:10).
           MOVE WS-COL-LATEST-TITLE (WS-COL-IDX)
              TO WS-RPT-LINE (71:62).
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

       FAD-020.
           IF NOT WS-COAX-OPEN THEN
              GO TO FAD-999
           END-IF.

           MOVE SPACES TO BAQHCOAX-RECORD.
           MOVE WS-CURR-AUTHOR TO BAQHCOAX-AUTHOR.
           MOVE WS-COL-IDX TO BAQHCOAX-RANK.
           MOVE WS-COL-CO-AUTHOR (WS-COL-IDX) TO BAQHCOAX-CO-AUTHOR.
           MOVE WS-COL-SHARED (WS-COL-IDX) TO BAQHCOAX-SHARED.
           MOVE WS-COL-LATEST-DATE (WS-COL-IDX)
              TO BAQHCOAX-LATEST-DATE.
           MOVE WS-COL-LATEST-TITLE (WS-COL-IDX)
              TO BAQHCOAX-LATEST-TITLE.
           MOVE WS-RUN-DATE TO BAQHCOAX-SNAP-DATE.

           WRITE BAQHCOAX-RECORD.

           EVALUATE WS-COAX-FILE-STATUS
              WHEN '00'
                 ADD 1 TO WS-COAX-CNT
              WHEN OTHER
                 ADD 1 TO WS-COAX-ERR-CNT
                 DISPLAY 'BAQHCOAU WRITE RBKCOAX failed, file status '
                    WS-COAX-FILE-STATUS ' author ' WS-CURR-AUTHOR
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       FAD-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-WRITE-SOLO-AUTHORS
      *
      * Section 3 - the authors with no co-author on any book of the
      * extract, in name order, with their book counts.
      *----------------------------------------------------------------*
       GA-WRITE-SOLO-AUTHORS SECTION.
       GA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.
           MOVE '---- 3. AUTHORS WHO HAVE ONLY WRITTEN ALONE ----'
              TO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'AUTHOR' TO WS-RPT-LINE (1:6).
           MOVE 'BOOKS' TO WS-RPT-LINE (48:5).
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           IF WS-SOLO-COUNT = 0 THEN
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKCOAR-RECORD FROM WS-RPT-LINE
              GO TO GA-999
           END-IF.

           PERFORM GAA-WRITE-ONE-SOLO-AUTHOR
              VARYING WS-SOLO-IDX FROM 1 BY 1
              UNTIL WS-SOLO-IDX > WS-SOLO-COUNT.

           IF WS-SOLO-CNT > WS-SOLO-COUNT THEN
              COMPUTE WS-CNT-ED = WS-SOLO-CNT - WS-SOLO-COUNT
              MOVE SPACES TO WS-RPT-LINE
              STRING '... AND ' WS-CNT-ED ' MORE NOT LISTED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCOAR-RECORD FROM WS-RPT-LINE
           END-IF.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAA-WRITE-ONE-SOLO-AUTHOR
      *----------------------------------------------------------------*
       GAA-WRITE-ONE-SOLO-AUTHOR SECTION.
       GAA-010.
           MOVE WS-SOLO-BOOK-CNT (WS-SOLO-IDX) TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-SOLO-AUTHOR (WS-SOLO-IDX) TO WS-RPT-LINE (1:40).
           MOVE WS-CNT-ED TO WS-RPT-LINE (46:7).
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

       GAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-REPORT-TRAILER
      *----------------------------------------------------------------*
       HA-WRITE-REPORT-TRAILER SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE WS-BOOK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS READ:                        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE WS-CO-BOOK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS WITH CO-AUTHORS:             ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE WS-AUTHOR-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'AUTHORS:                           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE WS-PAIR-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CO-AUTHOR PAIRS:                   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE WS-SOLO-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SOLO AUTHORS (ONLY WRITTEN ALONE): ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE WS-VARIANT-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'VARIANT NAMES CANONICALIZED:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE WS-UNKNOWN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NAMES NOT IN THE REGISTRY:         ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           MOVE WS-COAX-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RBKCOAX RECORDS WRITTEN:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCOAR-RECORD FROM WS-RPT-LINE.

           IF WS-AUTH-OVER-CNT > 0 THEN
              MOVE WS-AUTH-OVER-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'AUTHORS PAST 30 ON ONE BOOK, LEFT OUT:'
                 WS-CNT-ED DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCOAR-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-COL-OVER-CNT > 0 THEN
              MOVE WS-COL-OVER-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'COLLABORATORS PAST 200 FOR ONE AUTHOR:'
                 WS-CNT-ED DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCOAR-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-COAX-ERR-CNT > 0 OR NOT WS-COAX-OPEN THEN
              MOVE 'RBKCOAX IS INCOMPLETE - SEE THE JOB LOG AND RERUN.'
                 TO WS-RPT-LINE
              WRITE RBKCOAR-RECORD FROM WS-RPT-LINE
           END-IF.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-EDIT-DATE
      *
      * WS-PAIR-LATEST-DATE as YYYY-MM-DD into WS-DATE-ED, or
      * 'UNDATED'.
      *----------------------------------------------------------------*
       XA-EDIT-DATE SECTION.
       XA-010.
           IF WS-PAIR-LATEST-DATE = SPACES THEN
              MOVE 'UNDATED' TO WS-DATE-ED
           ELSE
              MOVE SPACES TO WS-DATE-ED
              STRING WS-PAIR-LATEST-DATE (1:4) '-'
                 WS-PAIR-LATEST-DATE (5:2) '-'
                 WS-PAIR-LATEST-DATE (7:2)
                 DELIMITED BY SIZE INTO WS-DATE-ED
           END-IF.

       XA-999.
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
              DISPLAY 'BAQHCOAU extract snapshot ' WS-XVER-SNAP-ID
                 ' verified, ' WS-XVER-DATA-CNT ' data records.'
           ELSE
              DISPLAY 'BAQHCOAU extract verification failed - HDR='
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
              MOVE 'BAQHCOAU' TO BAQHLINW-PROGRAM
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
