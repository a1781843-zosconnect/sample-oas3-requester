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
      * BAQHHTML                                                      *
      *                                                               *
      * Static HTML catalog pages for the intranet, generated from    *
      * the verified RBKEXTR extract so the published catalog is as   *
      * current as the last pull. Written as one IEBUPDTE input       *
      * stream on DD name RBKHTML (FB, LRECL 80) - one './ ADD' per   *
      * member, './ ENDUP' to close - which the following IEBUPDTE    *
      * step loads into the pages PDS the web team publishes:         *
      *   INDEX     the home page - counts, and links to the A-Z      *
      *             index and to every documentType and status page,  *
      *   AZINDEX   every title A to Z under letter headings,         *
      *   TYPEnn    one index page per documentType,                  *
      *   STATnn    one index page per status,                        *
      *   Bnnnnnnn  one page per book - its fields, its authors, and  *
      *             its URL as a link - numbered in title order.      *
      * Links name the member with '.html' added, which is how the    *
      * publishing step names the files; the pages declare UTF-8,     *
      * the code page the publishing step converts them to.           *
      *                                                               *
      * Mixed SBCS/DBCS titles and names stay whole: HTML escaping is *
      * applied in the single-byte stretches only, and a line is only *
      * ever broken outside a double-byte stretch, so every shift-out *
      * keeps its shift-in on the same line. A string BAQHDBCS finds  *
      * unbalanced has its stray shift codes dropped, and the run     *
      * ends with return code 4.                                      *
      * Every page footer carries the extract's snapshot date. An     *
      * extract that fails the header/trailer verification produces  *
      * no pages (return code 8), so yesterday's pages stay up.       *
      *                                                               *
      * DDs: RBKEXTR in, RBKHTML out, RBKHWRK a temporary work file   *
      * (the books in title order with their page names), SORTWK01.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHHTML.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKHTML-FILE ASSIGN TO RBKHTML
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKHWRK-FILE ASSIGN TO RBKHWRK
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT SORT-IX-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKHTML-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKHTML-RECORD          PIC X(80).

      * One book in title order with the member its page went to -
      * the input of the A-Z, documentType and status index passes.
      * The sort key is the title folded, behind a byte that files
      * letters, then digits, then anything else.
       FD  RBKHWRK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKHWRK-RECORD.
           03 RBKHWRK-DOC-TYPE     PIC X(08).
           03 RBKHWRK-STATUS       PIC X(09).
           03 RBKHWRK-TITLE        PIC X(80).
           03 RBKHWRK-FORM-NUMBER  PIC X(12).
           03 RBKHWRK-PUB-DATE     PIC X(10).
           03 RBKHWRK-MEMBER       PIC X(08).
           03 RBKHWRK-SORT-KEY     PIC X(81).
           03 FILLER               PIC X(12).

       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-BOOK            PIC X(600).
           03 SORT-KEY             PIC X(81).

       SD  SORT-IX-FILE.
       01  SORT-IX-RECORD.
           03 SORT-IX-DOC-TYPE     PIC X(08).
           03 SORT-IX-STATUS       PIC X(09).
           03 SORT-IX-TITLE        PIC X(80).
           03 SORT-IX-FORM-NUMBER  PIC X(12).
           03 SORT-IX-PUB-DATE     PIC X(10).
           03 SORT-IX-MEMBER       PIC X(08).
           03 SORT-IX-SORT-KEY     PIC X(81).
           03 FILLER               PIC X(12).

       WORKING-STORAGE SECTION.

       77 SHIFT-OUT-CODE      PIC X VALUE X'0E'.
       77 SHIFT-IN-CODE       PIC X VALUE X'0F'.

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.
       01 WS-HWRK-EOF-SW      PIC X VALUE 'N'.
           88 WS-HWRK-EOF     VALUE 'Y'.

       01 WS-RUN-DATE         PIC X(8).
       01 WS-BOOK-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-MEMBER-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-BADMIX-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.
       01 WS-SIZE-ED          PIC ZZ9.99.
       01 WS-BOOK-SEQ         PIC 9(7) VALUE 0.

      * The documentType and status groups, numbered in order of
      * first appearance for their member names; the ORDER lists
      * are filled as the sorted index passes meet them, so the home
      * page lists them alphabetically.
       01 WS-GRP-MAX          PIC 9(4) COMP VALUE 99.
       01 WS-TYPE-CNT         PIC 9(4) COMP VALUE 0.
       01 WS-TYPE-TABLE.
           03 WS-TYPE-ENTRY OCCURS 99 TIMES.
              05 WS-TYPE-VALUE     PIC X(08).
              05 WS-TYPE-BOOKS     PIC 9(7) COMP.
       01 WS-TYPE-ORDER-CNT   PIC 9(4) COMP VALUE 0.
       01 WS-TYPE-ORDER       PIC 9(4) COMP OCCURS 99 TIMES.
       01 WS-STAT-CNT         PIC 9(4) COMP VALUE 0.
       01 WS-STAT-TABLE.
           03 WS-STAT-ENTRY OCCURS 99 TIMES.
              05 WS-STAT-VALUE     PIC X(09).
              05 WS-STAT-BOOKS     PIC 9(7) COMP.
       01 WS-STAT-ORDER-CNT   PIC 9(4) COMP VALUE 0.
       01 WS-STAT-ORDER       PIC 9(4) COMP OCCURS 99 TIMES.
       01 WS-GRP-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-GRP-FOUND        PIC 9(4) COMP VALUE 0.
       01 WS-GRP-NN           PIC 9(2) VALUE 0.
       01 WS-GRP-OVER-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-GRP-CURR         PIC X(09) VALUE LOW-VALUES.
       01 WS-GRP-BOOKS        PIC 9(7) COMP VALUE 0.

      * A-Z headings.
       01 WS-AZ-CURR          PIC X(05) VALUE LOW-VALUES.
       01 WS-AZ-KEY           PIC X(05) VALUE SPACES.
       01 WS-AZ-FIRST         PIC X(01) VALUE SPACE.
       01 WS-AZ-OPEN          PIC 9 VALUE 0.
       01 WS-AZ-LETTERS       PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * Author list walking.
       01 WS-AUTH-PTR         PIC 9(4) COMP VALUE 1.
       01 WS-AUTH-ONE         PIC X(200) VALUE SPACES.

      * The HTML line being built and the pieces that go into it.
       01 WS-HT-LINE          PIC X(80) VALUE SPACES.
       01 WS-HT-LEN           PIC 9(4) COMP VALUE 0.
       01 WS-HT-MAX           PIC 9(4) COMP VALUE 80.
       01 WS-HT-MEMBER        PIC X(08) VALUE SPACES.
       01 WS-HT-PIECE         PIC X(200) VALUE SPACES.
       01 WS-HT-PIECE-LEN     PIC 9(4) COMP VALUE 0.
       01 WS-HT-PTR           PIC 9(4) COMP VALUE 0.
       01 WS-HT-TRAIL         PIC 9(4) COMP VALUE 0.
       01 WS-HT-TEXT          PIC X(200) VALUE SPACES.
       01 WS-HT-TEXT-LEN      PIC 9(4) COMP VALUE 0.

      * One word of text, escaped, with a byte per position saying
      * whether the line may be broken in front of it - never inside
      * an entity or a double-byte stretch.
       01 WS-HT-WORD          PIC X(400) VALUE SPACES.
       01 WS-HT-CUTS          PIC X(400) VALUE SPACES.
       01 WS-HT-WORD-LEN      PIC 9(4) COMP VALUE 0.
       01 WS-HT-WORK          PIC X(400) VALUE SPACES.
       01 WS-HT-PENDING-SPACE PIC 9 VALUE 0.
       01 WS-HT-IN-DBCS       PIC 9 VALUE 0.
       01 WS-HT-PAIR-BYTE     PIC 9 VALUE 0.
       01 WS-HT-MIXED-OK      PIC 9 VALUE 1.
       01 WS-HT-POS           PIC 9(4) COMP VALUE 0.
       01 WS-HT-CHAR          PIC X(01) VALUE SPACE.
       01 WS-HT-ESC           PIC X(06) VALUE SPACES.
       01 WS-HT-ESC-LEN       PIC 9(4) COMP VALUE 0.
       01 WS-HT-ROOM          PIC 9(4) COMP VALUE 0.
       01 WS-HT-CUT-AT        PIC 9(4) COMP VALUE 0.
       01 WS-HT-IDX           PIC 9(4) COMP VALUE 0.

      * Mixed-string helpers (see BAQHDBCS).
       01 WS-DBCS-FUNC        PIC X(5) VALUE SPACES.
       01 WS-DBCS-STR         PIC X(200) VALUE SPACES.
       01 WS-DBCS-LEN         PIC 9(4) VALUE 0.
       01 WS-DBCS-RC          PIC 9 VALUE 0.

      * Extract self-description verification (see BAQHEXTC), as
      * BAQHSSEL applies it, keeping the header's snapshot date for
      * the page footers.
       01 WS-XVER-EOF-SW      PIC X VALUE 'N'.
           88 WS-XVER-EOF     VALUE 'Y'.
       01 WS-XVER-HDR-SEEN    PIC 9 VALUE 0.
       01 WS-XVER-TRL-SEEN    PIC 9 VALUE 0.
       01 WS-XVER-DATA-CNT    PIC 9(9) COMP VALUE 0.
       01 WS-XVER-TRL-COUNT   PIC 9(9) COMP VALUE 0.
       01 WS-XVER-OK          PIC 9 VALUE 0.
       01 WS-XVER-SNAP-ID     PIC X(16) VALUE SPACES.
       01 WS-XVER-SNAP-DATE   PIC X(8) VALUE SPACES.
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

      * Verify the extract is a complete self-describing snapshot
      * before a single page is written from it.
           PERFORM XV-VERIFY-EXTRACT.
           IF WS-XVER-OK = 0 THEN
              DISPLAY 'BAQHHTML REFUSED - RBKEXTR failed its header/'
                 'trailer verification; mount the verified snapshot'
                 ' and rerun.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKHTML-FILE.

      * The book pages, in title order; each book also goes to the
      * work file with its page name for the index passes.
           OPEN OUTPUT RBKHWRK-FILE.
           SORT SORT-FILE
              ON ASCENDING KEY SORT-KEY
              INPUT PROCEDURE IS BA-RELEASE-BOOKS
              OUTPUT PROCEDURE IS CA-WRITE-BOOK-PAGES.
           CLOSE RBKHWRK-FILE.

           PERFORM DA-WRITE-AZ-INDEX.

           SORT SORT-IX-FILE
              ON ASCENDING KEY SORT-IX-DOC-TYPE
              ON ASCENDING KEY SORT-IX-SORT-KEY
              USING RBKHWRK-FILE
              OUTPUT PROCEDURE IS EA-WRITE-TYPE-PAGES.

           SORT SORT-IX-FILE
              ON ASCENDING KEY SORT-IX-STATUS
              ON ASCENDING KEY SORT-IX-SORT-KEY
              USING RBKHWRK-FILE
              OUTPUT PROCEDURE IS FA-WRITE-STATUS-PAGES.

           PERFORM GA-WRITE-HOME-PAGE.

           MOVE SPACES TO RBKHTML-RECORD.
           MOVE './ ENDUP' TO RBKHTML-RECORD.
           WRITE RBKHTML-RECORD.

           MOVE WS-BOOK-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHHTML book pages written:    ' WS-CNT-ED.
           MOVE WS-MEMBER-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHHTML members written:       ' WS-CNT-ED.
           IF WS-BADMIX-CNT > 0 THEN
              MOVE WS-BADMIX-CNT TO WS-CNT-ED
              DISPLAY 'BAQHHTML books with unbalanced mixed strings: '
                 WS-CNT-ED
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-GRP-OVER-CNT > 0 THEN
              MOVE WS-GRP-OVER-CNT TO WS-CNT-ED
              DISPLAY 'BAQHHTML books past the 99 documentType/status'
                 ' pages (book page only): ' WS-CNT-ED
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           CLOSE RBKHTML-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-RELEASE-BOOKS
      *
      * SORT input procedure - every book of the extract, its
      * documentType and status registered as groups on the way.
      *----------------------------------------------------------------*
       BA-RELEASE-BOOKS SECTION.
       BA-010.
           OPEN INPUT RBKEXTR-FILE.

           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM BAA-RELEASE-ONE-BOOK UNTIL WS-EXTR-EOF.

           CLOSE RBKEXTR-FILE.

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

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO BAA-020
           END-IF.

           PERFORM BB-FIND-TYPE-GROUP.
           IF WS-GRP-FOUND = 0 AND WS-TYPE-CNT < WS-GRP-MAX THEN
              ADD 1 TO WS-TYPE-CNT
              MOVE BAQHEXTR-DOC-TYPE TO WS-TYPE-VALUE (WS-TYPE-CNT)
              MOVE 0 TO WS-TYPE-BOOKS (WS-TYPE-CNT)
              MOVE WS-TYPE-CNT TO WS-GRP-FOUND
           END-IF.
           IF WS-GRP-FOUND > 0 THEN
              ADD 1 TO WS-TYPE-BOOKS (WS-GRP-FOUND)
           END-IF.

           PERFORM BC-FIND-STATUS-GROUP.
           IF WS-GRP-FOUND = 0 AND WS-STAT-CNT < WS-GRP-MAX THEN
              ADD 1 TO WS-STAT-CNT
              MOVE BAQHEXTR-STATUS TO WS-STAT-VALUE (WS-STAT-CNT)
              MOVE 0 TO WS-STAT-BOOKS (WS-STAT-CNT)
              MOVE WS-STAT-CNT TO WS-GRP-FOUND
           END-IF.
           IF WS-GRP-FOUND > 0 THEN
              ADD 1 TO WS-STAT-BOOKS (WS-GRP-FOUND)
           END-IF.

           MOVE BAQHEXTR-RECORD TO SORT-BOOK.
           PERFORM BD-BUILD-SORT-KEY.
           PERFORM BE-CHECK-MIXED-FIELDS.
           RELEASE SORT-RECORD.

       BAA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-FIND-TYPE-GROUP
      *
      * WS-GRP-FOUND to the group of BAQHEXTR-DOC-TYPE, or zero.
      *----------------------------------------------------------------*
       BB-FIND-TYPE-GROUP SECTION.
       BB-010.
           MOVE 0 TO WS-GRP-FOUND.
           PERFORM BBA-MATCH-ONE-TYPE
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-TYPE-CNT
                 OR WS-GRP-FOUND > 0.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-MATCH-ONE-TYPE
      *----------------------------------------------------------------*
       BBA-MATCH-ONE-TYPE SECTION.
       BBA-010.
           IF WS-TYPE-VALUE (WS-GRP-IDX) = BAQHEXTR-DOC-TYPE THEN
              MOVE WS-GRP-IDX TO WS-GRP-FOUND
           END-IF.

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-FIND-STATUS-GROUP
      *
      * WS-GRP-FOUND to the group of BAQHEXTR-STATUS, or zero.
      *----------------------------------------------------------------*
       BC-FIND-STATUS-GROUP SECTION.
       BC-010.
           MOVE 0 TO WS-GRP-FOUND.
           PERFORM BCA-MATCH-ONE-STATUS
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-STAT-CNT
                 OR WS-GRP-FOUND > 0.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BCA-MATCH-ONE-STATUS
      *----------------------------------------------------------------*
       BCA-MATCH-ONE-STATUS SECTION.
       BCA-010.
           IF WS-STAT-VALUE (WS-GRP-IDX) = BAQHEXTR-STATUS THEN
              MOVE WS-GRP-IDX TO WS-GRP-FOUND
           END-IF.

       BCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BD-BUILD-SORT-KEY
      *
      * SORT-KEY for the book in BAQHEXTR-RECORD: the title folded
      * to upper case in its single-byte stretches, behind '1' for
      * a title opening with a letter, '2' with a digit and '3'
      * with anything else - the A-Z page's heading order.
      *----------------------------------------------------------------*
       BD-BUILD-SORT-KEY SECTION.
       BD-010.
           MOVE BAQHEXTR-TITLE TO WS-DBCS-STR.
           MOVE 'FOLD ' TO WS-DBCS-FUNC.
           MOVE LENGTH OF BAQHEXTR-TITLE TO WS-DBCS-LEN.
           CALL 'BAQHDBCS' USING WS-DBCS-FUNC WS-DBCS-STR
              WS-DBCS-LEN WS-DBCS-RC
              ON EXCEPTION
                 INSPECT WS-DBCS-STR CONVERTING
                    'abcdefghijklmnopqrstuvwxyz' TO
                    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-CALL.

           MOVE WS-DBCS-STR (1:1) TO WS-AZ-FIRST.
           EVALUATE TRUE
              WHEN WS-AZ-FIRST IS ALPHABETIC AND WS-AZ-FIRST NOT = ' '
                 MOVE '1' TO SORT-KEY (1:1)
              WHEN WS-AZ-FIRST IS NUMERIC
                 MOVE '2' TO SORT-KEY (1:1)
              WHEN OTHER
                 MOVE '3' TO SORT-KEY (1:1)
           END-EVALUATE.
           MOVE WS-DBCS-STR (1:80) TO SORT-KEY (2:80).

       BD-999.
           EXIT.

      *----------------------------------------------------------------*
      * BE-CHECK-MIXED-FIELDS
      *
      * A book whose title, authors or department name has a shift
      * out of balance is counted once here; its pages show that
      * field with the shift codes dropped.
      *----------------------------------------------------------------*
       BE-CHECK-MIXED-FIELDS SECTION.
       BE-010.
           MOVE 'VALID' TO WS-DBCS-FUNC.
           MOVE 0 TO WS-DBCS-LEN.

           MOVE BAQHEXTR-TITLE TO WS-DBCS-STR.
           PERFORM BEA-CALL-VALID.
           IF WS-DBCS-RC NOT = 0 THEN
              GO TO BE-020
           END-IF.
           MOVE BAQHEXTR-AUTHORS TO WS-DBCS-STR.
           PERFORM BEA-CALL-VALID.
           IF WS-DBCS-RC NOT = 0 THEN
              GO TO BE-020
           END-IF.
           MOVE BAQHEXTR-DEPT-NAME TO WS-DBCS-STR.
           PERFORM BEA-CALL-VALID.
           IF WS-DBCS-RC NOT = 0 THEN
              GO TO BE-020
           END-IF.
           GO TO BE-999.

       BE-020.
           ADD 1 TO WS-BADMIX-CNT.

       BE-999.
           EXIT.

      *----------------------------------------------------------------*
      * BEA-CALL-VALID
      *----------------------------------------------------------------*
       BEA-CALL-VALID SECTION.
       BEA-010.
           CALL 'BAQHDBCS' USING WS-DBCS-FUNC WS-DBCS-STR
              WS-DBCS-LEN WS-DBCS-RC
              ON EXCEPTION
                 MOVE 0 TO WS-DBCS-RC
           END-CALL.

       BEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-WRITE-BOOK-PAGES
      *
      * SORT output procedure - one page per book in title order.
      *----------------------------------------------------------------*
       CA-WRITE-BOOK-PAGES SECTION.
       CA-010.
           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM CAA-WRITE-ONE-BOOK-PAGE UNTIL WS-SORT-EOF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-WRITE-ONE-BOOK-PAGE
      *----------------------------------------------------------------*
       CAA-WRITE-ONE-BOOK-PAGE SECTION.
       CAA-010.
           MOVE SORT-BOOK TO BAQHEXTR-RECORD.
           ADD 1 TO WS-BOOK-CNT.
           ADD 1 TO WS-BOOK-SEQ.

           MOVE SPACES TO WS-HT-MEMBER.
           STRING 'B' WS-BOOK-SEQ
              DELIMITED BY SIZE INTO WS-HT-MEMBER.

           MOVE SPACES TO RBKHWRK-RECORD.
           MOVE BAQHEXTR-DOC-TYPE TO RBKHWRK-DOC-TYPE.
           MOVE BAQHEXTR-STATUS TO RBKHWRK-STATUS.
           MOVE BAQHEXTR-TITLE TO RBKHWRK-TITLE.
           MOVE BAQHEXTR-FORM-NUMBER TO RBKHWRK-FORM-NUMBER.
           MOVE BAQHEXTR-PUB-DATE (1:10) TO RBKHWRK-PUB-DATE.
           MOVE WS-HT-MEMBER TO RBKHWRK-MEMBER.
           MOVE SORT-KEY TO RBKHWRK-SORT-KEY.
           WRITE RBKHWRK-RECORD.

           MOVE BAQHEXTR-TITLE TO WS-HT-TEXT.
           PERFORM HM-OPEN-MEMBER.

           MOVE '<h1>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE BAQHEXTR-TITLE TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           MOVE '</h1>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE '<table>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE 'Form number' TO WS-AUTH-ONE.
           MOVE BAQHEXTR-FORM-NUMBER TO WS-HT-TEXT.
           PERFORM CAB-WRITE-FIELD-ROW.

      * documentType and status link to their index pages.
           MOVE '<tr><th>Document type</th><td>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM BB-FIND-TYPE-GROUP.
           IF WS-GRP-FOUND > 0 THEN
              MOVE WS-GRP-FOUND TO WS-GRP-NN
              MOVE SPACES TO WS-HT-PIECE
              STRING '<a href="TYPE' WS-GRP-NN '.html">'
                 DELIMITED BY SIZE INTO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
           END-IF.
           MOVE BAQHEXTR-DOC-TYPE TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           IF WS-GRP-FOUND > 0 THEN
              MOVE '</a>' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
           ELSE
              ADD 1 TO WS-GRP-OVER-CNT
           END-IF.
           MOVE '</td></tr>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE '<tr><th>Status</th><td>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM BC-FIND-STATUS-GROUP.
           IF WS-GRP-FOUND > 0 THEN
              MOVE WS-GRP-FOUND TO WS-GRP-NN
              MOVE SPACES TO WS-HT-PIECE
              STRING '<a href="STAT' WS-GRP-NN '.html">'
                 DELIMITED BY SIZE INTO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
           END-IF.
           MOVE BAQHEXTR-STATUS TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           IF WS-GRP-FOUND > 0 THEN
              MOVE '</a>' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
           ELSE
              ADD 1 TO WS-GRP-OVER-CNT
           END-IF.
           MOVE '</td></tr>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE 'Published' TO WS-AUTH-ONE.
           MOVE BAQHEXTR-PUB-DATE TO WS-HT-TEXT.
           PERFORM CAB-WRITE-FIELD-ROW.

           MOVE 'Size (MB)' TO WS-AUTH-ONE.
           MOVE BAQHEXTR-SIZE-MB TO WS-SIZE-ED.
           MOVE WS-SIZE-ED TO WS-HT-TEXT.
           PERFORM CAB-WRITE-FIELD-ROW.

           IF BAQHEXTR-DEPT-ID NOT = SPACES THEN
              MOVE 'Owning department' TO WS-AUTH-ONE
      * Trimmed by length, not by a blank pair, so a double-byte
      * name keeps its DBCS blanks.
              MOVE 0 TO WS-HT-TRAIL
              INSPECT FUNCTION REVERSE(BAQHEXTR-DEPT-NAME)
                 TALLYING WS-HT-TRAIL FOR LEADING SPACES
              COMPUTE WS-HT-IDX =
                 LENGTH OF BAQHEXTR-DEPT-NAME - WS-HT-TRAIL
              IF WS-HT-IDX = 0 THEN
                 MOVE 1 TO WS-HT-IDX
              END-IF
              MOVE SPACES TO WS-HT-TEXT
              MOVE 1 TO WS-HT-PTR
              STRING BAQHEXTR-DEPT-NAME (1:WS-HT-IDX)
                 ' (' DELIMITED BY SIZE
                 BAQHEXTR-DEPT-ID DELIMITED BY SPACE
                 ')' DELIMITED BY SIZE
                 INTO WS-HT-TEXT
                 WITH POINTER WS-HT-PTR
              PERFORM CAB-WRITE-FIELD-ROW
              MOVE 'Department contact' TO WS-AUTH-ONE
              MOVE BAQHEXTR-DEPT-CONTACT TO WS-HT-TEXT
              PERFORM CAB-WRITE-FIELD-ROW
           END-IF.

           IF BAQHEXTR-URL NOT = SPACES THEN
              MOVE '<tr><th>Online</th><td><a href="' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
              MOVE BAQHEXTR-URL TO WS-HT-TEXT
              PERFORM HB-PUT-TEXT
              MOVE '">' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
              MOVE BAQHEXTR-URL TO WS-HT-TEXT
              PERFORM HB-PUT-TEXT
              MOVE '</a></td></tr>' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
              PERFORM HZ-FLUSH-LINE
           END-IF.

           MOVE '</table>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           IF BAQHEXTR-AUTHORS NOT = SPACES THEN
              MOVE '<h2>Authors</h2>' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
              PERFORM HZ-FLUSH-LINE
              MOVE '<ul>' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
              PERFORM HZ-FLUSH-LINE
              MOVE 1 TO WS-AUTH-PTR
              PERFORM CAC-PUT-ONE-AUTHOR
                 UNTIL WS-AUTH-PTR > LENGTH OF BAQHEXTR-AUTHORS
              MOVE '</ul>' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
              PERFORM HZ-FLUSH-LINE
           END-IF.

           PERFORM HN-CLOSE-MEMBER.

       CAA-020.
           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAB-WRITE-FIELD-ROW
      *
      * One table row: the heading in WS-AUTH-ONE, the value (as
      * text) in WS-HT-TEXT.
      *----------------------------------------------------------------*
       CAB-WRITE-FIELD-ROW SECTION.
       CAB-010.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '<tr><th>' WS-AUTH-ONE DELIMITED BY '  '
              '</th><td>' DELIMITED BY SIZE
              INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HB-PUT-TEXT.
           MOVE '</td></tr>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

       CAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAC-PUT-ONE-AUTHOR
      *----------------------------------------------------------------*
       CAC-PUT-ONE-AUTHOR SECTION.
       CAC-010.
           MOVE SPACES TO WS-AUTH-ONE.
           UNSTRING BAQHEXTR-AUTHORS DELIMITED BY ';'
              INTO WS-AUTH-ONE
              WITH POINTER WS-AUTH-PTR
           END-UNSTRING.

           IF WS-AUTH-ONE = SPACES THEN
              GO TO CAC-999
           END-IF.

           MOVE '<li>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE WS-AUTH-ONE TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           MOVE '</li>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

       CAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-WRITE-AZ-INDEX
      *
      * Every title in order under a heading per initial letter; a
      * title opening with a digit files under 0-9 and one opening
      * with anything else, a double-byte title included, under
      * Other. The letter bar carries every letter.
      *----------------------------------------------------------------*
       DA-WRITE-AZ-INDEX SECTION.
       DA-010.
           MOVE 'AZINDEX' TO WS-HT-MEMBER.
           MOVE 'Redbooks A-Z' TO WS-HT-TEXT.
           PERFORM HM-OPEN-MEMBER.

           MOVE '<h1>Redbooks A-Z</h1>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE '<p>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM DAB-PUT-ONE-LETTER-LINK
              VARYING WS-HT-IDX FROM 1 BY 1
              UNTIL WS-HT-IDX > 26.
           MOVE '<a href="#0-9">0-9</a> <a href="#Other">Other</a></p>'
              TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE LOW-VALUES TO WS-AZ-CURR.
           MOVE 0 TO WS-AZ-OPEN.
           MOVE 'N' TO WS-HWRK-EOF-SW.
           OPEN INPUT RBKHWRK-FILE.
           READ RBKHWRK-FILE
               AT END
                  MOVE 'Y' TO WS-HWRK-EOF-SW
           END-READ.

           PERFORM DAA-AZ-ONE-BOOK UNTIL WS-HWRK-EOF.

           CLOSE RBKHWRK-FILE.

           IF WS-AZ-OPEN = 1 THEN
              MOVE '</ul>' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
              PERFORM HZ-FLUSH-LINE
           END-IF.

           PERFORM HN-CLOSE-MEMBER.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-AZ-ONE-BOOK
      *----------------------------------------------------------------*
       DAA-AZ-ONE-BOOK SECTION.
       DAA-010.
           EVALUATE RBKHWRK-SORT-KEY (1:1)
              WHEN '1'
                 MOVE RBKHWRK-SORT-KEY (2:1) TO WS-AZ-KEY
              WHEN '2'
                 MOVE '0-9' TO WS-AZ-KEY
              WHEN OTHER
                 MOVE 'Other' TO WS-AZ-KEY
           END-EVALUATE.

           IF WS-AZ-KEY NOT = WS-AZ-CURR THEN
              IF WS-AZ-OPEN = 1 THEN
                 MOVE '</ul>' TO WS-HT-PIECE
                 PERFORM HA-PUT-MARKUP
                 PERFORM HZ-FLUSH-LINE
              END-IF
              MOVE SPACES TO WS-HT-PIECE
              STRING '<h2 id="' DELIMITED BY SIZE
                 WS-AZ-KEY DELIMITED BY SPACE
                 '">' DELIMITED BY SIZE
                 WS-AZ-KEY DELIMITED BY SPACE
                 '</h2>' DELIMITED BY SIZE
                 INTO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
              PERFORM HZ-FLUSH-LINE
              MOVE '<ul>' TO WS-HT-PIECE
              PERFORM HA-PUT-MARKUP
              PERFORM HZ-FLUSH-LINE
              MOVE WS-AZ-KEY TO WS-AZ-CURR
              MOVE 1 TO WS-AZ-OPEN
           END-IF.

           MOVE SPACES TO WS-HT-PIECE.
           STRING '<li><a href="' DELIMITED BY SIZE
              RBKHWRK-MEMBER DELIMITED BY SPACE
              '.html">' DELIMITED BY SIZE
              INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE RBKHWRK-TITLE TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           MOVE '</a> <small>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE RBKHWRK-FORM-NUMBER TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           MOVE '</small></li>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

       DAA-020.
           READ RBKHWRK-FILE
               AT END
                  MOVE 'Y' TO WS-HWRK-EOF-SW
           END-READ.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAB-PUT-ONE-LETTER-LINK
      *----------------------------------------------------------------*
       DAB-PUT-ONE-LETTER-LINK SECTION.
       DAB-010.
           MOVE WS-AZ-LETTERS (WS-HT-IDX:1) TO WS-AZ-FIRST.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '<a href="#' WS-AZ-FIRST '">' WS-AZ-FIRST '</a>'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.

       DAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-TYPE-PAGES
      *
      * SORT output procedure - the books by documentType, one index
      * page per documentType.
      *----------------------------------------------------------------*
       EA-WRITE-TYPE-PAGES SECTION.
       EA-010.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-GRP-CURR.
           MOVE 0 TO WS-GRP-FOUND.

           RETURN SORT-IX-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM EAA-TYPE-ONE-BOOK UNTIL WS-SORT-EOF.

           IF WS-GRP-CURR NOT = LOW-VALUES AND WS-GRP-FOUND > 0 THEN
              PERFORM JB-CLOSE-GROUP-PAGE
           END-IF.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-TYPE-ONE-BOOK
      *----------------------------------------------------------------*
       EAA-TYPE-ONE-BOOK SECTION.
       EAA-010.
           IF SORT-IX-DOC-TYPE NOT = WS-GRP-CURR THEN
              IF WS-GRP-CURR NOT = LOW-VALUES AND WS-GRP-FOUND > 0
                 THEN
                 PERFORM JB-CLOSE-GROUP-PAGE
              END-IF
              MOVE SORT-IX-DOC-TYPE TO WS-GRP-CURR
              MOVE SORT-IX-DOC-TYPE TO BAQHEXTR-DOC-TYPE
              PERFORM BB-FIND-TYPE-GROUP
              IF WS-GRP-FOUND > 0 THEN
                 ADD 1 TO WS-TYPE-ORDER-CNT
                 MOVE WS-GRP-FOUND TO WS-TYPE-ORDER (WS-TYPE-ORDER-CNT)
                 MOVE WS-GRP-FOUND TO WS-GRP-NN
                 MOVE SPACES TO WS-HT-MEMBER
                 STRING 'TYPE' WS-GRP-NN
                    DELIMITED BY SIZE INTO WS-HT-MEMBER
                 MOVE SPACES TO WS-HT-TEXT
                 STRING 'Redbooks - document type '
                    SORT-IX-DOC-TYPE
                    DELIMITED BY SIZE INTO WS-HT-TEXT
                 PERFORM JA-OPEN-GROUP-PAGE
              END-IF
           END-IF.

           IF WS-GRP-FOUND > 0 THEN
              PERFORM JC-WRITE-INDEX-ROW
           END-IF.

       EAA-020.
           RETURN SORT-IX-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       EAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-WRITE-STATUS-PAGES
      *
      * SORT output procedure - the books by status, one index page
      * per status.
      *----------------------------------------------------------------*
       FA-WRITE-STATUS-PAGES SECTION.
       FA-010.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE LOW-VALUES TO WS-GRP-CURR.
           MOVE 0 TO WS-GRP-FOUND.

           RETURN SORT-IX-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM FAA-STATUS-ONE-BOOK UNTIL WS-SORT-EOF.

           IF WS-GRP-CURR NOT = LOW-VALUES AND WS-GRP-FOUND > 0 THEN
              PERFORM JB-CLOSE-GROUP-PAGE
           END-IF.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-STATUS-ONE-BOOK
      *----------------------------------------------------------------*
       FAA-STATUS-ONE-BOOK SECTION.
       FAA-010.
           IF SORT-IX-STATUS NOT = WS-GRP-CURR THEN
              IF WS-GRP-CURR NOT = LOW-VALUES AND WS-GRP-FOUND > 0
                 THEN
                 PERFORM JB-CLOSE-GROUP-PAGE
              END-IF
              MOVE SORT-IX-STATUS TO WS-GRP-CURR
              MOVE SORT-IX-STATUS TO BAQHEXTR-STATUS
              PERFORM BC-FIND-STATUS-GROUP
              IF WS-GRP-FOUND > 0 THEN
                 ADD 1 TO WS-STAT-ORDER-CNT
                 MOVE WS-GRP-FOUND TO WS-STAT-ORDER (WS-STAT-ORDER-CNT)
                 MOVE WS-GRP-FOUND TO WS-GRP-NN
                 MOVE SPACES TO WS-HT-MEMBER
                 STRING 'STAT' WS-GRP-NN
                    DELIMITED BY SIZE INTO WS-HT-MEMBER
                 MOVE SPACES TO WS-HT-TEXT
                 STRING 'Redbooks - status ' SORT-IX-STATUS
                    DELIMITED BY SIZE INTO WS-HT-TEXT
                 PERFORM JA-OPEN-GROUP-PAGE
              END-IF
           END-IF.

           IF WS-GRP-FOUND > 0 THEN
              PERFORM JC-WRITE-INDEX-ROW
           END-IF.

       FAA-020.
           RETURN SORT-IX-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-WRITE-HOME-PAGE
      *----------------------------------------------------------------*
       GA-WRITE-HOME-PAGE SECTION.
       GA-010.
           MOVE 'INDEX' TO WS-HT-MEMBER.
           MOVE 'Redbooks catalog' TO WS-HT-TEXT.
           PERFORM HM-OPEN-MEMBER.

           MOVE '<h1>Redbooks catalog</h1>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE WS-BOOK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '<p>' WS-CNT-ED ' Redbooks - <a href="AZINDEX.html">'
              'all titles A-Z</a></p>'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE '<h2>By document type</h2>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           MOVE '<ul>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           PERFORM GAA-LINK-ONE-TYPE
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-TYPE-ORDER-CNT.
           MOVE '</ul>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE '<h2>By status</h2>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           MOVE '<ul>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           PERFORM GAB-LINK-ONE-STATUS
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-STAT-ORDER-CNT.
           MOVE '</ul>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           PERFORM HN-CLOSE-MEMBER.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAA-LINK-ONE-TYPE
      *----------------------------------------------------------------*
       GAA-LINK-ONE-TYPE SECTION.
       GAA-010.
           MOVE WS-TYPE-ORDER (WS-GRP-IDX) TO WS-GRP-FOUND.
           MOVE WS-GRP-FOUND TO WS-GRP-NN.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '<li><a href="TYPE' WS-GRP-NN '.html">'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE WS-TYPE-VALUE (WS-GRP-FOUND) TO WS-HT-TEXT.
           IF WS-HT-TEXT = SPACES THEN
              MOVE '(none)' TO WS-HT-TEXT
           END-IF.
           PERFORM HB-PUT-TEXT.
           MOVE WS-TYPE-BOOKS (WS-GRP-FOUND) TO WS-CNT-ED.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '</a> (' WS-CNT-ED ')</li>'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

       GAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAB-LINK-ONE-STATUS
      *----------------------------------------------------------------*
       GAB-LINK-ONE-STATUS SECTION.
       GAB-010.
           MOVE WS-STAT-ORDER (WS-GRP-IDX) TO WS-GRP-FOUND.
           MOVE WS-GRP-FOUND TO WS-GRP-NN.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '<li><a href="STAT' WS-GRP-NN '.html">'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE WS-STAT-VALUE (WS-GRP-FOUND) TO WS-HT-TEXT.
           IF WS-HT-TEXT = SPACES THEN
              MOVE '(none)' TO WS-HT-TEXT
           END-IF.
           PERFORM HB-PUT-TEXT.
           MOVE WS-STAT-BOOKS (WS-GRP-FOUND) TO WS-CNT-ED.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '</a> (' WS-CNT-ED ')</li>'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

       GAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * JA-OPEN-GROUP-PAGE
      *
      * Opens index page WS-HT-MEMBER headed WS-HT-TEXT, down to the
      * column headings of its table.
      *----------------------------------------------------------------*
       JA-OPEN-GROUP-PAGE SECTION.
       JA-010.
           MOVE WS-HT-TEXT TO WS-AUTH-ONE.
           PERFORM HM-OPEN-MEMBER.
           MOVE 0 TO WS-GRP-BOOKS.

           MOVE '<h1>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE WS-AUTH-ONE TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           MOVE '</h1>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE '<table>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '<tr><th>Title</th><th>Form number</th>'
              '<th>Status</th><th>Published</th></tr>'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

       JA-999.
           EXIT.

      *----------------------------------------------------------------*
      * JB-CLOSE-GROUP-PAGE
      *----------------------------------------------------------------*
       JB-CLOSE-GROUP-PAGE SECTION.
       JB-010.
           MOVE '</table>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE WS-GRP-BOOKS TO WS-CNT-ED.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '<p>' WS-CNT-ED ' Redbooks</p>'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           PERFORM HN-CLOSE-MEMBER.

       JB-999.
           EXIT.

      *----------------------------------------------------------------*
      * JC-WRITE-INDEX-ROW
      *
      * One row of a documentType or status index page, the title
      * linked to the book's page.
      *----------------------------------------------------------------*
       JC-WRITE-INDEX-ROW SECTION.
       JC-010.
           ADD 1 TO WS-GRP-BOOKS.

           MOVE SPACES TO WS-HT-PIECE.
           STRING '<tr><td><a href="' DELIMITED BY SIZE
              SORT-IX-MEMBER DELIMITED BY SPACE
              '.html">' DELIMITED BY SIZE
              INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE SORT-IX-TITLE TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           MOVE '</a></td><td>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE SORT-IX-FORM-NUMBER TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           MOVE '</td><td>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE SORT-IX-STATUS TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           MOVE '</td><td>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE SORT-IX-PUB-DATE TO WS-HT-TEXT.
           PERFORM HB-PUT-TEXT.
           MOVE '</td></tr>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

       JC-999.
           EXIT.

      *----------------------------------------------------------------*
      * HM-OPEN-MEMBER
      *
      * Starts member WS-HT-MEMBER with its './ ADD' card and the
      * page head, titled with the text in WS-HT-TEXT.
      *----------------------------------------------------------------*
       HM-OPEN-MEMBER SECTION.
       HM-010.
           PERFORM HZ-FLUSH-LINE.
           ADD 1 TO WS-MEMBER-CNT.

           MOVE SPACES TO RBKHTML-RECORD.
           STRING './ ADD NAME=' WS-HT-MEMBER
              DELIMITED BY SIZE INTO RBKHTML-RECORD.
           WRITE RBKHTML-RECORD.

           MOVE '<!DOCTYPE html>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           MOVE '<html lang="en">' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           MOVE '<head><meta charset="utf-8">' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           MOVE '<title>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HB-PUT-TEXT.
           MOVE '</title></head>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           MOVE '<body>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.
           MOVE SPACES TO WS-HT-PIECE.
           STRING '<p><a href="INDEX.html">Catalog home</a> | '
              '<a href="AZINDEX.html">A-Z</a></p>'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

       HM-999.
           EXIT.

      *----------------------------------------------------------------*
      * HN-CLOSE-MEMBER
      *
      * The footer, stamped with the extract's snapshot date, and
      * the end of the page.
      *----------------------------------------------------------------*
       HN-CLOSE-MEMBER SECTION.
       HN-010.
           MOVE '<hr>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE SPACES TO WS-HT-PIECE.
           STRING '<p><small>Catalog snapshot of '
              WS-XVER-SNAP-DATE (1:4) '-' WS-XVER-SNAP-DATE (5:2) '-'
              WS-XVER-SNAP-DATE (7:2)
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           MOVE SPACES TO WS-HT-PIECE.
           STRING ' - generated ' WS-RUN-DATE (1:4) '-'
              WS-RUN-DATE (5:2) '-' WS-RUN-DATE (7:2)
              '</small></p>'
              DELIMITED BY SIZE INTO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

           MOVE '</body></html>' TO WS-HT-PIECE.
           PERFORM HA-PUT-MARKUP.
           PERFORM HZ-FLUSH-LINE.

       HN-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-PUT-MARKUP
      *
      * Markup in WS-HT-PIECE (trailing blanks off) onto the line,
      * starting a new line first when it does not fit whole.
      *----------------------------------------------------------------*
       HA-PUT-MARKUP SECTION.
       HA-010.
           MOVE 0 TO WS-HT-TRAIL.
           INSPECT FUNCTION REVERSE(WS-HT-PIECE)
              TALLYING WS-HT-TRAIL FOR LEADING SPACES.
           COMPUTE WS-HT-PIECE-LEN =
              LENGTH OF WS-HT-PIECE - WS-HT-TRAIL.

           IF WS-HT-LEN + WS-HT-PIECE-LEN > WS-HT-MAX THEN
              PERFORM HZ-FLUSH-LINE
           END-IF.
           PERFORM HX-APPEND-PIECE.
           MOVE SPACES TO WS-HT-PIECE.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HB-PUT-TEXT
      *
      * Data text in WS-HT-TEXT (trailing blanks off) onto the line,
      * HTML-escaped in its single-byte stretches and broken, when
      * it must be, at a blank if it can be and otherwise anywhere
      * outside an entity or a double-byte stretch.
      *----------------------------------------------------------------*
       HB-PUT-TEXT SECTION.
       HB-010.
           MOVE 0 TO WS-HT-TRAIL.
           INSPECT FUNCTION REVERSE(WS-HT-TEXT)
              TALLYING WS-HT-TRAIL FOR LEADING SPACES.
           COMPUTE WS-HT-TEXT-LEN =
              LENGTH OF WS-HT-TEXT - WS-HT-TRAIL.
           IF WS-HT-TEXT-LEN = 0 THEN
              GO TO HB-999
           END-IF.

           MOVE 1 TO WS-HT-MIXED-OK.
           MOVE WS-HT-TEXT TO WS-DBCS-STR.
           MOVE 'VALID' TO WS-DBCS-FUNC.
           MOVE 0 TO WS-DBCS-LEN.
           CALL 'BAQHDBCS' USING WS-DBCS-FUNC WS-DBCS-STR
              WS-DBCS-LEN WS-DBCS-RC
              ON EXCEPTION
                 MOVE 0 TO WS-DBCS-RC
           END-CALL.
           IF WS-DBCS-RC NOT = 0 THEN
              MOVE 0 TO WS-HT-MIXED-OK
           END-IF.

           MOVE 0 TO WS-HT-WORD-LEN.
           MOVE 0 TO WS-HT-IN-DBCS.
           MOVE 0 TO WS-HT-PAIR-BYTE.
           MOVE 0 TO WS-HT-PENDING-SPACE.

           PERFORM HBA-SCAN-ONE-BYTE
              VARYING WS-HT-POS FROM 1 BY 1
              UNTIL WS-HT-POS > WS-HT-TEXT-LEN.
           PERFORM HBB-EMIT-WORD.
           MOVE SPACES TO WS-HT-TEXT.

       HB-999.
           EXIT.

      *----------------------------------------------------------------*
      * HBA-SCAN-ONE-BYTE
      *
      * One byte of the text into the word being built; a single-
      * byte blank ends the word. The shift tracking is BAQHDBCS's.
      *----------------------------------------------------------------*
       HBA-SCAN-ONE-BYTE SECTION.
       HBA-010.
           MOVE WS-HT-TEXT (WS-HT-POS:1) TO WS-HT-CHAR.

           IF WS-HT-IN-DBCS = 1 THEN
              IF WS-HT-CHAR = SHIFT-IN-CODE AND WS-HT-PAIR-BYTE = 0
                 THEN
                 MOVE 0 TO WS-HT-IN-DBCS
              ELSE
                 IF WS-HT-PAIR-BYTE = 0 THEN
                    MOVE 1 TO WS-HT-PAIR-BYTE
                 ELSE
                    MOVE 0 TO WS-HT-PAIR-BYTE
                 END-IF
              END-IF
              MOVE WS-HT-CHAR TO WS-HT-ESC
              MOVE 1 TO WS-HT-ESC-LEN
              MOVE 'N' TO WS-HT-CUTS (WS-HT-WORD-LEN + 1:1)
              GO TO HBA-020
           END-IF.

           IF WS-HT-CHAR = SHIFT-OUT-CODE OR
              WS-HT-CHAR = SHIFT-IN-CODE THEN
              IF WS-HT-MIXED-OK = 0 OR
                 WS-HT-CHAR = SHIFT-IN-CODE THEN
                 GO TO HBA-999
              END-IF
              MOVE 1 TO WS-HT-IN-DBCS
              MOVE 0 TO WS-HT-PAIR-BYTE
              MOVE WS-HT-CHAR TO WS-HT-ESC
              MOVE 1 TO WS-HT-ESC-LEN
              MOVE 'Y' TO WS-HT-CUTS (WS-HT-WORD-LEN + 1:1)
              GO TO HBA-020
           END-IF.

           IF WS-HT-CHAR = SPACE THEN
              PERFORM HBB-EMIT-WORD
              MOVE 1 TO WS-HT-PENDING-SPACE
              GO TO HBA-999
           END-IF.

           EVALUATE WS-HT-CHAR
              WHEN '&'
                 MOVE '&amp;' TO WS-HT-ESC
                 MOVE 5 TO WS-HT-ESC-LEN
              WHEN '<'
                 MOVE '&lt;' TO WS-HT-ESC
                 MOVE 4 TO WS-HT-ESC-LEN
              WHEN '>'
                 MOVE '&gt;' TO WS-HT-ESC
                 MOVE 4 TO WS-HT-ESC-LEN
              WHEN '"'
                 MOVE '&quot;' TO WS-HT-ESC
                 MOVE 6 TO WS-HT-ESC-LEN
              WHEN "'"
                 MOVE '&#39;' TO WS-HT-ESC
                 MOVE 5 TO WS-HT-ESC-LEN
              WHEN OTHER
                 MOVE WS-HT-CHAR TO WS-HT-ESC
                 MOVE 1 TO WS-HT-ESC-LEN
           END-EVALUATE.
           MOVE 'Y' TO WS-HT-CUTS (WS-HT-WORD-LEN + 1:1).
           IF WS-HT-ESC-LEN > 1 THEN
              MOVE ALL 'N' TO WS-HT-CUTS (WS-HT-WORD-LEN + 2:
                                          WS-HT-ESC-LEN - 1)
           END-IF.

       HBA-020.
           MOVE WS-HT-ESC (1:WS-HT-ESC-LEN)
              TO WS-HT-WORD (WS-HT-WORD-LEN + 1:WS-HT-ESC-LEN).
           ADD WS-HT-ESC-LEN TO WS-HT-WORD-LEN.

       HBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HBB-EMIT-WORD
      *
      * The word built so far onto the line, preceded by the blank
      * before it unless the word starts a new line.
      *----------------------------------------------------------------*
       HBB-EMIT-WORD SECTION.
       HBB-010.
           IF WS-HT-WORD-LEN = 0 THEN
              GO TO HBB-999
           END-IF.

           IF WS-HT-PENDING-SPACE = 1 AND WS-HT-LEN > 0 THEN
              IF WS-HT-LEN + 1 + WS-HT-WORD-LEN > WS-HT-MAX AND
                 WS-HT-WORD-LEN < WS-HT-MAX THEN
                 PERFORM HZ-FLUSH-LINE
              ELSE
                 MOVE ' ' TO WS-HT-PIECE
                 MOVE 1 TO WS-HT-PIECE-LEN
                 PERFORM HX-APPEND-PIECE
              END-IF
           END-IF.
           MOVE 0 TO WS-HT-PENDING-SPACE.

           PERFORM HBC-PLACE-WORD-PART UNTIL WS-HT-WORD-LEN = 0.

       HBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * HBC-PLACE-WORD-PART
      *
      * The word whole if it fits, else whole on a new line; only a
      * word longer than a line is cut, at the last place a break
      * is allowed, or wherever it falls if there is none.
      *----------------------------------------------------------------*
       HBC-PLACE-WORD-PART SECTION.
       HBC-010.
           COMPUTE WS-HT-ROOM = WS-HT-MAX - WS-HT-LEN.

           IF WS-HT-WORD-LEN NOT > WS-HT-ROOM THEN
              MOVE WS-HT-WORD (1:WS-HT-WORD-LEN) TO WS-HT-PIECE
              MOVE WS-HT-WORD-LEN TO WS-HT-PIECE-LEN
              PERFORM HX-APPEND-PIECE
              MOVE 0 TO WS-HT-WORD-LEN
              GO TO HBC-999
           END-IF.

           IF WS-HT-WORD-LEN NOT > WS-HT-MAX AND WS-HT-LEN > 0 THEN
              PERFORM HZ-FLUSH-LINE
              GO TO HBC-999
           END-IF.

           MOVE 0 TO WS-HT-CUT-AT.
           PERFORM HBCA-CHECK-ONE-CUT
              VARYING WS-HT-IDX FROM WS-HT-ROOM BY -1
              UNTIL WS-HT-IDX < 1 OR WS-HT-CUT-AT > 0.

           IF WS-HT-CUT-AT = 0 THEN
              IF WS-HT-LEN > 0 THEN
                 PERFORM HZ-FLUSH-LINE
                 GO TO HBC-999
              END-IF
              MOVE WS-HT-ROOM TO WS-HT-CUT-AT
           END-IF.

           MOVE WS-HT-WORD (1:WS-HT-CUT-AT) TO WS-HT-PIECE.
           MOVE WS-HT-CUT-AT TO WS-HT-PIECE-LEN.
           PERFORM HX-APPEND-PIECE.
           PERFORM HZ-FLUSH-LINE.

           SUBTRACT WS-HT-CUT-AT FROM WS-HT-WORD-LEN.
           MOVE WS-HT-WORD (WS-HT-CUT-AT + 1:WS-HT-WORD-LEN)
              TO WS-HT-WORK.
           MOVE WS-HT-WORK TO WS-HT-WORD.
           MOVE WS-HT-CUTS (WS-HT-CUT-AT + 1:WS-HT-WORD-LEN)
              TO WS-HT-WORK.
           MOVE WS-HT-WORK TO WS-HT-CUTS.

       HBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * HBCA-CHECK-ONE-CUT
      *
      * A break after WS-HT-IDX bytes is allowed when the byte after
      * it may start a line.
      *----------------------------------------------------------------*
       HBCA-CHECK-ONE-CUT SECTION.
       HBCA-010.
           IF WS-HT-CUTS (WS-HT-IDX + 1:1) = 'Y' THEN
              MOVE WS-HT-IDX TO WS-HT-CUT-AT
           END-IF.

       HBCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HX-APPEND-PIECE
      *
      * WS-HT-PIECE-LEN bytes of WS-HT-PIECE onto the line. A line
      * never opens with './', which IEBUPDTE would take for a
      * control statement.
      *----------------------------------------------------------------*
       HX-APPEND-PIECE SECTION.
       HX-010.
           IF WS-HT-PIECE-LEN = 0 THEN
              GO TO HX-999
           END-IF.

           IF WS-HT-LEN = 0 AND WS-HT-PIECE (1:2) = './' THEN
              MOVE 1 TO WS-HT-LEN
           END-IF.

           IF WS-HT-LEN + WS-HT-PIECE-LEN > WS-HT-MAX THEN
              COMPUTE WS-HT-PIECE-LEN = WS-HT-MAX - WS-HT-LEN
           END-IF.

           MOVE WS-HT-PIECE (1:WS-HT-PIECE-LEN)
              TO WS-HT-LINE (WS-HT-LEN + 1:WS-HT-PIECE-LEN).
           ADD WS-HT-PIECE-LEN TO WS-HT-LEN.

       HX-999.
           EXIT.

      *----------------------------------------------------------------*
      * HZ-FLUSH-LINE
      *----------------------------------------------------------------*
       HZ-FLUSH-LINE SECTION.
       HZ-010.
           IF WS-HT-LEN > 0 THEN
              WRITE RBKHTML-RECORD FROM WS-HT-LINE
           END-IF.
           MOVE SPACES TO WS-HT-LINE.
           MOVE 0 TO WS-HT-LEN.

       HZ-999.
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
              DISPLAY 'BAQHHTML extract snapshot ' WS-XVER-SNAP-ID
                 ' verified, ' WS-XVER-DATA-CNT ' data records.'
           ELSE
              DISPLAY 'BAQHHTML extract verification failed - HDR='
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
                 MOVE BAQHEXTC-DATE TO WS-XVER-SNAP-DATE
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
              MOVE 'BAQHHTML' TO BAQHLINW-PROGRAM
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
