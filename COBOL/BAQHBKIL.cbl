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
      * BAQHBKIL                                                      *
      *                                                               *
      * Book identifier retroactive load. Run once, before the first  *
      * run of anything that stamps book ids, to give every book the  *
      * system already knows its permanent local book id on the       *
      * registry (DD name RBKBKID, see BAQHBKID):                     *
      *   - every rename on the alias cross-reference (DD name        *
      *     RBKALIA) joins its two titles into one book - the old     *
      *     title FORMER as of the rename date, the new one CURRENT - *
      *     so a book renamed several times has one id across its     *
      *     whole chain, whatever order the aliases are read in;      *
      *   - every title on the current extract (DD name RBKEXTR) not  *
      *     already on the registry is given an id of its own. A      *
      *     title a book was renamed away from that is back in the    *
      *     catalog names a different book and gets a new id, as a    *
      *     create under it would.                                    *
      * The source of every record it writes is LOAD. Records on the  *
      * other stores written before the registry keep id 0 and are    *
      * joined by title through the registry.                         *
      *                                                               *
      * The load can be rerun: a title already on the registry keeps  *
      * its id, and an alias whose titles already share one changes   *
      * nothing. A newly defined registry, which has never held a     *
      * record, is primed with its control record first.              *
      *                                                               *
      * What was assigned is reported on DD name RBKBKIP. RC 8 when   *
      * the registry cannot be opened.                                *
      *                                                               *
      * Reads:   RBKALIA, RBKEXTR                                     *
      * Updates: RBKBKID                                              *
      * Writes:  RBKBKIP                                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHBKIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKBKID-FILE ASSIGN TO RBKBKID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHBKID-TITLE
               ALTERNATE RECORD KEY IS BAQHBKID-BOOK-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-BKID-FILE-STATUS.

      * The alias cross-reference - optional, a catalog that has
      * never had a rename may have none.
           SELECT RBKALIA-FILE ASSIGN TO RBKALIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIA-FILE-STATUS.

           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT RBKBKIP-FILE ASSIGN TO RBKBKIP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKBKID-FILE.
       COPY BAQHBKID.

       FD  RBKALIA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHALIA.

       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKBKIP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKBKIP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-BKID-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-ALIA-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-EXTR-FILE-STATUS PIC X(2) VALUE '00'.

       01 WS-ALIA-EOF-SW      PIC X VALUE 'N'.
           88 WS-ALIA-EOF     VALUE 'Y'.
       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.
       01 WS-MERGE-EOF-SW     PIC X VALUE 'N'.
           88 WS-MERGE-EOF    VALUE 'Y'.

       01 WS-CONTROL-TITLE    PIC X(80) VALUE '*CONTROL'.
       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-SOURCE           PIC X(8) VALUE 'LOAD'.

      * The two titles of the alias in hand and the ids the registry
      * already holds for them (0 - not yet registered).
       01 WS-OLD-TITLE        PIC X(80) VALUE SPACES.
       01 WS-NEW-TITLE        PIC X(80) VALUE SPACES.
       01 WS-RENAME-DATE      PIC X(8) VALUE SPACES.
       01 WS-OLD-ID           PIC 9(8) VALUE 0.
       01 WS-NEW-ID           PIC 9(8) VALUE 0.
       01 WS-ISSUED-ID        PIC 9(8) VALUE 0.
       01 WS-TITLE-STATE      PIC X(7) VALUE SPACES.
       01 WS-WRITE-TITLE      PIC X(80) VALUE SPACES.

      * Two chains found to be one book are merged onto the older
      * chain's id: the younger chain's titles are gathered here
      * off the id path and then re-keyed one by one.
       01 WS-MERGE-TABLE.
           03 WS-MERGE-TITLE  PIC X(80) OCCURS 100 TIMES.
       01 WS-MERGE-CNT        PIC 9(4) COMP VALUE 0.
       01 WS-MERGE-IDX        PIC 9(4) COMP VALUE 0.
       01 WS-MERGE-FROM-ID    PIC 9(8) VALUE 0.
       01 WS-MERGE-TO-ID      PIC 9(8) VALUE 0.

      * Load counters for the report.
       01 WS-ALIA-READ-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-ALIA-TITLE-CNT   PIC 9(7) COMP VALUE 0.
       01 WS-ALIA-MERGE-CNT   PIC 9(7) COMP VALUE 0.
       01 WS-EXTR-READ-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-EXTR-NEW-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-EXTR-KNOWN-CNT   PIC 9(7) COMP VALUE 0.
       01 WS-EXTR-REUSE-CNT   PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z(6)9.
       01 WS-ID-ED            PIC Z(7)9.
       01 WS-ID-TO-ED         PIC Z(7)9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       01 WS-RC               PIC 9 VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           OPEN OUTPUT RBKBKIP-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOK IDENTIFIER LOAD OF ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO RBKBKIP-RECORD.
           WRITE RBKBKIP-RECORD.

           PERFORM B-OPEN-REGISTRY.
           IF WS-RC NOT = OK THEN
              GO TO A-999
           END-IF.

      * The alias chains first, so that a title on tonight's extract
      * which is the end of a chain already carries the chain's id.
           OPEN INPUT RBKALIA-FILE.
           IF WS-ALIA-FILE-STATUS = '00' THEN
              READ RBKALIA-FILE
                 AT END
                    MOVE 'Y' TO WS-ALIA-EOF-SW
              END-READ
              PERFORM C-LOAD-ONE-ALIAS UNTIL WS-ALIA-EOF
              CLOSE RBKALIA-FILE
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKALIA NOT AVAILABLE, FILE STATUS '
                 WS-ALIA-FILE-STATUS ' - NO RENAME CHAINS LOADED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKBKIP-RECORD FROM WS-RPT-LINE
           END-IF.

           OPEN INPUT RBKEXTR-FILE.
           IF WS-EXTR-FILE-STATUS = '00' THEN
              READ RBKEXTR-FILE
                 AT END
                    MOVE 'Y' TO WS-EXTR-EOF-SW
              END-READ
              PERFORM D-LOAD-ONE-EXTRACT-TITLE UNTIL WS-EXTR-EOF
              CLOSE RBKEXTR-FILE
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKEXTR NOT AVAILABLE, FILE STATUS '
                 WS-EXTR-FILE-STATUS ' - NO CATALOG TITLES LOADED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKBKIP-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM F-WRITE-LOAD-SUMMARY.
           CLOSE RBKBKID-FILE.

       A-999.
           CLOSE RBKBKIP-FILE.
           IF WS-RC NOT = OK THEN
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * B-OPEN-REGISTRY
      *
      * A cluster that has never held a record will not open for
      * update, so when the first OPEN I-O is refused the registry
      * is loaded with its control record and opened again.
      *----------------------------------------------------------------*
       B-OPEN-REGISTRY SECTION.
       B-010.
           OPEN I-O RBKBKID-FILE.
           IF WS-BKID-FILE-STATUS = '00' OR
              WS-BKID-FILE-STATUS = '97' THEN
              GO TO B-999
           END-IF.

           OPEN OUTPUT RBKBKID-FILE.
           IF WS-BKID-FILE-STATUS = '00' THEN
              MOVE SPACES TO BAQHBKID-RECORD
              MOVE WS-CONTROL-TITLE TO BAQHBKID-TITLE
              MOVE 0 TO BAQHBKID-BOOK-ID
              MOVE 'CONTROL' TO BAQHBKID-STATE
              MOVE WS-TODAY TO BAQHBKID-FIRST-DATE
              MOVE WS-SOURCE TO BAQHBKID-SOURCE
              MOVE 0 TO BAQHBKID-LAST-ID
              WRITE BAQHBKID-RECORD
              CLOSE RBKBKID-FILE
              OPEN I-O RBKBKID-FILE
           END-IF.

           IF WS-BKID-FILE-STATUS NOT = '00' AND
              WS-BKID-FILE-STATUS NOT = '97' THEN
              DISPLAY 'BAQHBKIL RBKBKID cannot be opened, file status '
                 WS-BKID-FILE-STATUS ' - no book ids loaded.'
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKBKID CANNOT BE OPENED, FILE STATUS '
                 WS-BKID-FILE-STATUS ' - NO BOOK IDS LOADED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKBKIP-RECORD FROM WS-RPT-LINE
              MOVE FAILED TO WS-RC
           END-IF.

       B-999.
           EXIT.

      *----------------------------------------------------------------*
      * C-LOAD-ONE-ALIAS
      *
      * Joins the two titles of the alias record in the RBKALIA-FILE
      * buffer into one book:
      *   neither registered  - a new id for both
      *   one registered      - the other takes its id
      *   both, ids differ    - the two chains are one book, merged
      *                         onto the old title's id
      * The old title is FORMER as of the rename; the new title is
      * CURRENT unless a later rename has already made it FORMER.
      *----------------------------------------------------------------*
       C-LOAD-ONE-ALIAS SECTION.
       C-010.
           ADD 1 TO WS-ALIA-READ-CNT.
           MOVE BAQHALIA-OLD-TITLE TO WS-OLD-TITLE.
           MOVE BAQHALIA-NEW-TITLE TO WS-NEW-TITLE.
           MOVE BAQHALIA-DATE TO WS-RENAME-DATE.

           IF WS-OLD-TITLE = SPACES OR WS-NEW-TITLE = SPACES OR
              WS-OLD-TITLE = WS-NEW-TITLE THEN
              GO TO C-900
           END-IF.

           MOVE WS-OLD-TITLE TO BAQHBKID-TITLE.
           PERFORM XA-READ-TITLE.
           MOVE WS-ISSUED-ID TO WS-OLD-ID.
           MOVE WS-NEW-TITLE TO BAQHBKID-TITLE.
           PERFORM XA-READ-TITLE.
           MOVE WS-ISSUED-ID TO WS-NEW-ID.

           IF WS-OLD-ID = 0 AND WS-NEW-ID = 0 THEN
              PERFORM E-ISSUE-NEXT-ID
              IF WS-ISSUED-ID = 0 THEN
                 GO TO C-900
              END-IF
              MOVE WS-ISSUED-ID TO WS-OLD-ID
           END-IF.

           IF WS-OLD-ID = 0 THEN
              MOVE WS-NEW-ID TO WS-OLD-ID
           END-IF.

           IF WS-NEW-ID NOT = 0 AND WS-NEW-ID NOT = WS-OLD-ID THEN
              MOVE WS-NEW-ID TO WS-MERGE-FROM-ID
              MOVE WS-OLD-ID TO WS-MERGE-TO-ID
              PERFORM CA-MERGE-BOOKS
           END-IF.

      * The old title - FORMER, with the id of the book.
           MOVE WS-OLD-TITLE TO BAQHBKID-TITLE.
           PERFORM XA-READ-TITLE.
           IF WS-BKID-FILE-STATUS = '00' THEN
              IF NOT BAQHBKID-IS-FORMER OR
                 BAQHBKID-BOOK-ID NOT = WS-OLD-ID THEN
                 MOVE WS-OLD-ID TO BAQHBKID-BOOK-ID
                 MOVE 'FORMER' TO BAQHBKID-STATE
                 MOVE WS-RENAME-DATE TO BAQHBKID-RENAME-DATE
                 PERFORM XC-REWRITE-TITLE
              END-IF
           ELSE
              MOVE 'FORMER' TO WS-TITLE-STATE
              MOVE WS-OLD-TITLE TO BAQHBKID-TITLE
              PERFORM XB-WRITE-NEW-TITLE
              ADD 1 TO WS-ALIA-TITLE-CNT
           END-IF.

      * The new title - CURRENT unless already renamed away from.
           MOVE WS-NEW-TITLE TO BAQHBKID-TITLE.
           PERFORM XA-READ-TITLE.
           IF WS-BKID-FILE-STATUS = '00' THEN
              IF BAQHBKID-BOOK-ID NOT = WS-OLD-ID THEN
                 MOVE WS-OLD-ID TO BAQHBKID-BOOK-ID
                 PERFORM XC-REWRITE-TITLE
              END-IF
           ELSE
              MOVE 'CURRENT' TO WS-TITLE-STATE
              MOVE WS-NEW-TITLE TO BAQHBKID-TITLE
              PERFORM XB-WRITE-NEW-TITLE
              ADD 1 TO WS-ALIA-TITLE-CNT
           END-IF.

       C-900.
           READ RBKALIA-FILE
              AT END
                 MOVE 'Y' TO WS-ALIA-EOF-SW
           END-READ.

       C-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-MERGE-BOOKS
      *
      * Every title holding WS-MERGE-FROM-ID is given WS-MERGE-TO-ID.
      * The titles are gathered first and re-keyed afterwards, so the
      * id path is not being read while its keys are rewritten.
      *----------------------------------------------------------------*
       CA-MERGE-BOOKS SECTION.
       CA-010.
           MOVE 0 TO WS-MERGE-CNT.
           MOVE WS-MERGE-FROM-ID TO BAQHBKID-BOOK-ID.
           START RBKBKID-FILE KEY IS EQUAL BAQHBKID-BOOK-ID.
           IF WS-BKID-FILE-STATUS NOT = '00' THEN
              GO TO CA-999
           END-IF.

           MOVE 'N' TO WS-MERGE-EOF-SW.
           PERFORM CAA-GATHER-ONE-TITLE UNTIL WS-MERGE-EOF.

           PERFORM CAB-REKEY-ONE-TITLE
              VARYING WS-MERGE-IDX FROM 1 BY 1
              UNTIL WS-MERGE-IDX > WS-MERGE-CNT.

           ADD 1 TO WS-ALIA-MERGE-CNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-MERGE-FROM-ID TO WS-ID-ED.
           MOVE WS-MERGE-TO-ID TO WS-ID-TO-ED.
           STRING 'MERGED BOOK ID ' WS-ID-ED ' INTO ' WS-ID-TO-ED
              ' - RENAMED TO ' WS-NEW-TITLE (1:60)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-GATHER-ONE-TITLE
      *----------------------------------------------------------------*
       CAA-GATHER-ONE-TITLE SECTION.
       CAA-010.
           READ RBKBKID-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-MERGE-EOF-SW
                 GO TO CAA-999
           END-READ.

           IF WS-BKID-FILE-STATUS NOT = '00' AND
              WS-BKID-FILE-STATUS NOT = '02' THEN
              MOVE 'Y' TO WS-MERGE-EOF-SW
              GO TO CAA-999
           END-IF.

           IF BAQHBKID-BOOK-ID NOT = WS-MERGE-FROM-ID OR
              WS-MERGE-CNT NOT < 100 THEN
              MOVE 'Y' TO WS-MERGE-EOF-SW
              GO TO CAA-999
           END-IF.

           ADD 1 TO WS-MERGE-CNT.
           MOVE BAQHBKID-TITLE TO WS-MERGE-TITLE (WS-MERGE-CNT).

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAB-REKEY-ONE-TITLE
      *----------------------------------------------------------------*
       CAB-REKEY-ONE-TITLE SECTION.
       CAB-010.
           MOVE WS-MERGE-TITLE (WS-MERGE-IDX) TO BAQHBKID-TITLE.
           PERFORM XA-READ-TITLE.
           IF WS-BKID-FILE-STATUS = '00' THEN
              MOVE WS-MERGE-TO-ID TO BAQHBKID-BOOK-ID
              PERFORM XC-REWRITE-TITLE
           END-IF.

       CAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * D-LOAD-ONE-EXTRACT-TITLE
      *
      * Registers the title of the extract record in the RBKEXTR-FILE
      * buffer. Every layout carries the title first, so the record
      * is not brought up to the current layout.
      *----------------------------------------------------------------*
       D-LOAD-ONE-EXTRACT-TITLE SECTION.
       D-010.
      * The extract's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHBKIL' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' OR
              BAQHEXTR-TITLE = SPACES THEN
              GO TO D-900
           END-IF.

           ADD 1 TO WS-EXTR-READ-CNT.
           MOVE BAQHEXTR-TITLE TO BAQHBKID-TITLE.
           PERFORM XA-READ-TITLE.

           IF WS-BKID-FILE-STATUS NOT = '00' THEN
              PERFORM E-ISSUE-NEXT-ID
              IF WS-ISSUED-ID NOT = 0 THEN
                 MOVE WS-ISSUED-ID TO WS-OLD-ID
                 MOVE 'CURRENT' TO WS-TITLE-STATE
                 MOVE BAQHEXTR-TITLE TO BAQHBKID-TITLE
                 PERFORM XB-WRITE-NEW-TITLE
                 ADD 1 TO WS-EXTR-NEW-CNT
              END-IF
              GO TO D-900
           END-IF.

           IF NOT BAQHBKID-IS-FORMER THEN
              ADD 1 TO WS-EXTR-KNOWN-CNT
              GO TO D-900
           END-IF.

      * A title renamed away from and in the catalog again.
           PERFORM E-ISSUE-NEXT-ID.
           IF WS-ISSUED-ID = 0 THEN
              GO TO D-900
           END-IF.
           MOVE BAQHEXTR-TITLE TO BAQHBKID-TITLE.
           PERFORM XA-READ-TITLE.
           MOVE WS-ISSUED-ID TO BAQHBKID-BOOK-ID.
           MOVE 'CURRENT' TO BAQHBKID-STATE.
           MOVE WS-TODAY TO BAQHBKID-FIRST-DATE.
           MOVE WS-SOURCE TO BAQHBKID-SOURCE.
           MOVE SPACES TO BAQHBKID-RENAME-DATE.
           PERFORM XC-REWRITE-TITLE.
           ADD 1 TO WS-EXTR-REUSE-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ISSUED-ID TO WS-ID-ED.
           STRING 'FORMER TITLE BACK IN CATALOG, NEW BOOK ID '
              WS-ID-ED ' - ' BAQHEXTR-TITLE (1:60)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

       D-900.
           READ RBKEXTR-FILE
              AT END
                 MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       D-999.
           EXIT.

      *----------------------------------------------------------------*
      * E-ISSUE-NEXT-ID
      *
      * The next id from the control record into WS-ISSUED-ID, 0 if
      * the control record could not be updated.
      *----------------------------------------------------------------*
       E-ISSUE-NEXT-ID SECTION.
       E-010.
           MOVE 0 TO WS-ISSUED-ID.
           MOVE WS-CONTROL-TITLE TO BAQHBKID-TITLE.
           READ RBKBKID-FILE KEY IS BAQHBKID-TITLE.
           IF WS-BKID-FILE-STATUS = '23' THEN
              MOVE SPACES TO BAQHBKID-RECORD
              MOVE WS-CONTROL-TITLE TO BAQHBKID-TITLE
              MOVE 0 TO BAQHBKID-BOOK-ID
              MOVE 'CONTROL' TO BAQHBKID-STATE
              MOVE WS-TODAY TO BAQHBKID-FIRST-DATE
              MOVE WS-SOURCE TO BAQHBKID-SOURCE
              MOVE 1 TO BAQHBKID-LAST-ID
              WRITE BAQHBKID-RECORD
           ELSE
              IF WS-BKID-FILE-STATUS = '00' THEN
                 ADD 1 TO BAQHBKID-LAST-ID
                 REWRITE BAQHBKID-RECORD
              END-IF
           END-IF.

           IF WS-BKID-FILE-STATUS = '00' THEN
              MOVE BAQHBKID-LAST-ID TO WS-ISSUED-ID
           ELSE
              DISPLAY 'BAQHBKIL RBKBKID control record not updated, '
                 'file status ' WS-BKID-FILE-STATUS
                 ' - no id issued.'
           END-IF.

       E-999.
           EXIT.

      *----------------------------------------------------------------*
      * F-WRITE-LOAD-SUMMARY
      *----------------------------------------------------------------*
       F-WRITE-LOAD-SUMMARY SECTION.
       F-010.
           MOVE SPACES TO RBKBKIP-RECORD.
           WRITE RBKBKIP-RECORD.

           MOVE WS-ALIA-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ALIASES READ:                 ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

           MOVE WS-ALIA-TITLE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RENAMED TITLES REGISTERED:    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

           MOVE WS-ALIA-MERGE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RENAME CHAINS MERGED:         ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

           MOVE WS-EXTR-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CATALOG TITLES READ:          ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

           MOVE WS-EXTR-NEW-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CATALOG TITLES REGISTERED:    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

           MOVE WS-EXTR-KNOWN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CATALOG TITLES ALREADY HELD:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

           MOVE WS-EXTR-REUSE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FORMER TITLES GIVEN NEW IDS:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

           MOVE WS-CONTROL-TITLE TO BAQHBKID-TITLE.
           PERFORM XA-READ-TITLE.
           MOVE WS-ISSUED-ID TO WS-CNT-ED.
           IF WS-BKID-FILE-STATUS = '00' THEN
              MOVE BAQHBKID-LAST-ID TO WS-CNT-ED
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LAST BOOK ID ISSUED:          ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBKIP-RECORD FROM WS-RPT-LINE.

       F-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-READ-TITLE
      *
      * Reads the registry record for BAQHBKID-TITLE; WS-ISSUED-ID is
      * its id, or 0 when the title is not registered.
      *----------------------------------------------------------------*
       XA-READ-TITLE SECTION.
       XA-010.
           READ RBKBKID-FILE KEY IS BAQHBKID-TITLE.
           IF WS-BKID-FILE-STATUS = '00' THEN
              MOVE BAQHBKID-BOOK-ID TO WS-ISSUED-ID
           ELSE
              MOVE 0 TO WS-ISSUED-ID
           END-IF.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-WRITE-NEW-TITLE
      *
      * Registers BAQHBKID-TITLE under WS-OLD-ID in WS-TITLE-STATE.
      *----------------------------------------------------------------*
       XB-WRITE-NEW-TITLE SECTION.
       XB-010.
           MOVE BAQHBKID-TITLE TO WS-WRITE-TITLE.
           MOVE SPACES TO BAQHBKID-RECORD.
           MOVE WS-WRITE-TITLE TO BAQHBKID-TITLE.
           MOVE WS-OLD-ID TO BAQHBKID-BOOK-ID.
           MOVE WS-TITLE-STATE TO BAQHBKID-STATE.
           MOVE WS-TODAY TO BAQHBKID-FIRST-DATE.
           MOVE WS-SOURCE TO BAQHBKID-SOURCE.
           IF BAQHBKID-IS-FORMER THEN
              MOVE WS-RENAME-DATE TO BAQHBKID-RENAME-DATE
           END-IF.
           MOVE 0 TO BAQHBKID-LAST-ID.
           WRITE BAQHBKID-RECORD.
           IF WS-BKID-FILE-STATUS NOT = '00' AND
              WS-BKID-FILE-STATUS NOT = '02' THEN
              DISPLAY 'BAQHBKIL WRITE RBKBKID failed, file status '
                 WS-BKID-FILE-STATUS ' - ' BAQHBKID-TITLE (1:40)
           END-IF.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-REWRITE-TITLE
      *----------------------------------------------------------------*
       XC-REWRITE-TITLE SECTION.
       XC-010.
           REWRITE BAQHBKID-RECORD.
           IF WS-BKID-FILE-STATUS NOT = '00' AND
              WS-BKID-FILE-STATUS NOT = '02' THEN
              DISPLAY 'BAQHBKIL REWRITE RBKBKID failed, file status '
                 WS-BKID-FILE-STATUS ' - ' BAQHBKID-TITLE (1:40)
           END-IF.

       XC-999.
           EXIT.
