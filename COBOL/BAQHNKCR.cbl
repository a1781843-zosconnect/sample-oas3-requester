       FD  RBKGHST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKGHST-RECORD          PIC X(600).

       SD  SORT-FILE.
       01  SORT-RECORD.
              05 SORT-TITLE        PIC X(80).
              05 SORT-STATUS       PIC X(09).
              05 SORT-FORM-NUMBER  PIC X(12).
              05 SORT-PUB-DATE     PIC X(32).
              05 SORT-DOC-TYPE     PIC X(08).
              05 SORT-SIZE-MB      PIC 9(03)V9(02).
              05 SORT-URL          PIC X(100).
              05 SORT-AUTHORS      PIC X(200).
              05 SORT-DEPT-ID      PIC X(05).
              05 SORT-DEPT-NAME    PIC X(40).
              05 SORT-DEPT-CONTACT PIC X(40).
              05 SORT-DEPT-SOURCE  PIC X(01).
              05 FILLER            PIC X(68).

       WORKING-STORAGE SECTION.

       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its *HDR
      * record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

      * The title-folding walk. Only letters and digits survive into
      * the compare key, upper-cased; anything else - spaces, doubled
      * or trailing blanks, punctuation - is dropped, which is
       01 WS-GRP-CNT          PIC 9(4) COMP VALUE 0.
       01 WS-GRP-OVERFLOW-CNT PIC 9(4) COMP VALUE 0.
       01 WS-GRP-TABLE.
           03 WS-GRP-BOOK     PIC X(600) OCCURS 20 TIMES.
       01 WS-GRP-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-GRP-KEEPER       PIC 9(4) COMP VALUE 0.

           03 WS-ONE-TITLE        PIC X(80).
           03 WS-ONE-STATUS       PIC X(09).
           03 WS-ONE-FORM-NUMBER  PIC X(12).
           03 WS-ONE-PUB-DATE     PIC X(32).
           03 WS-ONE-DOC-TYPE     PIC X(08).
           03 WS-ONE-SIZE-MB      PIC 9(03)V9(02).
           03 WS-ONE-URL          PIC X(100).
           03 WS-ONE-AUTHORS      PIC X(200).
           03 WS-ONE-DEPT-ID      PIC X(05).
           03 WS-ONE-DEPT-NAME    PIC X(40).
           03 WS-ONE-DEPT-CONTACT PIC X(40).
           03 WS-ONE-DEPT-SOURCE  PIC X(01).
           03 FILLER              PIC X(68).

       01 WS-KEEP-FORM-NUMBER PIC X(12) VALUE SPACES.
       01 WS-KEEP-PUB-DATE    PIC X(32) VALUE SPACES.

      * Report counters.
       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       CAA-RELEASE-ONE-BOOK SECTION.
       CAA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHNKCR' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
           MOVE BAQHEXTR-SIZE-MB     TO SORT-SIZE-MB.
           MOVE BAQHEXTR-URL         TO SORT-URL.
           MOVE BAQHEXTR-AUTHORS     TO SORT-AUTHORS.
           MOVE BAQHEXTR-DEPT-ID     TO SORT-DEPT-ID.
           MOVE BAQHEXTR-DEPT-NAME   TO SORT-DEPT-NAME.
           MOVE BAQHEXTR-DEPT-CONTACT TO SORT-DEPT-CONTACT.
           MOVE BAQHEXTR-DEPT-SOURCE TO SORT-DEPT-SOURCE.
           RELEASE SORT-RECORD.

       CAA-020.
              ' ' WS-ONE-FORM-NUMBER
              ' ' WS-ONE-PUB-DATE
              ' ' WS-ONE-DOC-TYPE
              ' ' WS-ONE-AUTHORS (1:56)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKNKRP-RECORD FROM WS-RPT-LINE.

