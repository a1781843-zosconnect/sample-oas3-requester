
       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       CAA-EXPLODE-ONE-RECORD SECTION.
       CAA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHAXRF' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
