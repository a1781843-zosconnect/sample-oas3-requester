
       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-HIST-EOF-SW      PIC X VALUE 'N'.
           88 WS-HIST-EOF     VALUE 'Y'.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
      *----------------------------------------------------------------*
       BB-TALLY-ONE-EXTRACT-REC SECTION.
       BB-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHSNAP' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
       BDA-CHECK-ONE-GROUP SECTION.
       BDA-010.
           ADD 1 TO WS-GRP-IDX.
      * The history is grouped on the three-byte documentType the
      * earliest snapshots were taken with, so it stays comparable.
           IF WS-GRP-DOC-TYPE (WS-GRP-IDX) =
                 BAQHEXTR-DOC-TYPE (1:3) AND
              WS-GRP-STATUS (WS-GRP-IDX) = BAQHEXTR-STATUS THEN
              MOVE WS-GRP-IDX TO WS-GRP-FOUND
           END-IF.
