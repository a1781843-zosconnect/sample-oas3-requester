
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-DOC-TYPE        PIC X(08).
           03 SORT-STATUS          PIC X(09).
           03 SORT-TITLE           PIC X(80).
           03 SORT-FORM-NUMBER     PIC X(12).
           03 SORT-PUB-DATE        PIC X(32).
           03 SORT-SIZE-MB         PIC 9(03)V9(02).

       WORKING-STORAGE SECTION.

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

      * Control-break state. LOW-VALUES means "no group open yet".
       01 WS-CURR-DOC-TYPE    PIC X(08) VALUE LOW-VALUES.
       01 WS-CURR-STATUS      PIC X(09) VALUE LOW-VALUES.

      * Status-group, documentType-group and grand accumulators.
       01 WS-DBCS-LEN         PIC 9(4) VALUE 0.
       01 WS-DBCS-RC          PIC 9 VALUE 0.
       01 WS-RUN-DATE         PIC X(8).
      * The publication catalog the extract's books belong to, for
      * the page heading (a blank-catalog extract is REDBOOK's).
       01 WS-RPT-CATALOG      PIC X(8) VALUE 'REDBOOK'.
       01 WS-PAGE-CNT         PIC 9(4) COMP VALUE 0.
       01 WS-PAGE-ED          PIC ZZZ9.

       01 WS-XP-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-XP-FOUND         PIC 9(4) COMP VALUE 0.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       BAA-RELEASE-ONE-RECORD SECTION.
       BAA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHCATR' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO BAA-020
           END-IF.

           IF BAQHEXTR-CATALOG NOT = SPACES THEN
              MOVE BAQHEXTR-CATALOG TO WS-RPT-CATALOG
           END-IF.

           MOVE SPACES TO SORT-RECORD.
           MOVE BAQHEXTR-DOC-TYPE TO SORT-DOC-TYPE.
           MOVE BAQHEXTR-STATUS TO SORT-STATUS.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-RPT-CATALOG DELIMITED BY SPACE
              ' PUBLICATION CATALOG  RUN ' WS-RUN-DATE
              '  DOCUMENT TYPE: ' WS-CURR-DOC-TYPE
              '  STATUS: ' WS-CURR-STATUS
              '  PAGE ' WS-PAGE-ED
