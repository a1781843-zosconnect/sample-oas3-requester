      *     writes nothing,                                           *
      *   - the merged header carries the first slice's snapshot      *
      *     identifier with an MG suffix and the merged trailer the   *
      *     total data record count,                                  *
      *   - every slice must come from the same publication catalog,  *
      *     which the merged header names in turn.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHXMRG.
       FD  RBKEXT1-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXT1-RECORD          PIC X(600).

       FD  RBKEXT2-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXT2-RECORD          PIC X(600).

       FD  RBKEXT3-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXT3-RECORD          PIC X(600).

       FD  RBKEXT4-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXT4-RECORD          PIC X(600).

       FD  RBKEXTR-FILE
           RECORDING MODE IS F
       01 WS-SL-DATA-CNT      PIC 9(9) VALUE 0.
       01 WS-SL-TRL-COUNT     PIC 9(9) VALUE 0.
       01 WS-SL-BAD           PIC 9 VALUE 0.
       01 WS-ONE-SLICE-REC    PIC X(600) VALUE SPACES.

      * Layout version of the slice being read - set from its *HDR
      * record by BAQHEXUP. Every slice is copied in the current
      * layout, so the merged extract is always stated as '02'.
       01 WS-SL-LAYOUT-VER    PIC X(2) VALUE '01'.

      * The merge pass: copying or verifying.
       01 WS-PASS             PIC X VALUE 'V'.
           88 WS-PASS-COPY    VALUE 'C'.

       01 WS-MERGED-SNAP-ID   PIC X(16) VALUE SPACES.

      * The catalog the first slice's header names (blank being
      * REDBOOK); every other slice must name the same one.
       01 WS-MERGED-CATALOG   PIC X(8) VALUE SPACES.
       01 WS-SL-CATALOG       PIC X(8) VALUE SPACES.
       01 WS-TOTAL-CNT        PIC 9(9) VALUE 0.
       01 WS-SLICES-USED      PIC 9(2) VALUE 0.
       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHEXTC-TIME.
           MOVE 'MERGED SLICES' TO BAQHEXTC-TARGET.
           MOVE 0 TO BAQHEXTC-REC-COUNT.
           MOVE '02' TO BAQHEXTC-LAYOUT-VER.
           MOVE WS-MERGED-CATALOG TO BAQHEXTC-CATALOG.
           WRITE BAQHEXTR-RECORD FROM BAQHEXTC-RECORD.
           MOVE 'BAQHXMRG' TO BAQHLINW-PROGRAM.
           MOVE 'RBKEXTR' TO BAQHLINW-DD.
           MOVE 'W' TO BAQHLINW-DIRECTION.
           MOVE 'E' TO BAQHLINW-FRAME.
           MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC.
           CALL 'BAQHLINW' USING BAQHLINW-AREA.

           MOVE 'C' TO WS-PASS.
           PERFORM BA-WORK-ONE-SLICE
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHEXTC-TIME.
           MOVE WS-TOTAL-CNT TO BAQHEXTC-REC-COUNT.
           WRITE BAQHEXTR-RECORD FROM BAQHEXTC-RECORD.
           MOVE 'BAQHXMRG' TO BAQHLINW-PROGRAM.
           MOVE 'RBKEXTR' TO BAQHLINW-DD.
           MOVE 'W' TO BAQHLINW-DIRECTION.
           MOVE 'E' TO BAQHLINW-FRAME.
           MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC.
           CALL 'BAQHLINW' USING BAQHLINW-AREA.

           CLOSE RBKEXTR-FILE.

           MOVE 0 TO WS-SL-DATA-CNT.
           MOVE 0 TO WS-SL-TRL-COUNT.
           MOVE 'N' TO WS-SL-EOF-SW.
           MOVE '01' TO WS-SL-LAYOUT-VER.

           PERFORM BB-OPEN-CURRENT-SLICE.

      *----------------------------------------------------------------*
       BE-WORK-ONE-SLICE-REC SECTION.
       BE-010.
           CALL 'BAQHEXUP' USING WS-ONE-SLICE-REC WS-SL-LAYOUT-VER.
           MOVE WS-ONE-SLICE-REC TO BAQHEXTC-RECORD.

      * Each slice's control records go to the lineage ledger; the
      * second pass over a slice is recognised there as the same read.
           IF BAQHEXTC-TYPE (1:4) = '*HDR' OR
              BAQHEXTC-TYPE (1:4) = '*TRL' THEN
              MOVE 'BAQHXMRG' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXT' TO BAQHLINW-DD
              MOVE WS-SL-NUM (2:1) TO BAQHLINW-DD (7:1)
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           EVALUATE BAQHEXTC-TYPE (1:4)
              WHEN '*HDR'
                 MOVE 1 TO WS-SL-HDR-SEEN
                 IF WS-MERGED-SNAP-ID = SPACES THEN
                    MOVE BAQHEXTC-SNAP-ID TO WS-MERGED-SNAP-ID
                 END-IF
                 MOVE BAQHEXTC-CATALOG TO WS-SL-CATALOG
                 IF WS-SL-CATALOG = SPACES THEN
                    MOVE 'REDBOOK' TO WS-SL-CATALOG
                 END-IF
                 IF WS-MERGED-CATALOG = SPACES THEN
                    MOVE WS-SL-CATALOG TO WS-MERGED-CATALOG
                 END-IF
                 IF WS-PASS-VERIFY AND
                    WS-SL-CATALOG NOT = WS-MERGED-CATALOG THEN
                    DISPLAY 'BAQHXMRG slice ' WS-SL-NUM ' is a '
                       WS-SL-CATALOG ' extract, not '
                       WS-MERGED-CATALOG ' like the first slice.'
                    MOVE FAILED TO WS-RC
                 END-IF
              WHEN '*TRL'
                 MOVE 1 TO WS-SL-TRL-SEEN
                 IF BAQHEXTC-REC-COUNT IS NUMERIC THEN
