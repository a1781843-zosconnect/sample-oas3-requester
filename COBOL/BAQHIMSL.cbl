      *                                                               *
      * The PSB presents the I/O PCB first and the Redbook database  *
      * PCB (PROCOPT=AP) second.                                     *
      *                                                               *
      * The segment layout is a published output (IMSDB in BAQHOLVR).*
      * Before the database is emptied the BAQHCNSK consumer check is*
      * made; while a registered application has not yet accepted    *
      * the current layout version the load is refused (RC 8) and    *
      * the database keeps last night's contents.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHIMSL.
      * The control-record view of an extract record, for the
      * header/trailer verification.
       COPY BAQHEXTC.
      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.
      * Consumer check call area (see BAQHCNSK).
       COPY BAQHCNSK.

      * Unqualified segment search arguments.
       01 WS-SSA-BOOK         PIC X(9) VALUE 'RBKBOOK  '.
       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

      * Extract verification state, the same discipline every
      * extract consumer applies before trusting the snapshot.
       01 WS-XVER-HDR-SEEN    PIC 9 VALUE 0.
              GO TO A-900
           END-IF.

      * Every application registered against the segment layout
      * must have accepted its current version before it changes
      * under them.
           MOVE 'IMSDB' TO BAQHCNSK-OUTPUT.
           MOVE 'BAQHIMSL' TO BAQHCNSK-PROGRAM.
           CALL 'BAQHCNSK' USING BAQHCNSK-AREA.
           IF BAQHCNSK-WITHHOLD THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'LOAD REFUSED - LAYOUT VERSION ' BAQHCNSK-VERSION
                 ' NOT YET ACCEPTED BY ' BAQHCNSK-FIRST-TEAM
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKIMLR-RECORD FROM WS-RPT-LINE
              DISPLAY WS-RPT-LINE
              MOVE FAILED TO WS-RC
              GO TO A-900
           END-IF.

      * Empty the database, then rebuild it from the snapshot.
           PERFORM BA-EMPTY-DATABASE.
           IF WS-RC = FAILED THEN
      *----------------------------------------------------------------*
       CA-LOAD-ONE-EXTRACT-REC SECTION.
       CA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO CA-030
                 ADD 1 TO WS-XVER-DATA-CNT
           END-EVALUATE.

      * The snapshot's control records go to the lineage ledger.
           IF BAQHEXTC-TYPE (1:4) = '*HDR' OR
              BAQHEXTC-TYPE (1:4) = '*TRL' THEN
              MOVE 'BAQHIMSL' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

       XVA-020.
           READ RBKEXTR-FILE
               AT END
