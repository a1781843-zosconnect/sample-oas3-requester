       FD  RBKEXTP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXTP-RECORD          PIC X(600).

       FD  RBKCSV-FILE
           RECORDING MODE IS V
       01 WS-EXTP-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTP-EOF     VALUE 'Y'.

      * Layout versions of the two generations - set from each one's
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.
       01 WS-EXTP-LAYOUT-VER  PIC X(2) VALUE '01'.

      * Export mode from the PARM.
       01 WS-MODE             PIC X(7) VALUE 'FULL'.
           88 WS-MODE-CHANGED   VALUE 'CHANGED'.
      * - a row is exported in CHANGED mode when no identical image
      * exists in the prior extract.
       01 WS-PRIOR-TABLE.
           03 WS-PRIOR-IMAGE  PIC X(600) OCCURS 2000 TIMES.
       01 WS-PRIOR-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-PRIOR-MAX        PIC 9(5) COMP VALUE 2000.
       01 WS-PRIOR-IDX        PIC 9(5) COMP VALUE 0.
       01 WS-PRIOR-FOUND      PIC 9 VALUE 0.

      * Current record viewed as one image for the compare.
       01 WS-CURR-IMAGE       PIC X(600) VALUE SPACES.

      * CSV line assembly. WS-CSV-PTR is the next free position;
      * WS-CSV-OUT-LEN becomes the written record's length.
       01 WS-XVER-OK          PIC 9 VALUE 0.
       01 WS-XVER-SNAP-ID     PIC X(16) VALUE SPACES.
       COPY BAQHEXTC.
      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
      *----------------------------------------------------------------*
       BAA-LOAD-ONE-PRIOR-IMAGE SECTION.
       BAA-010.
      * A prior generation in the older layout is held as its current-
      * layout image, so like rows still compare equal.
           CALL 'BAQHEXUP' USING RBKEXTP-RECORD WS-EXTP-LAYOUT-VER.

      * The prior generation's control records go to the lineage ledger.
           IF RBKEXTP-RECORD (1:4) = '*HDR' OR
              RBKEXTP-RECORD (1:4) = '*TRL' THEN
              MOVE 'BAQHCSVX' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTP' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE RBKEXTP-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           IF WS-PRIOR-COUNT < WS-PRIOR-MAX THEN
              ADD 1 TO WS-PRIOR-COUNT
              MOVE RBKEXTP-RECORD TO WS-PRIOR-IMAGE (WS-PRIOR-COUNT)
       CA-010.
           MOVE SPACES TO WS-CSV-LINE.
           STRING 'title,status,formNumber,publicationDate,'
              'documentType,sizeMB,url,authors,extras,'
              'departmentId,departmentName,departmentContact'
              DELIMITED BY SIZE INTO WS-CSV-LINE.
           MOVE 124 TO WS-CSV-OUT-LEN.
           WRITE RBKCSV-RECORD FROM WS-CSV-LINE.

       CA-999.
      *----------------------------------------------------------------*
       DA-EXPORT-ONE-RECORD SECTION.
       DA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's own control records are not rows.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
           PERFORM DAD-BUILD-EXTRAS-CELL.
           MOVE WS-XP-CELL TO WS-FLD-TEXT.
           PERFORM DAA-APPEND-QUOTED-FIELD.
           PERFORM DAC-APPEND-COMMA.

      * The owning department trails the original columns so a
      * spreadsheet built on the earlier layout still lines up.
           MOVE BAQHEXTR-DEPT-ID TO WS-FLD-TEXT.
           PERFORM DAA-APPEND-QUOTED-FIELD.
           PERFORM DAC-APPEND-COMMA.

           MOVE BAQHEXTR-DEPT-NAME TO WS-FLD-TEXT.
           PERFORM DAA-APPEND-QUOTED-FIELD.
           PERFORM DAC-APPEND-COMMA.

           MOVE BAQHEXTR-DEPT-CONTACT TO WS-FLD-TEXT.
           PERFORM DAA-APPEND-QUOTED-FIELD.

           COMPUTE WS-CSV-OUT-LEN = WS-CSV-PTR - 1.
           WRITE RBKCSV-RECORD FROM WS-CSV-LINE.
                 ADD 1 TO WS-XVER-DATA-CNT
           END-EVALUATE.

      * The snapshot's control records go to the lineage ledger.
           IF BAQHEXTC-TYPE (1:4) = '*HDR' OR
              BAQHEXTC-TYPE (1:4) = '*TRL' THEN
              MOVE 'BAQHCSVX' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

       XVA-020.
           READ RBKEXTR-FILE
               AT END
