      * author substring, sizeMB range and publication-date range,   *
      * all combinable, blank/zero meaning "no filter" - applies it  *
      * to the local RBKEXTR extract (run GARB first for a fresh     *
      * pull), and writes the matching books as BAQHCRIN create      *
      * records on RBKSSEL plus a formatted listing on RBKSSRP.      *
      * The subset file is a ready-made bulk-create feed, so it      *
      * doubles as the tool for seeding TEST with a chosen slice of  *
      * PROD.                                                        *
      *                                                               *
      * The date-range compare works on the first ten characters of  *
      * the publication date and expects the ISO form the extract    *
       FD  RBKSSEL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCRIN.

       FD  RBKSSRP-FILE
           RECORDING MODE IS F
       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

      * The criteria, with the trimmed lengths the compares need.
       01 WS-TITLE-MASK-LEN   PIC 9(4) COMP VALUE 0.
       01 WS-AUTHOR-SUB-LEN   PIC 9(4) COMP VALUE 0.
       01 WS-XVER-OK          PIC 9 VALUE 0.
       01 WS-XVER-SNAP-ID     PIC X(16) VALUE SPACES.
       COPY BAQHEXTC.
      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       BA-SELECT-ONE-BOOK SECTION.
       BA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN

           IF WS-SELECTED = 1 THEN
              ADD 1 TO WS-SEL-CNT
              PERFORM BE-WRITE-CREATE-RECORD

              MOVE SPACES TO WS-RPT-LINE
              MOVE BAQHEXTR-TITLE (1:60)   TO WS-RPT-LINE (1:60)
           END-UNSTRING.

           IF WS-LIST-ONE NOT = SPACES AND
              BAQHEXTR-DOC-TYPE = WS-LIST-ONE (1:8) THEN
              MOVE 1 TO WS-LIST-MATCHED
           END-IF.

       BDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BE-WRITE-CREATE-RECORD
      *
      * The selected book as a bulk-create record. The create feed
      * holds publicationDate, documentType and url at the BAQHCRIN
      * widths; additionalProperties are not carried by the extract.
      *----------------------------------------------------------------*
       BE-WRITE-CREATE-RECORD SECTION.
       BE-010.
           MOVE SPACES TO BAQHCRIN-RECORD.
           MOVE BAQHEXTR-TITLE       TO BAQHCRIN-TITLE.
           MOVE BAQHEXTR-STATUS      TO BAQHCRIN-STATUS.
           MOVE BAQHEXTR-FORM-NUMBER TO BAQHCRIN-FORM-NUMBER.
           MOVE BAQHEXTR-PUB-DATE    TO BAQHCRIN-PUB-DATE.
           MOVE BAQHEXTR-DOC-TYPE    TO BAQHCRIN-DOC-TYPE.
           MOVE BAQHEXTR-SIZE-MB     TO BAQHCRIN-SIZE-MB.
           MOVE BAQHEXTR-URL         TO BAQHCRIN-URL.
           MOVE BAQHEXTR-AUTHORS     TO BAQHCRIN-AUTHORS.
           WRITE BAQHCRIN-RECORD.

       BE-999.
           EXIT.

      *----------------------------------------------------------------*
      * XV-VERIFY-EXTRACT
      *
                 ADD 1 TO WS-XVER-DATA-CNT
           END-EVALUATE.

      * The snapshot's control records go to the lineage ledger.
           IF BAQHEXTC-TYPE (1:4) = '*HDR' OR
              BAQHEXTC-TYPE (1:4) = '*TRL' THEN
              MOVE 'BAQHSSEL' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

       XVA-020.
           READ RBKEXTR-FILE
               AT END
