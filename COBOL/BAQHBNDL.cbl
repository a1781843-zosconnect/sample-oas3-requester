      *                                                               *
      * One dataset to ship, one job to load, no mixed-generation     *
      * surprises. Records are carried padded to the bundle's fixed   *
      * 600-byte record (the widest store record, BAQHEXTR).          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHBNDL.
       FD  RBKBNDL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKBNDL-RECORD          PIC X(600).

       WORKING-STORAGE SECTION.

       COPY BAQHEXTC.

      * Bundle control-record views. Every control record is the
      * bundle's own 600-byte shape with a four-byte tag.
       01 WS-BNDL-HDR.
           03 WS-BH-TAG           PIC X(4) VALUE 'BNDL'.
           03 WS-BH-VERSION       PIC X(2) VALUE '03'.
           03 FILLER              PIC X(1) VALUE SPACE.
           03 WS-BH-SNAP-ID       PIC X(16) VALUE SPACES.
           03 WS-BH-DATE          PIC X(8) VALUE SPACES.
           03 WS-BH-TIME          PIC X(6) VALUE SPACES.
           03 FILLER              PIC X(563) VALUE SPACES.

       01 WS-SECT-HDR.
           03 WS-SH-TAG           PIC X(4) VALUE 'SECT'.
           03 FILLER              PIC X(1) VALUE SPACE.
           03 WS-SH-STORE         PIC X(8) VALUE SPACES.
           03 WS-SH-REC-LEN       PIC 9(4) VALUE 0.
           03 FILLER              PIC X(583) VALUE SPACES.

       01 WS-SECT-TRL.
           03 WS-ST-TAG           PIC X(4) VALUE 'ENDS'.
           03 FILLER              PIC X(1) VALUE SPACE.
           03 WS-ST-STORE         PIC X(8) VALUE SPACES.
           03 WS-ST-REC-COUNT     PIC 9(9) VALUE 0.
           03 FILLER              PIC X(578) VALUE SPACES.

       01 WS-BNDL-TRL.
           03 WS-BT-TAG           PIC X(4) VALUE 'ENDB'.
           03 FILLER              PIC X(1) VALUE SPACE.
           03 WS-BT-SECT-COUNT    PIC 9(4) VALUE 0.
           03 FILLER              PIC X(591) VALUE SPACES.

      * The section being written or read.
       01 WS-CURR-STORE       PIC X(8) VALUE SPACES.
       01 WS-IMP-TRL-SEEN     PIC 9 VALUE 0.
       01 WS-IMP-OPEN-SECT    PIC 9 VALUE 0.

      * Version of the bundle being loaded, from its header. A '02'
      * bundle carries its catalog rows in the narrower 488-byte
      * shape below, from before publicationDate, documentType and
      * url were held at the API's full widths; each one is widened
      * field by field as it is loaded. A '03' row ends before the
      * catalog qualifier; the bundle record's padding leaves it
      * blank, which reads as REDBOOK.
       01 WS-IMP-BNDL-VER     PIC X(2) VALUE SPACES.
       01 WS-CAT-02-ROW.
           03 WS-C2-TITLE         PIC X(80).
           03 WS-C2-STATUS        PIC X(09).
           03 WS-C2-FORM-NUMBER   PIC X(12).
           03 WS-C2-PUB-DATE      PIC X(20).
           03 WS-C2-DOC-TYPE      PIC X(03).
           03 WS-C2-SIZE-MB       PIC 9(03)V9(02).
           03 WS-C2-URL           PIC X(60).
           03 WS-C2-AUTHORS       PIC X(200).
           03 WS-C2-SNAP-DATE     PIC X(08).
           03 WS-C2-SNAP-TIME     PIC X(06).
           03 WS-C2-DEPT-ID       PIC X(05).
           03 WS-C2-DEPT-NAME     PIC X(40).
           03 WS-C2-DEPT-CONTACT  PIC X(40).

       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       01 WS-RC               PIC 9 VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.

           MOVE SPACES TO WS-BNDL-HDR.
           MOVE 'BNDL' TO WS-BH-TAG.
           MOVE '03' TO WS-BH-VERSION.
           MOVE WS-VER-SNAP-ID TO WS-BH-SNAP-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BH-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-BH-TIME.
      *----------------------------------------------------------------*
       CAA-EXPORT-ONE-EXTR-REC SECTION.
       CAA-010.
      * The extract's control records go to the lineage ledger as it
      * is read into the bundle.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHBNDL' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           MOVE SPACES TO RBKBNDL-RECORD.
           MOVE BAQHEXTR-RECORD TO RBKBNDL-RECORD (1:600).
           WRITE RBKBNDL-RECORD.
           ADD 1 TO WS-CURR-COUNT.

           END-IF.

           MOVE SPACES TO RBKBNDL-RECORD.
           MOVE BAQHKCAT-RECORD TO RBKBNDL-RECORD (1:553).
           WRITE RBKBNDL-RECORD.
           ADD 1 TO WS-CURR-COUNT.

           MOVE SPACES TO WS-SECT-HDR.
           MOVE 'SECT' TO WS-SH-TAG.
           MOVE WS-CURR-STORE TO WS-SH-STORE.
           MOVE 600 TO WS-SH-REC-LEN.
           WRITE RBKBNDL-RECORD FROM WS-SECT-HDR.

       DX-999.
       GB-010.
           EVALUATE RBKBNDL-RECORD (1:4)
              WHEN 'BNDL'
                 MOVE RBKBNDL-RECORD (5:2) TO WS-IMP-BNDL-VER
              WHEN 'ENDB'
                 CONTINUE
              WHEN 'SECT'
       GC-010.
           EVALUATE WS-CURR-STORE
              WHEN 'RBKEXTR'
                 MOVE RBKBNDL-RECORD (1:600) TO BAQHEXTR-RECORD
                 WRITE BAQHEXTR-RECORD
                 IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
                    BAQHEXTR-TITLE (1:4) = '*TRL' THEN
                    MOVE 'BAQHBNDL' TO BAQHLINW-PROGRAM
                    MOVE 'RBKEXTR' TO BAQHLINW-DD
                    MOVE 'W' TO BAQHLINW-DIRECTION
                    MOVE 'E' TO BAQHLINW-FRAME
                    MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
                    CALL 'BAQHLINW' USING BAQHLINW-AREA
                 END-IF
              WHEN 'RBKCAT'
                 IF WS-IMP-BNDL-VER = '02' THEN
                    PERFORM GCA-WIDEN-ONE-CAT-02-ROW
                 ELSE
                    MOVE RBKBNDL-RECORD (1:553) TO BAQHKCAT-RECORD
                 END-IF
                 WRITE BAQHKCAT-RECORD
              WHEN 'RBKFNXR'
                 MOVE RBKBNDL-RECORD (1:100) TO BAQHFNXR-RECORD
                 WRITE BAQHFNXR-RECORD
              WHEN 'RBKALIA'
                 MOVE RBKBNDL-RECORD (1:180) TO BAQHALIA-RECORD
      * A book id is the exporting environment's own; here the
      * alias joins by title until BAQHBKIL registers the chain.
                 MOVE 0 TO BAQHALIA-BOOK-ID
                 WRITE BAQHALIA-RECORD
              WHEN 'RBKFREG'
                 MOVE RBKBNDL-RECORD (1:120) TO BAQHFREG-RECORD

       GC-999.
           EXIT.

      *----------------------------------------------------------------*
      * GCA-WIDEN-ONE-CAT-02-ROW
      *
      * One '02' bundle catalog row into the current BAQHKCAT shape.
      * The three widened fields keep what the narrower row held;
      * the rest move across unchanged.
      *----------------------------------------------------------------*
       GCA-WIDEN-ONE-CAT-02-ROW SECTION.
       GCA-010.
           MOVE RBKBNDL-RECORD (1:488) TO WS-CAT-02-ROW.

           MOVE SPACES TO BAQHKCAT-RECORD.
           MOVE WS-C2-TITLE        TO BAQHKCAT-TITLE.
           MOVE WS-C2-STATUS       TO BAQHKCAT-STATUS.
           MOVE WS-C2-FORM-NUMBER  TO BAQHKCAT-FORM-NUMBER.
           MOVE WS-C2-PUB-DATE     TO BAQHKCAT-PUB-DATE.
           MOVE WS-C2-DOC-TYPE     TO BAQHKCAT-DOC-TYPE.
           MOVE WS-C2-SIZE-MB      TO BAQHKCAT-SIZE-MB.
           MOVE WS-C2-URL          TO BAQHKCAT-URL.
           MOVE WS-C2-AUTHORS      TO BAQHKCAT-AUTHORS.
           MOVE WS-C2-SNAP-DATE    TO BAQHKCAT-SNAP-DATE.
           MOVE WS-C2-SNAP-TIME    TO BAQHKCAT-SNAP-TIME.
           MOVE WS-C2-DEPT-ID      TO BAQHKCAT-DEPT-ID.
           MOVE WS-C2-DEPT-NAME    TO BAQHKCAT-DEPT-NAME.
           MOVE WS-C2-DEPT-CONTACT TO BAQHKCAT-DEPT-CONTACT.

       GCA-999.
           EXIT.
