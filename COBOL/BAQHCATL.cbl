           03 RBKCATN-TITLE        PIC X(80).
           03 RBKCATN-STATUS       PIC X(09).
           03 RBKCATN-FORM-NUMBER  PIC X(12).
           03 RBKCATN-PUB-DATE     PIC X(32).
           03 RBKCATN-DOC-TYPE     PIC X(08).
           03 RBKCATN-SIZE-MB      PIC 9(03)V9(02).
           03 RBKCATN-URL          PIC X(100).
           03 RBKCATN-AUTHORS      PIC X(200).
           03 RBKCATN-SNAP-DATE    PIC X(08).
           03 RBKCATN-SNAP-TIME    PIC X(06).
           03 RBKCATN-DEPT-ID      PIC X(05).
           03 RBKCATN-DEPT-NAME    PIC X(40).
           03 RBKCATN-DEPT-CONTACT PIC X(40).
           03 RBKCATN-CATALOG      PIC X(08).

       FD  RBKCSWT-FILE
           RECORDING MODE IS F
       01 WS-BRWS-EOF-SW      PIC X VALUE 'N'.
           88 WS-BRWS-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its *HDR
      * record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

      * Publication catalog the extract was pulled from, named on its
      * *HDR record (REDBOOK when blank or absent) and stamped on
      * every catalog row built from it.
       01 WS-EXTR-CATALOG     PIC X(8) VALUE 'REDBOOK'.

      * Every title seen on this refresh's extract, held so the
      * delete pass can tell a still-current catalog record from one
      * whose book has disappeared from the extract.
       01 WS-SNAP-DATE        PIC X(8).
       01 WS-SNAP-TIME        PIC X(6).

      * The owning department this refresh settles on for the book
      * in hand - see BI-SETTLE-DEPARTMENT. WS-DEPT-CAT-HIT says the
      * keyed read found the book already in the live catalog.
       01 WS-DEPT-CAT-HIT-SW  PIC X VALUE 'N'.
           88 WS-DEPT-CAT-HIT VALUE 'Y'.
       01 WS-EFF-DEPT-ID      PIC X(05) VALUE SPACES.
       01 WS-EFF-DEPT-NAME    PIC X(40) VALUE SPACES.
       01 WS-EFF-DEPT-CONTACT PIC X(40) VALUE SPACES.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * General Return Code to track success through execution
       01 WS-XVER-OK          PIC 9 VALUE 0.
       01 WS-XVER-SNAP-ID     PIC X(16) VALUE SPACES.
       COPY BAQHEXTC.
      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
      *----------------------------------------------------------------*
       BA-APPLY-ONE-EXTRACT-REC SECTION.
       BA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
           MOVE BAQHEXTR-TITLE TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE.

           IF WS-CAT-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-DEPT-CAT-HIT-SW
           ELSE
              MOVE 'N' TO WS-DEPT-CAT-HIT-SW
           END-IF.
           PERFORM BI-SETTLE-DEPARTMENT.

           IF WS-CAT-FILE-STATUS = '00' THEN
              IF BAQHKCAT-STATUS       = BAQHEXTR-STATUS
                 AND BAQHKCAT-FORM-NUMBER = BAQHEXTR-FORM-NUMBER
                 AND BAQHKCAT-DOC-TYPE    = BAQHEXTR-DOC-TYPE
                 AND BAQHKCAT-SIZE-MB     = BAQHEXTR-SIZE-MB
                 AND BAQHKCAT-URL         = BAQHEXTR-URL
                 AND BAQHKCAT-AUTHORS     = BAQHEXTR-AUTHORS
                 AND BAQHKCAT-DEPT-ID     = WS-EFF-DEPT-ID
                 AND BAQHKCAT-DEPT-NAME   = WS-EFF-DEPT-NAME
                 AND BAQHKCAT-DEPT-CONTACT = WS-EFF-DEPT-CONTACT THEN
                 ADD 1 TO WS-UNCHANGED-CNT
              ELSE
                 PERFORM BB-MOVE-EXTRACT-TO-CATALOG
           MOVE BAQHEXTR-AUTHORS     TO BAQHKCAT-AUTHORS.
           MOVE WS-SNAP-DATE         TO BAQHKCAT-SNAP-DATE.
           MOVE WS-SNAP-TIME         TO BAQHKCAT-SNAP-TIME.
           MOVE WS-EFF-DEPT-ID       TO BAQHKCAT-DEPT-ID.
           MOVE WS-EFF-DEPT-NAME     TO BAQHKCAT-DEPT-NAME.
           MOVE WS-EFF-DEPT-CONTACT  TO BAQHKCAT-DEPT-CONTACT.
           MOVE WS-EXTR-CATALOG      TO BAQHKCAT-CATALOG.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BI-SETTLE-DEPARTMENT
      *
      * Settles the owning department the catalog row should carry.
      * The extract's department is taken whenever GARB's department
      * pass actually settled it (found one, or found the API has
      * none on record); a lookup that failed, or an extract cut
      * before the pass ran, keeps whatever the catalog already knew
      * rather than blanking a good department for one bad night.
      *----------------------------------------------------------------*
       BI-SETTLE-DEPARTMENT SECTION.
       BI-010.
           IF BAQHEXTR-DEPT-SOURCE = 'A' OR
              BAQHEXTR-DEPT-SOURCE = 'N' THEN
              MOVE BAQHEXTR-DEPT-ID      TO WS-EFF-DEPT-ID
              MOVE BAQHEXTR-DEPT-NAME    TO WS-EFF-DEPT-NAME
              MOVE BAQHEXTR-DEPT-CONTACT TO WS-EFF-DEPT-CONTACT
              GO TO BI-999
           END-IF.

           IF WS-DEPT-CAT-HIT THEN
              MOVE BAQHKCAT-DEPT-ID      TO WS-EFF-DEPT-ID
              MOVE BAQHKCAT-DEPT-NAME    TO WS-EFF-DEPT-NAME
              MOVE BAQHKCAT-DEPT-CONTACT TO WS-EFF-DEPT-CONTACT
           ELSE
              MOVE SPACES TO WS-EFF-DEPT-ID
              MOVE SPACES TO WS-EFF-DEPT-NAME
              MOVE SPACES TO WS-EFF-DEPT-CONTACT
           END-IF.

       BI-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-WRITE-ONE-FNXR-REC
      *
      *----------------------------------------------------------------*
       EB-BUILD-ONE-EXTRACT-REC SECTION.
       EB-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO EB-020
           MOVE BAQHEXTR-AUTHORS     TO RBKCATN-AUTHORS.
           MOVE WS-SNAP-DATE         TO RBKCATN-SNAP-DATE.
           MOVE WS-SNAP-TIME         TO RBKCATN-SNAP-TIME.
           MOVE WS-EXTR-CATALOG      TO RBKCATN-CATALOG.

           MOVE 'N' TO WS-DEPT-CAT-HIT-SW.
           IF WS-BLD-CAT-AVAIL = 1 THEN
              MOVE BAQHEXTR-TITLE TO BAQHKCAT-TITLE
              READ RBKCAT-FILE
              IF WS-CAT-FILE-STATUS = '00' THEN
                 MOVE 'Y' TO WS-DEPT-CAT-HIT-SW
              END-IF
           END-IF.
           PERFORM BI-SETTLE-DEPARTMENT.
           MOVE WS-EFF-DEPT-ID       TO RBKCATN-DEPT-ID.
           MOVE WS-EFF-DEPT-NAME     TO RBKCATN-DEPT-NAME.
           MOVE WS-EFF-DEPT-CONTACT  TO RBKCATN-DEPT-CONTACT.

           IF WS-DEPT-CAT-HIT AND
              BAQHKCAT-STATUS       = BAQHEXTR-STATUS AND
              BAQHKCAT-FORM-NUMBER  = BAQHEXTR-FORM-NUMBER AND
              BAQHKCAT-PUB-DATE     = BAQHEXTR-PUB-DATE AND
              BAQHKCAT-DOC-TYPE     = BAQHEXTR-DOC-TYPE AND
              BAQHKCAT-SIZE-MB      = BAQHEXTR-SIZE-MB AND
              BAQHKCAT-URL          = BAQHEXTR-URL AND
              BAQHKCAT-AUTHORS      = BAQHEXTR-AUTHORS AND
              BAQHKCAT-DEPT-ID      = WS-EFF-DEPT-ID AND
              BAQHKCAT-DEPT-NAME    = WS-EFF-DEPT-NAME AND
              BAQHKCAT-DEPT-CONTACT = WS-EFF-DEPT-CONTACT THEN
              MOVE BAQHKCAT-SNAP-DATE TO RBKCATN-SNAP-DATE
              MOVE BAQHKCAT-SNAP-TIME TO RBKCATN-SNAP-TIME
           END-IF.

           WRITE RBKCATN-REC.
           IF WS-CATN-FILE-STATUS = '00' THEN
              WHEN '*HDR'
                 MOVE 1 TO WS-XVER-HDR-SEEN
                 MOVE BAQHEXTC-SNAP-ID TO WS-XVER-SNAP-ID
                 IF BAQHEXTC-CATALOG NOT = SPACES THEN
                    MOVE BAQHEXTC-CATALOG TO WS-EXTR-CATALOG
                 END-IF
              WHEN '*TRL'
                 MOVE 1 TO WS-XVER-TRL-SEEN
                 IF BAQHEXTC-REC-COUNT IS NUMERIC THEN
                 ADD 1 TO WS-XVER-DATA-CNT
           END-EVALUATE.

      * The snapshot's control records go to the lineage ledger.
           IF BAQHEXTC-TYPE (1:4) = '*HDR' OR
              BAQHEXTC-TYPE (1:4) = '*TRL' THEN
              MOVE 'BAQHCATL' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

       XVA-020.
           READ RBKEXTR-FILE
               AT END
