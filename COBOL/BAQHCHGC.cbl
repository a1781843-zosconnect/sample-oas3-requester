      *   CHANGED - one record per field whose value moved, carrying  *
      *             the before and after values                       *
      *   REMOVED - title in the prior extract but not tonight's      *
      * Run nightly straight after the GARB pull has passed the       *
      * BAQHVGAT extract volume gate, before BAQHCATL.                *
      * The matching is the same title-keyed compare RECN applies     *
      * between RBKRECB and a fresh pull, but the findings accumulate *
      * in a repository instead of evaporating with the job log.      *
      * A capture summary is written to DD name RBKCHGR.              *
      * Each history record carries the catalog named on tonight's    *
      * extract header; the run is refused when the prior generation  *
      * belongs to a different catalog.                               *
      *                                                               *
      * Downstream subscribers no longer have to poll our datasets:   *
      * when the PARM names a queue manager and queue, e.g.           *
      * before. A put failure is reported and publication stops for   *
      * the run; the repository write has already happened, so the    *
      * nightly warehouse feed still covers the miss.                 *
      *                                                               *
      * Before connecting, the BAQHCNSK consumer check is asked about *
      * output MQEVENT. When a registered subscriber has not yet      *
      * accepted the current event layout version (see BAQHOLVR) no   *
      * events are published, the capture carries on, and the run    *
      * ends RC 4 so the withheld publication is not missed.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCHGC.
               ORGANIZATION IS SEQUENTIAL.

      * The nightly chain's run-control journal - read by the
      * gatekeeper to verify tonight's extract passed the BAQHVGAT
      * volume gate (step VGAT), which itself follows GARB,
      * then appended with this step's own START/END records. FILE
      * STATUS lets a site without the journal run ungated.
           SELECT RBKRUNJ-FILE ASSIGN TO RBKRUNJ
           03 RBKEXTP-TITLE        PIC X(80).
           03 RBKEXTP-STATUS       PIC X(09).
           03 RBKEXTP-FORM-NUMBER  PIC X(12).
           03 RBKEXTP-PUB-DATE     PIC X(32).
           03 RBKEXTP-DOC-TYPE     PIC X(08).
           03 RBKEXTP-SIZE-MB      PIC 9(03)V9(02).
           03 RBKEXTP-URL          PIC X(100).
           03 RBKEXTP-AUTHORS      PIC X(200).
           03 RBKEXTP-DEPT-ID      PIC X(05).
           03 RBKEXTP-DEPT-NAME    PIC X(40).
           03 RBKEXTP-DEPT-CONTACT PIC X(40).
           03 RBKEXTP-DEPT-SOURCE  PIC X(01).
           03 RBKEXTP-CATALOG      PIC X(08).
           03 FILLER               PIC X(60).

       FD  RBKCHGH-FILE
           RECORDING MODE IS F

      * The prior generation is held in this table, keyed by title,
      * while tonight's extract streams past it one record at a time
      * - a title-keyed compare, bounded by the table's 2000 entries.
       01 WS-PRIOR-TABLE.
           03 WS-PRIOR-ENTRY OCCURS 2000 TIMES.
              05 WS-PRIOR-TITLE    PIC X(80).
              05 WS-PRIOR-STATUS   PIC X(09).
              05 WS-PRIOR-FORMNUM  PIC X(12).
              05 WS-PRIOR-PUB-DATE PIC X(32).
              05 WS-PRIOR-DOC-TYPE PIC X(08).
              05 WS-PRIOR-SIZE-MB  PIC 9(03)V9(02).
              05 WS-PRIOR-URL      PIC X(100).
              05 WS-PRIOR-AUTHORS  PIC X(200).
              05 WS-PRIOR-DEPT.
                 07 WS-PRIOR-DEPT-ID      PIC X(05).
                 07 WS-PRIOR-DEPT-NAME    PIC X(40).
                 07 WS-PRIOR-DEPT-CONTACT PIC X(40).
              05 WS-PRIOR-DEPT-SOURCE PIC X.
              05 WS-PRIOR-MATCHED  PIC 9.
       01 WS-PRIOR-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-PRIOR-MAX        PIC 9(5) COMP VALUE 2000.
       01 WS-PRIOR-EOF-SW     PIC X VALUE 'N'.
           88 WS-PRIOR-EOF    VALUE 'Y'.

      * Layout versions of the two generations - set from each one's
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.
       01 WS-PRIOR-LAYOUT-VER PIC X(2) VALUE '01'.

      * Publication catalogs of the two generations, from each one's
      * *HDR record (blank, and a generation without one, being
      * REDBOOK). Two catalogs' extracts are never compared - every
      * title would be reported ADDED or REMOVED.
       01 WS-EXTR-CATALOG     PIC X(8) VALUE 'REDBOOK'.
       01 WS-PRIOR-CATALOG    PIC X(8) VALUE 'REDBOOK'.

      * How much of pubDate, documentType and url is compared. A
      * prior generation written in the 01 layout only ever held the
      * first 20, 3 and 60 bytes of them, so against one of those
      * only that much is compared - the wider values tonight are
      * not changes to the book.
       01 WS-CMP-PUB-LEN      PIC 9(4) COMP VALUE 32.
       01 WS-CMP-DOC-LEN      PIC 9(4) COMP VALUE 8.
       01 WS-CMP-URL-LEN      PIC 9(4) COMP VALUE 100.

      * Tonight's run stamp, carried on every history record this
      * run writes.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-RUN-TIME         PIC X(6).

      * Tonight's owning department as one id/name/contact image,
      * the shape a DEPARTMENT history record carries its before and
      * after values in.
       01 WS-CURR-DEPT.
           03 WS-CURR-DEPT-ID      PIC X(05).
           03 WS-CURR-DEPT-NAME    PIC X(40).
           03 WS-CURR-DEPT-CONTACT PIC X(40).

      * Edited images of old/new sizeMB for the CHANGED record.
       01 WS-SIZE-OLD-ED      PIC ZZ9.99.
       01 WS-SIZE-NEW-ED      PIC ZZ9.99.
       01 WS-REASON           PIC S9(9) BINARY VALUE 0.
       01 WS-OPEN-OPTIONS     PIC S9(9) BINARY VALUE 0.
       01 WS-EVENT-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-EVENTS-WITHHELD  PIC 9 VALUE 0.

       77 MQOO-OUTPUT         PIC S9(9) BINARY VALUE 16.
       77 MQCO-NONE           PIC S9(9) BINARY VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * Run-control journal state. The gatekeeper scans RBKRUNJ for
      * the newest END record of the prerequisite VGAT step; the run
      * refuses to start unless that END says SUCCESS and is from
      * tonight's cycle (today or yesterday - the chain may cross
      * midnight). FORCE on the PARM overrides a refusal, for the
           88 WS-RUNJ-EOF     VALUE 'Y'.
       01 WS-RUNJ-EVENT       PIC X(5) VALUE SPACES.
       01 WS-RUNJ-OUTCOME     PIC X(9) VALUE SPACES.
       01 WS-PREREQ-STEP      PIC X(8) VALUE 'VGAT'.
       01 WS-PREREQ-OUTCOME   PIC X(9) VALUE SPACES.
       01 WS-PREREQ-DATE      PIC X(8) VALUE SPACES.
       01 WS-PREREQ-OK        PIC 9 VALUE 0.
       01 WS-XVER-OK          PIC 9 VALUE 0.
       01 WS-XVER-SNAP-ID     PIC X(16) VALUE SPACES.
       COPY BAQHEXTC.
      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.
      * Consumer check call area (see BAQHCNSK).
       COPY BAQHCNSK.
      * Book identifier call area (see BAQHBKIC) - each history
      * record carries its title's local book id, and a title first
      * seen here is registered with one.
       COPY BAQHBKIC.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           END-IF.

      * The gatekeeper: refuse to capture against a stale extract
      * when tonight's extract has not passed the volume gate.
           PERFORM XK-CHECK-PREREQ-STEP.
           IF WS-PREREQ-OK = 0 AND WS-FORCE-ON = 0 THEN
              DISPLAY 'BAQHCHGC REFUSED - prerequisite VGAT has no'
                 ' successful END for tonight''s cycle on RBKRUNJ.'
              DISPLAY 'BAQHCHGC see the BAQHVGAT gate report, or'
                 ' override with FORCE on the PARM.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PREREQ-OK = 0 AND WS-FORCE-ON = 1 THEN
              DISPLAY 'BAQHCHGC gatekeeper overridden by FORCE -'
                 ' proceeding without a gated extract.'
           END-IF.

           MOVE 'START' TO WS-RUNJ-EVENT.

           PERFORM BA-LOAD-ONE-PRIOR-REC UNTIL WS-PRIOR-EOF.

           IF WS-RC = OK AND WS-PRIOR-CATALOG NOT = WS-EXTR-CATALOG THEN
              DISPLAY 'BAQHCHGC REFUSED - RBKEXTP is a '
                 WS-PRIOR-CATALOG ' extract but RBKEXTR is '
                 WS-EXTR-CATALOG
                 '; point both DDs at the same catalog''s generations.'
              MOVE FAILED TO WS-RC
              GO TO A-999
           END-IF.

           IF WS-PRIOR-LAYOUT-VER = '01' THEN
              MOVE 20 TO WS-CMP-PUB-LEN
              MOVE 3 TO WS-CMP-DOC-LEN
              MOVE 60 TO WS-CMP-URL-LEN
           END-IF.

      * Stream tonight's extract past the table, writing ADDED and
      * CHANGED history as each record is compared.
           READ RBKEXTR-FILE

           IF WS-RC NOT = OK THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-EVENTS-WITHHELD = 1 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       BA-LOAD-ONE-PRIOR-REC SECTION.
       BA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING RBKEXTP-RECORD WS-PRIOR-LAYOUT-VER.

      * The prior generation's control records go to the lineage ledger.
           IF RBKEXTP-TITLE (1:4) = '*HDR' OR
              RBKEXTP-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHCHGC' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTP' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE RBKEXTP-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

      * The prior extract carries its own control records too; its
      * header names the catalog it was pulled from.
           IF RBKEXTP-TITLE (1:4) = '*HDR' THEN
              MOVE RBKEXTP-RECORD TO BAQHEXTC-RECORD
              IF BAQHEXTC-CATALOG NOT = SPACES THEN
                 MOVE BAQHEXTC-CATALOG TO WS-PRIOR-CATALOG
              END-IF
              GO TO BA-020
           END-IF.
           IF RBKEXTP-TITLE (1:4) = '*TRL' THEN
              GO TO BA-020
           END-IF.

                 TO WS-PRIOR-URL (WS-PRIOR-COUNT)
              MOVE RBKEXTP-AUTHORS
                 TO WS-PRIOR-AUTHORS (WS-PRIOR-COUNT)
              MOVE RBKEXTP-DEPT-ID
                 TO WS-PRIOR-DEPT-ID (WS-PRIOR-COUNT)
              MOVE RBKEXTP-DEPT-NAME
                 TO WS-PRIOR-DEPT-NAME (WS-PRIOR-COUNT)
              MOVE RBKEXTP-DEPT-CONTACT
                 TO WS-PRIOR-DEPT-CONTACT (WS-PRIOR-COUNT)
              MOVE RBKEXTP-DEPT-SOURCE
                 TO WS-PRIOR-DEPT-SOURCE (WS-PRIOR-COUNT)
              MOVE 0 TO WS-PRIOR-MATCHED (WS-PRIOR-COUNT)
           ELSE
              DISPLAY 'BAQHCHGC prior extract larger than the compare'
              GO TO CA-999
           END-IF.

           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
           MOVE 'ADDED' TO BAQHCHGH-TYPE.
           MOVE BAQHEXTR-TITLE TO BAQHCHGH-TITLE.
           MOVE BAQHEXTR-STATUS TO BAQHCHGH-NEW-VALUE.
           MOVE WS-EXTR-CATALOG TO BAQHCHGH-CATALOG.
           PERFORM CB-STAMP-BOOK-ID.
           WRITE BAQHCHGH-RECORD.
           PERFORM XB-PUBLISH-ONE-EVENT.
           ADD 1 TO WS-ADDED-CNT.
              PERFORM CACA-WRITE-ONE-CHANGED-REC
           END-IF.

           IF BAQHEXTR-PUB-DATE (1:WS-CMP-PUB-LEN) NOT =
                 WS-PRIOR-PUB-DATE (WS-PRIOR-FOUND-IDX)
                    (1:WS-CMP-PUB-LEN) THEN
              MOVE 'PUBDATE' TO BAQHCHGH-FIELD
              MOVE WS-PRIOR-PUB-DATE (WS-PRIOR-FOUND-IDX)
                 TO BAQHCHGH-OLD-VALUE
              PERFORM CACA-WRITE-ONE-CHANGED-REC
           END-IF.

           IF BAQHEXTR-DOC-TYPE (1:WS-CMP-DOC-LEN) NOT =
                 WS-PRIOR-DOC-TYPE (WS-PRIOR-FOUND-IDX)
                    (1:WS-CMP-DOC-LEN) THEN
              MOVE 'DOCTYPE' TO BAQHCHGH-FIELD
              MOVE WS-PRIOR-DOC-TYPE (WS-PRIOR-FOUND-IDX)
                 TO BAQHCHGH-OLD-VALUE
              PERFORM CACA-WRITE-ONE-CHANGED-REC
           END-IF.

           IF BAQHEXTR-URL (1:WS-CMP-URL-LEN) NOT =
                 WS-PRIOR-URL (WS-PRIOR-FOUND-IDX)
                    (1:WS-CMP-URL-LEN) THEN
              MOVE 'URL' TO BAQHCHGH-FIELD
              MOVE WS-PRIOR-URL (WS-PRIOR-FOUND-IDX)
                 TO BAQHCHGH-OLD-VALUE
              PERFORM CACA-WRITE-ONE-CHANGED-REC
           END-IF.

      * The owning department is only compared between two settled
      * lookups ('A' or 'N' on both sides); a lookup that failed on
      * either night says nothing about whether ownership moved.
           IF (BAQHEXTR-DEPT-SOURCE = 'A' OR 'N') AND
              (WS-PRIOR-DEPT-SOURCE (WS-PRIOR-FOUND-IDX) = 'A' OR 'N')
              THEN
              MOVE BAQHEXTR-DEPT-ID      TO WS-CURR-DEPT-ID
              MOVE BAQHEXTR-DEPT-NAME    TO WS-CURR-DEPT-NAME
              MOVE BAQHEXTR-DEPT-CONTACT TO WS-CURR-DEPT-CONTACT
              IF WS-CURR-DEPT NOT =
                    WS-PRIOR-DEPT (WS-PRIOR-FOUND-IDX) THEN
                 MOVE 'DEPARTMENT' TO BAQHCHGH-FIELD
                 MOVE WS-PRIOR-DEPT (WS-PRIOR-FOUND-IDX)
                    TO BAQHCHGH-OLD-VALUE
                 MOVE WS-CURR-DEPT TO BAQHCHGH-NEW-VALUE
                 PERFORM CACA-WRITE-ONE-CHANGED-REC
              END-IF
           END-IF.

       CAC-999.
           EXIT.

           MOVE WS-RUN-TIME TO BAQHCHGH-TIME.
           MOVE 'CHANGED' TO BAQHCHGH-TYPE.
           MOVE BAQHEXTR-TITLE TO BAQHCHGH-TITLE.
           MOVE WS-EXTR-CATALOG TO BAQHCHGH-CATALOG.
           PERFORM CB-STAMP-BOOK-ID.
           WRITE BAQHCHGH-RECORD.
           PERFORM XB-PUBLISH-ONE-EVENT.
           ADD 1 TO WS-CHANGED-CNT.
       CACA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-STAMP-BOOK-ID
      *
      * The history record's local book id from the RBKBKID registry
      * (see BAQHBKIR). A title added or changed tonight is in the
      * catalog, so one the registry has not seen - created outside
      * this system, or before the registry - is registered now; a
      * removed title is only looked up.
      *----------------------------------------------------------------*
       CB-STAMP-BOOK-ID SECTION.
       CB-010.
           IF BAQHCHGH-TYPE = 'REMOVED' THEN
              MOVE 'L' TO BAQHBKIC-FUNCTION
           ELSE
              MOVE 'S' TO BAQHBKIC-FUNCTION
           END-IF.
           MOVE 'BAQHCHGC' TO BAQHBKIC-PROGRAM.
           MOVE BAQHCHGH-TITLE TO BAQHBKIC-TITLE.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.
           MOVE BAQHBKIC-BOOK-ID TO BAQHCHGH-BOOK-ID.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-REPORT-ONE-REMOVED-BOOK
      *
              MOVE WS-PRIOR-TITLE (WS-PRIOR-IDX) TO BAQHCHGH-TITLE
              MOVE WS-PRIOR-STATUS (WS-PRIOR-IDX)
                 TO BAQHCHGH-OLD-VALUE
              MOVE WS-EXTR-CATALOG TO BAQHCHGH-CATALOG
              PERFORM CB-STAMP-BOOK-ID
              WRITE BAQHCHGH-RECORD
              PERFORM XB-PUBLISH-ONE-EVENT
              ADD 1 TO WS-REMOVED-CNT
      *
      * Parses QM= and Q= from the PARM and, when both are present,
      * connects to the queue manager and opens the outbound event
      * queue. Any failure here, or a subscriber that has not yet
      * accepted the event layout, reports and leaves WS-MQ-ON down -
      * the capture itself always proceeds.
      *----------------------------------------------------------------*
       XA-CONNECT-EVENT-QUEUE SECTION.
              GO TO XA-999
           END-IF.

           MOVE 'MQEVENT' TO BAQHCNSK-OUTPUT.
           MOVE 'BAQHCHGC' TO BAQHCNSK-PROGRAM.
           CALL 'BAQHCNSK' USING BAQHCNSK-AREA.
           IF BAQHCNSK-WITHHOLD THEN
              MOVE 1 TO WS-EVENTS-WITHHELD
              DISPLAY 'BAQHCHGC event layout ' BAQHCNSK-VERSION
                 ' not yet accepted by ' BAQHCNSK-FIRST-TEAM
                 ' - events will not be published this run.'
              GO TO XA-999
           END-IF.

           CALL 'MQCONN' USING WS-QMGR-NAME WS-HCONN
                               WS-COMPCODE WS-REASON.

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
              MOVE 'BAQHCHGC' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

       XVA-020.
           READ RBKEXTR-FILE
               AT END
