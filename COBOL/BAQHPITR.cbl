       FD  RBKPITX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKPITX-RECORD          PIC X(600).

       FD  RBKPITR-FILE
           RECORDING MODE IS F
       01 WS-HIST-EOF-SW      PIC X VALUE 'N'.
           88 WS-HIST-EOF     VALUE 'Y'.

      * Layout version of the base snapshot - set from its *HDR
      * record by BAQHEXUP.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

      * The target date from the PARM and the base snapshot's own
      * date from its header.
       01 WS-ASOF-DATE        PIC X(8) VALUE SPACES.
                 07 WS-BOOK-TITLE     PIC X(80).
                 07 WS-BOOK-STATUS    PIC X(09).
                 07 WS-BOOK-FORMNUM   PIC X(12).
                 07 WS-BOOK-PUB-DATE  PIC X(32).
                 07 WS-BOOK-DOC-TYPE  PIC X(08).
                 07 WS-BOOK-SIZE-MB   PIC 9(03)V9(02).
                 07 WS-BOOK-URL       PIC X(100).
                 07 WS-BOOK-AUTHORS   PIC X(200).
                 07 WS-BOOK-DEPT.
                    09 WS-BOOK-DEPT-ID      PIC X(05).
                    09 WS-BOOK-DEPT-NAME    PIC X(40).
                    09 WS-BOOK-DEPT-CONTACT PIC X(40).
                 07 WS-BOOK-DEPT-SOURCE  PIC X(01).
                 07 FILLER               PIC X(68).
              05 WS-BOOK-PRESENT      PIC 9.
              05 WS-BOOK-PARTIAL      PIC 9.
       01 WS-BOOK-COUNT       PIC 9(5) COMP VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
      *----------------------------------------------------------------*
       BB-LOAD-ONE-BASE-REC SECTION.
       BB-010.
      * An older base snapshot's records are brought up to the
      * current layout before they are loaded.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The base snapshot's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHPITR' TO BAQHLINW-PROGRAM
              MOVE 'RBKBASE' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' THEN
              MOVE BAQHEXTR-RECORD TO BAQHEXTC-RECORD
              MOVE BAQHEXTC-DATE TO WS-BASE-DATE
                 MOVE WS-APPLY-VALUE (1:12)
                    TO WS-BOOK-FORMNUM (WS-BOOK-FOUND)
              WHEN 'PUBDATE'
                 MOVE WS-APPLY-VALUE (1:32)
                    TO WS-BOOK-PUB-DATE (WS-BOOK-FOUND)
              WHEN 'DOCTYPE'
                 MOVE WS-APPLY-VALUE (1:8)
                    TO WS-BOOK-DOC-TYPE (WS-BOOK-FOUND)
              WHEN 'SIZEMB'
      * The capture writes sizeMB as an edited ZZ9.99 image; NUMVAL
                       TO WS-BOOK-SIZE-MB (WS-BOOK-FOUND)
                 END-IF
              WHEN 'URL'
                 MOVE WS-APPLY-VALUE (1:100)
                    TO WS-BOOK-URL (WS-BOOK-FOUND)
              WHEN 'AUTHORS'
                 MOVE WS-APPLY-VALUE (1:200)
                    TO WS-BOOK-AUTHORS (WS-BOOK-FOUND)
      * A department change is only ever captured between two
      * settled lookups, so the replayed value is settled too.
              WHEN 'DEPARTMENT'
                 MOVE WS-APPLY-VALUE (1:85)
                    TO WS-BOOK-DEPT (WS-BOOK-FOUND)
                 MOVE 'A' TO WS-BOOK-DEPT-SOURCE (WS-BOOK-FOUND)
                 IF WS-BOOK-DEPT (WS-BOOK-FOUND) = SPACES THEN
                    MOVE 'N' TO WS-BOOK-DEPT-SOURCE (WS-BOOK-FOUND)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           STRING 'RECONSTRUCTED FROM ' WS-BASE-SNAP-ID
              DELIMITED BY SIZE INTO BAQHEXTC-TARGET.
           MOVE 0 TO BAQHEXTC-REC-COUNT.
           MOVE '02' TO BAQHEXTC-LAYOUT-VER.
           WRITE RBKPITX-RECORD FROM BAQHEXTC-RECORD.
           MOVE 'BAQHPITR' TO BAQHLINW-PROGRAM.
           MOVE 'RBKPITX' TO BAQHLINW-DD.
           MOVE 'W' TO BAQHLINW-DIRECTION.
           MOVE 'E' TO BAQHLINW-FRAME.
           MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC.
           CALL 'BAQHLINW' USING BAQHLINW-AREA.

           PERFORM FB-WRITE-ONE-BOOK
              VARYING WS-BOOK-IDX FROM 1 BY 1
           MOVE '000000' TO BAQHEXTC-TIME.
           MOVE WS-OUT-CNT TO BAQHEXTC-REC-COUNT.
           WRITE RBKPITX-RECORD FROM BAQHEXTC-RECORD.
           MOVE 'BAQHPITR' TO BAQHLINW-PROGRAM.
           MOVE 'RBKPITX' TO BAQHLINW-DD.
           MOVE 'W' TO BAQHLINW-DIRECTION.
           MOVE 'E' TO BAQHLINW-FRAME.
           MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC.
           CALL 'BAQHLINW' USING BAQHLINW-AREA.

           CLOSE RBKPITX-FILE.

