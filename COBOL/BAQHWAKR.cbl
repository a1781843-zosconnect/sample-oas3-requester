           03 WS-WHFV-TIME        PIC X(6).
           03 WS-WHFV-SOURCE      PIC X(8).
           03 WS-WHFV-GEN         PIC 9(4).
           03 FILLER              PIC X(571).
       01 WS-FEED-DATE        PIC X(8) VALUE SPACES.
       01 WS-FEED-GEN         PIC 9(4) VALUE 0.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
      *----------------------------------------------------------------*
       BB-LOAD-ONE-SENT-ROW SECTION.
       BB-010.
      * The feed's control records go to the lineage ledger.
           IF BAQHEXTR-RECORD (1:3) = 'HDR' OR
              BAQHEXTR-RECORD (1:3) = 'TRL' THEN
              MOVE 'BAQHWAKR' TO BAQHLINW-PROGRAM
              MOVE 'RBKWHF' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'W' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

      * The HDR control record gives the feed's date and generation;
      * the TRL record is not a row either.
           IF BAQHEXTR-RECORD (1:3) = 'HDR' THEN
