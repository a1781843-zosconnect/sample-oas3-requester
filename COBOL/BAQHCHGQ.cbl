      *   TITLE=prefix    only books whose title starts this way     *
      *   TYPE=ADDED | CHANGED | REMOVED                             *
      *   FIELD=name      only changes to this field, e.g. STATUS    *
      *   CATALOG=name    REDBOOK or REDPAPER (blank is REDBOOK);    *
      *                   every book line shows its catalog          *
      *   BOOKID=n        every change to the book with local book   *
      *                   id n (see BAQHBKID), under whichever of    *
      *                   its titles it was captured; every book     *
      *                   line shows the id its record carries       *
      * E.g. PARM='FROM=20260801 TO=20260807 FIELD=STATUS'           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-SEL-TO-DATE      PIC X(8)  VALUE SPACES.
       01 WS-SEL-TITLE        PIC X(40) VALUE SPACES.
       01 WS-SEL-TITLE-LEN    PIC 9(4) COMP VALUE 0.
       01 WS-SEL-CATALOG      PIC X(8)  VALUE SPACES.
      * The reported record's catalog, blank read as REDBOOK.
       01 WS-REC-CATALOG      PIC X(8)  VALUE SPACES.
       01 WS-SEL-TYPE         PIC X(7)  VALUE SPACES.
       01 WS-SEL-FIELD        PIC X(10) VALUE SPACES.
      * BOOKID= - the book's id and, from the registry, every title
      * it has had (BAQHBKIC-HIST-TITLE). A record carrying an id is
      * judged on it; one captured before ids existed, on its title.
       01 WS-SEL-BOOKID-TEXT  PIC X(8)  VALUE SPACES.
       01 WS-SEL-BOOK-ID      PIC 9(8)  VALUE 0.
       01 WS-SEL-BKT-IX       PIC 9(4) COMP VALUE 0.
       01 WS-BOOK-MATCHED     PIC 9 VALUE 0.
       01 WS-REC-BOOK-ID      PIC X(8)  VALUE SPACES.
       COPY BAQHBKIC.

      * PARM keyword scanning work fields, the same TALLYING BEFORE
      * INITIAL technique BAQHRBKB's A-010 uses for AUTHOR=/DRYRUN.

           PERFORM BA-PARSE-SELECTION-PARM.

           IF WS-SEL-BOOKID-TEXT NOT = SPACES THEN
              PERFORM BB-LOAD-BOOK-TITLES
           END-IF.

           OPEN INPUT RBKCHGH-FILE.
           OPEN OUTPUT RBKCHQR-FILE.

                 DELIMITED BY SPACE INTO WS-SEL-FIELD
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'CATALOG='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 9.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-CATALOG
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'BOOKID='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-BOOKID-TEXT
           END-IF.

      * Length of the title prefix, for the starts-with compare.
           MOVE 0 TO WS-SEL-TITLE-LEN.
           IF WS-SEL-TITLE NOT = SPACES THEN
       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-LOAD-BOOK-TITLES
      *
      * Validates BOOKID= and asks the registry (BAQHBKIR) for every
      * title the book has had. A book the registry cannot list is
      * still selected on the id its records carry.
      *----------------------------------------------------------------*
       BB-LOAD-BOOK-TITLES SECTION.
       BB-010.
           IF WS-SEL-BOOKID-TEXT (1:1) IS NUMERIC THEN
              COMPUTE WS-SEL-BOOK-ID =
                 FUNCTION NUMVAL(WS-SEL-BOOKID-TEXT)
           END-IF.
           IF WS-SEL-BOOK-ID = 0 THEN
              DISPLAY 'BAQHCHGQ REFUSED - BOOKID=' WS-SEL-BOOKID-TEXT
                 ' is not a book id.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'H' TO BAQHBKIC-FUNCTION.
           MOVE 'BAQHCHGQ' TO BAQHBKIC-PROGRAM.
           MOVE SPACES TO BAQHBKIC-TITLE.
           MOVE WS-SEL-BOOK-ID TO BAQHBKIC-BOOK-ID.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.
           IF NOT BAQHBKIC-OK THEN
              MOVE 0 TO BAQHBKIC-TITLE-CNT
              DISPLAY 'BAQHCHGQ book id ' WS-SEL-BOOK-ID
                 ' has no titles on RBKBKID - selecting on the id'
                 ' alone.'
           END-IF.

           MOVE 'C' TO BAQHBKIC-FUNCTION.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TITLE PREFIX: ' WS-SEL-TITLE
              ' CATALOG=' WS-SEL-CATALOG
              ' BOOKID=' WS-SEL-BOOKID-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHQR-RECORD FROM WS-RPT-LINE.


           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATE     TIME   TYPE    FIELD      '
              'TITLE / OLD -> NEW                          '
              '                           CATALOG  BOOK ID'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHQR-RECORD FROM WS-RPT-LINE.

              MOVE 0 TO WS-SELECTED
           END-IF.

           MOVE BAQHCHGH-CATALOG TO WS-REC-CATALOG.
           IF WS-REC-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-REC-CATALOG
           END-IF.
           IF WS-SEL-CATALOG NOT = SPACES AND
              WS-REC-CATALOG NOT = WS-SEL-CATALOG THEN
              MOVE 0 TO WS-SELECTED
           END-IF.

           MOVE BAQHCHGH-BOOK-ID TO WS-REC-BOOK-ID.
           IF WS-REC-BOOK-ID NOT NUMERIC THEN
              MOVE ZEROES TO WS-REC-BOOK-ID
           END-IF.
           IF WS-SEL-BOOKID-TEXT NOT = SPACES AND WS-SELECTED = 1 THEN
              PERFORM DB-MATCH-SELECTED-BOOK
              IF WS-BOOK-MATCHED = 0 THEN
                 MOVE 0 TO WS-SELECTED
              END-IF
           END-IF.

           IF WS-SELECTED = 0 THEN
              GO TO DA-020
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING BAQHCHGH-DATE ' ' BAQHCHGH-TIME ' '
              BAQHCHGH-TYPE ' ' BAQHCHGH-FIELD ' '
              BAQHCHGH-TITLE (1:70) ' ' WS-REC-CATALOG
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-REC-BOOK-ID NOT = ZEROES THEN
              MOVE WS-REC-BOOK-ID TO WS-RPT-LINE (116:8)
           END-IF.
           WRITE RBKCHQR-RECORD FROM WS-RPT-LINE.

           IF BAQHCHGH-TYPE = 'CHANGED' THEN
       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-MATCH-SELECTED-BOOK
      *
      * Whether the history record is the BOOKID= book's: on its id
      * when it carries one, otherwise on its title.
      *----------------------------------------------------------------*
       DB-MATCH-SELECTED-BOOK SECTION.
       DB-010.
           MOVE 0 TO WS-BOOK-MATCHED.
           IF WS-REC-BOOK-ID NOT = ZEROES THEN
              IF WS-REC-BOOK-ID = WS-SEL-BOOK-ID THEN
                 MOVE 1 TO WS-BOOK-MATCHED
              END-IF
              GO TO DB-999
           END-IF.

           PERFORM DBA-MATCH-ONE-BOOK-TITLE
              VARYING WS-SEL-BKT-IX FROM 1 BY 1
              UNTIL WS-SEL-BKT-IX > BAQHBKIC-TITLE-CNT
                 OR WS-BOOK-MATCHED = 1.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBA-MATCH-ONE-BOOK-TITLE
      *----------------------------------------------------------------*
       DBA-MATCH-ONE-BOOK-TITLE SECTION.
       DBA-010.
           IF BAQHCHGH-TITLE =
                 BAQHBKIC-HIST-TITLE (WS-SEL-BKT-IX) THEN
              MOVE 1 TO WS-BOOK-MATCHED
           END-IF.

       DBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-REPORT-TRAILER
      *----------------------------------------------------------------*
