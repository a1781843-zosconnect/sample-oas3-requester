      *   RESULT=SUCCESS | FAILURE                                    *
      *   HTTP=n         status class: 2, 4 or 5                      *
      *   TITLE=prefix   key-title starts-with mask                   *
      *   CATALOG=name   REDBOOK or REDPAPER (a blank-catalog record  *
      *                  is REDBOOK); every line shows its catalog    *
      *   BOOKID=n       every record of the book with local book id  *
      *                  n (see BAQHBKID), under whichever of its     *
      *                  titles it was written; every line shows the  *
      *                  id its record carries                        *
      * E.g. PARM='FROM=20260301 TO=20260331 OP=PRBK RESULT=FAILURE'  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FD  RBKAQEX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKAQEX-RECORD          PIC X(258).

       WORKING-STORAGE SECTION.

       01 WS-SEL-HTTP-CLASS   PIC X     VALUE SPACE.
       01 WS-SEL-TITLE        PIC X(40) VALUE SPACES.
       01 WS-SEL-TITLE-LEN    PIC 9(4) COMP VALUE 0.
       01 WS-SEL-CATALOG      PIC X(8)  VALUE SPACES.
      * BOOKID= - the book's id and, from the registry, every title
      * it has had (BAQHBKIC-HIST-TITLE). A record carrying an id is
      * judged on it; one written before ids existed, on its title.
       01 WS-SEL-BOOKID-TEXT  PIC X(8)  VALUE SPACES.
       01 WS-SEL-BOOK-ID      PIC 9(8)  VALUE 0.
       01 WS-SEL-BKT-IX       PIC 9(4) COMP VALUE 0.
       01 WS-BOOK-MATCHED     PIC 9 VALUE 0.
       01 WS-REC-BOOK-ID      PIC X(8)  VALUE SPACES.
       COPY BAQHBKIC.
      * The judged record's catalog, blank read as REDBOOK.
       01 WS-REC-CATALOG      PIC X(8)  VALUE SPACES.

      * PARM keyword scanning, the same TALLYING BEFORE INITIAL
      * technique the suite uses everywhere.
       01 WS-AUDK-PATH        PIC X VALUE 'F'.
           88 WS-AUDK-BY-DATE  VALUE 'F'.
           88 WS-AUDK-BY-TITLE VALUE 'T'.
           88 WS-AUDK-BY-BOOK  VALUE 'B'.

       01 WS-HTTP-CLASS       PIC X VALUE SPACE.
       01 WS-HTTP-ED          PIC 9(5).

           PERFORM BA-PARSE-SELECTION-PARM.

           IF WS-SEL-BOOKID-TEXT NOT = SPACES THEN
              PERFORM BB-LOAD-BOOK-TITLES
           END-IF.

           OPEN OUTPUT RBKAQRP-FILE.
           OPEN OUTPUT RBKAQEX-FILE.

                 DELIMITED BY SPACE INTO WS-SEL-TITLE
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

           MOVE 0 TO WS-SEL-TITLE-LEN.
           IF WS-SEL-TITLE NOT = SPACES THEN
              PERFORM VARYING WS-SEL-TITLE-LEN
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
              DISPLAY 'BAQHAUDQ REFUSED - BOOKID=' WS-SEL-BOOKID-TEXT
                 ' is not a book id.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'H' TO BAQHBKIC-FUNCTION.
           MOVE 'BAQHAUDQ' TO BAQHBKIC-PROGRAM.
           MOVE SPACES TO BAQHBKIC-TITLE.
           MOVE WS-SEL-BOOK-ID TO BAQHBKIC-BOOK-ID.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.
           IF NOT BAQHBKIC-OK THEN
              MOVE 0 TO BAQHBKIC-TITLE-CNT
              DISPLAY 'BAQHAUDQ book id ' WS-SEL-BOOK-ID
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
           WRITE RBKAQRP-RECORD FROM WS-RPT-LINE.


           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATE     TIME   PROGRAM  OPERATION     HTTP  '
              'RESULT    TITLE                                      '
              'BOOK ID  CATALOG'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKAQRP-RECORD FROM WS-RPT-LINE.

              MOVE 0 TO WS-SELECTED
           END-IF.

           MOVE BAQHAUDT-CATALOG TO WS-REC-CATALOG.
           IF WS-REC-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-REC-CATALOG
           END-IF.
           IF WS-SEL-CATALOG NOT = SPACES AND
              WS-REC-CATALOG NOT = WS-SEL-CATALOG THEN
              MOVE 0 TO WS-SELECTED
           END-IF.

           MOVE BAQHAUDT-BOOK-ID TO WS-REC-BOOK-ID.
           IF WS-REC-BOOK-ID NOT NUMERIC THEN
              MOVE ZEROES TO WS-REC-BOOK-ID
           END-IF.
           IF WS-SEL-BOOKID-TEXT NOT = SPACES AND WS-SELECTED = 1 THEN
              PERFORM DC-MATCH-SELECTED-BOOK
              IF WS-BOOK-MATCHED = 0 THEN
                 MOVE 0 TO WS-SELECTED
              END-IF
           END-IF.

           IF WS-SELECTED = 1 THEN
              ADD 1 TO WS-SEL-CNT

              MOVE BAQHAUDT-OPERATION   TO WS-RPT-LINE (26:13)
              MOVE BAQHAUDT-HTTP-STATUS TO WS-RPT-LINE (40:5)
              MOVE BAQHAUDT-RESULT      TO WS-RPT-LINE (46:9)
              MOVE BAQHAUDT-KEY-TITLE (1:42) TO WS-RPT-LINE (56:42)
              IF WS-REC-BOOK-ID NOT = ZEROES THEN
                 MOVE WS-REC-BOOK-ID    TO WS-RPT-LINE (99:8)
              END-IF
              MOVE WS-REC-CATALOG       TO WS-RPT-LINE (108:8)
              MOVE BAQHAUDT-CORREL-ID   TO WS-RPT-LINE (117:16)
              WRITE RBKAQRP-RECORD FROM WS-RPT-LINE

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DC-MATCH-SELECTED-BOOK
      *
      * Whether the judged record is the BOOKID= book's: on its id
      * when it carries one, otherwise on its key title.
      *----------------------------------------------------------------*
       DC-MATCH-SELECTED-BOOK SECTION.
       DC-010.
           MOVE 0 TO WS-BOOK-MATCHED.
           IF WS-REC-BOOK-ID NOT = ZEROES THEN
              IF WS-REC-BOOK-ID = WS-SEL-BOOK-ID THEN
                 MOVE 1 TO WS-BOOK-MATCHED
              END-IF
              GO TO DC-999
           END-IF.

           PERFORM DCA-MATCH-ONE-BOOK-TITLE
              VARYING WS-SEL-BKT-IX FROM 1 BY 1
              UNTIL WS-SEL-BKT-IX > BAQHBKIC-TITLE-CNT
                 OR WS-BOOK-MATCHED = 1.

       DC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DCA-MATCH-ONE-BOOK-TITLE
      *----------------------------------------------------------------*
       DCA-MATCH-ONE-BOOK-TITLE SECTION.
       DCA-010.
           IF BAQHAUDT-KEY-TITLE =
                 BAQHBKIC-HIST-TITLE (WS-SEL-BKT-IX) THEN
              MOVE 1 TO WS-BOOK-MATCHED
           END-IF.

       DCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-QUERY-KEYED-STORE
      *
      * Positions the RBKAUDK browse at the selection and drives it:
      * a TITLE= selection starts on the title alternate path at the
      * prefix, a BOOKID= selection starts on each of the book's
      * titles in turn, a FROM= selection starts on the date-led
      * primary key at that date, and a selection with none of them
      * browses the whole repository (no worse than the scan it
      * replaces). The read loop stops as soon as the browse leaves
      * the selection's key range.
      *----------------------------------------------------------------*
       FA-QUERY-KEYED-STORE SECTION.
       FA-010.
           IF WS-SEL-TITLE-LEN = 0 AND
              WS-SEL-BOOKID-TEXT NOT = SPACES AND
              BAQHBKIC-TITLE-CNT > 0 THEN
              MOVE 'B' TO WS-AUDK-PATH
              PERFORM FC-QUERY-ONE-BOOK-TITLE
                 VARYING WS-SEL-BKT-IX FROM 1 BY 1
                 UNTIL WS-SEL-BKT-IX > BAQHBKIC-TITLE-CNT
              GO TO FA-999
           END-IF.

           IF WS-SEL-TITLE-LEN > 0 THEN
              MOVE 'T' TO WS-AUDK-PATH
              MOVE SPACES TO BAQHKAUD-KEY-TITLE
              GO TO FB-999
           END-IF.

           IF WS-AUDK-BY-BOOK AND
              BAQHKAUD-KEY-TITLE NOT =
                 BAQHBKIC-HIST-TITLE (WS-SEL-BKT-IX) THEN
              MOVE 'Y' TO WS-AUDK-EOF-SW
              GO TO FB-999
           END-IF.

           IF WS-AUDK-BY-DATE AND
              WS-SEL-TO-DATE NOT = SPACES AND
              BAQHKAUD-DATE > WS-SEL-TO-DATE THEN
           MOVE BAQHKAUD-HTTP-STATUS TO BAQHAUDT-HTTP-STATUS.
           MOVE BAQHKAUD-RESULT      TO BAQHAUDT-RESULT.
           MOVE BAQHKAUD-CORREL-ID   TO BAQHAUDT-CORREL-ID.
           MOVE BAQHKAUD-MESSAGE     TO BAQHAUDT-MESSAGE.
           MOVE BAQHKAUD-USER        TO BAQHAUDT-USER.
           MOVE BAQHKAUD-CHANGE-ID   TO BAQHAUDT-CHANGE-ID.
           MOVE BAQHKAUD-CATALOG     TO BAQHAUDT-CATALOG.
           MOVE BAQHKAUD-BOOK-ID     TO BAQHAUDT-BOOK-ID.
      * The keyed twin carries no chain value.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FC-QUERY-ONE-BOOK-TITLE
      *
      * Browses the title alternate path over one of the BOOKID=
      * book's titles.
      *----------------------------------------------------------------*
       FC-QUERY-ONE-BOOK-TITLE SECTION.
       FC-010.
           MOVE 'N' TO WS-AUDK-EOF-SW.
           MOVE BAQHBKIC-HIST-TITLE (WS-SEL-BKT-IX)
              TO BAQHKAUD-KEY-TITLE.
           START RBKAUDK-FILE KEY NOT < BAQHKAUD-KEY-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-AUDK-EOF-SW
           END-START.

           PERFORM FB-BROWSE-ONE-KEYED-REC UNTIL WS-AUDK-EOF.

       FC-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-REPORT-TRAILER
      *----------------------------------------------------------------*
