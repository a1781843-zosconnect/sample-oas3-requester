      *****************************************************************
      * Copyright IBM Corp. 2026
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      *****************************************************************

      *****************************************************************
      * BAQHPRVQ                                                      *
      *                                                               *
      * Field-level provenance report. Lists the rows of the          *
      * provenance store (DD name RBKPROV, see BAQHPROV) for a title  *
      * or for a field - each field's current value and who last set  *
      * it - and closes with a tally of the setters: how many of the  *
      * listed values each program, transaction and user combination  *
      * set, and how many were set outside the local channels. "Which *
      * system keeps overwriting sizeMB" is FIELD=SIZEMB and a look   *
      * at the tally.                                                 *
      *                                                               *
      * PARM keywords, any order, all optional (omitted = no filter): *
      *   TITLE=prefix   key-title starts-with mask - positions the   *
      *                  browse on the store's key, so a title query  *
      *                  reads only that title's rows                 *
      *   FIELD=name     one field (e.g. SIZEMB, or *BOOK)            *
      *   SOURCE=A | N   audit-matched or outside-channel rows only   *
      * E.g. PARM='FIELD=SIZEMB SOURCE=N'                             *
      *                                                               *
      * Report (DD name RBKPRVR), 132 bytes.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHPRVQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKPROV-FILE ASSIGN TO RBKPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHPROV-KEY
               FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT RBKPRVR-FILE ASSIGN TO RBKPRVR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKPROV-FILE.
       COPY BAQHPROV.

       FD  RBKPRVR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKPRVR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

      * Selection filters parsed from the PARM; SPACES = no filter.
       01 WS-SEL-TITLE        PIC X(40) VALUE SPACES.
       01 WS-SEL-TITLE-LEN    PIC 9(4) COMP VALUE 0.
       01 WS-SEL-FIELD        PIC X(10) VALUE SPACES.
       01 WS-SEL-SOURCE       PIC X     VALUE SPACE.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

       01 WS-PROV-FILE-STATUS PIC X(2).
       01 WS-PROV-EOF-SW      PIC X VALUE 'N'.
           88 WS-PROV-EOF     VALUE 'Y'.

      * Setter tally - one entry per distinct source + program +
      * transaction + user among the listed rows. A setter beyond
      * the table's last entry is counted in the overflow line.
       01 WS-TALLY-USED       PIC 9(4) COMP VALUE 0.
       01 WS-TALLY-MAX        PIC 9(4) COMP VALUE 200.
       01 WS-TALLY-OVER-CNT   PIC 9(7) COMP VALUE 0.
       01 WS-TX               PIC 9(4) COMP VALUE 0.
       01 WS-TALLY-FOUND      PIC 9 VALUE 0.
       01 WS-SETTER-KEY.
           03 WS-SETTER-SOURCE    PIC X.
           03 WS-SETTER-PROGRAM   PIC X(8).
           03 WS-SETTER-TXID      PIC X(8).
           03 WS-SETTER-USER      PIC X(8).
       01 WS-TALLY-TABLE.
           03 WS-TALLY-ENTRY OCCURS 200 TIMES.
              05 WS-TALLY-KEY      PIC X(25).
              05 WS-TALLY-CNT      PIC 9(7) COMP.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-SEL-CNT          PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZZZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
          03 PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING PARM-BUFFER.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           PERFORM BA-PARSE-SELECTION-PARM.

           OPEN OUTPUT RBKPRVR-FILE.

           PERFORM CA-WRITE-REPORT-HEADER.

           OPEN INPUT RBKPROV-FILE.
           IF WS-PROV-FILE-STATUS NOT = '00' AND
              WS-PROV-FILE-STATUS NOT = '97' THEN
              DISPLAY 'BAQHPRVQ RBKPROV will not open, file status '
                 WS-PROV-FILE-STATUS ' - nothing reported.'
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

      * A title prefix positions the browse at its first row; with
      * no title the whole store is browsed.
           MOVE LOW-VALUES TO BAQHPROV-KEY.
           IF WS-SEL-TITLE-LEN > 0 THEN
              MOVE WS-SEL-TITLE (1:WS-SEL-TITLE-LEN)
                 TO BAQHPROV-TITLE (1:WS-SEL-TITLE-LEN)
           END-IF.
           START RBKPROV-FILE KEY NOT < BAQHPROV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PROV-EOF-SW
           END-START.

           PERFORM DA-REPORT-ONE-PROV-ROW UNTIL WS-PROV-EOF.

           CLOSE RBKPROV-FILE.

           PERFORM EA-WRITE-SETTER-TALLY.

       A-999.
           CLOSE RBKPRVR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PARSE-SELECTION-PARM
      *----------------------------------------------------------------*
       BA-PARSE-SELECTION-PARM SECTION.
       BA-010.
           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'TITLE='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 7.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-TITLE
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'FIELD='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 7.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-FIELD
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'SOURCE='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              MOVE WS-PARM-TEXT (WS-KEYWORD-START:1)
                 TO WS-SEL-SOURCE
           END-IF.

      * The title was taken up to the first space, so its length is
      * the count of characters before one.
           MOVE 0 TO WS-SEL-TITLE-LEN.
           IF WS-SEL-TITLE NOT = SPACES THEN
              INSPECT WS-SEL-TITLE TALLYING WS-SEL-TITLE-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*
       CA-WRITE-REPORT-HEADER SECTION.
       CA-010.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'FIELD PROVENANCE REPORT' TO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SELECTION: TITLE=' WS-SEL-TITLE
              ' FIELD=' WS-SEL-FIELD
              ' SOURCE=' WS-SEL-SOURCE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TITLE                          FIELD      '
              'VALUE                          S SET DATE TIME   '
              'PROGRAM  TXID     USER     CORREL-ID'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-REPORT-ONE-PROV-ROW
      *
      * Reads the next store row, stops the browse once past the
      * title prefix, and lists the row if it passes the field and
      * source filters.
      *----------------------------------------------------------------*
       DA-REPORT-ONE-PROV-ROW SECTION.
       DA-010.
           READ RBKPROV-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-PROV-EOF-SW
           END-READ.

           IF WS-PROV-EOF THEN
              GO TO DA-999
           END-IF.

           IF WS-SEL-TITLE-LEN > 0 AND
              BAQHPROV-TITLE (1:WS-SEL-TITLE-LEN) NOT =
                 WS-SEL-TITLE (1:WS-SEL-TITLE-LEN) THEN
              MOVE 'Y' TO WS-PROV-EOF-SW
              GO TO DA-999
           END-IF.

           ADD 1 TO WS-READ-CNT.

           IF WS-SEL-FIELD NOT = SPACES AND
              BAQHPROV-FIELD NOT = WS-SEL-FIELD THEN
              GO TO DA-999
           END-IF.

           IF WS-SEL-SOURCE NOT = SPACE AND
              BAQHPROV-SOURCE NOT = WS-SEL-SOURCE THEN
              GO TO DA-999
           END-IF.

           ADD 1 TO WS-SEL-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHPROV-TITLE (1:30)   TO WS-RPT-LINE (1:30).
           MOVE BAQHPROV-FIELD          TO WS-RPT-LINE (32:10).
           MOVE BAQHPROV-VALUE (1:30)   TO WS-RPT-LINE (43:30).
           MOVE BAQHPROV-SOURCE         TO WS-RPT-LINE (74:1).
           MOVE BAQHPROV-SET-DATE       TO WS-RPT-LINE (76:8).
           MOVE BAQHPROV-SET-TIME       TO WS-RPT-LINE (85:6).
           MOVE BAQHPROV-PROGRAM        TO WS-RPT-LINE (92:8).
           MOVE BAQHPROV-TXID           TO WS-RPT-LINE (101:8).
           MOVE BAQHPROV-USER           TO WS-RPT-LINE (110:8).
           MOVE BAQHPROV-CORREL-ID (1:14) TO WS-RPT-LINE (119:14).
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           MOVE BAQHPROV-SOURCE TO WS-SETTER-SOURCE.
           MOVE BAQHPROV-PROGRAM TO WS-SETTER-PROGRAM.
           MOVE BAQHPROV-TXID TO WS-SETTER-TXID.
           MOVE BAQHPROV-USER TO WS-SETTER-USER.
           PERFORM DB-TALLY-SETTER.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-TALLY-SETTER
      *
      * Adds the listed row to its setter's tally entry, opening a
      * new entry for a setter not yet seen.
      *----------------------------------------------------------------*
       DB-TALLY-SETTER SECTION.
       DB-010.
           MOVE 0 TO WS-TALLY-FOUND.
           PERFORM DBA-MATCH-ONE-TALLY
              VARYING WS-TX FROM 1 BY 1
              UNTIL WS-TX > WS-TALLY-USED OR WS-TALLY-FOUND = 1.

           IF WS-TALLY-FOUND = 1 THEN
              GO TO DB-999
           END-IF.

           IF WS-TALLY-USED NOT < WS-TALLY-MAX THEN
              ADD 1 TO WS-TALLY-OVER-CNT
              GO TO DB-999
           END-IF.

           ADD 1 TO WS-TALLY-USED.
           MOVE WS-SETTER-KEY TO WS-TALLY-KEY (WS-TALLY-USED).
           MOVE 1 TO WS-TALLY-CNT (WS-TALLY-USED).

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBA-MATCH-ONE-TALLY
      *----------------------------------------------------------------*
       DBA-MATCH-ONE-TALLY SECTION.
       DBA-010.
           IF WS-TALLY-KEY (WS-TX) = WS-SETTER-KEY THEN
              ADD 1 TO WS-TALLY-CNT (WS-TX)
              MOVE 1 TO WS-TALLY-FOUND
           END-IF.

       DBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-SETTER-TALLY
      *
      * The counts, then one line per setter - 'A' rows name the
      * program, transaction and user of the matched audit record,
      * an 'N' row the values set outside the local channels.
      *----------------------------------------------------------------*
       EA-WRITE-SETTER-TALLY SECTION.
       EA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PROVENANCE ROWS READ:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-SEL-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PROVENANCE ROWS SELECTED: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'SETTERS OF THE SELECTED VALUES' TO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'S PROGRAM  TXID     USER       VALUES SET'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

           PERFORM EAA-WRITE-ONE-TALLY
              VARYING WS-TX FROM 1 BY 1
              UNTIL WS-TX > WS-TALLY-USED.

           IF WS-TALLY-OVER-CNT > 0 THEN
              MOVE WS-TALLY-OVER-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '(FURTHER SETTERS)          ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKPRVR-RECORD FROM WS-RPT-LINE
           END-IF.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-WRITE-ONE-TALLY
      *----------------------------------------------------------------*
       EAA-WRITE-ONE-TALLY SECTION.
       EAA-010.
           MOVE WS-TALLY-KEY (WS-TX) TO WS-SETTER-KEY.
           MOVE WS-TALLY-CNT (WS-TX) TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-SETTER-SOURCE  TO WS-RPT-LINE (1:1).
           IF WS-SETTER-SOURCE = 'N' THEN
              MOVE '(OUTSIDE LOCAL CHANNELS)' TO WS-RPT-LINE (3:24)
           ELSE
              MOVE WS-SETTER-PROGRAM TO WS-RPT-LINE (3:8)
              MOVE WS-SETTER-TXID    TO WS-RPT-LINE (12:8)
              MOVE WS-SETTER-USER    TO WS-RPT-LINE (21:8)
           END-IF.
           MOVE WS-CNT-ED TO WS-RPT-LINE (34:7).
           WRITE RBKPRVR-RECORD FROM WS-RPT-LINE.

       EAA-999.
           EXIT.
