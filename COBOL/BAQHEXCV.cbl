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
      * BAQHEXCV                                                      *
      *                                                               *
      * One-off extract layout conversion. Copies one retained        *
      * extract generation (DD name RBKEXTI) to a new one (DD name    *
      * RBKEXTO) in the current full-width BAQHEXTR layout, so the    *
      * history the change, point-in-time and history-compare runs    *
      * read stays comparable with the pulls GARB writes now. Each    *
      * record goes through BAQHEXUP exactly as a reader's would; the *
      * header is rewritten stating layout '02' and the trailer is    *
      * copied unchanged, since the data record count does not move.  *
      * A generation already at layout '02' is copied through as it   *
      * stands. A generation old enough to carry no header at all     *
      * gets one stating the layout, but no trailer is invented for   *
      * it - it stays as incomplete as it always was.                 *
      *                                                               *
      * Run once per retained generation, e.g.                        *
      *   //CONV     EXEC PGM=BAQHEXCV                                *
      *   //RBKEXTI  DD DISP=SHR,DSN=hlq.RBKEXTR(-1)                  *
      *   //RBKEXTO  DD DISP=(NEW,CATLG),DSN=hlq.RBKEXTR.CONV,...     *
      * RC 0 converted, RC 4 already at layout '02' (copied through), *
      * RC 8 the input could not be opened or was empty.              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHEXCV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKEXTI-FILE ASSIGN TO RBKEXTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTI-FILE-STATUS.

           SELECT RBKEXTO-FILE ASSIGN TO RBKEXTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXTI-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXTI-RECORD          PIC X(600).

       FD  RBKEXTO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       WORKING-STORAGE SECTION.

       COPY BAQHEXTC.

       01 WS-EXTI-FILE-STATUS PIC X(2).
       01 WS-EXTO-FILE-STATUS PIC X(2).
       01 WS-EXTI-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTI-EOF     VALUE 'Y'.

      * The layout the input generation is in, as BAQHEXUP learns it
      * from the header - '01' until a header says otherwise.
       01 WS-LAYOUT-VER       PIC X(2) VALUE '01'.
       01 WS-IN-LAYOUT-VER    PIC X(2) VALUE SPACES.
       01 WS-FIRST-REC-SW     PIC X VALUE 'Y'.
           88 WS-FIRST-REC    VALUE 'Y'.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-CONV-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZZZZ9.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           OPEN INPUT RBKEXTI-FILE.
           IF WS-EXTI-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHEXCV RBKEXTI open failed, file status '
                 WS-EXTI-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           OPEN OUTPUT RBKEXTO-FILE.
           IF WS-EXTO-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHEXCV RBKEXTO open failed, file status '
                 WS-EXTO-FILE-STATUS
              CLOSE RBKEXTI-FILE
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           READ RBKEXTI-FILE
               AT END
                  MOVE 'Y' TO WS-EXTI-EOF-SW
           END-READ.

           IF WS-EXTI-EOF THEN
              DISPLAY 'BAQHEXCV RBKEXTI is empty - nothing converted.'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM BA-CONVERT-ONE-REC UNTIL WS-EXTI-EOF.

           CLOSE RBKEXTI-FILE.
           CLOSE RBKEXTO-FILE.

           IF RETURN-CODE = 8 THEN
              GO TO A-999
           END-IF.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHEXCV ' WS-CNT-ED ' records read.'.
           MOVE WS-CONV-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHEXCV ' WS-CNT-ED ' data records converted'
              ' from layout 01.'.

           IF WS-IN-LAYOUT-VER NOT = '01' THEN
              DISPLAY 'BAQHEXCV RBKEXTI already at layout '
                 WS-IN-LAYOUT-VER ' - copied through unchanged.'
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           STOP RUN.

      *----------------------------------------------------------------*
      * BA-CONVERT-ONE-REC
      *
      * One input record out in the current layout. The input's own
      * layout is settled on its first record: its header says, and
      * no header at all means layout 01 - for which a header is
      * written ahead of the data so no reader upgrades it twice.
      *----------------------------------------------------------------*
       BA-CONVERT-ONE-REC SECTION.
       BA-010.
           ADD 1 TO WS-READ-CNT.

           CALL 'BAQHEXUP' USING RBKEXTI-RECORD WS-LAYOUT-VER.

      * Both sides' control records go to the lineage ledger.
           IF RBKEXTI-RECORD (1:4) = '*HDR' OR
              RBKEXTI-RECORD (1:4) = '*TRL' THEN
              MOVE 'BAQHEXCV' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTI' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE RBKEXTI-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           IF WS-FIRST-REC THEN
              MOVE 'N' TO WS-FIRST-REC-SW
              MOVE WS-LAYOUT-VER TO WS-IN-LAYOUT-VER
              IF RBKEXTI-RECORD (1:4) NOT = '*HDR' THEN
                 MOVE SPACES TO BAQHEXTC-RECORD
                 MOVE '*HDR ' TO BAQHEXTC-TYPE
                 MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHEXTC-DATE
                 MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHEXTC-TIME
                 MOVE 'CONVERTED - NO ORIGINAL HEADER'
                    TO BAQHEXTC-TARGET
                 MOVE 0 TO BAQHEXTC-REC-COUNT
                 MOVE '02' TO BAQHEXTC-LAYOUT-VER
                 WRITE BAQHEXTR-RECORD FROM BAQHEXTC-RECORD
                 MOVE 'BAQHEXCV' TO BAQHLINW-PROGRAM
                 MOVE 'RBKEXTO' TO BAQHLINW-DD
                 MOVE 'W' TO BAQHLINW-DIRECTION
                 MOVE 'E' TO BAQHLINW-FRAME
                 MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
              END-IF
           END-IF.

           IF RBKEXTI-RECORD (1:4) = '*HDR' THEN
              MOVE RBKEXTI-RECORD TO BAQHEXTC-RECORD
              MOVE '02' TO BAQHEXTC-LAYOUT-VER
              WRITE BAQHEXTR-RECORD FROM BAQHEXTC-RECORD
              MOVE 'BAQHEXCV' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTO' TO BAQHLINW-DD
              MOVE 'W' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
              GO TO BA-020
           END-IF.

           IF RBKEXTI-RECORD (1:4) NOT = '*TRL' AND
              WS-LAYOUT-VER = '01' THEN
              ADD 1 TO WS-CONV-CNT
           END-IF.

           WRITE BAQHEXTR-RECORD FROM RBKEXTI-RECORD.
           IF RBKEXTI-RECORD (1:4) = '*TRL' THEN
              MOVE 'BAQHEXCV' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTO' TO BAQHLINW-DD
              MOVE 'W' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE RBKEXTI-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

       BA-020.
           READ RBKEXTI-FILE
               AT END
                  MOVE 'Y' TO WS-EXTI-EOF-SW
           END-READ.

       BA-999.
           EXIT.
