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
      * BAQHERAX                                                      *
      *                                                               *
      * Author personal-data erasure, extract step. Scrubs one        *
      * retained extract generation (DD name RBKEXTI) into a new one  *
      * (DD name RBKEXTO), replacing every spelling of the erased     *
      * names on the worklist BAQHERAS wrote (RBKERWK) with its       *
      * pseudonym. Each data record's author list is scrubbed in the  *
      * generation's own layout - the header's LAYOUT-VER says which, *
      * and a generation with no header, or a blank version, is       *
      * layout '01' - so the generation is not converted as a side    *
      * effect; the header and trailer are copied unchanged, since    *
      * the data record count does not move. The step extends the     *
      * completion certificate (RBKERCT) with one line for the        *
      * generation.                                                   *
      *                                                               *
      * Run once per retained generation after BAQHERAS, as for the   *
      * layout conversion, e.g.                                       *
      *   //ERAX1    EXEC PGM=BAQHERAX                                *
      *   //RBKERWK  DD DISP=(OLD,PASS),DSN=&&ERWK                    *
      *   //RBKEXTI  DD DISP=SHR,DSN=hlq.RBKEXTR(-1)                  *
      *   //RBKEXTO  DD DISP=(NEW,CATLG),DSN=hlq.RBKEXTR.ERAS,...     *
      *   //RBKERCT  DD DISP=MOD,DSN=hlq.RBKERCT                      *
      * RC 0 scrubbed, RC 8 the worklist or the input could not be    *
      * opened or was empty.                                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHERAX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKERWK-FILE ASSIGN TO RBKERWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERWK-FILE-STATUS.

           SELECT RBKEXTI-FILE ASSIGN TO RBKEXTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTI-FILE-STATUS.

           SELECT RBKEXTO-FILE ASSIGN TO RBKEXTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTO-FILE-STATUS.

           SELECT RBKERCT-FILE ASSIGN TO RBKERCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKERWK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHERWK.

       FD  RBKEXTI-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXTI-RECORD          PIC X(600).

       FD  RBKEXTO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXTO-RECORD          PIC X(600).

       FD  RBKERCT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKERCT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

      * The extract record's views: control, current and layout 01.
       COPY BAQHEXTC.
       COPY BAQHEXTR.
       COPY BAQHEXT1.

       01 WS-ERWK-FILE-STATUS PIC X(2).
       01 WS-EXTI-FILE-STATUS PIC X(2).
       01 WS-EXTO-FILE-STATUS PIC X(2).
       01 WS-ERCT-FILE-STATUS PIC X(2).
       01 WS-EOF-SW           PIC X VALUE 'N'.
           88 WS-EOF            VALUE 'Y'.

      * The layout of the generation's data records, settled on its
      * first record - '01' until a header says otherwise.
       01 WS-LAYOUT-VER       PIC X(2) VALUE '01'.
       01 WS-SNAP-ID          PIC X(16) VALUE SPACES.
       01 WS-FIRST-REC-SW     PIC X VALUE 'Y'.
           88 WS-FIRST-REC    VALUE 'Y'.

      * The variant table and each scrub request.
       COPY BAQHERSB.
       01 WS-VAR-OVERFLOW     PIC 9(7) COMP VALUE 0.

       01 WS-READ-CNT         PIC 9(9) COMP VALUE 0.
       01 WS-CHANGED-CNT      PIC 9(9) COMP VALUE 0.
       01 WS-HITS-CNT         PIC 9(9) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       COPY BAQHERCT.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           PERFORM BA-LOAD-WORKLIST.
           IF RETURN-CODE = 8 THEN
              GO TO A-999
           END-IF.

           OPEN INPUT RBKEXTI-FILE.
           IF WS-EXTI-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHERAX RBKEXTI open failed, file status '
                 WS-EXTI-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           OPEN OUTPUT RBKEXTO-FILE.
           IF WS-EXTO-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHERAX RBKEXTO open failed, file status '
                 WS-EXTO-FILE-STATUS
              CLOSE RBKEXTI-FILE
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKEXTI-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           IF WS-EOF THEN
              DISPLAY 'BAQHERAX RBKEXTI is empty - nothing scrubbed.'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM CA-SCRUB-ONE-REC UNTIL WS-EOF.

           CLOSE RBKEXTI-FILE.
           CLOSE RBKEXTO-FILE.

           IF RETURN-CODE = 8 THEN
              GO TO A-999
           END-IF.

           PERFORM DA-WRITE-CERT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHERAX ' WS-CNT-ED ' data records read.'.
           MOVE WS-CHANGED-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHERAX ' WS-CNT-ED ' data records scrubbed'
              ' (layout ' WS-LAYOUT-VER ').'.

       A-999.
           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-WORKLIST
      *
      * The variants and pseudonyms BAQHERAS settled for the case.
      *----------------------------------------------------------------*
       BA-LOAD-WORKLIST SECTION.
       BA-010.
           MOVE 0 TO BAQHERSB-VAR-CNT.

           OPEN INPUT RBKERWK-FILE.
           IF WS-ERWK-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHERAX RBKERWK open failed, file status '
                 WS-ERWK-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO BA-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKERWK-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM BAA-ADD-ONE-VARIANT UNTIL WS-EOF.

           CLOSE RBKERWK-FILE.

           IF BAQHERSB-VAR-CNT = 0 THEN
              DISPLAY 'BAQHERAX RBKERWK is empty - nothing to erase.'
              MOVE 8 TO RETURN-CODE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-ADD-ONE-VARIANT
      *----------------------------------------------------------------*
       BAA-ADD-ONE-VARIANT SECTION.
       BAA-010.
           IF BAQHERWK-VARIANT = SPACES THEN
              GO TO BAA-020
           END-IF.

           IF BAQHERSB-VAR-CNT NOT < BAQHERSB-VAR-MAX THEN
              ADD 1 TO WS-VAR-OVERFLOW
              GO TO BAA-020
           END-IF.

           ADD 1 TO BAQHERSB-VAR-CNT.
           MOVE BAQHERWK-VARIANT TO BAQHERSB-VARIANT (BAQHERSB-VAR-CNT).
           MOVE 0 TO BAQHERSB-VAR-LEN (BAQHERSB-VAR-CNT).
           MOVE BAQHERWK-PSEUDONYM
              TO BAQHERSB-PSEUDO (BAQHERSB-VAR-CNT).
           MOVE 0 TO BAQHERSB-PSD-LEN (BAQHERSB-VAR-CNT).

       BAA-020.
           READ RBKERWK-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-SCRUB-ONE-REC
      *
      * One record out scrubbed. The header settles the layout and,
      * with the trailer, is copied unchanged.
      *----------------------------------------------------------------*
       CA-SCRUB-ONE-REC SECTION.
       CA-010.
      * Both sides' control records go to the lineage ledger; the
      * scrubbed copy carries the input's own header and trailer.
           IF RBKEXTI-RECORD (1:4) = '*HDR' OR
              RBKEXTI-RECORD (1:4) = '*TRL' THEN
              MOVE 'BAQHERAX' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTI' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE RBKEXTI-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
              MOVE 'BAQHERAX' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTO' TO BAQHLINW-DD
              MOVE 'W' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE RBKEXTI-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           IF RBKEXTI-RECORD (1:4) = '*HDR' THEN
              MOVE RBKEXTI-RECORD TO BAQHEXTC-RECORD
              IF WS-FIRST-REC AND BAQHEXTC-LAYOUT-VER NOT = SPACES THEN
                 MOVE BAQHEXTC-LAYOUT-VER TO WS-LAYOUT-VER
              END-IF
              MOVE BAQHEXTC-SNAP-ID TO WS-SNAP-ID
              MOVE 'N' TO WS-FIRST-REC-SW
              WRITE RBKEXTO-RECORD FROM RBKEXTI-RECORD
              GO TO CA-020
           END-IF.

           MOVE 'N' TO WS-FIRST-REC-SW.

           IF RBKEXTI-RECORD (1:4) = '*TRL' THEN
              WRITE RBKEXTO-RECORD FROM RBKEXTI-RECORD
              GO TO CA-020
           END-IF.

           ADD 1 TO WS-READ-CNT.

           IF WS-LAYOUT-VER = '01' THEN
              MOVE RBKEXTI-RECORD TO BAQHEXT1-RECORD
              MOVE BAQHEXT1-AUTHORS TO BAQHERSB-TEXT
              MOVE LENGTH OF BAQHEXT1-AUTHORS TO BAQHERSB-TEXT-LEN
              PERFORM XS-SCRUB-TEXT
              IF BAQHERSB-HITS > 0 THEN
                 MOVE BAQHERSB-TEXT TO BAQHEXT1-AUTHORS
                 ADD 1 TO WS-CHANGED-CNT
              END-IF
              WRITE RBKEXTO-RECORD FROM BAQHEXT1-RECORD
           ELSE
              MOVE RBKEXTI-RECORD TO BAQHEXTR-RECORD
              MOVE BAQHEXTR-AUTHORS TO BAQHERSB-TEXT
              MOVE LENGTH OF BAQHEXTR-AUTHORS TO BAQHERSB-TEXT-LEN
              PERFORM XS-SCRUB-TEXT
              IF BAQHERSB-HITS > 0 THEN
                 MOVE BAQHERSB-TEXT TO BAQHEXTR-AUTHORS
                 ADD 1 TO WS-CHANGED-CNT
              END-IF
              WRITE RBKEXTO-RECORD FROM BAQHEXTR-RECORD
           END-IF.

       CA-020.
           READ RBKEXTI-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-WRITE-CERT-LINE
      *
      * The generation's line on the certificate BAQHERAS opened. A
      * certificate that cannot be extended is reported and the run
      * still ends RC 0 - the generation itself is scrubbed.
      *----------------------------------------------------------------*
       DA-WRITE-CERT-LINE SECTION.
       DA-010.
           OPEN EXTEND RBKERCT-FILE.
           IF WS-ERCT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHERAX RBKERCT open failed, file status '
                 WS-ERCT-FILE-STATUS ' - certificate not extended.'
              GO TO DA-999
           END-IF.

           MOVE SPACES TO BAQHERCT-LINE.
           MOVE 'RBKEXTR' TO BAQHERCT-STORE.
           IF WS-SNAP-ID = SPACES THEN
              MOVE 'EXTRACT (NO HEADER)' TO BAQHERCT-DESC
           ELSE
              STRING 'EXTRACT ' WS-SNAP-ID
                 DELIMITED BY SIZE INTO BAQHERCT-DESC
           END-IF.
           MOVE WS-READ-CNT TO BAQHERCT-READ.
           MOVE WS-CHANGED-CNT TO BAQHERCT-CHANGED.
           MOVE WS-HITS-CNT TO BAQHERCT-REPLACED.
           STRING 'NEW COPY ON RBKEXTO, LAYOUT ' WS-LAYOUT-VER
              DELIMITED BY SIZE INTO BAQHERCT-NOTE.
           WRITE RBKERCT-RECORD FROM BAQHERCT-LINE.

           IF WS-VAR-OVERFLOW > 0 THEN
              MOVE WS-VAR-OVERFLOW TO WS-CNT-ED
              MOVE SPACES TO RBKERCT-RECORD
              STRING '*** WARNING:' WS-CNT-ED
                 ' WORKLIST SPELLINGS OVER THE TABLE LIMIT WERE NOT'
                 ' MATCHED IN THIS GENERATION'
                 DELIMITED BY SIZE INTO RBKERCT-RECORD
              WRITE RBKERCT-RECORD
           END-IF.

           CLOSE RBKERCT-FILE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XS-SCRUB-TEXT
      *----------------------------------------------------------------*
       XS-SCRUB-TEXT SECTION.
       XS-010.
           MOVE 'T' TO BAQHERSB-FUNCTION.
           CALL 'BAQHERSB' USING BAQHERSB-AREA.
           IF BAQHERSB-RC NOT = 0 THEN
              MOVE 0 TO BAQHERSB-HITS
           END-IF.

           ADD BAQHERSB-HITS TO WS-HITS-CNT.

       XS-999.
           EXIT.
