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
      * BAQHSUPC                                                      *
      *                                                               *
      * Edition chain report over the RBKSUPS supersession registry   *
      * (see BAQHSUPS), written to DD name RBKSUCR in three parts.    *
      *                                                               *
      * LINEAGES - every chain is walked from its first edition (a    *
      * book that supersedes nothing) link by link to its current     *
      * edition, one line per edition with the form number and status *
      * the RBKCAT catalog holds. A current edition that is ARCHIVED  *
      * or no longer in the catalog is flagged, as is any superseded  *
      * edition still PUBLISHED.                                      *
      *                                                               *
      * SUPERSEDED BUT STILL PUBLISHED - old editions with a newer    *
      * edition recorded that were never retired.                     *
      *                                                               *
      * RETIRED WITH NO SUCCESSOR - ARCHIVED catalog books the        *
      * registry has no newer edition for, so a reader sent to one    *
      * has nowhere to go.                                            *
      *                                                               *
      * Both the registry and the catalog are required. The report is *
      * for reading - it ends RC 0 whatever it lists.                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHSUPC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKSUPS-FILE ASSIGN TO RBKSUPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHSUPS-OLD-TITLE
               ALTERNATE RECORD KEY IS BAQHSUPS-NEW-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-SUPS-FILE-STATUS.

           SELECT RBKCAT-FILE ASSIGN TO RBKCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKCAT-TITLE
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT RBKSUCR-FILE ASSIGN TO RBKSUCR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKSUPS-FILE.
       COPY BAQHSUPS.

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKSUCR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKSUCR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SUPS-FILE-STATUS PIC X(2).
       01 WS-CAT-FILE-STATUS  PIC X(2).

       01 WS-SUPS-EOF-SW      PIC X VALUE 'N'.
           88 WS-SUPS-EOF     VALUE 'Y'.
       01 WS-CAT-EOF-SW       PIC X VALUE 'N'.
           88 WS-CAT-EOF      VALUE 'Y'.

      * The lineage pass reads the registry at random between
      * browse records, so the browse is re-positioned past the
      * saved key each time round.
       01 WS-BROWSE-KEY       PIC X(80) VALUE SPACES.
       01 WS-BROWSE-NEW       PIC X(80) VALUE SPACES.

      * The edition being listed, and the walk along its lineage.
      * The step ceiling stops a walk round a loop in the registry.
       01 WS-ED-TITLE         PIC X(80) VALUE SPACES.
       01 WS-ED-FORM          PIC X(12) VALUE SPACES.
       01 WS-ED-STATUS        PIC X(9) VALUE SPACES.
       01 WS-ED-NO            PIC 9(4) COMP VALUE 0.
       01 WS-ED-NO-ED         PIC ZZZ9.
       01 WS-ED-MAX           PIC 9(4) COMP VALUE 200.
       01 WS-ED-LAST-SW       PIC X VALUE 'N'.
           88 WS-ED-LAST      VALUE 'Y'.
       01 WS-ED-NEXT          PIC X(80) VALUE SPACES.

       01 WS-LINK-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-LINEAGE-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-HEAD-FLAG-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-STILL-PUB-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-NO-SUCC-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           OPEN INPUT RBKSUPS-FILE.
           IF WS-SUPS-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSUPC OPEN RBKSUPS failed, file status '
                 WS-SUPS-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSUPC OPEN RBKCAT failed, file status '
                 WS-CAT-FILE-STATUS
              CLOSE RBKSUPS-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKSUCR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REDBOOK EDITION CHAIN REPORT  RUN DATE ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

      * Part 1 - lineages, from each first edition.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.
           MOVE 'LINEAGES' TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE LOW-VALUES TO BAQHSUPS-OLD-TITLE.
           START RBKSUPS-FILE KEY IS NOT < BAQHSUPS-OLD-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-SUPS-EOF-SW
           END-START.

           PERFORM BA-CONSIDER-ONE-LINK UNTIL WS-SUPS-EOF.

      * Part 2 - superseded editions never retired.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.
           MOVE 'SUPERSEDED BUT STILL PUBLISHED' TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.
           MOVE '  FORM NUMBER  TITLE / SUPERSEDED BY' TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE 'N' TO WS-SUPS-EOF-SW.
           MOVE LOW-VALUES TO BAQHSUPS-OLD-TITLE.
           START RBKSUPS-FILE KEY IS NOT < BAQHSUPS-OLD-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-SUPS-EOF-SW
           END-START.

           PERFORM CA-CHECK-STILL-PUBLISHED UNTIL WS-SUPS-EOF.

           IF WS-STILL-PUB-CNT = 0 THEN
              MOVE '  NONE' TO WS-RPT-LINE
              WRITE RBKSUCR-RECORD FROM WS-RPT-LINE
           END-IF.

      * Part 3 - retired books the registry has no successor for.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.
           MOVE 'RETIRED WITH NO SUCCESSOR' TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.
           MOVE '  FORM NUMBER  TITLE' TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE LOW-VALUES TO BAQHKCAT-TITLE.
           START RBKCAT-FILE KEY IS NOT < BAQHKCAT-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-CAT-EOF-SW
           END-START.

           PERFORM DA-CHECK-RETIRED-BOOK UNTIL WS-CAT-EOF.

           IF WS-NO-SUCC-CNT = 0 THEN
              MOVE '  NONE' TO WS-RPT-LINE
              WRITE RBKSUCR-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE WS-LINK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SUPERSESSION LINKS:             ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE WS-LINEAGE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LINEAGES:                       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE WS-HEAD-FLAG-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CURRENT EDITIONS FLAGGED:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE WS-STILL-PUB-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SUPERSEDED BUT STILL PUBLISHED: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE WS-NO-SUCC-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RETIRED WITH NO SUCCESSOR:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

       A-999.
           CLOSE RBKSUPS-FILE.
           CLOSE RBKCAT-FILE.
           CLOSE RBKSUCR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-CONSIDER-ONE-LINK
      *
      * Reads the next registry link. An old title that is nobody's
      * successor is the first edition of a lineage, which is then
      * walked and listed. The walk reads the registry at random, so
      * the browse is started again past this link afterwards.
      *----------------------------------------------------------------*
       BA-CONSIDER-ONE-LINK SECTION.
       BA-010.
           READ RBKSUPS-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-SUPS-EOF-SW
           END-READ.

           IF WS-SUPS-EOF THEN
              GO TO BA-999
           END-IF.

           ADD 1 TO WS-LINK-CNT.
           MOVE BAQHSUPS-OLD-TITLE TO WS-BROWSE-KEY.

           MOVE WS-BROWSE-KEY TO BAQHSUPS-NEW-TITLE.
           READ RBKSUPS-FILE KEY IS BAQHSUPS-NEW-TITLE.
           IF WS-SUPS-FILE-STATUS = '00' OR
              WS-SUPS-FILE-STATUS = '02' THEN
              GO TO BA-020
           END-IF.

           PERFORM BB-LIST-LINEAGE.

       BA-020.
           MOVE WS-BROWSE-KEY TO BAQHSUPS-OLD-TITLE.
           START RBKSUPS-FILE KEY IS > BAQHSUPS-OLD-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-SUPS-EOF-SW
           END-START.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-LIST-LINEAGE
      *
      * Lists the lineage that starts at WS-BROWSE-KEY, edition by
      * edition, then the current edition it ends at.
      *----------------------------------------------------------------*
       BB-LIST-LINEAGE SECTION.
       BB-010.
           ADD 1 TO WS-LINEAGE-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.
           MOVE '   ED  FORM NUMBER  STATUS    TITLE' TO WS-RPT-LINE.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE WS-BROWSE-KEY TO WS-ED-TITLE.
           MOVE 0 TO WS-ED-NO.
           MOVE 'N' TO WS-ED-LAST-SW.
           PERFORM BBA-LIST-ONE-EDITION UNTIL WS-ED-LAST.

      * WS-ED-TITLE is now the current edition of this lineage.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-ED-NO > WS-ED-MAX THEN
              STRING '   ** FLAG: LINEAGE DOES NOT END - THE REGISTRY L'
                 'OOPS BACK ON ITSELF'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              ADD 1 TO WS-HEAD-FLAG-CNT
              WRITE RBKSUCR-RECORD FROM WS-RPT-LINE
              GO TO BB-999
           END-IF.

           IF WS-ED-STATUS = SPACES THEN
              STRING '   ** FLAG: CURRENT EDITION IS NOT IN THE CATALOG'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              ADD 1 TO WS-HEAD-FLAG-CNT
              WRITE RBKSUCR-RECORD FROM WS-RPT-LINE
              GO TO BB-999
           END-IF.

           IF WS-ED-STATUS = 'ARCHIVED' THEN
              STRING '   ** FLAG: CURRENT EDITION IS ARCHIVED - THE LIN'
                 'EAGE HAS NO LIVE BOOK'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              ADD 1 TO WS-HEAD-FLAG-CNT
              WRITE RBKSUCR-RECORD FROM WS-RPT-LINE
           END-IF.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-LIST-ONE-EDITION
      *
      * Lists WS-ED-TITLE and moves on to its successor, setting
      * WS-ED-LAST when it has none. A superseded edition that is
      * still PUBLISHED carries '*' in column 1.
      *----------------------------------------------------------------*
       BBA-LIST-ONE-EDITION SECTION.
       BBA-010.
           ADD 1 TO WS-ED-NO.
           IF WS-ED-NO > WS-ED-MAX THEN
              MOVE 'Y' TO WS-ED-LAST-SW
              GO TO BBA-999
           END-IF.

           MOVE SPACES TO WS-ED-FORM.
           MOVE SPACES TO WS-ED-STATUS.
           MOVE WS-ED-TITLE TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS = '00' THEN
              MOVE BAQHKCAT-FORM-NUMBER TO WS-ED-FORM
              MOVE BAQHKCAT-STATUS TO WS-ED-STATUS
           END-IF.

           MOVE SPACES TO WS-ED-NEXT.
           MOVE WS-ED-TITLE TO BAQHSUPS-OLD-TITLE.
           READ RBKSUPS-FILE.
           IF WS-SUPS-FILE-STATUS = '00' THEN
              MOVE BAQHSUPS-NEW-TITLE TO WS-ED-NEXT
              IF WS-ED-FORM = SPACES THEN
                 MOVE BAQHSUPS-OLD-FORM TO WS-ED-FORM
              END-IF
           ELSE
              MOVE 'Y' TO WS-ED-LAST-SW
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           IF NOT WS-ED-LAST AND WS-ED-STATUS = 'PUBLISHED' THEN
              MOVE '*' TO WS-RPT-LINE (1:1)
           END-IF.
           MOVE WS-ED-NO TO WS-ED-NO-ED.
           MOVE WS-ED-NO-ED TO WS-RPT-LINE (2:4).
           MOVE WS-ED-FORM TO WS-RPT-LINE (8:12).
           IF WS-ED-STATUS = SPACES THEN
              MOVE 'NOT FOUND' TO WS-RPT-LINE (21:9)
           ELSE
              MOVE WS-ED-STATUS TO WS-RPT-LINE (21:9)
           END-IF.
           MOVE WS-ED-TITLE TO WS-RPT-LINE (31:80).
           IF WS-ED-LAST THEN
              MOVE '(CURRENT EDITION)' TO WS-RPT-LINE (112:17)
           END-IF.
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           IF NOT WS-ED-LAST THEN
              MOVE WS-ED-NEXT TO WS-ED-TITLE
           END-IF.

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-CHECK-STILL-PUBLISHED
      *
      * Reads the next registry link and lists its old edition when
      * the catalog still has it PUBLISHED.
      *----------------------------------------------------------------*
       CA-CHECK-STILL-PUBLISHED SECTION.
       CA-010.
           READ RBKSUPS-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-SUPS-EOF-SW
           END-READ.

           IF WS-SUPS-EOF THEN
              GO TO CA-999
           END-IF.

           MOVE BAQHSUPS-OLD-TITLE TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              GO TO CA-999
           END-IF.

           IF BAQHKCAT-STATUS NOT = 'PUBLISHED' THEN
              GO TO CA-999
           END-IF.

           ADD 1 TO WS-STILL-PUB-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHKCAT-FORM-NUMBER TO WS-RPT-LINE (3:12).
           MOVE BAQHSUPS-OLD-TITLE TO WS-RPT-LINE (16:80).
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHSUPS-NEW-FORM TO WS-RPT-LINE (3:12).
           STRING '-> ' BAQHSUPS-NEW-TITLE
              DELIMITED BY SIZE INTO WS-RPT-LINE (16:83).
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-CHECK-RETIRED-BOOK
      *
      * Reads the next catalog book and lists it when it is ARCHIVED
      * and the registry records no newer edition of it.
      *----------------------------------------------------------------*
       DA-CHECK-RETIRED-BOOK SECTION.
       DA-010.
           READ RBKCAT-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-CAT-EOF-SW
           END-READ.

           IF WS-CAT-EOF THEN
              GO TO DA-999
           END-IF.

           IF BAQHKCAT-STATUS NOT = 'ARCHIVED' THEN
              GO TO DA-999
           END-IF.

           MOVE BAQHKCAT-TITLE TO BAQHSUPS-OLD-TITLE.
           READ RBKSUPS-FILE.
           IF WS-SUPS-FILE-STATUS = '00' THEN
              GO TO DA-999
           END-IF.

           ADD 1 TO WS-NO-SUCC-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHKCAT-FORM-NUMBER TO WS-RPT-LINE (3:12).
           MOVE BAQHKCAT-TITLE TO WS-RPT-LINE (16:80).
           WRITE RBKSUCR-RECORD FROM WS-RPT-LINE.

       DA-999.
           EXIT.
