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
      * BAQHSERR                                                      *
      *                                                               *
      * Series catalog report. Lists every series in the RBKSERS      *
      * registry - name and owning editor - with its members in       *
      * reading order, each resolved through the RBKFNXR form-number  *
      * cross-reference and the RBKCAT local catalog to its title and *
      * current status, on DD name RBKSCRP.                           *
      *                                                               *
      * A series is flagged when any member is retired (ARCHIVED), is *
      * still in DRAFT, or is not in the catalog at all - retired and *
      * removed, or planned but not yet created - so the owning       *
      * editor can chase a collection that is no longer whole or not  *
      * yet published. A run without RBKFNXR or RBKCAT still lists    *
      * the registry, with the member statuses shown as unknown and   *
      * nothing flagged.                                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHSERR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKSERS-FILE ASSIGN TO RBKSERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHSERS-KEY
               FILE STATUS IS WS-SERS-FILE-STATUS.

           SELECT RBKFNXR-FILE ASSIGN TO RBKFNXR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHFNXR-FORM-NUMBER
               FILE STATUS IS WS-FNXR-FILE-STATUS.

           SELECT RBKCAT-FILE ASSIGN TO RBKCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKCAT-TITLE
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT RBKSCRP-FILE ASSIGN TO RBKSCRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKSERS-FILE.
       COPY BAQHSERS.

       FD  RBKFNXR-FILE.
       COPY BAQHFNXR.

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKSCRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKSCRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SERS-FILE-STATUS PIC X(2).
       01 WS-FNXR-FILE-STATUS PIC X(2).
       01 WS-CAT-FILE-STATUS  PIC X(2).

       01 WS-SERS-EOF-SW      PIC X VALUE 'N'.
           88 WS-SERS-EOF     VALUE 'Y'.

      * Both catalog stores must open for members to be resolved;
      * without them the registry is still listed, unresolved.
       01 WS-FNXR-OPEN-SW     PIC X VALUE 'N'.
           88 WS-FNXR-OPEN    VALUE 'Y'.
       01 WS-CAT-OPEN-SW      PIC X VALUE 'N'.
           88 WS-CAT-OPEN     VALUE 'Y'.

      * The series being listed and its member tallies, settled
      * into the flag lines when the series' last member is seen.
       01 WS-CUR-SERIES       PIC X(8) VALUE SPACES.
       01 WS-SER-MBR-CNT      PIC 9(5) COMP VALUE 0.
       01 WS-SER-RETIRED-CNT  PIC 9(5) COMP VALUE 0.
       01 WS-SER-DRAFT-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-SER-NOTCAT-CNT   PIC 9(5) COMP VALUE 0.

       01 WS-MBR-TITLE        PIC X(80) VALUE SPACES.
       01 WS-MBR-STATUS       PIC X(9) VALUE SPACES.

       01 WS-SERIES-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-MEMBER-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-FLAGGED-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.
       01 WS-FLAG-ED          PIC ZZZZ9.

       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           OPEN INPUT RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSERR OPEN RBKSERS failed, file status '
                 WS-SERS-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-FNXR-OPEN-SW
           END-IF.
           OPEN INPUT RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-CAT-OPEN-SW
           END-IF.

           OPEN OUTPUT RBKSCRP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REDBOOK SERIES CATALOG  RUN DATE ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSCRP-RECORD FROM WS-RPT-LINE.

           IF NOT WS-FNXR-OPEN OR NOT WS-CAT-OPEN THEN
              MOVE 'RBKFNXR/RBKCAT NOT AVAILABLE - MEMBER STATUS NOT RES
      -            'OLVED, NOTHING FLAGGED' TO WS-RPT-LINE
              WRITE RBKSCRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE LOW-VALUES TO BAQHSERS-KEY.
           START RBKSERS-FILE KEY NOT < BAQHSERS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SERS-EOF-SW
           END-START.

           PERFORM BA-REPORT-ONE-SERS-REC UNTIL WS-SERS-EOF.

           IF WS-CUR-SERIES NOT = SPACES THEN
              PERFORM CA-CLOSE-SERIES
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSCRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-SERIES-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SERIES LISTED:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSCRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-MEMBER-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'MEMBERS LISTED:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSCRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-FLAGGED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SERIES FLAGGED:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSCRP-RECORD FROM WS-RPT-LINE.

       A-999.
           CLOSE RBKSERS-FILE.
           IF WS-FNXR-OPEN THEN
              CLOSE RBKFNXR-FILE
           END-IF.
           IF WS-CAT-OPEN THEN
              CLOSE RBKCAT-FILE
           END-IF.
           CLOSE RBKSCRP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-REPORT-ONE-SERS-REC
      *
      * The registry's key order is series then sequence, so each
      * series arrives header first and its members in reading
      * order; a change of series id settles the one before.
      *----------------------------------------------------------------*
       BA-REPORT-ONE-SERS-REC SECTION.
       BA-010.
           READ RBKSERS-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-SERS-EOF-SW
           END-READ.

           IF WS-SERS-EOF THEN
              GO TO BA-999
           END-IF.

           IF BAQHSERS-SERIES-ID NOT = WS-CUR-SERIES THEN
              IF WS-CUR-SERIES NOT = SPACES THEN
                 PERFORM CA-CLOSE-SERIES
              END-IF
              PERFORM CB-OPEN-SERIES
           END-IF.

           IF BAQHSERS-TYPE = 'M' THEN
              PERFORM BB-REPORT-MEMBER
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-REPORT-MEMBER
      *
      * Resolves the member's form number to its title and the
      * title to its catalog status. A member flagged on the
      * series' summary carries a '*' in the first column.
      *----------------------------------------------------------------*
       BB-REPORT-MEMBER SECTION.
       BB-010.
           ADD 1 TO WS-SER-MBR-CNT.
           ADD 1 TO WS-MEMBER-CNT.
           MOVE SPACES TO WS-MBR-TITLE.
           MOVE SPACES TO WS-RPT-LINE.

           IF NOT WS-FNXR-OPEN OR NOT WS-CAT-OPEN THEN
              MOVE '?' TO WS-MBR-STATUS
              GO TO BB-020
           END-IF.

           MOVE BAQHSERS-FORM-NUMBER TO BAQHFNXR-FORM-NUMBER.
           READ RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT FOUND' TO WS-MBR-STATUS
              ADD 1 TO WS-SER-NOTCAT-CNT
              MOVE '*' TO WS-RPT-LINE (1:1)
              GO TO BB-020
           END-IF.

           MOVE BAQHFNXR-TITLE TO WS-MBR-TITLE.
           MOVE BAQHFNXR-TITLE TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT FOUND' TO WS-MBR-STATUS
              ADD 1 TO WS-SER-NOTCAT-CNT
              MOVE '*' TO WS-RPT-LINE (1:1)
              GO TO BB-020
           END-IF.

           MOVE BAQHKCAT-STATUS TO WS-MBR-STATUS.
           EVALUATE BAQHKCAT-STATUS
              WHEN 'ARCHIVED'
                 ADD 1 TO WS-SER-RETIRED-CNT
                 MOVE '*' TO WS-RPT-LINE (1:1)
              WHEN 'DRAFT'
                 ADD 1 TO WS-SER-DRAFT-CNT
                 MOVE '*' TO WS-RPT-LINE (1:1)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       BB-020.
           MOVE BAQHSERS-SEQ         TO WS-RPT-LINE (4:4).
           MOVE BAQHSERS-FORM-NUMBER TO WS-RPT-LINE (9:12).
           MOVE WS-MBR-STATUS        TO WS-RPT-LINE (22:9).
           MOVE WS-MBR-TITLE         TO WS-RPT-LINE (32:80).
           WRITE RBKSCRP-RECORD FROM WS-RPT-LINE.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-CLOSE-SERIES
      *
      * Writes the flag lines for the series just listed and counts
      * it as flagged when any member is retired, in draft or not
      * in the catalog.
      *----------------------------------------------------------------*
       CA-CLOSE-SERIES SECTION.
       CA-010.
           IF WS-SER-MBR-CNT = 0 THEN
              MOVE '   (NO MEMBERS)' TO WS-RPT-LINE
              WRITE RBKSCRP-RECORD FROM WS-RPT-LINE
              GO TO CA-999
           END-IF.

           IF WS-SER-RETIRED-CNT > 0 THEN
              MOVE WS-SER-RETIRED-CNT TO WS-FLAG-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '   ** FLAG: ' WS-FLAG-ED
                 ' MEMBER(S) RETIRED (ARCHIVED)'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKSCRP-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-SER-DRAFT-CNT > 0 THEN
              MOVE WS-SER-DRAFT-CNT TO WS-FLAG-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '   ** FLAG: ' WS-FLAG-ED
                 ' MEMBER(S) STILL IN DRAFT'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKSCRP-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-SER-NOTCAT-CNT > 0 THEN
              MOVE WS-SER-NOTCAT-CNT TO WS-FLAG-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '   ** FLAG: ' WS-FLAG-ED
                 ' MEMBER(S) NOT IN THE CATALOG - RETIRED AND REMOVED'
                 ', OR NOT YET CREATED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKSCRP-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-SER-RETIRED-CNT > 0 OR
              WS-SER-DRAFT-CNT > 0 OR
              WS-SER-NOTCAT-CNT > 0 THEN
              ADD 1 TO WS-FLAGGED-CNT
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-OPEN-SERIES
      *
      * Starts the next series' block. A member whose series has no
      * header record (the registry was loaded by hand) is still
      * listed, under a heading that says so.
      *----------------------------------------------------------------*
       CB-OPEN-SERIES SECTION.
       CB-010.
           MOVE BAQHSERS-SERIES-ID TO WS-CUR-SERIES.
           MOVE 0 TO WS-SER-MBR-CNT.
           MOVE 0 TO WS-SER-RETIRED-CNT.
           MOVE 0 TO WS-SER-DRAFT-CNT.
           MOVE 0 TO WS-SER-NOTCAT-CNT.
           ADD 1 TO WS-SERIES-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSCRP-RECORD FROM WS-RPT-LINE.

           IF BAQHSERS-TYPE = 'S' THEN
              STRING 'SERIES ' BAQHSERS-SERIES-ID '  '
                 BAQHSERS-NAME '  EDITOR ' BAQHSERS-EDITOR
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'SERIES ' BAQHSERS-SERIES-ID
                 '  ** NO SERIES HEADER RECORD **'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKSCRP-RECORD FROM WS-RPT-LINE.

           MOVE '   SEQ  FORM NUMBER  STATUS    TITLE' TO WS-RPT-LINE.
           WRITE RBKSCRP-RECORD FROM WS-RPT-LINE.

       CB-999.
           EXIT.
