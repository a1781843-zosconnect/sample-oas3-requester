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
      * BAQHSUBX                                                      *
      *                                                               *
      * Subject index report, written to DD name RBKSXRP in two       *
      * parts.                                                        *
      *                                                               *
      * SUBJECT INDEX - every LEVEL 1 subject of the RBKSUBJ taxonomy *
      * (see BAQHSUBJ) in code order, with its books, followed by     *
      * each of its LEVEL 2 subjects and their books. A book is       *
      * listed under every subject the RBKCLAS classification file    *
      * (see BAQHCLAS) assigns it to, with the status and form number *
      * the local RBKCAT catalog holds; a classified book no longer   *
      * in the catalog shows NOT FOUND.                               *
      *                                                               *
      * UNCLASSIFIED TITLES - catalog books with no subject at all,   *
      * the classification backlog.                                   *
      *                                                               *
      * All three files are required. The report is for reading - it  *
      * ends RC 0 whatever it lists.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHSUBX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKSUBJ-FILE ASSIGN TO RBKSUBJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHSUBJ-CODE
               ALTERNATE RECORD KEY IS BAQHSUBJ-PARENT
                  WITH DUPLICATES
               FILE STATUS IS WS-SUBJ-FILE-STATUS.

           SELECT RBKCLAS-FILE ASSIGN TO RBKCLAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHCLAS-KEY
               ALTERNATE RECORD KEY IS BAQHCLAS-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-CLAS-FILE-STATUS.

           SELECT RBKCAT-FILE ASSIGN TO RBKCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKCAT-TITLE
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT RBKSXRP-FILE ASSIGN TO RBKSXRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKSUBJ-FILE.
       COPY BAQHSUBJ.

       FD  RBKCLAS-FILE.
       COPY BAQHCLAS.

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKSXRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKSXRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SUBJ-FILE-STATUS PIC X(2).
       01 WS-CLAS-FILE-STATUS PIC X(2).
       01 WS-CAT-FILE-STATUS  PIC X(2).

       01 WS-SUBJ-EOF-SW      PIC X VALUE 'N'.
           88 WS-SUBJ-EOF     VALUE 'Y'.
       01 WS-CHILD-EOF-SW     PIC X VALUE 'N'.
           88 WS-CHILD-EOF    VALUE 'Y'.
       01 WS-CLAS-EOF-SW      PIC X VALUE 'N'.
           88 WS-CLAS-EOF     VALUE 'Y'.
       01 WS-CAT-EOF-SW       PIC X VALUE 'N'.
           88 WS-CAT-EOF      VALUE 'Y'.

      * The LEVEL 1 pass browses the taxonomy by code and the child
      * pass by parent on the same file, so the code browse is
      * re-positioned past the saved code each time round.
       01 WS-PARENT-CODE      PIC X(8) VALUE SPACES.

      * The subject whose books are being listed, and its heading.
       01 WS-LIST-CODE        PIC X(8) VALUE SPACES.
       01 WS-LIST-BOOK-CNT    PIC 9(5) COMP VALUE 0.

       01 WS-LEVEL1-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-LEVEL2-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-ENTRY-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-CAT-CNT          PIC 9(7) COMP VALUE 0.
       01 WS-UNCLASS-CNT      PIC 9(7) COMP VALUE 0.
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

           OPEN INPUT RBKSUBJ-FILE.
           IF WS-SUBJ-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSUBX OPEN RBKSUBJ failed, file status '
                 WS-SUBJ-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKCLAS-FILE.
           IF WS-CLAS-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSUBX OPEN RBKCLAS failed, file status '
                 WS-CLAS-FILE-STATUS
              CLOSE RBKSUBJ-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSUBX OPEN RBKCAT failed, file status '
                 WS-CAT-FILE-STATUS
              CLOSE RBKSUBJ-FILE
              CLOSE RBKCLAS-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKSXRP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REDBOOK SUBJECT INDEX  RUN DATE ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

      * Part 1 - the index, LEVEL 1 subjects in code order.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.
           MOVE 'SUBJECT INDEX' TO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.
           MOVE '    FORM NUMBER  STATUS    TITLE' TO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

           MOVE LOW-VALUES TO BAQHSUBJ-CODE.
           START RBKSUBJ-FILE KEY IS NOT < BAQHSUBJ-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-SUBJ-EOF-SW
           END-START.

           PERFORM BA-INDEX-ONE-SUBJECT UNTIL WS-SUBJ-EOF.

      * Part 2 - catalog books with no subject.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.
           MOVE 'UNCLASSIFIED TITLES' TO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.
           MOVE '    FORM NUMBER  STATUS    TITLE' TO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

           MOVE LOW-VALUES TO BAQHKCAT-TITLE.
           START RBKCAT-FILE KEY IS NOT < BAQHKCAT-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-CAT-EOF-SW
           END-START.

           PERFORM CA-CHECK-ONE-CATALOG-BOOK UNTIL WS-CAT-EOF.

           IF WS-UNCLASS-CNT = 0 THEN
              MOVE '    NONE' TO WS-RPT-LINE
              WRITE RBKSXRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-LEVEL1-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LEVEL 1 SUBJECTS:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-LEVEL2-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LEVEL 2 SUBJECTS:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-ENTRY-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'INDEX ENTRIES:         ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-CAT-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CATALOG TITLES:        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-UNCLASS-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'UNCLASSIFIED TITLES:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

       A-999.
           CLOSE RBKSUBJ-FILE.
           CLOSE RBKCLAS-FILE.
           CLOSE RBKCAT-FILE.
           CLOSE RBKSXRP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-INDEX-ONE-SUBJECT
      *
      * Reads the next taxonomy record by code. A LEVEL 1 subject is
      * listed with its books, then its LEVEL 2 subjects are found
      * through the parent key and listed in turn; LEVEL 2 records
      * met on the code browse are skipped, having been listed under
      * their parent.
      *----------------------------------------------------------------*
       BA-INDEX-ONE-SUBJECT SECTION.
       BA-010.
           READ RBKSUBJ-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-SUBJ-EOF-SW
           END-READ.

           IF WS-SUBJ-EOF THEN
              GO TO BA-999
           END-IF.

           IF BAQHSUBJ-LEVEL NOT = 1 THEN
              GO TO BA-999
           END-IF.

           ADD 1 TO WS-LEVEL1-CNT.
           MOVE BAQHSUBJ-CODE TO WS-PARENT-CODE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.
           STRING BAQHSUBJ-CODE '  ' BAQHSUBJ-DESC
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

           MOVE BAQHSUBJ-CODE TO WS-LIST-CODE.
           PERFORM BB-LIST-SUBJECT-BOOKS.

           MOVE 'N' TO WS-CHILD-EOF-SW.
           MOVE WS-PARENT-CODE TO BAQHSUBJ-PARENT.
           START RBKSUBJ-FILE KEY IS = BAQHSUBJ-PARENT
              INVALID KEY
                 MOVE 'Y' TO WS-CHILD-EOF-SW
           END-START.

           PERFORM BC-INDEX-ONE-CHILD UNTIL WS-CHILD-EOF.

      * Back on the code browse, past the subject just listed.
           MOVE WS-PARENT-CODE TO BAQHSUBJ-CODE.
           START RBKSUBJ-FILE KEY IS > BAQHSUBJ-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-SUBJ-EOF-SW
           END-START.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-LIST-SUBJECT-BOOKS
      *
      * Lists every book classified under WS-LIST-CODE, in title
      * order, with its catalog status and form number.
      *----------------------------------------------------------------*
       BB-LIST-SUBJECT-BOOKS SECTION.
       BB-010.
           MOVE 0 TO WS-LIST-BOOK-CNT.
           MOVE 'N' TO WS-CLAS-EOF-SW.
           MOVE WS-LIST-CODE TO BAQHCLAS-SUBJECT.
           MOVE LOW-VALUES TO BAQHCLAS-TITLE.
           START RBKCLAS-FILE KEY IS NOT < BAQHCLAS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-CLAS-EOF-SW
           END-START.

           PERFORM BBA-LIST-ONE-BOOK UNTIL WS-CLAS-EOF.

           IF WS-LIST-BOOK-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE '(no books classified)' TO WS-RPT-LINE (5:21)
              WRITE RBKSXRP-RECORD FROM WS-RPT-LINE
           END-IF.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-LIST-ONE-BOOK
      *----------------------------------------------------------------*
       BBA-LIST-ONE-BOOK SECTION.
       BBA-010.
           READ RBKCLAS-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-CLAS-EOF-SW
           END-READ.

           IF WS-CLAS-EOF THEN
              GO TO BBA-999
           END-IF.

           IF BAQHCLAS-SUBJECT NOT = WS-LIST-CODE THEN
              MOVE 'Y' TO WS-CLAS-EOF-SW
              GO TO BBA-999
           END-IF.

           ADD 1 TO WS-LIST-BOOK-CNT.
           ADD 1 TO WS-ENTRY-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHCLAS-TITLE TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS = '00' THEN
              MOVE BAQHKCAT-FORM-NUMBER TO WS-RPT-LINE (5:12)
              MOVE BAQHKCAT-STATUS TO WS-RPT-LINE (18:9)
           ELSE
              MOVE BAQHCLAS-FORM-NUMBER TO WS-RPT-LINE (5:12)
              MOVE 'NOT FOUND' TO WS-RPT-LINE (18:9)
           END-IF.
           MOVE BAQHCLAS-TITLE TO WS-RPT-LINE (28:80).
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-INDEX-ONE-CHILD
      *
      * Reads the next LEVEL 2 subject under WS-PARENT-CODE on the
      * parent key and lists it with its books.
      *----------------------------------------------------------------*
       BC-INDEX-ONE-CHILD SECTION.
       BC-010.
           READ RBKSUBJ-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-CHILD-EOF-SW
           END-READ.

           IF WS-CHILD-EOF THEN
              GO TO BC-999
           END-IF.

           IF BAQHSUBJ-PARENT NOT = WS-PARENT-CODE THEN
              MOVE 'Y' TO WS-CHILD-EOF-SW
              GO TO BC-999
           END-IF.

           ADD 1 TO WS-LEVEL2-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ' BAQHSUBJ-CODE '  ' BAQHSUBJ-DESC
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

           MOVE BAQHSUBJ-CODE TO WS-LIST-CODE.
           PERFORM BB-LIST-SUBJECT-BOOKS.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-CHECK-ONE-CATALOG-BOOK
      *
      * Reads the next catalog book and lists it when the
      * classification file has no subject for it.
      *----------------------------------------------------------------*
       CA-CHECK-ONE-CATALOG-BOOK SECTION.
       CA-010.
           READ RBKCAT-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-CAT-EOF-SW
           END-READ.

           IF WS-CAT-EOF THEN
              GO TO CA-999
           END-IF.

           ADD 1 TO WS-CAT-CNT.

           MOVE BAQHKCAT-TITLE TO BAQHCLAS-TITLE.
           READ RBKCLAS-FILE KEY IS BAQHCLAS-TITLE.
           IF WS-CLAS-FILE-STATUS = '00' OR
              WS-CLAS-FILE-STATUS = '02' THEN
              GO TO CA-999
           END-IF.

           ADD 1 TO WS-UNCLASS-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHKCAT-FORM-NUMBER TO WS-RPT-LINE (5:12).
           MOVE BAQHKCAT-STATUS TO WS-RPT-LINE (18:9).
           MOVE BAQHKCAT-TITLE TO WS-RPT-LINE (28:80).
           WRITE RBKSXRP-RECORD FROM WS-RPT-LINE.

       CA-999.
           EXIT.
