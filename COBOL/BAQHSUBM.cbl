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
      * BAQHSUBM                                                      *
      *                                                               *
      * Subject taxonomy and classification maintenance. Applies the  *
      * RBKSBIN transactions (see BAQHSBIN) to the two-level subject  *
      * taxonomy in RBKSUBJ (see BAQHSUBJ) and to the RBKCLAS file    *
      * that assigns books to subjects (see BAQHCLAS).                *
      *                                                               *
      * A LEVEL 2 subject must name an existing LEVEL 1 parent, and a *
      * subject is only deleted once it has no children and no books. *
      * A book is only classified when it is in the local RBKCAT      *
      * catalog, so the index is keyed on exact titles. Every         *
      * transaction is listed on DD name RBKSBRP as APPLIED or        *
      * REJECTED with the reason; a rejected transaction changes      *
      * nothing and the run ends RC 4.                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHSUBM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKSBIN-FILE ASSIGN TO RBKSBIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SBIN-FILE-STATUS.

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

           SELECT RBKFNXR-FILE ASSIGN TO RBKFNXR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHFNXR-FORM-NUMBER
               FILE STATUS IS WS-FNXR-FILE-STATUS.

           SELECT RBKSBRP-FILE ASSIGN TO RBKSBRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKSBIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHSBIN.

       FD  RBKSUBJ-FILE.
       COPY BAQHSUBJ.

       FD  RBKCLAS-FILE.
       COPY BAQHCLAS.

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKFNXR-FILE.
       COPY BAQHFNXR.

       FD  RBKSBRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKSBRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SBIN-FILE-STATUS PIC X(2).
       01 WS-SUBJ-FILE-STATUS PIC X(2).
       01 WS-CLAS-FILE-STATUS PIC X(2).
       01 WS-CAT-FILE-STATUS  PIC X(2).
       01 WS-FNXR-FILE-STATUS PIC X(2).

       01 WS-SBIN-EOF-SW      PIC X VALUE 'N'.
           88 WS-SBIN-EOF     VALUE 'Y'.

      * Without the cross-reference a FORMNUM= title cannot be
      * resolved, and that transaction alone is rejected.
       01 WS-FNXR-OPEN-SW     PIC X VALUE 'N'.
           88 WS-FNXR-OPEN    VALUE 'Y'.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-APPLIED-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-REJECTED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

      * The transaction's title once any FORMNUM= is resolved.
       01 WS-TITLE            PIC X(80) VALUE SPACES.

       01 WS-REJECT-REASON    PIC X(80) VALUE SPACES.

       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           OPEN INPUT RBKSBIN-FILE.
           IF WS-SBIN-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSUBM RBKSBIN NOT AVAILABLE, STATUS '
                 WS-SBIN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * The catalog proves the titles exist - no catalog, no run.
           OPEN INPUT RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSUBM OPEN RBKCAT failed, file status '
                 WS-CAT-FILE-STATUS
              CLOSE RBKSBIN-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O RBKSUBJ-FILE.
           IF WS-SUBJ-FILE-STATUS NOT = '00'
              AND WS-SUBJ-FILE-STATUS NOT = '97'
              AND WS-SUBJ-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHSUBM OPEN RBKSUBJ failed, file status '
                 WS-SUBJ-FILE-STATUS
              CLOSE RBKSBIN-FILE
              CLOSE RBKCAT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O RBKCLAS-FILE.
           IF WS-CLAS-FILE-STATUS NOT = '00'
              AND WS-CLAS-FILE-STATUS NOT = '97'
              AND WS-CLAS-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHSUBM OPEN RBKCLAS failed, file status '
                 WS-CLAS-FILE-STATUS
              CLOSE RBKSBIN-FILE
              CLOSE RBKCAT-FILE
              CLOSE RBKSUBJ-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-FNXR-OPEN-SW
           END-IF.

           OPEN OUTPUT RBKSBRP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SUBJECT TAXONOMY MAINTENANCE  RUN DATE ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSBRP-RECORD FROM WS-RPT-LINE.

           PERFORM BA-APPLY-ONE-TRANS UNTIL WS-SBIN-EOF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSBRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS READ:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSBRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-APPLIED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS APPLIED:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSBRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-REJECTED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS REJECTED: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSBRP-RECORD FROM WS-RPT-LINE.

           IF WS-REJECTED-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           CLOSE RBKSBIN-FILE.
           CLOSE RBKCAT-FILE.
           CLOSE RBKSUBJ-FILE.
           CLOSE RBKCLAS-FILE.
           IF WS-FNXR-OPEN THEN
              CLOSE RBKFNXR-FILE
           END-IF.
           CLOSE RBKSBRP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-APPLY-ONE-TRANS
      *
      * Reads the next RBKSBIN transaction, applies it and lists the
      * outcome - action, result and subject code, then the title
      * for a classification, then the reason for a rejection.
      *----------------------------------------------------------------*
       BA-APPLY-ONE-TRANS SECTION.
       BA-010.
           READ RBKSBIN-FILE
               AT END
                  MOVE 'Y' TO WS-SBIN-EOF-SW
           END-READ.

           IF WS-SBIN-EOF THEN
              GO TO BA-999
           END-IF.

           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE BAQHSBIN-TITLE TO WS-TITLE.

           IF BAQHSBIN-CODE = SPACES THEN
              MOVE 'SUBJECT CODE IS BLANK' TO WS-REJECT-REASON
              GO TO BA-020
           END-IF.

           EVALUATE BAQHSBIN-ACTION
              WHEN 'ADDSUB'
                 PERFORM CA-ADD-SUBJECT
              WHEN 'CHGSUB'
                 PERFORM CB-CHANGE-SUBJECT
              WHEN 'DELSUB'
                 PERFORM CC-DELETE-SUBJECT
              WHEN 'CLASS'
                 PERFORM DA-CLASSIFY-BOOK
              WHEN 'UNCLAS'
                 PERFORM DB-UNCLASSIFY-BOOK
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE.

       BA-020.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHSBIN-ACTION TO WS-RPT-LINE (1:6).
           IF WS-REJECT-REASON = SPACES THEN
              ADD 1 TO WS-APPLIED-CNT
              MOVE 'APPLIED' TO WS-RPT-LINE (8:8)
           ELSE
              ADD 1 TO WS-REJECTED-CNT
              MOVE 'REJECTED' TO WS-RPT-LINE (8:8)
           END-IF.
           MOVE BAQHSBIN-CODE TO WS-RPT-LINE (17:8).
           IF BAQHSBIN-ACTION = 'CLASS' OR
              BAQHSBIN-ACTION = 'UNCLAS' THEN
              MOVE WS-TITLE TO WS-RPT-LINE (27:80)
           ELSE
              MOVE BAQHSBIN-DESC TO WS-RPT-LINE (27:50)
           END-IF.
           WRITE RBKSBRP-RECORD FROM WS-RPT-LINE.

           IF WS-REJECT-REASON NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE WS-REJECT-REASON TO WS-RPT-LINE (27:80)
              WRITE RBKSBRP-RECORD FROM WS-RPT-LINE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-RESOLVE-TITLE
      *
      * A FORMNUM= entry in WS-TITLE is replaced by the exact title
      * the cross-reference holds for it; anything else is taken as
      * keyed. An unresolvable form number rejects the transaction.
      *----------------------------------------------------------------*
       BB-RESOLVE-TITLE SECTION.
       BB-010.
           IF WS-TITLE (1:8) NOT = 'FORMNUM=' THEN
              GO TO BB-999
           END-IF.

           IF NOT WS-FNXR-OPEN THEN
              MOVE 'RBKFNXR NOT AVAILABLE - KEY THE TITLE, NOT FORMNUM='
                 TO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

           MOVE WS-TITLE (9:12) TO BAQHFNXR-FORM-NUMBER.
           READ RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'FORM NUMBER ' WS-TITLE (9:12)
                 ' NOT IN THE CROSS-REFERENCE'
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

           MOVE BAQHFNXR-TITLE TO WS-TITLE.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-ADD-SUBJECT
      *----------------------------------------------------------------*
       CA-ADD-SUBJECT SECTION.
       CA-010.
           IF BAQHSBIN-DESC = SPACES THEN
              MOVE 'DESCRIPTION IS REQUIRED' TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE BAQHSBIN-CODE TO BAQHSUBJ-CODE.
           READ RBKSUBJ-FILE.
           IF WS-SUBJ-FILE-STATUS = '00' THEN
              MOVE 'SUBJECT ALREADY EXISTS' TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

      * A LEVEL 2 subject hangs off an existing LEVEL 1 subject -
      * the taxonomy goes no deeper than two.
           IF BAQHSBIN-PARENT NOT = SPACES THEN
              IF BAQHSBIN-PARENT = BAQHSBIN-CODE THEN
                 MOVE 'A SUBJECT CANNOT BE ITS OWN PARENT'
                    TO WS-REJECT-REASON
                 GO TO CA-999
              END-IF
              MOVE BAQHSBIN-PARENT TO BAQHSUBJ-CODE
              READ RBKSUBJ-FILE
              IF WS-SUBJ-FILE-STATUS NOT = '00' THEN
                 MOVE 'PARENT SUBJECT DOES NOT EXIST'
                    TO WS-REJECT-REASON
                 GO TO CA-999
              END-IF
              IF BAQHSUBJ-LEVEL NOT = 1 THEN
                 MOVE 'PARENT IS ITSELF A LEVEL 2 SUBJECT'
                    TO WS-REJECT-REASON
                 GO TO CA-999
              END-IF
           END-IF.

           MOVE SPACES TO BAQHSUBJ-RECORD.
           MOVE BAQHSBIN-CODE TO BAQHSUBJ-CODE.
           MOVE BAQHSBIN-PARENT TO BAQHSUBJ-PARENT.
           IF BAQHSBIN-PARENT = SPACES THEN
              MOVE 1 TO BAQHSUBJ-LEVEL
           ELSE
              MOVE 2 TO BAQHSUBJ-LEVEL
           END-IF.
           MOVE BAQHSBIN-DESC TO BAQHSUBJ-DESC.
           MOVE WS-TODAY TO BAQHSUBJ-DATE.

           WRITE BAQHSUBJ-RECORD.
           IF WS-SUBJ-FILE-STATUS NOT = '00' AND
              WS-SUBJ-FILE-STATUS NOT = '02' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'WRITE RBKSUBJ FAILED, FILE STATUS '
                 WS-SUBJ-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-CHANGE-SUBJECT
      *
      * Only the description changes. Moving a subject to another
      * parent is a DELSUB and ADDSUB, so its books are reclassified
      * deliberately rather than carried along unseen.
      *----------------------------------------------------------------*
       CB-CHANGE-SUBJECT SECTION.
       CB-010.
           IF BAQHSBIN-DESC = SPACES THEN
              MOVE 'DESCRIPTION IS REQUIRED' TO WS-REJECT-REASON
              GO TO CB-999
           END-IF.

           MOVE BAQHSBIN-CODE TO BAQHSUBJ-CODE.
           READ RBKSUBJ-FILE.
           IF WS-SUBJ-FILE-STATUS NOT = '00' THEN
              MOVE 'SUBJECT DOES NOT EXIST' TO WS-REJECT-REASON
              GO TO CB-999
           END-IF.

           IF BAQHSBIN-PARENT NOT = SPACES AND
              BAQHSBIN-PARENT NOT = BAQHSUBJ-PARENT THEN
              MOVE 'PARENT CANNOT BE CHANGED - DELSUB AND ADDSUB'
                 TO WS-REJECT-REASON
              GO TO CB-999
           END-IF.

           MOVE BAQHSBIN-DESC TO BAQHSUBJ-DESC.
           MOVE WS-TODAY TO BAQHSUBJ-DATE.

           REWRITE BAQHSUBJ-RECORD.
           IF WS-SUBJ-FILE-STATUS NOT = '00' AND
              WS-SUBJ-FILE-STATUS NOT = '02' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'REWRITE RBKSUBJ FAILED, FILE STATUS '
                 WS-SUBJ-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-DELETE-SUBJECT
      *----------------------------------------------------------------*
       CC-DELETE-SUBJECT SECTION.
       CC-010.
           MOVE BAQHSBIN-CODE TO BAQHSUBJ-PARENT.
           READ RBKSUBJ-FILE KEY IS BAQHSUBJ-PARENT.
           IF WS-SUBJ-FILE-STATUS = '00' OR
              WS-SUBJ-FILE-STATUS = '02' THEN
              MOVE 'SUBJECT STILL HAS LEVEL 2 SUBJECTS UNDER IT'
                 TO WS-REJECT-REASON
              GO TO CC-999
           END-IF.

      * The first classification record at or after the subject's
      * lowest key is one of its books, if it has any.
           MOVE BAQHSBIN-CODE TO BAQHCLAS-SUBJECT.
           MOVE LOW-VALUES TO BAQHCLAS-TITLE.
           START RBKCLAS-FILE KEY IS NOT < BAQHCLAS-KEY
              INVALID KEY
                 GO TO CC-020
           END-START.

           READ RBKCLAS-FILE NEXT
              AT END
                 GO TO CC-020
           END-READ.

           IF BAQHCLAS-SUBJECT = BAQHSBIN-CODE THEN
              MOVE 'SUBJECT STILL HAS BOOKS - UNCLAS THEM FIRST'
                 TO WS-REJECT-REASON
              GO TO CC-999
           END-IF.

       CC-020.
           MOVE BAQHSBIN-CODE TO BAQHSUBJ-CODE.
           READ RBKSUBJ-FILE.
           IF WS-SUBJ-FILE-STATUS NOT = '00' THEN
              MOVE 'SUBJECT DOES NOT EXIST' TO WS-REJECT-REASON
              GO TO CC-999
           END-IF.

           DELETE RBKSUBJ-FILE.
           IF WS-SUBJ-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'DELETE RBKSUBJ FAILED, FILE STATUS '
                 WS-SUBJ-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-CLASSIFY-BOOK
      *----------------------------------------------------------------*
       DA-CLASSIFY-BOOK SECTION.
       DA-010.
           IF WS-TITLE = SPACES THEN
              MOVE 'TITLE IS REQUIRED' TO WS-REJECT-REASON
              GO TO DA-999
           END-IF.

           PERFORM BB-RESOLVE-TITLE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              GO TO DA-999
           END-IF.

           MOVE BAQHSBIN-CODE TO BAQHSUBJ-CODE.
           READ RBKSUBJ-FILE.
           IF WS-SUBJ-FILE-STATUS NOT = '00' THEN
              MOVE 'SUBJECT DOES NOT EXIST' TO WS-REJECT-REASON
              GO TO DA-999
           END-IF.

           MOVE WS-TITLE TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              MOVE 'TITLE IS NOT IN THE CATALOG' TO WS-REJECT-REASON
              GO TO DA-999
           END-IF.

           MOVE SPACES TO BAQHCLAS-RECORD.
           MOVE BAQHSBIN-CODE TO BAQHCLAS-SUBJECT.
           MOVE WS-TITLE TO BAQHCLAS-TITLE.
           MOVE BAQHKCAT-FORM-NUMBER TO BAQHCLAS-FORM-NUMBER.
           MOVE WS-TODAY TO BAQHCLAS-DATE.

           WRITE BAQHCLAS-RECORD.
           EVALUATE WS-CLAS-FILE-STATUS
              WHEN '00'
              WHEN '02'
                 CONTINUE
              WHEN '22'
                 MOVE 'BOOK IS ALREADY UNDER THIS SUBJECT'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING 'WRITE RBKCLAS FAILED, FILE STATUS '
                    WS-CLAS-FILE-STATUS
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-EVALUATE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-UNCLASSIFY-BOOK
      *----------------------------------------------------------------*
       DB-UNCLASSIFY-BOOK SECTION.
       DB-010.
           IF WS-TITLE = SPACES THEN
              MOVE 'TITLE IS REQUIRED' TO WS-REJECT-REASON
              GO TO DB-999
           END-IF.

           PERFORM BB-RESOLVE-TITLE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              GO TO DB-999
           END-IF.

           MOVE BAQHSBIN-CODE TO BAQHCLAS-SUBJECT.
           MOVE WS-TITLE TO BAQHCLAS-TITLE.
           READ RBKCLAS-FILE.
           IF WS-CLAS-FILE-STATUS NOT = '00' THEN
              MOVE 'BOOK IS NOT UNDER THIS SUBJECT' TO WS-REJECT-REASON
              GO TO DB-999
           END-IF.

           DELETE RBKCLAS-FILE.
           IF WS-CLAS-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'DELETE RBKCLAS FAILED, FILE STATUS '
                 WS-CLAS-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       DB-999.
           EXIT.
