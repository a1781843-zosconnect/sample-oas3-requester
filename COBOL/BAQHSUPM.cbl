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
      * BAQHSUPM                                                      *
      *                                                               *
      * Edition supersession registry maintenance. When a new edition *
      * of a Redbook is published the old one stays in the catalog    *
      * with nothing pointing at its replacement; this program        *
      * records the link in the RBKSUPS registry from the RBKSPIN     *
      * transactions (see BAQHSPIN): LINK says which book superseded  *
      * which, UNLINK takes a mis-keyed link back out.                *
      *                                                               *
      * Both books of a LINK must be in the local RBKCAT catalog (so  *
      * the registry is keyed on exact titles), a book is superseded  *
      * by one successor only, and a link that would make a lineage   *
      * loop back on itself is refused. Every transaction is listed   *
      * on DD name RBKSPRP as APPLIED or REJECTED with the reason; a  *
      * rejected transaction changes nothing and the run ends RC 4.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHSUPM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKSPIN-FILE ASSIGN TO RBKSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPIN-FILE-STATUS.

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

           SELECT RBKFNXR-FILE ASSIGN TO RBKFNXR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHFNXR-FORM-NUMBER
               FILE STATUS IS WS-FNXR-FILE-STATUS.

           SELECT RBKSPRP-FILE ASSIGN TO RBKSPRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKSPIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHSPIN.

       FD  RBKSUPS-FILE.
       COPY BAQHSUPS.

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKFNXR-FILE.
       COPY BAQHFNXR.

       FD  RBKSPRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKSPRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SPIN-FILE-STATUS PIC X(2).
       01 WS-SUPS-FILE-STATUS PIC X(2).
       01 WS-CAT-FILE-STATUS  PIC X(2).
       01 WS-FNXR-FILE-STATUS PIC X(2).

       01 WS-SPIN-EOF-SW      PIC X VALUE 'N'.
           88 WS-SPIN-EOF     VALUE 'Y'.

      * Without the cross-reference a FORMNUM= title cannot be
      * resolved, and that transaction alone is rejected.
       01 WS-FNXR-OPEN-SW     PIC X VALUE 'N'.
           88 WS-FNXR-OPEN    VALUE 'Y'.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-APPLIED-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-REJECTED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

      * The transaction's two titles once any FORMNUM= is resolved,
      * and the form numbers and statuses the catalog holds.
       01 WS-OLD-TITLE        PIC X(80) VALUE SPACES.
       01 WS-NEW-TITLE        PIC X(80) VALUE SPACES.
       01 WS-OLD-FORM         PIC X(12) VALUE SPACES.
       01 WS-NEW-FORM         PIC X(12) VALUE SPACES.
       01 WS-OLD-STATUS       PIC X(9) VALUE SPACES.
       01 WS-NEW-STATUS       PIC X(9) VALUE SPACES.

      * BB-RESOLVE-TITLE's argument and answer.
       01 WS-RESOLVE-TITLE    PIC X(80) VALUE SPACES.
       01 WS-RESOLVE-OK-SW    PIC X VALUE 'N'.
           88 WS-RESOLVE-OK   VALUE 'Y'.

      * Loop check for a LINK - the lineage is walked forward from
      * the new successor; reaching the old title again would make
      * a circle. The step ceiling stops a walk round a loop already
      * in the registry.
       01 WS-WALK-TITLE       PIC X(80) VALUE SPACES.
       01 WS-WALK-STEPS       PIC 9(4) COMP VALUE 0.
       01 WS-WALK-MAX         PIC 9(4) COMP VALUE 200.
       01 WS-WALK-END-SW      PIC X VALUE 'N'.
           88 WS-WALK-END     VALUE 'Y'.
       01 WS-WALK-LOOP-SW     PIC X VALUE 'N'.
           88 WS-WALK-LOOP    VALUE 'Y'.

       01 WS-REJECT-REASON    PIC X(80) VALUE SPACES.
       01 WS-APPLY-NOTE       PIC X(80) VALUE SPACES.

       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           OPEN INPUT RBKSPIN-FILE.
           IF WS-SPIN-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSUPM RBKSPIN NOT AVAILABLE, STATUS '
                 WS-SPIN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * The catalog proves the titles exist - no catalog, no run.
           OPEN INPUT RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSUPM OPEN RBKCAT failed, file status '
                 WS-CAT-FILE-STATUS
              CLOSE RBKSPIN-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O RBKSUPS-FILE.
           IF WS-SUPS-FILE-STATUS NOT = '00'
              AND WS-SUPS-FILE-STATUS NOT = '97'
              AND WS-SUPS-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHSUPM OPEN RBKSUPS failed, file status '
                 WS-SUPS-FILE-STATUS
              CLOSE RBKSPIN-FILE
              CLOSE RBKCAT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-FNXR-OPEN-SW
           END-IF.

           OPEN OUTPUT RBKSPRP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EDITION SUPERSESSION MAINTENANCE  RUN DATE '
              WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSPRP-RECORD FROM WS-RPT-LINE.

           PERFORM BA-APPLY-ONE-TRANS UNTIL WS-SPIN-EOF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSPRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS READ:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSPRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-APPLIED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS APPLIED:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSPRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-REJECTED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS REJECTED: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSPRP-RECORD FROM WS-RPT-LINE.

           IF WS-REJECTED-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           CLOSE RBKSPIN-FILE.
           CLOSE RBKCAT-FILE.
           CLOSE RBKSUPS-FILE.
           IF WS-FNXR-OPEN THEN
              CLOSE RBKFNXR-FILE
           END-IF.
           CLOSE RBKSPRP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-APPLY-ONE-TRANS
      *
      * Reads the next RBKSPIN transaction, resolves its titles,
      * applies it and lists the outcome - the action and result
      * with the old title, the successor beneath it, then the
      * reason or note when there is one.
      *----------------------------------------------------------------*
       BA-APPLY-ONE-TRANS SECTION.
       BA-010.
           READ RBKSPIN-FILE
               AT END
                  MOVE 'Y' TO WS-SPIN-EOF-SW
           END-READ.

           IF WS-SPIN-EOF THEN
              GO TO BA-999
           END-IF.

           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLY-NOTE.
           MOVE BAQHSPIN-OLD-TITLE TO WS-OLD-TITLE.
           MOVE BAQHSPIN-NEW-TITLE TO WS-NEW-TITLE.

           IF WS-OLD-TITLE = SPACES THEN
              MOVE 'OLD TITLE IS BLANK' TO WS-REJECT-REASON
              GO TO BA-020
           END-IF.

           MOVE WS-OLD-TITLE TO WS-RESOLVE-TITLE.
           PERFORM BB-RESOLVE-TITLE.
           IF NOT WS-RESOLVE-OK THEN
              GO TO BA-020
           END-IF.
           MOVE WS-RESOLVE-TITLE TO WS-OLD-TITLE.

           IF WS-NEW-TITLE NOT = SPACES THEN
              MOVE WS-NEW-TITLE TO WS-RESOLVE-TITLE
              PERFORM BB-RESOLVE-TITLE
              IF NOT WS-RESOLVE-OK THEN
                 GO TO BA-020
              END-IF
              MOVE WS-RESOLVE-TITLE TO WS-NEW-TITLE
           END-IF.

           EVALUATE BAQHSPIN-ACTION
              WHEN 'LINK'
                 PERFORM CA-LINK-EDITIONS
              WHEN 'UNLINK'
                 PERFORM CB-UNLINK-EDITIONS
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION - USE LINK OR UNLINK'
                    TO WS-REJECT-REASON
           END-EVALUATE.

       BA-020.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHSPIN-ACTION TO WS-RPT-LINE (1:6).
           IF WS-REJECT-REASON = SPACES THEN
              ADD 1 TO WS-APPLIED-CNT
              MOVE 'APPLIED' TO WS-RPT-LINE (8:8)
           ELSE
              ADD 1 TO WS-REJECTED-CNT
              MOVE 'REJECTED' TO WS-RPT-LINE (8:8)
           END-IF.
           MOVE WS-OLD-TITLE TO WS-RPT-LINE (17:80).
           WRITE RBKSPRP-RECORD FROM WS-RPT-LINE.

           IF WS-NEW-TITLE NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'SUPERSEDED BY' TO WS-RPT-LINE (3:13)
              MOVE WS-NEW-TITLE TO WS-RPT-LINE (17:80)
              WRITE RBKSPRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              MOVE WS-REJECT-REASON TO WS-RPT-LINE (17:80)
              WRITE RBKSPRP-RECORD FROM WS-RPT-LINE
           ELSE
              IF WS-APPLY-NOTE NOT = SPACES THEN
                 MOVE WS-APPLY-NOTE TO WS-RPT-LINE (17:80)
                 WRITE RBKSPRP-RECORD FROM WS-RPT-LINE
              END-IF
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-RESOLVE-TITLE
      *
      * A FORMNUM= entry in WS-RESOLVE-TITLE is replaced by the
      * exact title the cross-reference holds for it; anything else
      * is taken as keyed. An unresolvable form number rejects the
      * transaction.
      *----------------------------------------------------------------*
       BB-RESOLVE-TITLE SECTION.
       BB-010.
           MOVE 'Y' TO WS-RESOLVE-OK-SW.

           IF WS-RESOLVE-TITLE (1:8) NOT = 'FORMNUM=' THEN
              GO TO BB-999
           END-IF.

           MOVE 'N' TO WS-RESOLVE-OK-SW.

           IF NOT WS-FNXR-OPEN THEN
              MOVE 'RBKFNXR NOT AVAILABLE - KEY THE TITLE, NOT FORMNUM='
                 TO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

           MOVE WS-RESOLVE-TITLE (9:12) TO BAQHFNXR-FORM-NUMBER.
           READ RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'FORM NUMBER ' WS-RESOLVE-TITLE (9:12)
                 ' NOT IN THE CROSS-REFERENCE'
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

           MOVE BAQHFNXR-TITLE TO WS-RESOLVE-TITLE.
           MOVE 'Y' TO WS-RESOLVE-OK-SW.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-LINK-EDITIONS
      *
      * Records that WS-NEW-TITLE supersedes WS-OLD-TITLE. An old
      * edition still PUBLISHED, or a successor already ARCHIVED, is
      * linked all the same but noted - the chain report lists both
      * until somebody acts on them.
      *----------------------------------------------------------------*
       CA-LINK-EDITIONS SECTION.
       CA-010.
           IF WS-NEW-TITLE = SPACES THEN
              MOVE 'NEW TITLE IS REQUIRED FOR A LINK'
                 TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           IF WS-NEW-TITLE = WS-OLD-TITLE THEN
              MOVE 'A BOOK CANNOT SUPERSEDE ITSELF' TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE WS-OLD-TITLE TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              MOVE 'OLD TITLE IS NOT IN THE CATALOG' TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.
           MOVE BAQHKCAT-FORM-NUMBER TO WS-OLD-FORM.
           MOVE BAQHKCAT-STATUS TO WS-OLD-STATUS.

           MOVE WS-NEW-TITLE TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              MOVE 'NEW TITLE IS NOT IN THE CATALOG' TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.
           MOVE BAQHKCAT-FORM-NUMBER TO WS-NEW-FORM.
           MOVE BAQHKCAT-STATUS TO WS-NEW-STATUS.

           MOVE WS-OLD-TITLE TO BAQHSUPS-OLD-TITLE.
           READ RBKSUPS-FILE.
           IF WS-SUPS-FILE-STATUS = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'ALREADY SUPERSEDED BY '
                 BAQHSUPS-NEW-TITLE (1:50) ' - UNLINK FIRST'
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE WS-NEW-TITLE TO WS-WALK-TITLE.
           MOVE 0 TO WS-WALK-STEPS.
           MOVE 'N' TO WS-WALK-END-SW.
           MOVE 'N' TO WS-WALK-LOOP-SW.
           PERFORM CAA-WALK-ONE-LINK UNTIL WS-WALK-END.

           IF WS-WALK-LOOP THEN
              MOVE 'THE NEW TITLE ALREADY LEADS BACK TO THE OLD ONE - LI
      -            'NK WOULD LOOP' TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE SPACES TO BAQHSUPS-RECORD.
           MOVE WS-OLD-TITLE TO BAQHSUPS-OLD-TITLE.
           MOVE WS-NEW-TITLE TO BAQHSUPS-NEW-TITLE.
           MOVE WS-TODAY TO BAQHSUPS-DATE.
           MOVE WS-OLD-FORM TO BAQHSUPS-OLD-FORM.
           MOVE WS-NEW-FORM TO BAQHSUPS-NEW-FORM.

           WRITE BAQHSUPS-RECORD.
           IF WS-SUPS-FILE-STATUS NOT = '00' AND
              WS-SUPS-FILE-STATUS NOT = '02' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'WRITE RBKSUPS FAILED, FILE STATUS '
                 WS-SUPS-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           IF WS-OLD-STATUS = 'PUBLISHED' THEN
              MOVE 'NOTE - OLD EDITION IS STILL PUBLISHED; RETIRE IT WHE
      -            'N THE NEW ONE IS OUT' TO WS-APPLY-NOTE
           END-IF.
           IF WS-NEW-STATUS = 'ARCHIVED' THEN
              MOVE 'NOTE - THE SUCCESSOR IS ITSELF ARCHIVED'
                 TO WS-APPLY-NOTE
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-WALK-ONE-LINK
      *----------------------------------------------------------------*
       CAA-WALK-ONE-LINK SECTION.
       CAA-010.
           ADD 1 TO WS-WALK-STEPS.
           IF WS-WALK-STEPS > WS-WALK-MAX THEN
              MOVE 'Y' TO WS-WALK-LOOP-SW
              MOVE 'Y' TO WS-WALK-END-SW
              GO TO CAA-999
           END-IF.

           MOVE WS-WALK-TITLE TO BAQHSUPS-OLD-TITLE.
           READ RBKSUPS-FILE.
           IF WS-SUPS-FILE-STATUS NOT = '00' THEN
              MOVE 'Y' TO WS-WALK-END-SW
              GO TO CAA-999
           END-IF.

           IF BAQHSUPS-NEW-TITLE = WS-OLD-TITLE THEN
              MOVE 'Y' TO WS-WALK-LOOP-SW
              MOVE 'Y' TO WS-WALK-END-SW
              GO TO CAA-999
           END-IF.

           MOVE BAQHSUPS-NEW-TITLE TO WS-WALK-TITLE.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-UNLINK-EDITIONS
      *----------------------------------------------------------------*
       CB-UNLINK-EDITIONS SECTION.
       CB-010.
           MOVE WS-OLD-TITLE TO BAQHSUPS-OLD-TITLE.
           READ RBKSUPS-FILE.
           IF WS-SUPS-FILE-STATUS NOT = '00' THEN
              MOVE 'NO LINK RECORDED FOR THE OLD TITLE'
                 TO WS-REJECT-REASON
              GO TO CB-999
           END-IF.

           IF WS-NEW-TITLE NOT = SPACES AND
              WS-NEW-TITLE NOT = BAQHSUPS-NEW-TITLE THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'RECORDED SUCCESSOR IS '
                 BAQHSUPS-NEW-TITLE (1:50)
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO CB-999
           END-IF.

           MOVE BAQHSUPS-NEW-TITLE TO WS-NEW-TITLE.

           DELETE RBKSUPS-FILE.
           IF WS-SUPS-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'DELETE RBKSUPS FAILED, FILE STATUS '
                 WS-SUPS-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       CB-999.
           EXIT.
