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
      * BAQHERAI                                                      *
      *                                                               *
      * Author personal-data erasure, IMS step. Run as a BMP after    *
      * BAQHERAS (and its BAQHERAX steps), it carries the erasure     *
      * into the Redbook IMS database the nightly BAQHIMSL load       *
      * builds, so the other IMS applications stop seeing the name    *
      * without waiting for the next load. Every book root is walked  *
      * and each RBKAUTH child whose name is a variant on the         *
      * worklist (RBKERWK) is deleted and inserted again under the    *
      * pseudonym - the name is the child's key, so it cannot be      *
      * replaced in place. A book that listed two spellings of the    *
      * one author already holds the pseudonym after the first, and   *
      * the second is folded into it (the insert's II status).        *
      *                                                               *
      * The inserts for a book are made once its children have all    *
      * been read, so a re-keyed child never lands ahead of the walk  *
      * and hides a sibling from it. One checkpoint at the end        *
      * commits the run: an erasure touches few segments, and the     *
      * walk's position would not survive a checkpoint part way.      *
      *                                                               *
      * The step extends the completion certificate (RBKERCT) with    *
      * the RBKAUTH line and closes it. The PSB presents the I/O PCB  *
      * first and the Redbook database PCB (PROCOPT=A) second, as for *
      * BAQHIMSL. RC 0 scrubbed, RC 8 the worklist could not be read  *
      * or a DL/I call failed.                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHERAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKERWK-FILE ASSIGN TO RBKERWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERWK-FILE-STATUS.

           SELECT RBKERCT-FILE ASSIGN TO RBKERCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKERWK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHERWK.

       FD  RBKERCT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKERCT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

      * IMS structures - the CBLTDLI literal and the DL/I function
      * codes this suite shares.
       COPY BAQHCIMS.

      * Function codes and statuses BAQHCIMS does not carry: the
      * within-parent get-hold and delete the walk drives, and the
      * end-of-database, not-found and duplicate statuses.
       77 DLI-GET-HOLD-NEXT-P PIC X(4) VALUE 'GHNP'.
       77 DLI-DLET            PIC X(4) VALUE 'DLET'.
       77 DLI-END-OF-DB       PIC X(2) VALUE 'GB'.
       77 DLI-NOT-FOUND       PIC X(2) VALUE 'GE'.
       77 DLI-DUPLICATE       PIC X(2) VALUE 'II'.

      * Unqualified segment search arguments.
       01 WS-SSA-BOOK         PIC X(9) VALUE 'RBKBOOK  '.
       01 WS-SSA-AUTH         PIC X(9) VALUE 'RBKAUTH  '.

      * The root segment: one book, keyed by its title.
       01 WS-BOOK-SEG.
           03 WS-BOOK-TITLE       PIC X(80).
           03 WS-BOOK-STATUS      PIC X(9).
           03 WS-BOOK-FORMNUM     PIC X(12).
           03 WS-BOOK-PUBDATE     PIC X(20).
           03 WS-BOOK-DOCTYPE     PIC X(3).
           03 WS-BOOK-SIZEMB      PIC 9(3)V9(2).
           03 WS-BOOK-URL         PIC X(60).

      * The author child segment, keyed by the author's name.
       01 WS-AUTH-SEG.
           03 WS-AUTH-NAME        PIC X(40).

      * The pseudonyms owed to the current book, inserted once its
      * children have all been read.
       01 WS-PND-TABLE.
           03 WS-PND-PSEUDO       PIC X(40) OCCURS 20 TIMES.
       01 WS-PND-CNT          PIC 9(4) COMP VALUE 0.
       01 WS-PND-IX           PIC 9(4) COMP VALUE 0.
       01 WS-PND-FOUND        PIC 9(4) COMP VALUE 0.

      * The variant table and each match request.
       COPY BAQHERSB.
       01 WS-VAR-OVERFLOW     PIC 9(7) COMP VALUE 0.

       01 WS-ERWK-FILE-STATUS PIC X(2).
       01 WS-ERCT-FILE-STATUS PIC X(2).
       01 WS-EOF-SW           PIC X VALUE 'N'.
           88 WS-EOF            VALUE 'Y'.

       01 WS-ROOT-CNT         PIC 9(9) COMP VALUE 0.
       01 WS-AUTH-CNT         PIC 9(9) COMP VALUE 0.
       01 WS-CHANGED-CNT      PIC 9(9) COMP VALUE 0.
       01 WS-FOLDED-CNT       PIC 9(9) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       COPY BAQHERCT.

       01 WS-CHKP-ID          PIC X(8) VALUE 'RBKERAI '.
       01 WS-RC               PIC 9 VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

       LINKAGE SECTION.
       01 IOPCB.
           03 IO-LTERM-NAME       PIC X(8).
           03 FILLER              PIC X(2).
           03 IO-STATUS           PIC X(2).
           03 FILLER              PIC X(20).

      * The Redbook database PCB mask the PSB presents second.
       01 RBKDBPCB.
           03 DB-DBD-NAME         PIC X(8).
           03 DB-SEG-LEVEL        PIC X(2).
           03 DB-STATUS           PIC X(2).
           03 DB-PROC-OPTIONS     PIC X(4).
           03 FILLER              PIC X(4).
           03 DB-SEG-NAME         PIC X(8).
           03 DB-KEY-LENGTH       PIC 9(8) COMP.
           03 DB-NUM-SENS-SEGS    PIC 9(8) COMP.
           03 DB-KEY-FEEDBACK     PIC X(120).

       PROCEDURE DIVISION USING IOPCB RBKDBPCB.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           PERFORM BA-LOAD-WORKLIST.
           IF WS-RC = FAILED THEN
              GO TO A-900
           END-IF.

           CALL CBLTDLI USING DLI-GET-NEXT, RBKDBPCB,
              WS-BOOK-SEG, WS-SSA-BOOK.

           PERFORM CA-ERASE-ONE-BOOK
              UNTIL DB-STATUS = DLI-END-OF-DB
                 OR WS-RC = FAILED.

           PERFORM XC-TAKE-CHECKPOINT.

           PERFORM DA-CLOSE-CERTIFICATE.

           MOVE WS-CHANGED-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHERAI ' WS-CNT-ED ' author segments re-keyed.'.

       A-900.
           IF WS-RC NOT = OK THEN
              MOVE 8 TO RETURN-CODE
           END-IF.

       A-999.
           GOBACK.

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
              DISPLAY 'BAQHERAI RBKERWK open failed, file status '
                 WS-ERWK-FILE-STATUS
              MOVE FAILED TO WS-RC
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
              DISPLAY 'BAQHERAI RBKERWK is empty - nothing to erase.'
              MOVE FAILED TO WS-RC
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
      * CA-ERASE-ONE-BOOK
      *
      * Reads the current book's authors under it, deleting each
      * erased one, then inserts the pseudonyms owed and moves on to
      * the next book.
      *----------------------------------------------------------------*
       CA-ERASE-ONE-BOOK SECTION.
       CA-010.
           IF DB-STATUS NOT = DLI-STATUS-OK THEN
              DISPLAY 'BAQHERAI GN status ' DB-STATUS
                 ' walking the book roots.'
              MOVE FAILED TO WS-RC
              GO TO CA-999
           END-IF.

           ADD 1 TO WS-ROOT-CNT.
           MOVE 0 TO WS-PND-CNT.

           CALL CBLTDLI USING DLI-GET-HOLD-NEXT-P, RBKDBPCB,
              WS-AUTH-SEG, WS-SSA-AUTH.

           PERFORM CB-CHECK-ONE-AUTHOR
              UNTIL DB-STATUS NOT = DLI-STATUS-OK
                 OR WS-RC = FAILED.

           IF WS-RC = FAILED THEN
              GO TO CA-999
           END-IF.

           IF DB-STATUS NOT = DLI-NOT-FOUND THEN
              DISPLAY 'BAQHERAI GHNP status ' DB-STATUS
                 ' reading a book''s authors.'
              MOVE FAILED TO WS-RC
              GO TO CA-999
           END-IF.

           PERFORM CC-INSERT-ONE-PSEUDONYM
              VARYING WS-PND-IX FROM 1 BY 1
              UNTIL WS-PND-IX > WS-PND-CNT OR WS-RC = FAILED.

           IF WS-RC = FAILED THEN
              GO TO CA-999
           END-IF.

           CALL CBLTDLI USING DLI-GET-NEXT, RBKDBPCB,
              WS-BOOK-SEG, WS-SSA-BOOK.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-CHECK-ONE-AUTHOR
      *
      * An author on the worklist is deleted and its pseudonym owed
      * to the book - once, however many spellings the book carried.
      *----------------------------------------------------------------*
       CB-CHECK-ONE-AUTHOR SECTION.
       CB-010.
           ADD 1 TO WS-AUTH-CNT.

           MOVE 'N' TO BAQHERSB-FUNCTION.
           MOVE WS-AUTH-NAME TO BAQHERSB-NAME.
           CALL 'BAQHERSB' USING BAQHERSB-AREA.

           IF BAQHERSB-HITS = 0 OR
              BAQHERSB-PSEUDONYM = WS-AUTH-NAME THEN
              GO TO CB-020
           END-IF.

           CALL CBLTDLI USING DLI-DLET, RBKDBPCB, WS-AUTH-SEG.

           IF DB-STATUS NOT = DLI-STATUS-OK THEN
              DISPLAY 'BAQHERAI DLET status ' DB-STATUS
                 ' removing an erased author.'
              MOVE FAILED TO WS-RC
              GO TO CB-999
           END-IF.

           ADD 1 TO WS-CHANGED-CNT.

           MOVE 0 TO WS-PND-FOUND.
           PERFORM CBA-TEST-ONE-OWED
              VARYING WS-PND-IX FROM 1 BY 1
              UNTIL WS-PND-IX > WS-PND-CNT OR WS-PND-FOUND > 0.

           IF WS-PND-FOUND > 0 THEN
              ADD 1 TO WS-FOLDED-CNT
           ELSE
              IF WS-PND-CNT < 20 THEN
                 ADD 1 TO WS-PND-CNT
                 MOVE BAQHERSB-PSEUDONYM TO WS-PND-PSEUDO (WS-PND-CNT)
              END-IF
           END-IF.

       CB-020.
           CALL CBLTDLI USING DLI-GET-HOLD-NEXT-P, RBKDBPCB,
              WS-AUTH-SEG, WS-SSA-AUTH.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBA-TEST-ONE-OWED
      *----------------------------------------------------------------*
       CBA-TEST-ONE-OWED SECTION.
       CBA-010.
           IF WS-PND-PSEUDO (WS-PND-IX) = BAQHERSB-PSEUDONYM THEN
              MOVE WS-PND-IX TO WS-PND-FOUND
           END-IF.

       CBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-INSERT-ONE-PSEUDONYM
      *
      * The book is still the parent position after its children
      * ran out, so the unqualified child SSA inserts under it, the
      * same as the load. The book may already hold the pseudonym
      * from an earlier erasure; that child is simply kept.
      *----------------------------------------------------------------*
       CC-INSERT-ONE-PSEUDONYM SECTION.
       CC-010.
           MOVE SPACES TO WS-AUTH-SEG.
           MOVE WS-PND-PSEUDO (WS-PND-IX) TO WS-AUTH-NAME.

           CALL CBLTDLI USING DLI-ISRT, RBKDBPCB,
              WS-AUTH-SEG, WS-SSA-AUTH.

           EVALUATE DB-STATUS
              WHEN DLI-STATUS-OK
                 CONTINUE
              WHEN DLI-DUPLICATE
                 ADD 1 TO WS-FOLDED-CNT
              WHEN OTHER
                 DISPLAY 'BAQHERAI AUTHOR ISRT status ' DB-STATUS
                    ' inserting a pseudonym.'
                 MOVE FAILED TO WS-RC
           END-EVALUATE.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-CLOSE-CERTIFICATE
      *
      * The RBKAUTH line and the closing line on the certificate
      * BAQHERAS opened.
      *----------------------------------------------------------------*
       DA-CLOSE-CERTIFICATE SECTION.
       DA-010.
           OPEN EXTEND RBKERCT-FILE.
           IF WS-ERCT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHERAI RBKERCT open failed, file status '
                 WS-ERCT-FILE-STATUS ' - certificate not extended.'
              GO TO DA-999
           END-IF.

           MOVE SPACES TO BAQHERCT-LINE.
           MOVE 'RBKAUTH' TO BAQHERCT-STORE.
           MOVE 'IMS AUTHOR SEGMENTS' TO BAQHERCT-DESC.
           MOVE WS-AUTH-CNT TO BAQHERCT-READ.
           MOVE WS-CHANGED-CNT TO BAQHERCT-CHANGED.
           MOVE WS-CHANGED-CNT TO BAQHERCT-REPLACED.
           MOVE WS-FOLDED-CNT TO WS-CNT-ED.
           STRING 'SEGMENTS REKEYED,' WS-CNT-ED ' FOLDED'
              DELIMITED BY SIZE INTO BAQHERCT-NOTE.
           WRITE RBKERCT-RECORD FROM BAQHERCT-LINE.

           IF WS-VAR-OVERFLOW > 0 THEN
              MOVE WS-VAR-OVERFLOW TO WS-CNT-ED
              MOVE SPACES TO RBKERCT-RECORD
              STRING '*** WARNING:' WS-CNT-ED
                 ' WORKLIST SPELLINGS OVER THE TABLE LIMIT WERE NOT'
                 ' MATCHED IN IMS'
                 DELIMITED BY SIZE INTO RBKERCT-RECORD
              WRITE RBKERCT-RECORD
           END-IF.

           MOVE SPACES TO RBKERCT-RECORD.
           WRITE RBKERCT-RECORD.

           MOVE SPACES TO RBKERCT-RECORD.
           STRING 'ERASURE COMPLETE '
              FUNCTION CURRENT-DATE (1:8) ' '
              FUNCTION CURRENT-DATE (9:6)
              ' - THE STORES ABOVE NO LONGER NAME THE PERSONS ERASED.'
              DELIMITED BY SIZE INTO RBKERCT-RECORD.
           WRITE RBKERCT-RECORD.

           CLOSE RBKERCT-FILE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-TAKE-CHECKPOINT
      *----------------------------------------------------------------*
       XC-TAKE-CHECKPOINT SECTION.
       XC-010.
           CALL CBLTDLI USING DLI-CHKP, IOPCB, WS-CHKP-ID.

           IF IO-STATUS NOT = DLI-STATUS-OK THEN
              DISPLAY 'BAQHERAI CHKP status ' IO-STATUS '.'
           END-IF.

       XC-999.
           EXIT.
