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
      * BAQHSERM                                                      *
      *                                                               *
      * Series registry maintenance. Redbooks are published in series *
      * and collections - a residency's volumes, a product family's   *
      * set - and the publications desk kept the groupings in a       *
      * spreadsheet nobody else could see. This program maintains them*
      * in the RBKSERS registry instead: one header record per series *
      * (name and owning editor) and one member record per book, in   *
      * reading order, applied from the RBKSRIN transactions (see     *
      * BAQHSRIN for the actions).                                    *
      *                                                               *
      * Every transaction is listed on DD name RBKSRRP as APPLIED or  *
      * REJECTED with the reason; a rejected transaction changes      *
      * nothing and the run ends RC 4 so the desk looks at the list.  *
      * A member whose form number is not (yet) in the RBKFNXR        *
      * cross-reference is applied with a NOT IN CATALOG note - a     *
      * series is often planned before its later volumes exist - and  *
      * a run without RBKFNXR skips that check.                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHSERM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKSRIN-FILE ASSIGN TO RBKSRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRIN-FILE-STATUS.

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

           SELECT RBKSRRP-FILE ASSIGN TO RBKSRRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKSRIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHSRIN.

       FD  RBKSERS-FILE.
       COPY BAQHSERS.

       FD  RBKFNXR-FILE.
       COPY BAQHFNXR.

       FD  RBKSRRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKSRRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SRIN-FILE-STATUS PIC X(2).
       01 WS-SERS-FILE-STATUS PIC X(2).
       01 WS-FNXR-FILE-STATUS PIC X(2).

       01 WS-SRIN-EOF-SW      PIC X VALUE 'N'.
           88 WS-SRIN-EOF     VALUE 'Y'.
       01 WS-MBR-EOF-SW       PIC X VALUE 'N'.
           88 WS-MBR-EOF      VALUE 'Y'.

      * A run without the cross-reference still maintains the
      * registry; it just cannot say which members are catalogued.
       01 WS-FNXR-OPEN-SW     PIC X VALUE 'N'.
           88 WS-FNXR-OPEN    VALUE 'Y'.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-APPLIED-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-REJECTED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

      * Outcome of the transaction in hand: the reason a rejection
      * gives, or the note an applied transaction carries.
       01 WS-REJECT-REASON    PIC X(60) VALUE SPACES.
       01 WS-APPLY-NOTE       PIC X(60) VALUE SPACES.

      * Member scan state for ADDMBR - the last sequence in use and
      * whether the form number is already in the series.
       01 WS-LAST-SEQ         PIC 9(4) VALUE 0.
       01 WS-NEW-SEQ          PIC 9(5) VALUE 0.
       01 WS-DUP-FORM-SW      PIC X VALUE 'N'.
           88 WS-DUP-FORM     VALUE 'Y'.
       01 WS-HAS-MEMBER-SW    PIC X VALUE 'N'.
           88 WS-HAS-MEMBER   VALUE 'Y'.

       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           OPEN INPUT RBKSRIN-FILE.
           IF WS-SRIN-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHSERM RBKSRIN NOT AVAILABLE, STATUS '
                 WS-SRIN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS NOT = '00'
              AND WS-SERS-FILE-STATUS NOT = '97'
              AND WS-SERS-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHSERM OPEN RBKSERS failed, file status '
                 WS-SERS-FILE-STATUS
              CLOSE RBKSRIN-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-FNXR-OPEN-SW
           ELSE
              DISPLAY 'BAQHSERM RBKFNXR NOT AVAILABLE - MEMBER FORM'
                 ' NUMBERS NOT CHECKED AGAINST THE CATALOG.'
           END-IF.

           OPEN OUTPUT RBKSRRP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SERIES REGISTRY MAINTENANCE  RUN DATE ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSRRP-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSRRP-RECORD FROM WS-RPT-LINE.
           MOVE 'ACTION SERIES   SEQ  FORM NUMBER  RESULT   REASON / NOT
      -         'E' TO WS-RPT-LINE.
           WRITE RBKSRRP-RECORD FROM WS-RPT-LINE.

           PERFORM BA-APPLY-ONE-TRANS UNTIL WS-SRIN-EOF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSRRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS READ:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSRRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-APPLIED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS APPLIED:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSRRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-REJECTED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS REJECTED: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSRRP-RECORD FROM WS-RPT-LINE.

           IF WS-REJECTED-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           CLOSE RBKSRIN-FILE.
           CLOSE RBKSERS-FILE.
           IF WS-FNXR-OPEN THEN
              CLOSE RBKFNXR-FILE
           END-IF.
           CLOSE RBKSRRP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-APPLY-ONE-TRANS
      *
      * Reads the next RBKSRIN transaction, applies it and lists the
      * outcome. Each action section leaves WS-REJECT-REASON blank
      * when it applied the change.
      *----------------------------------------------------------------*
       BA-APPLY-ONE-TRANS SECTION.
       BA-010.
           READ RBKSRIN-FILE
               AT END
                  MOVE 'Y' TO WS-SRIN-EOF-SW
           END-READ.

           IF WS-SRIN-EOF THEN
              GO TO BA-999
           END-IF.

           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLY-NOTE.

           IF BAQHSRIN-SEQ IS NOT NUMERIC THEN
              MOVE 0 TO BAQHSRIN-SEQ
           END-IF.

           IF BAQHSRIN-SERIES-ID = SPACES THEN
              MOVE 'SERIES ID IS BLANK' TO WS-REJECT-REASON
              GO TO BA-020
           END-IF.

           EVALUATE BAQHSRIN-ACTION
              WHEN 'ADDSER'
                 PERFORM CA-ADD-SERIES
              WHEN 'CHGSER'
                 PERFORM CB-CHANGE-SERIES
              WHEN 'DELSER'
                 PERFORM CC-DELETE-SERIES
              WHEN 'ADDMBR'
                 PERFORM DA-ADD-MEMBER
              WHEN 'DELMBR'
                 PERFORM DB-DELETE-MEMBER
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION - USE ADDSER CHGSER DELSER ADDMBR 
      -              'DELMBR' TO WS-REJECT-REASON
           END-EVALUATE.

       BA-020.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHSRIN-ACTION      TO WS-RPT-LINE (1:6).
           MOVE BAQHSRIN-SERIES-ID   TO WS-RPT-LINE (8:8).
           MOVE BAQHSRIN-SEQ         TO WS-RPT-LINE (17:4).
           MOVE BAQHSRIN-FORM-NUMBER TO WS-RPT-LINE (22:12).

           IF WS-REJECT-REASON = SPACES THEN
              ADD 1 TO WS-APPLIED-CNT
              MOVE 'APPLIED'        TO WS-RPT-LINE (35:8)
              MOVE WS-APPLY-NOTE    TO WS-RPT-LINE (44:60)
           ELSE
              ADD 1 TO WS-REJECTED-CNT
              MOVE 'REJECTED'       TO WS-RPT-LINE (35:8)
              MOVE WS-REJECT-REASON TO WS-RPT-LINE (44:60)
           END-IF.

           WRITE RBKSRRP-RECORD FROM WS-RPT-LINE.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-ADD-SERIES
      *----------------------------------------------------------------*
       CA-ADD-SERIES SECTION.
       CA-010.
           IF BAQHSRIN-NAME = SPACES THEN
              MOVE 'SERIES NAME IS REQUIRED' TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE BAQHSRIN-SERIES-ID TO BAQHSERS-SERIES-ID.
           MOVE 0 TO BAQHSERS-SEQ.
           READ RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS = '00' THEN
              MOVE 'SERIES ALREADY EXISTS' TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE SPACES TO BAQHSERS-RECORD.
           MOVE BAQHSRIN-SERIES-ID TO BAQHSERS-SERIES-ID.
           MOVE 0 TO BAQHSERS-SEQ.
           MOVE 'S' TO BAQHSERS-TYPE.
           MOVE BAQHSRIN-NAME TO BAQHSERS-NAME.
           MOVE BAQHSRIN-EDITOR TO BAQHSERS-EDITOR.
           MOVE WS-TODAY TO BAQHSERS-DATE.

           WRITE BAQHSERS-RECORD.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'WRITE RBKSERS FAILED, FILE STATUS '
                 WS-SERS-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE BAQHSRIN-NAME TO WS-APPLY-NOTE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-CHANGE-SERIES
      *
      * Only the keyed fields change - a blank NAME or EDITOR on the
      * transaction leaves the registry's value alone.
      *----------------------------------------------------------------*
       CB-CHANGE-SERIES SECTION.
       CB-010.
           MOVE BAQHSRIN-SERIES-ID TO BAQHSERS-SERIES-ID.
           MOVE 0 TO BAQHSERS-SEQ.
           READ RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              MOVE 'SERIES NOT FOUND' TO WS-REJECT-REASON
              GO TO CB-999
           END-IF.

           IF BAQHSRIN-NAME = SPACES AND
              BAQHSRIN-EDITOR = SPACES THEN
              MOVE 'NOTHING TO CHANGE - KEY A NAME OR AN EDITOR'
                 TO WS-REJECT-REASON
              GO TO CB-999
           END-IF.

           IF BAQHSRIN-NAME NOT = SPACES THEN
              MOVE BAQHSRIN-NAME TO BAQHSERS-NAME
           END-IF.
           IF BAQHSRIN-EDITOR NOT = SPACES THEN
              MOVE BAQHSRIN-EDITOR TO BAQHSERS-EDITOR
           END-IF.
           MOVE WS-TODAY TO BAQHSERS-DATE.

           REWRITE BAQHSERS-RECORD.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'REWRITE RBKSERS FAILED, FILE STATUS '
                 WS-SERS-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO CB-999
           END-IF.

           MOVE BAQHSERS-NAME TO WS-APPLY-NOTE.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-DELETE-SERIES
      *
      * A series is only deleted once it is empty - removing the
      * members first is deliberate, so nobody drops a whole
      * collection with one mis-keyed transaction.
      *----------------------------------------------------------------*
       CC-DELETE-SERIES SECTION.
       CC-010.
           MOVE BAQHSRIN-SERIES-ID TO BAQHSERS-SERIES-ID.
           MOVE 0 TO BAQHSERS-SEQ.
           READ RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              MOVE 'SERIES NOT FOUND' TO WS-REJECT-REASON
              GO TO CC-999
           END-IF.

           MOVE 'N' TO WS-HAS-MEMBER-SW.
           START RBKSERS-FILE KEY > BAQHSERS-KEY
              INVALID KEY
                 MOVE 'N' TO WS-HAS-MEMBER-SW
              NOT INVALID KEY
                 READ RBKSERS-FILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF BAQHSERS-SERIES-ID = BAQHSRIN-SERIES-ID
                           THEN
                           MOVE 'Y' TO WS-HAS-MEMBER-SW
                        END-IF
                 END-READ
           END-START.

           IF WS-HAS-MEMBER THEN
              MOVE 'SERIES STILL HAS MEMBERS - REMOVE THEM FIRST'
                 TO WS-REJECT-REASON
              GO TO CC-999
           END-IF.

           MOVE BAQHSRIN-SERIES-ID TO BAQHSERS-SERIES-ID.
           MOVE 0 TO BAQHSERS-SEQ.
           DELETE RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'DELETE RBKSERS FAILED, FILE STATUS '
                 WS-SERS-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-ADD-MEMBER
      *
      * Links a form number into the series. The series must exist,
      * a book appears in a series once only, and the sequence must
      * be free; a zero sequence appends ten after the last member,
      * leaving room to slot a volume in between later.
      *----------------------------------------------------------------*
       DA-ADD-MEMBER SECTION.
       DA-010.
           IF BAQHSRIN-FORM-NUMBER = SPACES THEN
              MOVE 'FORM NUMBER IS REQUIRED' TO WS-REJECT-REASON
              GO TO DA-999
           END-IF.

           MOVE BAQHSRIN-SERIES-ID TO BAQHSERS-SERIES-ID.
           MOVE 0 TO BAQHSERS-SEQ.
           READ RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              MOVE 'SERIES NOT FOUND' TO WS-REJECT-REASON
              GO TO DA-999
           END-IF.

           MOVE 0 TO WS-LAST-SEQ.
           MOVE 'N' TO WS-DUP-FORM-SW.
           MOVE 'N' TO WS-MBR-EOF-SW.
           START RBKSERS-FILE KEY > BAQHSERS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-MBR-EOF-SW
           END-START.

           PERFORM DAA-SCAN-ONE-MEMBER UNTIL WS-MBR-EOF.

           IF WS-DUP-FORM THEN
              MOVE 'FORM NUMBER IS ALREADY A MEMBER OF THIS SERIES'
                 TO WS-REJECT-REASON
              GO TO DA-999
           END-IF.

           IF BAQHSRIN-SEQ = 0 THEN
              COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 10
              IF WS-NEW-SEQ > 9999 THEN
                 MOVE 'NO SEQUENCE LEFT TO APPEND - KEY ONE'
                    TO WS-REJECT-REASON
                 GO TO DA-999
              END-IF
              MOVE WS-NEW-SEQ TO BAQHSRIN-SEQ
           END-IF.

           MOVE BAQHSRIN-SERIES-ID TO BAQHSERS-SERIES-ID.
           MOVE BAQHSRIN-SEQ TO BAQHSERS-SEQ.
           READ RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS = '00' THEN
              MOVE 'SEQUENCE ALREADY TAKEN IN THIS SERIES'
                 TO WS-REJECT-REASON
              GO TO DA-999
           END-IF.

      * Members may be planned ahead of publication, so a form
      * number the catalog does not know yet is noted, not refused.
           IF WS-FNXR-OPEN THEN
              MOVE BAQHSRIN-FORM-NUMBER TO BAQHFNXR-FORM-NUMBER
              READ RBKFNXR-FILE
              IF WS-FNXR-FILE-STATUS = '00' THEN
                 MOVE BAQHFNXR-TITLE (1:60) TO WS-APPLY-NOTE
              ELSE
                 MOVE 'NOTE - NOT IN CATALOG' TO WS-APPLY-NOTE
              END-IF
           END-IF.

           MOVE SPACES TO BAQHSERS-RECORD.
           MOVE BAQHSRIN-SERIES-ID TO BAQHSERS-SERIES-ID.
           MOVE BAQHSRIN-SEQ TO BAQHSERS-SEQ.
           MOVE 'M' TO BAQHSERS-TYPE.
           MOVE BAQHSRIN-FORM-NUMBER TO BAQHSERS-FORM-NUMBER.
           MOVE WS-TODAY TO BAQHSERS-DATE.

           WRITE BAQHSERS-RECORD.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'WRITE RBKSERS FAILED, FILE STATUS '
                 WS-SERS-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-SCAN-ONE-MEMBER
      *
      * Reads the next member of DA's browse; leaving the series'
      * key range ends the scan the same as end of file.
      *----------------------------------------------------------------*
       DAA-SCAN-ONE-MEMBER SECTION.
       DAA-010.
           READ RBKSERS-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-MBR-EOF-SW
           END-READ.

           IF WS-MBR-EOF THEN
              GO TO DAA-999
           END-IF.

           IF BAQHSERS-SERIES-ID NOT = BAQHSRIN-SERIES-ID THEN
              MOVE 'Y' TO WS-MBR-EOF-SW
              GO TO DAA-999
           END-IF.

           MOVE BAQHSERS-SEQ TO WS-LAST-SEQ.
           IF BAQHSERS-FORM-NUMBER = BAQHSRIN-FORM-NUMBER THEN
              MOVE 'Y' TO WS-DUP-FORM-SW
           END-IF.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-DELETE-MEMBER
      *----------------------------------------------------------------*
       DB-DELETE-MEMBER SECTION.
       DB-010.
           IF BAQHSRIN-SEQ = 0 THEN
              MOVE 'MEMBER SEQUENCE IS REQUIRED' TO WS-REJECT-REASON
              GO TO DB-999
           END-IF.

           MOVE BAQHSRIN-SERIES-ID TO BAQHSERS-SERIES-ID.
           MOVE BAQHSRIN-SEQ TO BAQHSERS-SEQ.
           READ RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              MOVE 'MEMBER NOT FOUND' TO WS-REJECT-REASON
              GO TO DB-999
           END-IF.

           IF BAQHSRIN-FORM-NUMBER NOT = SPACES AND
              BAQHSRIN-FORM-NUMBER NOT = BAQHSERS-FORM-NUMBER THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'FORM NUMBER DOES NOT MATCH - MEMBER IS '
                 BAQHSERS-FORM-NUMBER
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO DB-999
           END-IF.

           MOVE BAQHSERS-FORM-NUMBER TO BAQHSRIN-FORM-NUMBER.

           DELETE RBKSERS-FILE.
           IF WS-SERS-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'DELETE RBKSERS FAILED, FILE STATUS '
                 WS-SERS-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       DB-999.
           EXIT.
