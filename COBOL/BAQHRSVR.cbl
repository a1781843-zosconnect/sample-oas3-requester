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
      * BAQHRSVR                                                      *
      *                                                               *
      * Editorial reservation report, run daily for the publications  *
      * desk. Editors check titles out on the RBCO transaction for a  *
      * stated number of days; while a check-out stands every other   *
      * channel's create, patch, merge and delete of the title is     *
      * refused. A check-out whose due time has passed guards         *
      * nothing already - this run is what records its expiry: each   *
      * lapsed OUT entry on the RBKRSRV register is rewritten         *
      * EXPIRED and lands on RBKAUDT as an EXPIRE event under its     *
      * holder.                                                       *
      *                                                               *
      * The report lists, in two parts:                               *
      *   - CURRENT HOLDERS - every title still checked out, with     *
      *     holder, due date and reason,                              *
      *   - OVERDUE CHECK-OUTS - every check-out that expired and     *
      *     was never checked in, with the days it is overdue, so     *
      *     the desk can chase the editor to check it in or out       *
      *     again.                                                    *
      * RBKEXCP entries refused while a title was checked out wait    *
      * there for the RESB transaction once it is checked back in.    *
      *                                                               *
      * Inputs:  RBKRSRV                                              *
      * Outputs: RBKRSRV (expiries), RBKAUDT, RBKAUDK,                *
      *          RBKRSVR (report)                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHRSVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKRSRV-FILE ASSIGN TO RBKRSRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAQHRSRV-TITLE
               FILE STATUS IS WS-RSRV-FILE-STATUS.

           SELECT RBKAUDT-FILE ASSIGN TO RBKAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-FILE-STATUS.

      * Keyed audit repository (DD name RBKAUDK), the KSDS twin of
      * the trail - mirrored per record so BAQHAUDQ's keyed path
      * sees the expiries too. FILE STATUS lets a run without the
      * DD keep the sequential trail and skip the copy.
           SELECT RBKAUDK-FILE ASSIGN TO RBKAUDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKAUD-KEY
               ALTERNATE RECORD KEY IS BAQHKAUD-KEY-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-AUDK-FILE-STATUS.

           SELECT RBKRSVR-FILE ASSIGN TO RBKRSVR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKRSRV-FILE.
       COPY BAQHRSRV.

       FD  RBKAUDT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAUDT.

       FD  RBKAUDK-FILE.
       COPY BAQHKAUD.

       FD  RBKRSVR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKRSVR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-RSRV-FILE-STATUS PIC X(2).
       01 WS-AUDT-FILE-STATUS PIC X(2).
       01 WS-AUDK-FILE-STATUS PIC X(2).

       01 WS-RSRV-EOF-SW      PIC X VALUE 'N'.
           88 WS-RSRV-EOF     VALUE 'Y'.

      * Which part the current pass over the register is building.
       01 WS-PASS-SW          PIC X VALUE 'H'.
           88 WS-HOLDER-PASS   VALUE 'H'.
           88 WS-OVERDUE-PASS  VALUE 'V'.

      * The run's moment as yyyymmddhhmm, compared with each
      * check-out's due date and time, and today as an integer day
      * for the days-overdue column - the INTEGER-OF-DATE convention
      * the aging reports share.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-RUN-TIME         PIC X(4).
       01 WS-NOW-STAMP        PIC X(12) VALUE SPACES.
       01 WS-DUE-STAMP        PIC X(12) VALUE SPACES.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-DUE-INT          PIC S9(9) COMP VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-DAYS-OVER        PIC S9(9) COMP VALUE 0.
       01 WS-DAYS-OVER-ED     PIC ZZZ9.

       01 WS-ENTRY-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-OUT-CNT          PIC 9(7) COMP VALUE 0.
       01 WS-EXPIRED-NOW-CNT  PIC 9(7) COMP VALUE 0.
       01 WS-OVERDUE-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-IN-CNT           PIC 9(7) COMP VALUE 0.
       01 WS-PART-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

       01 WS-AUDIT-TEXT       PIC X(50) VALUE SPACES.

      * Book identifier call area (see BAQHBKIC) - the expired
      * title's local book id for its audit record.
       COPY BAQHBKIC.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:4) TO WS-RUN-TIME.
           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-NOW-STAMP.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           OPEN I-O RBKRSRV-FILE.
           IF WS-RSRV-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHRSVR OPEN RBKRSRV failed, file status '
                 WS-RSRV-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKRSVR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EDITORIAL RESERVATION REPORT - ' WS-RUN-DATE
              ' ' WS-RUN-TIME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.
           MOVE '---- CURRENT HOLDERS ----' TO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

      * The first pass expires what has lapsed, so the second sees
      * every overdue check-out as EXPIRED.
           MOVE 'H' TO WS-PASS-SW.
           PERFORM BA-PASS-REGISTER.

           CLOSE RBKRSRV-FILE.
           OPEN INPUT RBKRSRV-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.
           MOVE '---- OVERDUE CHECK-OUTS - EXPIRED, NOT CHECKED IN ----'
              TO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

           MOVE 'V' TO WS-PASS-SW.
           PERFORM BA-PASS-REGISTER.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-ENTRY-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REGISTER ENTRIES:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-OUT-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHECKED OUT:                ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-EXPIRED-NOW-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXPIRED THIS RUN:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-OVERDUE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OVERDUE, NOT CHECKED IN:    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

           MOVE WS-IN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHECKED IN:                 ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

       A-999.
           CLOSE RBKRSRV-FILE.
           CLOSE RBKRSVR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PASS-REGISTER
      *
      * One pass over RBKRSRV for the part WS-PASS-SW names. A part
      * with nothing in it says so.
      *----------------------------------------------------------------*
       BA-PASS-REGISTER SECTION.
       BA-010.
           MOVE 'N' TO WS-RSRV-EOF-SW.
           MOVE 0 TO WS-PART-CNT.

           READ RBKRSRV-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-RSRV-EOF-SW
           END-READ.

           IF WS-HOLDER-PASS THEN
              PERFORM BAA-CONSIDER-HOLDER UNTIL WS-RSRV-EOF
           ELSE
              PERFORM BAB-CONSIDER-OVERDUE UNTIL WS-RSRV-EOF
           END-IF.

           IF WS-PART-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKRSVR-RECORD FROM WS-RPT-LINE
              MOVE 'NONE.' TO WS-RPT-LINE
              WRITE RBKRSVR-RECORD FROM WS-RPT-LINE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-CONSIDER-HOLDER
      *
      * Counts the register entry in the buffer and, when it is
      * checked out, either expires it (its due time has passed) or
      * lists it with its holder and reason.
      *----------------------------------------------------------------*
       BAA-CONSIDER-HOLDER SECTION.
       BAA-010.
           ADD 1 TO WS-ENTRY-CNT.

           IF BAQHRSRV-STATUS = 'IN' THEN
              ADD 1 TO WS-IN-CNT
           END-IF.

           IF BAQHRSRV-STATUS NOT = 'OUT' THEN
              GO TO BAA-020
           END-IF.

           MOVE SPACES TO WS-DUE-STAMP.
           STRING BAQHRSRV-DUE-DATE BAQHRSRV-DUE-TIME
              DELIMITED BY SIZE INTO WS-DUE-STAMP.
           IF WS-NOW-STAMP > WS-DUE-STAMP THEN
              PERFORM BC-EXPIRE-CHECKOUT
              GO TO BAA-020
           END-IF.

           ADD 1 TO WS-OUT-CNT.
           ADD 1 TO WS-PART-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.
           STRING BAQHRSRV-HOLDER ' ' BAQHRSRV-HOLDER-NAME
              ' OUT ' BAQHRSRV-OUT-DATE ' DUE ' BAQHRSRV-DUE-DATE
              ' ' BAQHRSRV-DUE-TIME ' ' BAQHRSRV-TITLE (1:60)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

           IF BAQHRSRV-REASON NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '    REASON: ' BAQHRSRV-REASON
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRSVR-RECORD FROM WS-RPT-LINE
           END-IF.

       BAA-020.
           READ RBKRSRV-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-RSRV-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAB-CONSIDER-OVERDUE
      *
      * Lists the register entry in the buffer when its check-out
      * expired and nobody has checked it in or out again since.
      *----------------------------------------------------------------*
       BAB-CONSIDER-OVERDUE SECTION.
       BAB-010.
           IF BAQHRSRV-STATUS NOT = 'EXPIRED' THEN
              GO TO BAB-020
           END-IF.

           ADD 1 TO WS-OVERDUE-CNT.
           ADD 1 TO WS-PART-CNT.

           MOVE 0 TO WS-DAYS-OVER.
           IF BAQHRSRV-DUE-DATE IS NUMERIC THEN
              MOVE BAQHRSRV-DUE-DATE TO WS-DATE-NUM
              COMPUTE WS-DUE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-DAYS-OVER = WS-TODAY-INT - WS-DUE-INT
           END-IF.
           MOVE WS-DAYS-OVER TO WS-DAYS-OVER-ED.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.
           STRING BAQHRSRV-HOLDER ' ' BAQHRSRV-HOLDER-NAME
              ' DUE ' BAQHRSRV-DUE-DATE ' OVERDUE ' WS-DAYS-OVER-ED
              ' DAYS ' BAQHRSRV-TITLE (1:60)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRSVR-RECORD FROM WS-RPT-LINE.

       BAB-020.
           READ RBKRSRV-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-RSRV-EOF-SW
           END-READ.

       BAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-EXPIRE-CHECKOUT
      *
      * Rewrites the lapsed check-out in the buffer EXPIRED - this
      * run closing it, at this moment - and audits the expiry
      * under its holder.
      *----------------------------------------------------------------*
       BC-EXPIRE-CHECKOUT SECTION.
       BC-010.
           MOVE 'EXPIRED' TO BAQHRSRV-STATUS.
           MOVE WS-RUN-DATE TO BAQHRSRV-IN-DATE.
           MOVE WS-RUN-TIME TO BAQHRSRV-IN-TIME.
           MOVE 'BAQHRSVR' TO BAQHRSRV-IN-BY.

           REWRITE BAQHRSRV-RECORD.
           IF WS-RSRV-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHRSVR REWRITE RBKRSRV failed, file status '
                 WS-RSRV-FILE-STATUS ' ON ' BAQHRSRV-TITLE (1:60)
              MOVE 8 TO RETURN-CODE
              GO TO BC-999
           END-IF.

           ADD 1 TO WS-EXPIRED-NOW-CNT.

           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING 'CHECK-OUT LAPSED ' BAQHRSRV-DUE-DATE
              ' ' BAQHRSRV-DUE-TIME
              DELIMITED BY SIZE INTO WS-AUDIT-TEXT.
           PERFORM XA-WRITE-AUDIT-REC.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-WRITE-AUDIT-REC
      *
      * One EXPIRE event per check-out this run closes; the
      * correlation field carries the holder's user ID. This program
      * appends outside the per-program tamper-evidence chains, the
      * same as the online writers, so its check value is zero and
      * the verifier reports it as such.
      *----------------------------------------------------------------*
       XA-WRITE-AUDIT-REC SECTION.
       XA-010.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRSVR' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE 'EXPIRE' TO BAQHAUDT-OPERATION.
           MOVE BAQHRSRV-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE 'EXPIRED' TO BAQHAUDT-RESULT.
           MOVE BAQHRSRV-HOLDER TO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           MOVE WS-AUDIT-TEXT TO BAQHAUDT-MESSAGE.
           MOVE 'L' TO BAQHBKIC-FUNCTION.
           MOVE 'BAQHRSVR' TO BAQHBKIC-PROGRAM.
           MOVE BAQHRSRV-TITLE TO BAQHBKIC-TITLE.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.
           MOVE BAQHBKIC-BOOK-ID TO BAQHAUDT-BOOK-ID.

           OPEN EXTEND RBKAUDT-FILE.
           IF WS-AUDT-FILE-STATUS = '00' THEN
              WRITE BAQHAUDT-RECORD
              CLOSE RBKAUDT-FILE
           END-IF.

      * The same record goes to the keyed repository, so a keyed
      * TITLE=/FROM= query sees the expiries too.
           PERFORM XB-MIRROR-KEYED-AUDIT.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-MIRROR-KEYED-AUDIT
      *
      * A run without the RBKAUDK DD, or a cluster this program
      * cannot open, just skips the copy - the sequential trail
      * stays the record of authority.
      *----------------------------------------------------------------*
       XB-MIRROR-KEYED-AUDIT SECTION.
       XB-010.
           MOVE BAQHAUDT-DATE        TO BAQHKAUD-DATE.
           MOVE BAQHAUDT-TIME        TO BAQHKAUD-TIME.
           MOVE BAQHAUDT-CORREL-ID   TO BAQHKAUD-CORREL-ID.
           MOVE BAQHAUDT-KEY-TITLE   TO BAQHKAUD-KEY-TITLE.
           MOVE BAQHAUDT-PROGRAM     TO BAQHKAUD-PROGRAM.
           MOVE BAQHAUDT-TXID        TO BAQHKAUD-TXID.
           MOVE BAQHAUDT-OPERATION   TO BAQHKAUD-OPERATION.
           MOVE BAQHAUDT-COMP-CODE   TO BAQHKAUD-COMP-CODE.
           MOVE BAQHAUDT-REASON-CODE TO BAQHKAUD-REASON-CODE.
           MOVE BAQHAUDT-HTTP-STATUS TO BAQHKAUD-HTTP-STATUS.
           MOVE BAQHAUDT-RESULT      TO BAQHKAUD-RESULT.
           MOVE BAQHAUDT-MESSAGE     TO BAQHKAUD-MESSAGE.
           MOVE BAQHAUDT-USER        TO BAQHKAUD-USER.
           MOVE BAQHAUDT-CHANGE-ID   TO BAQHKAUD-CHANGE-ID.
           MOVE BAQHAUDT-CATALOG     TO BAQHKAUD-CATALOG.
           MOVE BAQHAUDT-BOOK-ID     TO BAQHKAUD-BOOK-ID.

           OPEN I-O RBKAUDK-FILE.
           IF WS-AUDK-FILE-STATUS NOT = '00'
              AND WS-AUDK-FILE-STATUS NOT = '97'
              AND WS-AUDK-FILE-STATUS NOT = '05' THEN
              GO TO XB-999
           END-IF.

           WRITE BAQHKAUD-RECORD.
           CLOSE RBKAUDK-FILE.

       XB-999.
           EXIT.
