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
      * BAQHLINQ                                                      *
      *                                                               *
      * Generation lineage query. Given a snapshot or feed identifier *
      * (PARM SNAP=) - or a dataset name (PARM DSN=), whose most      *
      * recently recorded identifier is taken - this run walks the    *
      * lineage ledger (DD name RBKLING, see BAQHLING) that every     *
      * framed-dataset program appends to through BAQHLINW, and       *
      * reports (DD name RBKLINR):                                    *
      *   - BACKWARD: the run that wrote the identifier, the framed   *
      *     datasets that run read, the runs that wrote those, and so *
      *     on back to the origin - a run that read no framed input   *
      *     (the GARB pull, a generated feed) or an identifier no run *
      *     on the ledger wrote (a feed from outside);                *
      *   - FORWARD: every run that read the identifier, what each of *
      *     those wrote, and every run that read that, and so on.     *
      * Each step names the program, job, step, DD, dataset name and  *
      * generation, and the record count. The two walks are breadth   *
      * first, level by level, and an identifier met a second time is *
      * not followed again.                                           *
      *                                                               *
      * PARM keywords:                                                *
      *   SNAP=id          the identifier to trace (or DSN=)          *
      *   DSN=name         the dataset's last recorded identifier      *
      *   DIR=BACK|FORWARD one direction only (default both)          *
      *   FROM=yyyymmdd    ignore ledger records before this date     *
      * E.g. PARM='SNAP=20261015020417GB DIR=FORWARD'                 *
      *                                                               *
      * Inputs:  RBKLING                                              *
      * Outputs: RBKLINR (report)                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHLINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKLING-FILE ASSIGN TO RBKLING
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LING-FILE-STATUS.

           SELECT RBKLINR-FILE ASSIGN TO RBKLINR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKLING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHLING.

       FD  RBKLINR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKLINR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-RUN-DATE         PIC X(8).

       01 WS-LING-FILE-STATUS PIC X(2).
       01 WS-LING-EOF-SW      PIC X VALUE 'N'.
           88 WS-LING-EOF     VALUE 'Y'.

      * PARM keyword scanning work fields, the same TALLYING BEFORE
      * INITIAL technique BAQHCHGQ uses for its selection keywords.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-SEL-SNAP-ID      PIC X(16) VALUE SPACES.
       01 WS-SEL-DSN          PIC X(44) VALUE SPACES.
       01 WS-SEL-DIR          PIC X(8)  VALUE SPACES.
       01 WS-SEL-FROM         PIC X(8)  VALUE SPACES.

      * Which walks are made.
       01 WS-BACK-SW          PIC X VALUE 'Y'.
           88 WS-TRACE-BACK   VALUE 'Y'.
       01 WS-FWD-SW           PIC X VALUE 'Y'.
           88 WS-TRACE-FWD    VALUE 'Y'.

      * The ledger, as far as the table goes. The ledger only grows,
      * so a run that overflows it says so; FROM= then trims it to
      * the period in question.
       01 WS-LED-TABLE.
           03 WS-LED-ENTRY OCCURS 5000 TIMES.
              05 WS-LED-RUN-ID     PIC X(16).
              05 WS-LED-DATE       PIC X(8).
              05 WS-LED-TIME       PIC X(6).
              05 WS-LED-PROGRAM    PIC X(8).
              05 WS-LED-JOB        PIC X(8).
              05 WS-LED-STEP       PIC X(8).
              05 WS-LED-DD         PIC X(8).
              05 WS-LED-DSN        PIC X(44).
              05 WS-LED-GENERATION PIC X(8).
              05 WS-LED-DIRECTION  PIC X(1).
              05 WS-LED-SNAP-ID    PIC X(16).
              05 WS-LED-REC-COUNT  PIC 9(9).
              05 WS-LED-CATALOG    PIC X(8).
       01 WS-LED-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-LED-MAX          PIC 9(4) COMP VALUE 5000.
       01 WS-LED-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-RUN-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-DUP-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-DUP-FOUND        PIC 9(4) COMP VALUE 0.
       01 WS-LED-OVER-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-LED-READ-CNT     PIC 9(7) COMP VALUE 0.

      * The identifiers still to be followed, in the order met, each
      * with its distance from the one asked about. An identifier
      * already on the queue is not queued again, so the walk ends
      * even where a run reads and writes the same identifier.
       01 WS-Q-TABLE.
           03 WS-Q-ENTRY OCCURS 500 TIMES.
              05 WS-Q-SNAP-ID      PIC X(16).
              05 WS-Q-LEVEL        PIC 9(3).
       01 WS-Q-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-Q-MAX            PIC 9(4) COMP VALUE 500.
       01 WS-Q-IDX            PIC 9(4) COMP VALUE 0.
       01 WS-Q-SCAN           PIC 9(4) COMP VALUE 0.
       01 WS-Q-FOUND          PIC 9(4) COMP VALUE 0.
       01 WS-Q-OVER-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-Q-NEW-SNAP-ID    PIC X(16) VALUE SPACES.
       01 WS-Q-NEW-LEVEL      PIC 9(3) VALUE 0.

      * The identifier being followed, and what was found for it.
       01 WS-CURR-SNAP-ID     PIC X(16) VALUE SPACES.
       01 WS-CURR-LEVEL       PIC 9(3) VALUE 0.
       01 WS-RUN-HITS         PIC 9(4) COMP VALUE 0.
       01 WS-SIDE-HITS        PIC 9(4) COMP VALUE 0.

      * Run counts for the trailer.
       01 WS-BACK-SNAP-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-BACK-RUN-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-ORIGIN-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-FWD-SNAP-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-FWD-RUN-CNT      PIC 9(7) COMP VALUE 0.

       01 WS-CNT-ED           PIC ZZZZZZ9.
       01 WS-REC-CNT-ED       PIC ZZZZZZZZ9.
       01 WS-LEVEL-ED         PIC ZZ9.
       01 WS-DATE-ED          PIC X(10).
       01 WS-TIME-ED          PIC X(8).
       01 WS-DIR-WORD         PIC X(6).
       01 WS-DUP-DIR          PIC X(1).
       01 WS-RUN-CAPTION      PIC X(10).

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
          03 PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING PARM-BUFFER.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *
      * The ledger is loaded whole, then walked from the identifier
      * asked about - back through what made it, forward through
      * what used it.
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           PERFORM BA-PARSE-PARM.

           IF WS-SEL-SNAP-ID = SPACES AND WS-SEL-DSN = SPACES THEN
              DISPLAY 'BAQHLINQ needs SNAP= or DSN= on the PARM.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKLING-FILE.
           IF WS-LING-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHLINQ cannot open RBKLING, file status '
                 WS-LING-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ RBKLING-FILE
               AT END
                  MOVE 'Y' TO WS-LING-EOF-SW
           END-READ.
           PERFORM CA-LOAD-ONE-LEDGER-REC UNTIL WS-LING-EOF.
           CLOSE RBKLING-FILE.

           IF WS-LED-OVER-CNT > 0 THEN
              MOVE WS-LED-OVER-CNT TO WS-CNT-ED
              DISPLAY 'BAQHLINQ WARNING - ' WS-CNT-ED ' ledger'
                 ' records beyond the table were not loaded; narrow'
                 ' the run with FROM=.'
           END-IF.

      * A dataset name is traced through the identifier most
      * recently recorded against it.
           IF WS-SEL-SNAP-ID = SPACES THEN
              PERFORM CB-FIND-DSN-SNAP
                 VARYING WS-LED-IDX FROM 1 BY 1
                 UNTIL WS-LED-IDX > WS-LED-COUNT
              IF WS-SEL-SNAP-ID = SPACES THEN
                 DISPLAY 'BAQHLINQ ' WS-SEL-DSN ' is not on the'
                    ' lineage ledger.'
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT RBKLINR-FILE.

           PERFORM DA-WRITE-REPORT-HEADER.

           IF WS-TRACE-BACK THEN
              PERFORM EA-TRACE-BACKWARD
           END-IF.

           IF WS-TRACE-FWD THEN
              PERFORM FA-TRACE-FORWARD
           END-IF.

           PERFORM HA-WRITE-REPORT-TRAILER.

       A-999.
           CLOSE RBKLINR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PARSE-PARM
      *
      * SNAP=, DSN=, DIR= and FROM= out of WS-PARM-TEXT. DIR= of
      * anything but BACK or FORWARD makes both walks.
      *----------------------------------------------------------------*
       BA-PARSE-PARM SECTION.
       BA-010.
           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'SNAP='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-SNAP-ID
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'DSN='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 5.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-DSN
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'DIR='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 5.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-DIR
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'FROM='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-FROM
           END-IF.

           EVALUATE WS-SEL-DIR
              WHEN 'BACK'
                 MOVE 'N' TO WS-FWD-SW
              WHEN 'FORWARD'
                 MOVE 'N' TO WS-BACK-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-SEL-FROM NOT = SPACES AND
              WS-SEL-FROM IS NOT NUMERIC THEN
              DISPLAY 'BAQHLINQ WARNING - FROM=' WS-SEL-FROM
                 ' is not a date; the whole ledger is read.'
              MOVE SPACES TO WS-SEL-FROM
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-LOAD-ONE-LEDGER-REC
      *----------------------------------------------------------------*
       CA-LOAD-ONE-LEDGER-REC SECTION.
       CA-010.
           ADD 1 TO WS-LED-READ-CNT.

           IF WS-SEL-FROM NOT = SPACES AND
              BAQHLING-DATE < WS-SEL-FROM THEN
              GO TO CA-020
           END-IF.

           IF WS-LED-COUNT NOT < WS-LED-MAX THEN
              ADD 1 TO WS-LED-OVER-CNT
              GO TO CA-020
           END-IF.

           ADD 1 TO WS-LED-COUNT.
           MOVE BAQHLING-RUN-ID     TO WS-LED-RUN-ID (WS-LED-COUNT).
           MOVE BAQHLING-DATE       TO WS-LED-DATE (WS-LED-COUNT).
           MOVE BAQHLING-TIME       TO WS-LED-TIME (WS-LED-COUNT).
           MOVE BAQHLING-PROGRAM    TO WS-LED-PROGRAM (WS-LED-COUNT).
           MOVE BAQHLING-JOB        TO WS-LED-JOB (WS-LED-COUNT).
           MOVE BAQHLING-STEP       TO WS-LED-STEP (WS-LED-COUNT).
           MOVE BAQHLING-DD         TO WS-LED-DD (WS-LED-COUNT).
           MOVE BAQHLING-DSN        TO WS-LED-DSN (WS-LED-COUNT).
           MOVE BAQHLING-GENERATION
              TO WS-LED-GENERATION (WS-LED-COUNT).
           MOVE BAQHLING-DIRECTION
              TO WS-LED-DIRECTION (WS-LED-COUNT).
           MOVE BAQHLING-SNAP-ID    TO WS-LED-SNAP-ID (WS-LED-COUNT).
           MOVE BAQHLING-CATALOG    TO WS-LED-CATALOG (WS-LED-COUNT).
           IF BAQHLING-REC-COUNT IS NUMERIC THEN
              MOVE BAQHLING-REC-COUNT
                 TO WS-LED-REC-COUNT (WS-LED-COUNT)
           ELSE
              MOVE 0 TO WS-LED-REC-COUNT (WS-LED-COUNT)
           END-IF.

       CA-020.
           READ RBKLING-FILE
               AT END
                  MOVE 'Y' TO WS-LING-EOF-SW
           END-READ.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-FIND-DSN-SNAP
      *
      * The ledger is in the order it was written, so the last
      * record for the dataset name wins.
      *----------------------------------------------------------------*
       CB-FIND-DSN-SNAP SECTION.
       CB-010.
           IF WS-LED-DSN (WS-LED-IDX) = WS-SEL-DSN AND
              WS-LED-SNAP-ID (WS-LED-IDX) NOT = SPACES THEN
              MOVE WS-LED-SNAP-ID (WS-LED-IDX) TO WS-SEL-SNAP-ID
           END-IF.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*
       DA-WRITE-REPORT-HEADER SECTION.
       DA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'GENERATION LINEAGE OF ' WS-SEL-SNAP-ID
              '  RUN ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

           IF WS-SEL-DSN NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'THE IDENTIFIER LAST RECORDED FOR DATASET '
                 WS-SEL-DSN
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-SEL-FROM NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'LEDGER RECORDS FROM ' WS-SEL-FROM
                 ' ONWARD' DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE
           END-IF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-TRACE-BACKWARD
      *
      * From the identifier asked about back to its origins, level
      * by level.
      *----------------------------------------------------------------*
       EA-TRACE-BACKWARD SECTION.
       EA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.
           MOVE 'BACKWARD - WHAT IT WAS MADE FROM' TO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

           INITIALIZE WS-Q-TABLE.
           MOVE 0 TO WS-Q-COUNT.
           MOVE WS-SEL-SNAP-ID TO WS-Q-NEW-SNAP-ID.
           MOVE 0 TO WS-Q-NEW-LEVEL.
           PERFORM XA-ENQUEUE-SNAP.

           PERFORM EAA-TRACE-ONE-SNAP-BACK
              VARYING WS-Q-IDX FROM 1 BY 1
              UNTIL WS-Q-IDX > WS-Q-COUNT.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-TRACE-ONE-SNAP-BACK
      *
      * Every run that wrote the identifier, with what it read. An
      * identifier no run wrote is an origin from outside the
      * ledger.
      *----------------------------------------------------------------*
       EAA-TRACE-ONE-SNAP-BACK SECTION.
       EAA-010.
           MOVE WS-Q-SNAP-ID (WS-Q-IDX) TO WS-CURR-SNAP-ID.
           MOVE WS-Q-LEVEL (WS-Q-IDX) TO WS-CURR-LEVEL.
           ADD 1 TO WS-BACK-SNAP-CNT.

           PERFORM XB-WRITE-SNAP-LINE.

           MOVE 0 TO WS-RUN-HITS.
           PERFORM EAB-CHECK-ONE-PRODUCER
              VARYING WS-RUN-IDX FROM 1 BY 1
              UNTIL WS-RUN-IDX > WS-LED-COUNT.

           IF WS-RUN-HITS = 0 THEN
              ADD 1 TO WS-ORIGIN-CNT
              MOVE SPACES TO WS-RPT-LINE
              STRING '        ORIGIN - NO RUN ON THE LEDGER WROTE IT '
                 '(A FEED FROM OUTSIDE, OR WRITTEN BEFORE THE '
                 'LEDGER)'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE
           END-IF.

       EAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAB-CHECK-ONE-PRODUCER
      *
      * A ledger record writing the identifier names a producing
      * run. A run that wrote it under two DDs is listed once.
      *----------------------------------------------------------------*
       EAB-CHECK-ONE-PRODUCER SECTION.
       EAB-010.
           IF WS-LED-DIRECTION (WS-RUN-IDX) NOT = 'W' OR
              WS-LED-SNAP-ID (WS-RUN-IDX) NOT = WS-CURR-SNAP-ID THEN
              GO TO EAB-999
           END-IF.

           MOVE 'W' TO WS-DUP-DIR.
           PERFORM XC-CHECK-RUN-LISTED.
           IF WS-DUP-FOUND > 0 THEN
              GO TO EAB-999
           END-IF.

           ADD 1 TO WS-RUN-HITS.
           ADD 1 TO WS-BACK-RUN-CNT.

           MOVE 'WRITTEN BY' TO WS-RUN-CAPTION.
           PERFORM XD-WRITE-RUN-LINE.

      * What the same run read is what it was made from.
           MOVE 0 TO WS-SIDE-HITS.
           PERFORM EAC-LIST-ONE-INPUT
              VARYING WS-LED-IDX FROM 1 BY 1
              UNTIL WS-LED-IDX > WS-LED-COUNT.

           IF WS-SIDE-HITS = 0 THEN
              ADD 1 TO WS-ORIGIN-CNT
              MOVE SPACES TO WS-RPT-LINE
              STRING '           ORIGIN - THE RUN READ NO FRAMED '
                 'INPUT (THE GARB PULL OR A GENERATED FEED)'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE
           END-IF.

       EAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAC-LIST-ONE-INPUT
      *----------------------------------------------------------------*
       EAC-LIST-ONE-INPUT SECTION.
       EAC-010.
           IF WS-LED-RUN-ID (WS-LED-IDX) NOT =
                 WS-LED-RUN-ID (WS-RUN-IDX) OR
              WS-LED-PROGRAM (WS-LED-IDX) NOT =
                 WS-LED-PROGRAM (WS-RUN-IDX) THEN
              GO TO EAC-999
           END-IF.

           IF WS-LED-DIRECTION (WS-LED-IDX) = 'W' THEN
              PERFORM XE-WRITE-DATASET-LINE
              GO TO EAC-999
           END-IF.

           ADD 1 TO WS-SIDE-HITS.
           PERFORM XE-WRITE-DATASET-LINE.

           MOVE WS-LED-SNAP-ID (WS-LED-IDX) TO WS-Q-NEW-SNAP-ID.
           COMPUTE WS-Q-NEW-LEVEL = WS-CURR-LEVEL + 1.
           PERFORM XA-ENQUEUE-SNAP.

       EAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-TRACE-FORWARD
      *
      * From the identifier asked about to everything made from it,
      * level by level.
      *----------------------------------------------------------------*
       FA-TRACE-FORWARD SECTION.
       FA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.
           MOVE 'FORWARD - WHAT WAS MADE FROM IT' TO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

           INITIALIZE WS-Q-TABLE.
           MOVE 0 TO WS-Q-COUNT.
           MOVE WS-SEL-SNAP-ID TO WS-Q-NEW-SNAP-ID.
           MOVE 0 TO WS-Q-NEW-LEVEL.
           PERFORM XA-ENQUEUE-SNAP.

           PERFORM FAA-TRACE-ONE-SNAP-FWD
              VARYING WS-Q-IDX FROM 1 BY 1
              UNTIL WS-Q-IDX > WS-Q-COUNT.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-TRACE-ONE-SNAP-FWD
      *----------------------------------------------------------------*
       FAA-TRACE-ONE-SNAP-FWD SECTION.
       FAA-010.
           MOVE WS-Q-SNAP-ID (WS-Q-IDX) TO WS-CURR-SNAP-ID.
           MOVE WS-Q-LEVEL (WS-Q-IDX) TO WS-CURR-LEVEL.
           ADD 1 TO WS-FWD-SNAP-CNT.

           PERFORM XB-WRITE-SNAP-LINE.

           MOVE 0 TO WS-RUN-HITS.
           PERFORM FAB-CHECK-ONE-CONSUMER
              VARYING WS-RUN-IDX FROM 1 BY 1
              UNTIL WS-RUN-IDX > WS-LED-COUNT.

           IF WS-RUN-HITS = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '        NO RUN ON THE LEDGER HAS READ IT'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE
           END-IF.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAB-CHECK-ONE-CONSUMER
      *
      * A ledger record reading the identifier names a consuming
      * run; what that run wrote was made from it. A run that read
      * it twice, or under two DDs, is listed once.
      *----------------------------------------------------------------*
       FAB-CHECK-ONE-CONSUMER SECTION.
       FAB-010.
           IF WS-LED-DIRECTION (WS-RUN-IDX) NOT = 'R' OR
              WS-LED-SNAP-ID (WS-RUN-IDX) NOT = WS-CURR-SNAP-ID THEN
              GO TO FAB-999
           END-IF.

           MOVE 'R' TO WS-DUP-DIR.
           PERFORM XC-CHECK-RUN-LISTED.
           IF WS-DUP-FOUND > 0 THEN
              GO TO FAB-999
           END-IF.

           ADD 1 TO WS-RUN-HITS.
           ADD 1 TO WS-FWD-RUN-CNT.

           MOVE 'READ BY' TO WS-RUN-CAPTION.
           PERFORM XD-WRITE-RUN-LINE.

           MOVE 0 TO WS-SIDE-HITS.
           PERFORM FAC-LIST-ONE-OUTPUT
              VARYING WS-LED-IDX FROM 1 BY 1
              UNTIL WS-LED-IDX > WS-LED-COUNT.

           IF WS-SIDE-HITS = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '           NO FRAMED OUTPUT - A REPORT OR '
                 'UPDATE RUN'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE
           END-IF.

       FAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAC-LIST-ONE-OUTPUT
      *----------------------------------------------------------------*
       FAC-LIST-ONE-OUTPUT SECTION.
       FAC-010.
           IF WS-LED-RUN-ID (WS-LED-IDX) NOT =
                 WS-LED-RUN-ID (WS-RUN-IDX) OR
              WS-LED-PROGRAM (WS-LED-IDX) NOT =
                 WS-LED-PROGRAM (WS-RUN-IDX) OR
              WS-LED-DIRECTION (WS-LED-IDX) NOT = 'W' THEN
              GO TO FAC-999
           END-IF.

           ADD 1 TO WS-SIDE-HITS.
           PERFORM XE-WRITE-DATASET-LINE.

           MOVE WS-LED-SNAP-ID (WS-LED-IDX) TO WS-Q-NEW-SNAP-ID.
           COMPUTE WS-Q-NEW-LEVEL = WS-CURR-LEVEL + 1.
           PERFORM XA-ENQUEUE-SNAP.

       FAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-REPORT-TRAILER
      *----------------------------------------------------------------*
       HA-WRITE-REPORT-TRAILER SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

           MOVE WS-LED-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LEDGER RECORDS READ:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

           MOVE WS-LED-COUNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LEDGER RECORDS TRACED OVER:    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

           IF WS-TRACE-BACK THEN
              MOVE WS-BACK-SNAP-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'IDENTIFIERS TRACED BACK:       ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE

              MOVE WS-BACK-RUN-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'PRODUCING RUNS:                ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE

              MOVE WS-ORIGIN-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ORIGINS REACHED:               ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-TRACE-FWD THEN
              MOVE WS-FWD-SNAP-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'IDENTIFIERS TRACED FORWARD:    ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE

              MOVE WS-FWD-RUN-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'CONSUMING RUNS:                ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-LED-OVER-CNT > 0 OR WS-Q-OVER-CNT > 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '*** INCOMPLETE - THE LEDGER OR THE TRACE '
                 'OUTGREW ITS TABLE; NARROW THE RUN WITH FROM= ***'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKLINR-RECORD FROM WS-RPT-LINE
           END-IF.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-ENQUEUE-SNAP
      *
      * Queues WS-Q-NEW-SNAP-ID at WS-Q-NEW-LEVEL unless it is blank
      * or already queued.
      *----------------------------------------------------------------*
       XA-ENQUEUE-SNAP SECTION.
       XA-010.
           IF WS-Q-NEW-SNAP-ID = SPACES THEN
              GO TO XA-999
           END-IF.

           MOVE 0 TO WS-Q-FOUND.
           PERFORM XAA-CHECK-ONE-QUEUED
              VARYING WS-Q-SCAN FROM 1 BY 1
              UNTIL WS-Q-SCAN > WS-Q-COUNT
                 OR WS-Q-FOUND > 0.
           IF WS-Q-FOUND > 0 THEN
              GO TO XA-999
           END-IF.

           IF WS-Q-COUNT NOT < WS-Q-MAX THEN
              ADD 1 TO WS-Q-OVER-CNT
              GO TO XA-999
           END-IF.

           ADD 1 TO WS-Q-COUNT.
           MOVE WS-Q-NEW-SNAP-ID TO WS-Q-SNAP-ID (WS-Q-COUNT).
           MOVE WS-Q-NEW-LEVEL TO WS-Q-LEVEL (WS-Q-COUNT).

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XAA-CHECK-ONE-QUEUED
      *----------------------------------------------------------------*
       XAA-CHECK-ONE-QUEUED SECTION.
       XAA-010.
           IF WS-Q-SNAP-ID (WS-Q-SCAN) = WS-Q-NEW-SNAP-ID THEN
              MOVE WS-Q-SCAN TO WS-Q-FOUND
           END-IF.

       XAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-WRITE-SNAP-LINE
      *----------------------------------------------------------------*
       XB-WRITE-SNAP-LINE SECTION.
       XB-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

           MOVE WS-CURR-LEVEL TO WS-LEVEL-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LEVEL ' WS-LEVEL-ED '  IDENTIFIER ' WS-CURR-SNAP-ID
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-CHECK-RUN-LISTED
      *
      * WS-DUP-FOUND comes back non-zero when an earlier ledger
      * record of the same run, in direction WS-DUP-DIR, carried
      * the identifier - the run has been listed already.
      *----------------------------------------------------------------*
       XC-CHECK-RUN-LISTED SECTION.
       XC-010.
           MOVE 0 TO WS-DUP-FOUND.
           PERFORM XCA-CHECK-ONE-EARLIER
              VARYING WS-DUP-IDX FROM 1 BY 1
              UNTIL WS-DUP-IDX NOT < WS-RUN-IDX
                 OR WS-DUP-FOUND > 0.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XCA-CHECK-ONE-EARLIER
      *----------------------------------------------------------------*
       XCA-CHECK-ONE-EARLIER SECTION.
       XCA-010.
           IF WS-LED-RUN-ID (WS-DUP-IDX) = WS-LED-RUN-ID (WS-RUN-IDX)
              AND WS-LED-PROGRAM (WS-DUP-IDX) =
                 WS-LED-PROGRAM (WS-RUN-IDX)
              AND WS-LED-DIRECTION (WS-DUP-IDX) = WS-DUP-DIR
              AND WS-LED-SNAP-ID (WS-DUP-IDX) = WS-CURR-SNAP-ID THEN
              MOVE WS-DUP-IDX TO WS-DUP-FOUND
           END-IF.

       XCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XD-WRITE-RUN-LINE
      *
      * The run of ledger record WS-RUN-IDX - program, job, step and
      * when - after the caption its caller left in WS-RUN-CAPTION.
      *----------------------------------------------------------------*
       XD-WRITE-RUN-LINE SECTION.
       XD-010.
           STRING WS-LED-DATE (WS-RUN-IDX) (1:4) '-'
              WS-LED-DATE (WS-RUN-IDX) (5:2) '-'
              WS-LED-DATE (WS-RUN-IDX) (7:2)
              DELIMITED BY SIZE INTO WS-DATE-ED.
           STRING WS-LED-TIME (WS-RUN-IDX) (1:2) ':'
              WS-LED-TIME (WS-RUN-IDX) (3:2) ':'
              WS-LED-TIME (WS-RUN-IDX) (5:2)
              DELIMITED BY SIZE INTO WS-TIME-ED.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '        ' WS-RUN-CAPTION ' '
              WS-LED-PROGRAM (WS-RUN-IDX)
              '  JOB ' WS-LED-JOB (WS-RUN-IDX)
              '  STEP ' WS-LED-STEP (WS-RUN-IDX)
              '  ' WS-DATE-ED ' ' WS-TIME-ED
              '  RUN ' WS-LED-RUN-ID (WS-RUN-IDX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

       XD-999.
           EXIT.

      *----------------------------------------------------------------*
      * XE-WRITE-DATASET-LINE
      *
      * One dataset of a run - ledger record WS-LED-IDX: direction,
      * DD, dataset name and generation, record count, identifier.
      *----------------------------------------------------------------*
       XE-WRITE-DATASET-LINE SECTION.
       XE-010.
           IF WS-LED-DIRECTION (WS-LED-IDX) = 'W' THEN
              MOVE 'WROTE' TO WS-DIR-WORD
           ELSE
              MOVE 'READ' TO WS-DIR-WORD
           END-IF.

           MOVE WS-LED-REC-COUNT (WS-LED-IDX) TO WS-REC-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '           ' WS-DIR-WORD ' ' WS-LED-DD (WS-LED-IDX)
              ' ' WS-LED-DSN (WS-LED-IDX)
              ' ' WS-LED-GENERATION (WS-LED-IDX)
              ' ' WS-REC-CNT-ED ' RECS  '
              WS-LED-SNAP-ID (WS-LED-IDX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKLINR-RECORD FROM WS-RPT-LINE.

       XE-999.
           EXIT.
