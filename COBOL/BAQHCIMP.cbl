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
      * BAQHCIMP                                                      *
      *                                                               *
      * Layout-change impact notices. Compares the layout version of  *
      * each output we publish (BAQHOLVR) with the version the last   *
      * run recorded (DD name RBKOLVS, see BAQHOLVS). For every       *
      * output whose version has moved it lists, on the impact report *
      * (DD name RBKCIMR), every consumer registered for it on        *
      * RBKCONS (see BAQHCONS) with its contact and whether it has    *
      * already accepted the new version, and writes each consumer    *
      * notified by MAIL or REPORT its own notice section (DD name    *
      * RBKCNTC) behind a '===== ... ROUTE ...' banner for the        *
      * report-distribution product to burst on, the same form as the *
      * watchlist digest.                                             *
      *                                                               *
      * Outputs whose version has not moved but which still have a    *
      * consumer behind are listed as awaiting acceptance - those are *
      * the outputs the nightly chain is withholding (see BAQHCNSK).  *
      *                                                               *
      * The versions are then recorded on the next generation of the  *
      * state file (DD name RBKOLVN). On the first run, with no state *
      * file, the current versions are recorded and nothing is sent.  *
      *                                                               *
      * Return codes: 0 nothing changed and nothing awaiting; 4       *
      * notices issued or outputs awaiting acceptance.                *
      *                                                               *
      * Inputs:  RBKCONS, RBKOLVS                                     *
      * Outputs: RBKCIMR (impact report), RBKCNTC (notices), RBKOLVN  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCIMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKCONS-FILE ASSIGN TO RBKCONS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONS-FILE-STATUS.

      * Versions as of the last run, and as of this one.
           SELECT RBKOLVS-FILE ASSIGN TO RBKOLVS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLVS-FILE-STATUS.

           SELECT RBKOLVN-FILE ASSIGN TO RBKOLVN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKCIMR-FILE ASSIGN TO RBKCIMR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKCNTC-FILE ASSIGN TO RBKCNTC
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCONS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCONS.

       FD  RBKOLVS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHOLVS.

       FD  RBKOLVN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKOLVN-RECORD          PIC X(40).

       FD  RBKCIMR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCIMR-RECORD          PIC X(132).

       FD  RBKCNTC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCNTC-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CONS-FILE-STATUS PIC X(2).
       01 WS-OLVS-FILE-STATUS PIC X(2).
       01 WS-CONS-EOF-SW      PIC X VALUE 'N'.
           88 WS-CONS-EOF     VALUE 'Y'.
       01 WS-OLVS-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLVS-EOF     VALUE 'Y'.

       01 WS-RUN-DATE         PIC X(8).

      * The current output versions.
       COPY BAQHOLVR.
       01 WS-OLVR-IDX         PIC 9(4) COMP VALUE 0.

      * The versions the last run recorded.
       01 WS-PRV-TABLE.
           03 WS-PRV-ENTRY OCCURS 20 TIMES.
              05 WS-PRV-OUTPUT       PIC X(8).
              05 WS-PRV-VERSION      PIC X(2).
              05 WS-PRV-NOTICE-DATE  PIC X(8).
       01 WS-PRV-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-PRV-MAX          PIC 9(4) COMP VALUE 20.
       01 WS-PRV-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-PRV-FOUND        PIC 9(4) COMP VALUE 0.
       01 WS-FIRST-RUN-SW     PIC X VALUE 'N'.
           88 WS-FIRST-RUN    VALUE 'Y'.

      * The output being worked.
       01 WS-CUR-OLD-VER      PIC X(2) VALUE SPACES.
       01 WS-CUR-NOTICE-DATE  PIC X(8) VALUE SPACES.
       01 WS-CUR-CHANGED-SW   PIC X VALUE 'N'.
           88 WS-CUR-CHANGED  VALUE 'Y'.
       01 WS-CUR-CONSUMERS    PIC 9(5) COMP VALUE 0.
       01 WS-CUR-BEHIND       PIC 9(5) COMP VALUE 0.
       01 WS-CONS-STATE       PIC X(12) VALUE SPACES.

      * Run counts.
       01 WS-CHANGED-CNT      PIC 9(5) COMP VALUE 0.
       01 WS-AWAITING-CNT     PIC 9(5) COMP VALUE 0.
       01 WS-NOTICE-CNT       PIC 9(5) COMP VALUE 0.
       01 WS-AFFECTED-CNT     PIC 9(5) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-OLVN-REC.
           03 WS-OLVN-OUTPUT       PIC X(8).
           03 WS-OLVN-VERSION      PIC X(2).
           03 WS-OLVN-NOTICE-DATE  PIC X(8).
           03 FILLER               PIC X(22).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM BA-LOAD-PRIOR-VERSIONS.

           OPEN OUTPUT RBKCIMR-FILE.
           OPEN OUTPUT RBKCNTC-FILE.
           OPEN OUTPUT RBKOLVN-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OUTPUT LAYOUT-CHANGE IMPACT REPORT - RUN '
              WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.
           IF WS-FIRST-RUN THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'NO PRIOR VERSION RECORD - CURRENT VERSIONS '
                 'RECORDED AS THE BASELINE, NO NOTICES SENT.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCIMR-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM CA-ASSESS-ONE-OUTPUT
              VARYING WS-OLVR-IDX FROM 1 BY 1
              UNTIL WS-OLVR-IDX > BAQHOLVR-COUNT.

           PERFORM HA-WRITE-REPORT-TRAILER.

           CLOSE RBKCIMR-FILE.
           CLOSE RBKCNTC-FILE.
           CLOSE RBKOLVN-FILE.

           IF WS-CHANGED-CNT > 0 OR WS-AWAITING-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-PRIOR-VERSIONS
      *----------------------------------------------------------------*
       BA-LOAD-PRIOR-VERSIONS SECTION.
       BA-010.
           OPEN INPUT RBKOLVS-FILE.
           IF WS-OLVS-FILE-STATUS NOT = '00' THEN
              MOVE 'Y' TO WS-FIRST-RUN-SW
              GO TO BA-999
           END-IF.

           READ RBKOLVS-FILE
               AT END
                  MOVE 'Y' TO WS-OLVS-EOF-SW
           END-READ.
           PERFORM BAA-LOAD-ONE-VERSION UNTIL WS-OLVS-EOF.

           CLOSE RBKOLVS-FILE.

           IF WS-PRV-COUNT = 0 THEN
              MOVE 'Y' TO WS-FIRST-RUN-SW
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-LOAD-ONE-VERSION
      *----------------------------------------------------------------*
       BAA-LOAD-ONE-VERSION SECTION.
       BAA-010.
           IF BAQHOLVS-OUTPUT NOT = SPACES AND
              WS-PRV-COUNT < WS-PRV-MAX THEN
              ADD 1 TO WS-PRV-COUNT
              MOVE BAQHOLVS-OUTPUT TO WS-PRV-OUTPUT (WS-PRV-COUNT)
              MOVE BAQHOLVS-VERSION TO WS-PRV-VERSION (WS-PRV-COUNT)
              MOVE BAQHOLVS-NOTICE-DATE
                 TO WS-PRV-NOTICE-DATE (WS-PRV-COUNT)
           END-IF.

           READ RBKOLVS-FILE
               AT END
                  MOVE 'Y' TO WS-OLVS-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-ASSESS-ONE-OUTPUT
      *
      * Decides whether the output's version has moved since the last
      * run, reports its consumers when it has or when any is still
      * behind, and records the version on the new state file.
      *----------------------------------------------------------------*
       CA-ASSESS-ONE-OUTPUT SECTION.
       CA-010.
           MOVE 0 TO WS-PRV-FOUND.
           PERFORM CAA-MATCH-ONE-PRIOR
              VARYING WS-PRV-IDX FROM 1 BY 1
              UNTIL WS-PRV-IDX > WS-PRV-COUNT
                 OR WS-PRV-FOUND > 0.

           MOVE 'N' TO WS-CUR-CHANGED-SW.
           MOVE SPACES TO WS-CUR-NOTICE-DATE.
           MOVE SPACES TO WS-CUR-OLD-VER.
           IF WS-PRV-FOUND > 0 THEN
              MOVE WS-PRV-VERSION (WS-PRV-FOUND) TO WS-CUR-OLD-VER
              MOVE WS-PRV-NOTICE-DATE (WS-PRV-FOUND)
                 TO WS-CUR-NOTICE-DATE
           END-IF.

      * An output new to BAQHOLVR since the last run is a change too,
      * unless there has never been a run to compare with.
           IF NOT WS-FIRST-RUN AND
              WS-CUR-OLD-VER NOT = BAQHOLVR-VERSION (WS-OLVR-IDX) THEN
              MOVE 'Y' TO WS-CUR-CHANGED-SW
              MOVE WS-RUN-DATE TO WS-CUR-NOTICE-DATE
              ADD 1 TO WS-CHANGED-CNT
           END-IF.

      * Count the consumers and how many are behind.
           MOVE 0 TO WS-CUR-CONSUMERS.
           MOVE 0 TO WS-CUR-BEHIND.
           PERFORM XC-OPEN-REGISTRY.
           PERFORM CAB-COUNT-ONE-CONSUMER UNTIL WS-CONS-EOF.
           PERFORM XD-CLOSE-REGISTRY.

           IF WS-CUR-CHANGED OR WS-CUR-BEHIND > 0 THEN
              PERFORM DA-REPORT-OUTPUT
           END-IF.

           MOVE SPACES TO WS-OLVN-REC.
           MOVE BAQHOLVR-OUTPUT (WS-OLVR-IDX) TO WS-OLVN-OUTPUT.
           MOVE BAQHOLVR-VERSION (WS-OLVR-IDX) TO WS-OLVN-VERSION.
           MOVE WS-CUR-NOTICE-DATE TO WS-OLVN-NOTICE-DATE.
           WRITE RBKOLVN-RECORD FROM WS-OLVN-REC.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-MATCH-ONE-PRIOR
      *----------------------------------------------------------------*
       CAA-MATCH-ONE-PRIOR SECTION.
       CAA-010.
           IF WS-PRV-OUTPUT (WS-PRV-IDX) = BAQHOLVR-OUTPUT (WS-OLVR-IDX)
           THEN
              MOVE WS-PRV-IDX TO WS-PRV-FOUND
           END-IF.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAB-COUNT-ONE-CONSUMER
      *----------------------------------------------------------------*
       CAB-COUNT-ONE-CONSUMER SECTION.
       CAB-010.
           IF BAQHCONS-RECORD (1:1) NOT = '*' AND
              BAQHCONS-OUTPUT = BAQHOLVR-OUTPUT (WS-OLVR-IDX) THEN
              ADD 1 TO WS-CUR-CONSUMERS
              IF BAQHCONS-ACCEPTED-VER < BAQHOLVR-VERSION (WS-OLVR-IDX)
              THEN
                 ADD 1 TO WS-CUR-BEHIND
              END-IF
           END-IF.

           PERFORM XE-READ-REGISTRY.

       CAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-REPORT-OUTPUT
      *
      * The output's section of the impact report: its change, then
      * each registered consumer. A changed output also sends each
      * consumer notified by MAIL or REPORT its notice.
      *----------------------------------------------------------------*
       DA-REPORT-OUTPUT SECTION.
       DA-010.
           IF NOT WS-CUR-CHANGED THEN
              ADD 1 TO WS-AWAITING-CNT
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-CUR-CHANGED THEN
              IF WS-CUR-OLD-VER = SPACES THEN
                 STRING 'OUTPUT ' BAQHOLVR-OUTPUT (WS-OLVR-IDX) ' '
                    BAQHOLVR-DESC (WS-OLVR-IDX)
                    ' NOW PUBLISHED AT LAYOUT VERSION '
                    BAQHOLVR-VERSION (WS-OLVR-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 STRING 'OUTPUT ' BAQHOLVR-OUTPUT (WS-OLVR-IDX) ' '
                    BAQHOLVR-DESC (WS-OLVR-IDX)
                    ' LAYOUT VERSION ' WS-CUR-OLD-VER ' -> '
                    BAQHOLVR-VERSION (WS-OLVR-IDX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
           ELSE
              STRING 'OUTPUT ' BAQHOLVR-OUTPUT (WS-OLVR-IDX) ' '
                 BAQHOLVR-DESC (WS-OLVR-IDX)
                 ' LAYOUT VERSION ' BAQHOLVR-VERSION (WS-OLVR-IDX)
                 ' AWAITING ACCEPTANCE SINCE ' WS-CUR-NOTICE-DATE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-CUR-CONSUMERS TO WS-CNT-ED.
           STRING '   LAYOUT DEFINED BY ' BAQHOLVR-LAYOUT (WS-OLVR-IDX)
              '   CONSUMERS REGISTERED ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-CUR-BEHIND TO WS-CNT-ED.
           STRING '   NOT YET ACCEPTED ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE (60:30).
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.

           IF WS-CUR-BEHIND > 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '   THE OUTPUT IS WITHHELD FROM THE NIGHTLY RUN '
                 'UNTIL EVERY CONSUMER HAS ACCEPTED IT.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCIMR-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-CUR-CONSUMERS = 0 THEN
              MOVE '   NO CONSUMER IS REGISTERED FOR THIS OUTPUT.'
                 TO WS-RPT-LINE
              WRITE RBKCIMR-RECORD FROM WS-RPT-LINE
              GO TO DA-999
           END-IF.

           PERFORM XC-OPEN-REGISTRY.
           PERFORM DAA-REPORT-ONE-CONSUMER UNTIL WS-CONS-EOF.
           PERFORM XD-CLOSE-REGISTRY.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-REPORT-ONE-CONSUMER
      *----------------------------------------------------------------*
       DAA-REPORT-ONE-CONSUMER SECTION.
       DAA-010.
           IF BAQHCONS-RECORD (1:1) = '*' OR
              BAQHCONS-OUTPUT NOT = BAQHOLVR-OUTPUT (WS-OLVR-IDX) THEN
              GO TO DAA-020
           END-IF.

           IF BAQHCONS-ACCEPTED-VER < BAQHOLVR-VERSION (WS-OLVR-IDX)
           THEN
              MOVE 'NOT ACCEPTED' TO WS-CONS-STATE
           ELSE
              MOVE 'ACCEPTED' TO WS-CONS-STATE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '   ' BAQHCONS-TEAM ' TAKES ' BAQHCONS-ACCEPTED-VER
              ' ' WS-CONS-STATE ' ' BAQHCONS-NOTIFY ' '
              BAQHCONS-ROUTE ' ' BAQHCONS-CONTACT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.

           IF WS-CUR-CHANGED THEN
              ADD 1 TO WS-AFFECTED-CNT
              IF BAQHCONS-NOTIFY-MAIL OR BAQHCONS-NOTIFY-REPORT THEN
                 PERFORM DAB-WRITE-NOTICE
              END-IF
           END-IF.

       DAA-020.
           PERFORM XE-READ-REGISTRY.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAB-WRITE-NOTICE
      *
      * One consumer's impact notice, behind the banner the report-
      * distribution product routes it by.
      *----------------------------------------------------------------*
       DAB-WRITE-NOTICE SECTION.
       DAB-010.
           ADD 1 TO WS-NOTICE-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '===== LAYOUT CHANGE NOTICE ' BAQHCONS-TEAM
              ' ROUTE ' BAQHCONS-ROUTE
              ' OUTPUT ' BAQHOLVR-OUTPUT (WS-OLVR-IDX)
              ' OF ' WS-RUN-DATE ' ====='
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCNTC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCNTC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TO: ' BAQHCONS-TEAM DELIMITED BY '  '
              ' (' DELIMITED BY SIZE
              BAQHCONS-CONTACT DELIMITED BY SPACE
              ')' DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCNTC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'THE LAYOUT OF ' DELIMITED BY SIZE
              BAQHOLVR-DESC (WS-OLVR-IDX) DELIMITED BY '  '
              ' (' DELIMITED BY SIZE
              BAQHOLVR-OUTPUT (WS-OLVR-IDX) DELIMITED BY SPACE
              ') HAS CHANGED.' DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCNTC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-CUR-OLD-VER = SPACES THEN
              STRING 'NEW LAYOUT VERSION: '
                 BAQHOLVR-VERSION (WS-OLVR-IDX)
                 '   DEFINED BY: ' BAQHOLVR-LAYOUT (WS-OLVR-IDX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'PREVIOUS LAYOUT VERSION: ' WS-CUR-OLD-VER
                 '   NEW LAYOUT VERSION: '
                 BAQHOLVR-VERSION (WS-OLVR-IDX)
                 '   DEFINED BY: ' BAQHOLVR-LAYOUT (WS-OLVR-IDX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKCNTC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'YOUR REGISTERED ACCEPTED VERSION: '
              BAQHCONS-ACCEPTED-VER
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCNTC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-CONS-STATE = 'ACCEPTED' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'YOU HAVE ALREADY ACCEPTED THIS VERSION - '
                 'NO ACTION IS NEEDED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCNTC-RECORD FROM WS-RPT-LINE
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              STRING 'THE OUTPUT IS WITHHELD UNTIL EVERY REGISTERED '
                 'CONSUMER HAS ACCEPTED THE NEW VERSION.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCNTC-RECORD FROM WS-RPT-LINE
              MOVE SPACES TO WS-RPT-LINE
              STRING 'PLEASE CONFIRM YOUR ACCEPTANCE TO THE '
                 'PUBLICATIONS DESK.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCNTC-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCNTC-RECORD FROM WS-RPT-LINE.

       DAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-REPORT-TRAILER
      *----------------------------------------------------------------*
       HA-WRITE-REPORT-TRAILER SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.

           MOVE WS-CHANGED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OUTPUTS WHOSE LAYOUT CHANGED:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.

           MOVE WS-AFFECTED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CONSUMERS AFFECTED:               ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.

           MOVE WS-NOTICE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NOTICES WRITTEN:                  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.

           MOVE WS-AWAITING-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OUTPUTS STILL AWAITING ACCEPTANCE:' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCIMR-RECORD FROM WS-RPT-LINE.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-OPEN-REGISTRY
      *
      * Opens the consumer registry and reads its first record. A
      * missing registry reads as empty.
      *----------------------------------------------------------------*
       XC-OPEN-REGISTRY SECTION.
       XC-010.
           MOVE 'N' TO WS-CONS-EOF-SW.
           OPEN INPUT RBKCONS-FILE.
           IF WS-CONS-FILE-STATUS NOT = '00' THEN
              MOVE 'Y' TO WS-CONS-EOF-SW
              GO TO XC-999
           END-IF.
           PERFORM XE-READ-REGISTRY.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XD-CLOSE-REGISTRY
      *----------------------------------------------------------------*
       XD-CLOSE-REGISTRY SECTION.
       XD-010.
           IF WS-CONS-FILE-STATUS = '00' OR
              WS-CONS-FILE-STATUS = '10' THEN
              CLOSE RBKCONS-FILE
           END-IF.

       XD-999.
           EXIT.

      *----------------------------------------------------------------*
      * XE-READ-REGISTRY
      *----------------------------------------------------------------*
       XE-READ-REGISTRY SECTION.
       XE-010.
           READ RBKCONS-FILE
               AT END
                  MOVE 'Y' TO WS-CONS-EOF-SW
           END-READ.

       XE-999.
           EXIT.
