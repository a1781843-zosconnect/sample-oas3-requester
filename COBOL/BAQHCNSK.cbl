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
      * BAQHCNSK                                                      *
      *                                                               *
      * Consumer acceptance check. A program about to send one of our *
      * published outputs - the warehouse feed, the CSV export, the   *
      * MQ change events, the IMS database load, the bundle - calls   *
      * it with the output's name (see BAQHCNSK, the copybook). The   *
      * output's current layout version is taken from BAQHOLVR and    *
      * every consumer registered for the output on RBKCONS (see      *
      * BAQHCONS) is checked: one whose accepted version is behind    *
      * the current one has not yet taken the layout change, and the  *
      * caller is told to withhold the output rather than send it a   *
      * layout it cannot read. Each consumer that is behind is also   *
      * DISPLAYed with its contact, so the job log names them.        *
      *                                                               *
      * Without an RBKCONS DD nobody is registered and the output is  *
      * sent as before.                                               *
      *                                                               *
      * Called with: consumer check call area (COPY BAQHCNSK).        *
      * Inputs:      RBKCONS                                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCNSK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKCONS-FILE ASSIGN TO RBKCONS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCONS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCONS.

       WORKING-STORAGE SECTION.

       01 WS-CONS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-CONS-EOF-SW      PIC X VALUE 'N'.
           88 WS-CONS-EOF     VALUE 'Y'.

       COPY BAQHOLVR.
       01 WS-OLVR-IDX         PIC 9(4) COMP VALUE 0.
       01 WS-OLVR-FOUND       PIC 9(4) COMP VALUE 0.

       LINKAGE SECTION.
       COPY BAQHCNSK.

       PROCEDURE DIVISION USING BAQHCNSK-AREA.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE 'S' TO BAQHCNSK-RESULT.
           MOVE SPACES TO BAQHCNSK-VERSION.
           MOVE 0 TO BAQHCNSK-CONSUMERS.
           MOVE 0 TO BAQHCNSK-BEHIND.
           MOVE SPACES TO BAQHCNSK-FIRST-TEAM.
           MOVE SPACES TO BAQHCNSK-FIRST-VER.

           MOVE 0 TO WS-OLVR-FOUND.
           PERFORM BA-MATCH-ONE-OUTPUT
              VARYING WS-OLVR-IDX FROM 1 BY 1
              UNTIL WS-OLVR-IDX > BAQHOLVR-COUNT
                 OR WS-OLVR-FOUND > 0.

           IF WS-OLVR-FOUND = 0 THEN
              MOVE 'U' TO BAQHCNSK-RESULT
              DISPLAY 'BAQHCNSK ' BAQHCNSK-PROGRAM ' asked about '
                 'output ' BAQHCNSK-OUTPUT ', which has no layout '
                 'version in BAQHOLVR - sent unchecked.'
              GO TO A-999
           END-IF.
           MOVE BAQHOLVR-VERSION (WS-OLVR-FOUND) TO BAQHCNSK-VERSION.

           MOVE 'N' TO WS-CONS-EOF-SW.
           OPEN INPUT RBKCONS-FILE.
           IF WS-CONS-FILE-STATUS NOT = '00' THEN
              MOVE 'N' TO BAQHCNSK-RESULT
              GO TO A-999
           END-IF.

           READ RBKCONS-FILE
               AT END
                  MOVE 'Y' TO WS-CONS-EOF-SW
           END-READ.
           PERFORM CA-CHECK-ONE-CONSUMER UNTIL WS-CONS-EOF.

           CLOSE RBKCONS-FILE.

           IF BAQHCNSK-BEHIND > 0 THEN
              MOVE 'W' TO BAQHCNSK-RESULT
           END-IF.

       A-999.
           GOBACK.

      *----------------------------------------------------------------*
      * BA-MATCH-ONE-OUTPUT
      *----------------------------------------------------------------*
       BA-MATCH-ONE-OUTPUT SECTION.
       BA-010.
           IF BAQHOLVR-OUTPUT (WS-OLVR-IDX) = BAQHCNSK-OUTPUT THEN
              MOVE WS-OLVR-IDX TO WS-OLVR-FOUND
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-CHECK-ONE-CONSUMER
      *
      * A consumer of this output whose accepted version is below the
      * current one (or blank - never confirmed) holds the output back.
      *----------------------------------------------------------------*
       CA-CHECK-ONE-CONSUMER SECTION.
       CA-010.
           IF BAQHCONS-RECORD (1:1) = '*' OR
              BAQHCONS-OUTPUT NOT = BAQHCNSK-OUTPUT THEN
              GO TO CA-020
           END-IF.

           ADD 1 TO BAQHCNSK-CONSUMERS.

           IF BAQHCONS-ACCEPTED-VER NOT < BAQHCNSK-VERSION THEN
              GO TO CA-020
           END-IF.

           ADD 1 TO BAQHCNSK-BEHIND.
           IF BAQHCNSK-FIRST-TEAM = SPACES THEN
              MOVE BAQHCONS-TEAM TO BAQHCNSK-FIRST-TEAM
              MOVE BAQHCONS-ACCEPTED-VER TO BAQHCNSK-FIRST-VER
           END-IF.
           DISPLAY 'BAQHCNSK ' BAQHCNSK-OUTPUT ' layout '
              BAQHCNSK-VERSION ' not yet accepted by '
              BAQHCONS-TEAM ' (takes ' BAQHCONS-ACCEPTED-VER
              ', contact ' BAQHCONS-CONTACT ')'.

       CA-020.
           READ RBKCONS-FILE
               AT END
                  MOVE 'Y' TO WS-CONS-EOF-SW
           END-READ.

       CA-999.
           EXIT.
