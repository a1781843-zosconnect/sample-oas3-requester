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
      * BAQHCNSG                                                      *
      *                                                               *
      * Consumer layout gate. Run in the nightly chain ahead of the   *
      * step that transmits a file output - the RBKWHF warehouse      *
      * feed, the RBKCSV export, a RBKBNDL bundle - to the teams that *
      * consume it. For each output named on the PARM the BAQHCNSK    *
      * check is made against the consumer registry (RBKCONS, see     *
      * BAQHCONS): when any registered consumer has not accepted the  *
      * output's current layout version (see BAQHOLVR) the output is  *
      * withheld - the RBK015E operator alert is raised, this step's  *
      * END record on RBKRUNJ says FAILED (detail WITHHELD) and the   *
      * run ends RC 8, which the transmission step is conditioned on. *
      * Outputs delivered by the program that builds them - the MQ    *
      * change events and the IMS database load - are checked by that *
      * program itself.                                               *
      *                                                               *
      * Every output's decision, with each consumer that holds it     *
      * back, is written to the gate report (DD name RBKCNGR).        *
      *                                                               *
      * PARM:                                                         *
      *   OUTPUT=name[,name...]   the outputs about to be sent, as    *
      *                           BAQHOLVR names them (up to five)    *
      *                                                               *
      * Inputs:  RBKCONS                                              *
      * Outputs: RBKCNGR (gate report), RBKRUNJ (START/END of step    *
      *          CNSG)                                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCNSG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The consumer registry, read here for the report's listing;
      * the decision itself is BAQHCNSK's.
           SELECT RBKCONS-FILE ASSIGN TO RBKCONS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONS-FILE-STATUS.

           SELECT RBKCNGR-FILE ASSIGN TO RBKCNGR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKRUNJ-FILE ASSIGN TO RBKRUNJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCONS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCONS.

       FD  RBKCNGR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCNGR-RECORD          PIC X(132).

       FD  RBKRUNJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHRUNJ.

       WORKING-STORAGE SECTION.

       01 WS-CONS-FILE-STATUS PIC X(2).
       01 WS-CONS-EOF-SW      PIC X VALUE 'N'.
           88 WS-CONS-EOF     VALUE 'Y'.

       01 WS-RUN-DATE         PIC X(8).
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-OUTPUT-ARG       PIC X(60) VALUE SPACES.

      * The outputs named on the PARM.
       01 WS-OUT-TABLE.
           03 WS-OUT-NAME     PIC X(8) OCCURS 5 TIMES.
       01 WS-OUT-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-OUT-IDX          PIC 9(4) COMP VALUE 0.

      * Consumer check call area (see BAQHCNSK).
       COPY BAQHCNSK.

       01 WS-WITHHELD-CNT     PIC 9(4) COMP VALUE 0.
       01 WS-SENT-CNT         PIC 9(4) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZ9.
       01 WS-CONS-STATE       PIC X(12) VALUE SPACES.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * The standing fixed-format operator alert, the same RBKWTO
      * stub and parameter area as the other alerting programs.
       01 WS-WTO-PARM.
           03 WS-WTO-MSG-ID   PIC X(8) VALUE SPACES.
           03 WS-WTO-TEXT     PIC X(70) VALUE SPACES.
           03 WS-WTO-ROUTCDE  PIC 9(3) VALUE 1.
           03 WS-WTO-DESC     PIC 9(3) VALUE 6.

       01 WS-RUNJ-FILE-STATUS PIC X(2).
       01 WS-RUNJ-EVENT       PIC X(5) VALUE SPACES.
       01 WS-RUNJ-OUTCOME     PIC X(9) VALUE SPACES.
       01 WS-RUNJ-DETAIL      PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
          03 PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING PARM-BUFFER.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'OUTPUT='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-OUTPUT-ARG
              UNSTRING WS-OUTPUT-ARG DELIMITED BY ','
                 INTO WS-OUT-NAME (1) WS-OUT-NAME (2) WS-OUT-NAME (3)
                      WS-OUT-NAME (4) WS-OUT-NAME (5)
                 TALLYING IN WS-OUT-COUNT
           END-IF.

           IF WS-OUT-COUNT = 0 THEN
              DISPLAY 'BAQHCNSG needs OUTPUT=name[,name...] on the '
                 'PARM.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'START' TO WS-RUNJ-EVENT.
           MOVE SPACES TO WS-RUNJ-OUTCOME.
           MOVE SPACES TO WS-RUNJ-DETAIL.
           PERFORM XJ-JOURNAL-RUN-EVENT.

           OPEN OUTPUT RBKCNGR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CONSUMER LAYOUT GATE - RUN ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCNGR-RECORD FROM WS-RPT-LINE.

           PERFORM BA-GATE-ONE-OUTPUT
              VARYING WS-OUT-IDX FROM 1 BY 1
              UNTIL WS-OUT-IDX > WS-OUT-COUNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCNGR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-SENT-CNT TO WS-CNT-ED.
           STRING 'OUTPUTS CLEARED TO SEND: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-WITHHELD-CNT TO WS-CNT-ED.
           STRING '   WITHHELD: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE (40:20).
           WRITE RBKCNGR-RECORD FROM WS-RPT-LINE.

           CLOSE RBKCNGR-FILE.

           MOVE 'END' TO WS-RUNJ-EVENT.
           IF WS-WITHHELD-CNT > 0 THEN
              MOVE 'RBK015E' TO WS-WTO-MSG-ID
              MOVE SPACES TO WS-WTO-TEXT
              MOVE WS-WITHHELD-CNT TO WS-CNT-ED
              STRING 'OUTPUT WITHHELD - ' WS-CNT-ED
                 ' LAYOUT(S) NOT YET ACCEPTED BY A CONSUMER'
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
              PERFORM XA-ISSUE-WTO
              MOVE 'FAILED' TO WS-RUNJ-OUTCOME
              MOVE 'WITHHELD' TO WS-RUNJ-DETAIL
              PERFORM XJ-JOURNAL-RUN-EVENT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'SUCCESS' TO WS-RUNJ-OUTCOME
              MOVE 'CLEARED' TO WS-RUNJ-DETAIL
              PERFORM XJ-JOURNAL-RUN-EVENT
           END-IF.

       A-999.
           STOP RUN.

      *----------------------------------------------------------------*
      * BA-GATE-ONE-OUTPUT
      *
      * Checks one output named on the PARM and reports the decision
      * with the registered consumers behind it.
      *----------------------------------------------------------------*
       BA-GATE-ONE-OUTPUT SECTION.
       BA-010.
           MOVE WS-OUT-NAME (WS-OUT-IDX) TO BAQHCNSK-OUTPUT.
           MOVE 'BAQHCNSG' TO BAQHCNSK-PROGRAM.
           CALL 'BAQHCNSK' USING BAQHCNSK-AREA.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCNGR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHCNSK-CONSUMERS TO WS-CNT-ED.
           STRING 'OUTPUT ' BAQHCNSK-OUTPUT ' LAYOUT VERSION '
              BAQHCNSK-VERSION '  CONSUMERS REGISTERED ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           EVALUATE TRUE
              WHEN BAQHCNSK-WITHHOLD
                 MOVE '** WITHHELD **' TO WS-RPT-LINE (70:14)
                 ADD 1 TO WS-WITHHELD-CNT
              WHEN BAQHCNSK-NO-REGISTRY
                 MOVE 'SEND - NO CONSUMER REGISTRY'
                    TO WS-RPT-LINE (70:27)
                 ADD 1 TO WS-SENT-CNT
              WHEN BAQHCNSK-UNKNOWN
                 MOVE 'SEND - OUTPUT NOT VERSIONED IN BAQHOLVR'
                    TO WS-RPT-LINE (70:39)
                 ADD 1 TO WS-SENT-CNT
              WHEN OTHER
                 MOVE 'SEND' TO WS-RPT-LINE (70:4)
                 ADD 1 TO WS-SENT-CNT
           END-EVALUATE.
           WRITE RBKCNGR-RECORD FROM WS-RPT-LINE.

           IF BAQHCNSK-CONSUMERS = 0 THEN
              GO TO BA-999
           END-IF.

      * List the registered consumers and where each stands.
           MOVE 'N' TO WS-CONS-EOF-SW.
           OPEN INPUT RBKCONS-FILE.
           IF WS-CONS-FILE-STATUS NOT = '00' THEN
              GO TO BA-999
           END-IF.
           READ RBKCONS-FILE
               AT END
                  MOVE 'Y' TO WS-CONS-EOF-SW
           END-READ.
           PERFORM BAA-LIST-ONE-CONSUMER UNTIL WS-CONS-EOF.
           CLOSE RBKCONS-FILE.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-LIST-ONE-CONSUMER
      *----------------------------------------------------------------*
       BAA-LIST-ONE-CONSUMER SECTION.
       BAA-010.
           IF BAQHCONS-RECORD (1:1) = '*' OR
              BAQHCONS-OUTPUT NOT = BAQHCNSK-OUTPUT THEN
              GO TO BAA-020
           END-IF.

           IF BAQHCONS-ACCEPTED-VER < BAQHCNSK-VERSION THEN
              MOVE 'NOT ACCEPTED' TO WS-CONS-STATE
           ELSE
              MOVE 'ACCEPTED' TO WS-CONS-STATE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '   ' BAQHCONS-TEAM ' TAKES ' BAQHCONS-ACCEPTED-VER
              ' ' WS-CONS-STATE ' ' BAQHCONS-CONTACT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCNGR-RECORD FROM WS-RPT-LINE.

       BAA-020.
           READ RBKCONS-FILE
               AT END
                  MOVE 'Y' TO WS-CONS-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-ISSUE-WTO
      *
      * Issues the numbered alert staged in WS-WTO-PARM as a proper
      * WTO through the site's RBKWTO stub, with a DISPLAY copy for
      * the job log.
      *----------------------------------------------------------------*
       XA-ISSUE-WTO SECTION.
       XA-010.
           DISPLAY WS-WTO-MSG-ID ' ' WS-WTO-TEXT.

           CALL 'RBKWTO' USING WS-WTO-PARM
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XJ-JOURNAL-RUN-EVENT
      *
      * Appends this step's staged event (START/END, with outcome and
      * the gate's decision) to the run-control journal. A site
      * without the journal DD simply skips it.
      *----------------------------------------------------------------*
       XJ-JOURNAL-RUN-EVENT SECTION.
       XJ-010.
           OPEN EXTEND RBKRUNJ-FILE.
           IF WS-RUNJ-FILE-STATUS NOT = '00' THEN
              GO TO XJ-999
           END-IF.

           MOVE SPACES TO BAQHRUNJ-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHRUNJ-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHRUNJ-TIME.
           MOVE 'BAQHCNSG' TO BAQHRUNJ-PROGRAM.
           MOVE 'CNSG' TO BAQHRUNJ-STEP.
           MOVE WS-RUNJ-EVENT TO BAQHRUNJ-EVENT.
           MOVE WS-RUNJ-OUTCOME TO BAQHRUNJ-OUTCOME.
           MOVE WS-RUNJ-DETAIL TO BAQHRUNJ-DETAIL.
           WRITE BAQHRUNJ-RECORD.

           CLOSE RBKRUNJ-FILE.

       XJ-999.
           EXIT.
