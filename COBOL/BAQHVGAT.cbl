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
      * BAQHVGAT                                                      *
      *                                                               *
      * Extract volume gate. Run nightly straight after the GARB pull *
      * and before BAQHCHGC and BAQHCATL are let loose on tonight's   *
      * RBKEXTR. A short pull - a partial page sequence, an author    *
      * filter left on by mistake - would otherwise have BAQHCATL     *
      * faithfully delete every missing title from RBKCAT and         *
      * BAQHCHGC record a REMOVED for each one.                       *
      *                                                               *
      * The gate compares tonight's extract against the prior         *
      * generation (DD name RBKEXTP): the total record count, the     *
      * share of the prior generation's titles that have disappeared, *
      * and the same two measures for each documentType. The          *
      * thresholds come from RBKVGCF (see BAQHVGCF); a site without   *
      * the DD runs on the defaults set in WORKING-STORAGE. Every     *
      * measure and verdict is written to the gate report (DD name    *
      * RBKVGRP).                                                     *
      *                                                               *
      * A breach stops the chain: the RBK011E operator alert is       *
      * raised, this step's END record on RBKRUNJ says FAILED (detail *
      * BREACHED), the run ends RC 8, and BAQHCHGC's gatekeeper -     *
      * which names this step as its prerequisite - refuses to run. A *
      * genuine mass retirement is let through by a supervisor        *
      * rerunning with OVERRIDE= on the PARM: the breach is still     *
      * reported, the RBK012W alert names the supervisor, the END     *
      * record says SUCCESS with the supervisor on its detail, and    *
      * the run ends RC 4.                                            *
      *                                                               *
      * PARM keywords, either of which may be omitted:                *
      *   OVERRIDE=userid release the chain in spite of a breach,     *
      *                   recorded against the named supervisor       *
      *   FORCE           run even though the gatekeeper finds no     *
      *                   successful GARB step for tonight's cycle    *
      *                                                               *
      * Inputs:  RBKEXTR, RBKEXTP, RBKVGCF, RBKRUNJ                   *
      * Outputs: RBKVGRP (gate report), RBKRUNJ (START/END of step    *
      *          VGAT)                                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHVGAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tonight's catalog extract, written by GARB.
           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL.

      * The prior generation of the extract. FILE STATUS lets the
      * very first night, with no prior generation yet, pass.
           SELECT RBKEXTP-FILE ASSIGN TO RBKEXTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTP-FILE-STATUS.

      * Gate thresholds - optional, the defaults apply without it.
           SELECT RBKVGCF-FILE ASSIGN TO RBKVGCF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VGCF-FILE-STATUS.

      * Gate report.
           SELECT RBKVGRP-FILE ASSIGN TO RBKVGRP
               ORGANIZATION IS SEQUENTIAL.

      * The nightly chain's run-control journal - read by the
      * gatekeeper to verify tonight's GARB completed successfully,
      * then appended with this step's own START/END records. FILE
      * STATUS lets a site without the journal run ungated.
           SELECT RBKRUNJ-FILE ASSIGN TO RBKRUNJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

      * Prior-generation extract, declared locally the way BAQHCHGC
      * declares it, since BAQHEXTR-RECORD is already the name of
      * the RBKEXTR-FILE record above.
       FD  RBKEXTP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXTP-RECORD.
           03 RBKEXTP-TITLE        PIC X(80).
           03 RBKEXTP-STATUS       PIC X(09).
           03 RBKEXTP-FORM-NUMBER  PIC X(12).
           03 RBKEXTP-PUB-DATE     PIC X(32).
           03 RBKEXTP-DOC-TYPE     PIC X(08).
           03 RBKEXTP-SIZE-MB      PIC 9(03)V9(02).
           03 RBKEXTP-URL          PIC X(100).
           03 RBKEXTP-AUTHORS      PIC X(200).
           03 RBKEXTP-DEPT-ID      PIC X(05).
           03 RBKEXTP-DEPT-NAME    PIC X(40).
           03 RBKEXTP-DEPT-CONTACT PIC X(40).
           03 RBKEXTP-DEPT-SOURCE  PIC X(01).
           03 FILLER               PIC X(68).

       FD  RBKVGCF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHVGCF.

       FD  RBKVGRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKVGRP-RECORD          PIC X(132).

       FD  RBKRUNJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHRUNJ.

       WORKING-STORAGE SECTION.

       01 WS-EXTP-FILE-STATUS PIC X(2).
       01 WS-VGCF-FILE-STATUS PIC X(2).

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.
       01 WS-PRIOR-EOF-SW     PIC X VALUE 'N'.
           88 WS-PRIOR-EOF    VALUE 'Y'.
       01 WS-VGCF-EOF-SW      PIC X VALUE 'N'.
           88 WS-VGCF-EOF     VALUE 'Y'.

      * Layout versions of the two generations - set from each one's
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.
       01 WS-PRIOR-LAYOUT-VER PIC X(2) VALUE '01'.

      * How much of documentType the counts are kept by. A prior
      * generation written in the 01 layout only ever held its
      * first 3 bytes, so against one of those both nights are
      * counted by that much - otherwise every type would appear to
      * have emptied and been replaced by a new one.
       01 WS-CMP-DOC-LEN      PIC 9(4) COMP VALUE 8.

      * The prior generation's titles, with the documentType each
      * was counted under, so that a title missing tonight can be
      * charged to its type as a removal - bounded, like BAQHCHGC's
      * compare table, by 2000 entries.
       01 WS-PRIOR-TABLE.
           03 WS-PRIOR-ENTRY OCCURS 2000 TIMES.
              05 WS-PRIOR-TITLE    PIC X(80).
              05 WS-PRIOR-TYPE-IDX PIC 9(4) COMP.
              05 WS-PRIOR-MATCHED  PIC 9.
       01 WS-PRIOR-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-PRIOR-MAX        PIC 9(5) COMP VALUE 2000.
       01 WS-PRIOR-IDX        PIC 9(5) COMP VALUE 0.
       01 WS-PRIOR-FOUND      PIC 9 VALUE 0.
       01 WS-PRIOR-FOUND-IDX  PIC 9(5) COMP VALUE 0.
       01 WS-PRIOR-PRESENT    PIC 9 VALUE 0.

      * One row per documentType seen on either night. Entry 1 is
      * the extract as a whole ('*ALL'); the limits of every row are
      * resolved from the thresholds once both nights are counted.
       01 WS-TYPE-TABLE.
           03 WS-TYPE-ENTRY OCCURS 100 TIMES.
              05 WS-TYPE-NAME      PIC X(8).
              05 WS-TYPE-PRIOR-CNT PIC 9(7) COMP.
              05 WS-TYPE-CURR-CNT  PIC 9(7) COMP.
              05 WS-TYPE-REMOV-CNT PIC 9(7) COMP.
              05 WS-TYPE-DROP-LIM  PIC 9(3).
              05 WS-TYPE-REMOV-LIM PIC 9(3).
              05 WS-TYPE-MIN-BASE  PIC 9(7).
              05 WS-TYPE-DROP-PCT  PIC 9(3)V9.
              05 WS-TYPE-REMOV-PCT PIC 9(3)V9.
              05 WS-TYPE-VERDICT   PIC X(11).
       01 WS-TYPE-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-TYPE-MAX         PIC 9(4) COMP VALUE 100.
       01 WS-TYPE-IDX         PIC 9(4) COMP VALUE 0.
       01 WS-TYPE-FOUND-IDX   PIC 9(4) COMP VALUE 0.
       01 WS-TYPE-KEY         PIC X(8) VALUE SPACES.

      * Thresholds. The '*ALL' and '*TYPE' defaults below apply
      * unless RBKVGCF carries a row for them; named documentTypes
      * only get limits of their own from an RBKVGCF row.
       01 WS-ALL-DROP-LIM     PIC 9(3) VALUE 10.
       01 WS-ALL-REMOV-LIM    PIC 9(3) VALUE 10.
       01 WS-ALL-MIN-BASE     PIC 9(7) VALUE 0.
       01 WS-DFLT-DROP-LIM    PIC 9(3) VALUE 50.
       01 WS-DFLT-REMOV-LIM   PIC 9(3) VALUE 50.
       01 WS-DFLT-MIN-BASE    PIC 9(7) VALUE 20.
       01 WS-CFG-TABLE.
           03 WS-CFG-ENTRY OCCURS 50 TIMES.
              05 WS-CFG-TYPE       PIC X(8).
              05 WS-CFG-DROP-LIM   PIC 9(3).
              05 WS-CFG-REMOV-LIM  PIC 9(3).
              05 WS-CFG-MIN-BASE   PIC 9(7).
       01 WS-CFG-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-CFG-MAX          PIC 9(4) COMP VALUE 50.
       01 WS-CFG-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-CFG-FOUND-IDX    PIC 9(4) COMP VALUE 0.
       01 WS-CFG-SOURCE       PIC X(8) VALUE 'DEFAULTS'.

      * The gate's judgement. WS-UNJUDGED is raised when a table
      * overflowed and the compare could not be completed - that is
      * treated as a breach, since a gate that cannot measure must
      * not wave the chain through.
       01 WS-BREACH-CNT       PIC 9(4) COMP VALUE 0.
       01 WS-UNJUDGED         PIC 9 VALUE 0.
       01 WS-DECISION         PIC X(10) VALUE SPACES.
       01 WS-OVERRIDE-USER    PIC X(8) VALUE SPACES.
       01 WS-WORK-PCT         PIC 9(5)V9 VALUE 0.

       01 WS-RUN-DATE         PIC X(8).
       01 WS-RUN-TIME         PIC X(6).

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-CNT-ED           PIC ZZZZZZ9.
       01 WS-CNT2-ED          PIC ZZZZZZ9.
       01 WS-CNT3-ED          PIC ZZZZZZ9.
       01 WS-BASE-ED          PIC ZZZZZZ9.
       01 WS-PCT-ED           PIC ZZ9.9.
       01 WS-PCT2-ED          PIC ZZ9.9.
       01 WS-LIM-ED           PIC ZZ9.
       01 WS-LIM2-ED          PIC ZZ9.

      * The standing fixed-format operator alert, the same RBKWTO
      * shape the batch requesters raise. RBK011E = volume gate
      * breached, chain stopped; RBK012W = breach overridden by a
      * supervisor, chain released.
       01 WS-WTO-PARM.
           03 WS-WTO-MSG-ID   PIC X(8) VALUE SPACES.
           03 WS-WTO-TEXT     PIC X(70) VALUE SPACES.
           03 WS-WTO-ROUTCDE  PIC 9(3) VALUE 1.
           03 WS-WTO-DESC     PIC 9(3) VALUE 6.

       01 WS-RC               PIC 9 VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * Run-control journal state. The gatekeeper scans RBKRUNJ for
      * the newest END record of the prerequisite GARB step; the run
      * refuses to start unless that END says SUCCESS and is from
      * tonight's cycle (today or yesterday - the chain may cross
      * midnight). FORCE on the PARM overrides a refusal, for the
      * operator who knows why the journal is wrong.
       01 WS-RUNJ-FILE-STATUS PIC X(2).
       01 WS-RUNJ-EOF-SW      PIC X VALUE 'N'.
           88 WS-RUNJ-EOF     VALUE 'Y'.
       01 WS-RUNJ-EVENT       PIC X(5) VALUE SPACES.
       01 WS-RUNJ-OUTCOME     PIC X(9) VALUE SPACES.
       01 WS-RUNJ-DETAIL      PIC X(12) VALUE SPACES.
       01 WS-PREREQ-STEP      PIC X(8) VALUE 'GARB'.
       01 WS-PREREQ-OUTCOME   PIC X(9) VALUE SPACES.
       01 WS-PREREQ-DATE      PIC X(8) VALUE SPACES.
       01 WS-PREREQ-OK        PIC 9 VALUE 0.
       01 WS-FORCE-ON         PIC 9 VALUE 0.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-PREREQ-INT       PIC S9(9) COMP VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

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
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

      * The gatekeeper: there is nothing to judge until tonight's
      * GARB has delivered an extract.
           PERFORM XK-CHECK-PREREQ-STEP.
           IF WS-PREREQ-OK = 0 AND WS-FORCE-ON = 0 THEN
              DISPLAY 'BAQHVGAT REFUSED - prerequisite GARB has no'
                 ' successful END for tonight''s cycle on RBKRUNJ.'
              DISPLAY 'BAQHVGAT rerun the GARB pull, or override'
                 ' with FORCE on the PARM.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PREREQ-OK = 0 AND WS-FORCE-ON = 1 THEN
              DISPLAY 'BAQHVGAT gatekeeper overridden by FORCE -'
                 ' proceeding without a verified GARB.'
           END-IF.

           MOVE 'START' TO WS-RUNJ-EVENT.
           MOVE SPACES TO WS-RUNJ-OUTCOME.
           MOVE SPACES TO WS-RUNJ-DETAIL.
           PERFORM XJ-JOURNAL-RUN-EVENT.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'OVERRIDE='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 10.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-OVERRIDE-USER
           END-IF.

           PERFORM BA-LOAD-THRESHOLDS.

      * Entry 1 of the type table is the extract as a whole.
           MOVE 1 TO WS-TYPE-COUNT.
           MOVE '*ALL' TO WS-TYPE-NAME (1).
           MOVE 0 TO WS-TYPE-PRIOR-CNT (1).
           MOVE 0 TO WS-TYPE-CURR-CNT (1).
           MOVE 0 TO WS-TYPE-REMOV-CNT (1).

      * Count the prior generation, keeping its titles.
           OPEN INPUT RBKEXTP-FILE.
           IF WS-EXTP-FILE-STATUS = '00' THEN
              MOVE 1 TO WS-PRIOR-PRESENT
              READ RBKEXTP-FILE
                  AT END
                     MOVE 'Y' TO WS-PRIOR-EOF-SW
              END-READ
              PERFORM CA-LOAD-ONE-PRIOR-REC UNTIL WS-PRIOR-EOF
              CLOSE RBKEXTP-FILE
           ELSE
              DISPLAY 'BAQHVGAT RBKEXTP not available, file status '
                 WS-EXTP-FILE-STATUS ' - no prior generation to'
                 ' compare against.'
           END-IF.

      * Count tonight's extract, ticking off the prior titles it
      * still carries.
           OPEN INPUT RBKEXTR-FILE.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM DA-COUNT-ONE-EXTRACT-REC UNTIL WS-EXTR-EOF.

           CLOSE RBKEXTR-FILE.

      * Whatever prior title was never ticked off has disappeared.
           PERFORM EA-COUNT-ONE-REMOVAL
              VARYING WS-PRIOR-IDX FROM 1 BY 1
              UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT.

           PERFORM FA-JUDGE-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.

           PERFORM GA-DECIDE.

           OPEN OUTPUT RBKVGRP-FILE.
           PERFORM HA-WRITE-GATE-REPORT.
           CLOSE RBKVGRP-FILE.

       A-999.
           MOVE 'END' TO WS-RUNJ-EVENT.
           IF WS-RC = OK THEN
              MOVE 'SUCCESS' TO WS-RUNJ-OUTCOME
           ELSE
              MOVE 'FAILED' TO WS-RUNJ-OUTCOME
           END-IF.
           PERFORM XJ-JOURNAL-RUN-EVENT.

           EVALUATE WS-DECISION
              WHEN 'STOPPED'
                 MOVE 8 TO RETURN-CODE
              WHEN 'OVERRIDDEN'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-THRESHOLDS
      *
      * Reads RBKVGCF: '*ALL' and '*TYPE' rows replace the defaults,
      * named documentType rows are kept in WS-CFG-TABLE. Without
      * the DD the defaults stand.
      *----------------------------------------------------------------*
       BA-LOAD-THRESHOLDS SECTION.
       BA-010.
           OPEN INPUT RBKVGCF-FILE.
           IF WS-VGCF-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHVGAT RBKVGCF not available, file status '
                 WS-VGCF-FILE-STATUS ' - default thresholds apply.'
              GO TO BA-999
           END-IF.

           MOVE 'RBKVGCF' TO WS-CFG-SOURCE.

           READ RBKVGCF-FILE
               AT END
                  MOVE 'Y' TO WS-VGCF-EOF-SW
           END-READ.

           PERFORM BAA-TAKE-ONE-THRESHOLD UNTIL WS-VGCF-EOF.

           CLOSE RBKVGCF-FILE.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-TAKE-ONE-THRESHOLD
      *
      * A row whose limits are not numeric is reported and ignored.
      *----------------------------------------------------------------*
       BAA-TAKE-ONE-THRESHOLD SECTION.
       BAA-010.
           IF BAQHVGCF-DOC-TYPE = SPACES THEN
              GO TO BAA-020
           END-IF.

           IF BAQHVGCF-DROP-PCT NOT NUMERIC OR
              BAQHVGCF-REMOVE-PCT NOT NUMERIC OR
              BAQHVGCF-MIN-BASE NOT NUMERIC THEN
              DISPLAY 'BAQHVGAT RBKVGCF row for ' BAQHVGCF-DOC-TYPE
                 ' is not numeric - row ignored.'
              GO TO BAA-020
           END-IF.

           EVALUATE BAQHVGCF-DOC-TYPE
              WHEN '*ALL'
                 MOVE BAQHVGCF-DROP-PCT TO WS-ALL-DROP-LIM
                 MOVE BAQHVGCF-REMOVE-PCT TO WS-ALL-REMOV-LIM
                 MOVE BAQHVGCF-MIN-BASE TO WS-ALL-MIN-BASE
              WHEN '*TYPE'
                 MOVE BAQHVGCF-DROP-PCT TO WS-DFLT-DROP-LIM
                 MOVE BAQHVGCF-REMOVE-PCT TO WS-DFLT-REMOV-LIM
                 MOVE BAQHVGCF-MIN-BASE TO WS-DFLT-MIN-BASE
              WHEN OTHER
                 IF WS-CFG-COUNT < WS-CFG-MAX THEN
                    ADD 1 TO WS-CFG-COUNT
                    MOVE BAQHVGCF-DOC-TYPE
                       TO WS-CFG-TYPE (WS-CFG-COUNT)
                    MOVE BAQHVGCF-DROP-PCT
                       TO WS-CFG-DROP-LIM (WS-CFG-COUNT)
                    MOVE BAQHVGCF-REMOVE-PCT
                       TO WS-CFG-REMOV-LIM (WS-CFG-COUNT)
                    MOVE BAQHVGCF-MIN-BASE
                       TO WS-CFG-MIN-BASE (WS-CFG-COUNT)
                 ELSE
                    DISPLAY 'BAQHVGAT more than 50 RBKVGCF type rows'
                       ' - ' BAQHVGCF-DOC-TYPE ' takes the *TYPE'
                       ' limits.'
                 END-IF
           END-EVALUATE.

       BAA-020.
           READ RBKVGCF-FILE
               AT END
                  MOVE 'Y' TO WS-VGCF-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-LOAD-ONE-PRIOR-REC
      *
      * Counts the prior-generation record currently in the
      * RBKEXTP-FILE buffer and keeps its title for the removal
      * compare.
      *----------------------------------------------------------------*
       CA-LOAD-ONE-PRIOR-REC SECTION.
       CA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING RBKEXTP-RECORD WS-PRIOR-LAYOUT-VER.

           IF WS-PRIOR-LAYOUT-VER = '01' THEN
              MOVE 3 TO WS-CMP-DOC-LEN
           END-IF.

      * The prior generation's control records go to the lineage ledger.
           IF RBKEXTP-TITLE (1:4) = '*HDR' OR
              RBKEXTP-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHVGAT' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTP' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE RBKEXTP-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           IF RBKEXTP-TITLE (1:4) = '*HDR' OR
              RBKEXTP-TITLE (1:4) = '*TRL' THEN
              GO TO CA-020
           END-IF.

           IF WS-PRIOR-COUNT NOT < WS-PRIOR-MAX THEN
              DISPLAY 'BAQHVGAT prior extract larger than the compare'
                 ' table - raise WS-PRIOR-MAX. Gate cannot judge.'
              MOVE 1 TO WS-UNJUDGED
              MOVE 'Y' TO WS-PRIOR-EOF-SW
              GO TO CA-999
           END-IF.

           MOVE SPACES TO WS-TYPE-KEY.
           MOVE RBKEXTP-DOC-TYPE (1:WS-CMP-DOC-LEN) TO WS-TYPE-KEY.
           PERFORM XT-FIND-TYPE-ENTRY.

           ADD 1 TO WS-TYPE-PRIOR-CNT (1).
           ADD 1 TO WS-PRIOR-COUNT.
           MOVE RBKEXTP-TITLE TO WS-PRIOR-TITLE (WS-PRIOR-COUNT).
           MOVE WS-TYPE-FOUND-IDX
              TO WS-PRIOR-TYPE-IDX (WS-PRIOR-COUNT).
           MOVE 0 TO WS-PRIOR-MATCHED (WS-PRIOR-COUNT).
           IF WS-TYPE-FOUND-IDX > 0 THEN
              ADD 1 TO WS-TYPE-PRIOR-CNT (WS-TYPE-FOUND-IDX)
           END-IF.

       CA-020.
           READ RBKEXTP-FILE
               AT END
                  MOVE 'Y' TO WS-PRIOR-EOF-SW
           END-READ.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-COUNT-ONE-EXTRACT-REC
      *
      * Counts the extract record currently in the RBKEXTR-FILE
      * buffer and ticks its title off in the prior table.
      *----------------------------------------------------------------*
       DA-COUNT-ONE-EXTRACT-REC SECTION.
       DA-010.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHVGAT' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO DA-020
           END-IF.

           MOVE SPACES TO WS-TYPE-KEY.
           MOVE BAQHEXTR-DOC-TYPE (1:WS-CMP-DOC-LEN) TO WS-TYPE-KEY.
           PERFORM XT-FIND-TYPE-ENTRY.

           ADD 1 TO WS-TYPE-CURR-CNT (1).
           IF WS-TYPE-FOUND-IDX > 0 THEN
              ADD 1 TO WS-TYPE-CURR-CNT (WS-TYPE-FOUND-IDX)
           END-IF.

           MOVE 0 TO WS-PRIOR-FOUND.
           PERFORM DAA-FIND-IN-PRIOR-TABLE
              VARYING WS-PRIOR-IDX FROM 1 BY 1
              UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                 OR WS-PRIOR-FOUND = 1.

           IF WS-PRIOR-FOUND = 1 THEN
              MOVE 1 TO WS-PRIOR-MATCHED (WS-PRIOR-FOUND-IDX)
           END-IF.

       DA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-FIND-IN-PRIOR-TABLE
      *
      * Tested against WS-PRIOR-ENTRY (WS-PRIOR-IDX) by DA-010's
      * lookup loop. A title already ticked off is passed over, so
      * a title the prior generation carried twice needs to appear
      * twice tonight.
      *----------------------------------------------------------------*
       DAA-FIND-IN-PRIOR-TABLE SECTION.
       DAA-010.
           IF WS-PRIOR-TITLE (WS-PRIOR-IDX) = BAQHEXTR-TITLE AND
              WS-PRIOR-MATCHED (WS-PRIOR-IDX) = 0 THEN
              MOVE 1 TO WS-PRIOR-FOUND
              MOVE WS-PRIOR-IDX TO WS-PRIOR-FOUND-IDX
           END-IF.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-COUNT-ONE-REMOVAL
      *
      * Charges an unmatched prior title to the extract as a whole
      * and to the documentType it was counted under.
      *----------------------------------------------------------------*
       EA-COUNT-ONE-REMOVAL SECTION.
       EA-010.
           IF WS-PRIOR-MATCHED (WS-PRIOR-IDX) = 0 THEN
              ADD 1 TO WS-TYPE-REMOV-CNT (1)
              IF WS-PRIOR-TYPE-IDX (WS-PRIOR-IDX) > 0 THEN
                 ADD 1 TO WS-TYPE-REMOV-CNT
                    (WS-PRIOR-TYPE-IDX (WS-PRIOR-IDX))
              END-IF
           END-IF.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-JUDGE-ONE-TYPE
      *
      * Resolves the limits of type-table row WS-TYPE-IDX, measures
      * its fall in count and its removals against the prior
      * generation, and sets its verdict: PASS, BREACH, or NOT
      * CHECKED when the prior generation held fewer records of it
      * than the row's MIN-BASE.
      *----------------------------------------------------------------*
       FA-JUDGE-ONE-TYPE SECTION.
       FA-010.
           IF WS-TYPE-IDX = 1 THEN
              MOVE WS-ALL-DROP-LIM TO WS-TYPE-DROP-LIM (1)
              MOVE WS-ALL-REMOV-LIM TO WS-TYPE-REMOV-LIM (1)
              MOVE WS-ALL-MIN-BASE TO WS-TYPE-MIN-BASE (1)
           ELSE
              MOVE 0 TO WS-CFG-FOUND-IDX
              PERFORM FAA-FIND-TYPE-THRESHOLD
                 VARYING WS-CFG-IDX FROM 1 BY 1
                 UNTIL WS-CFG-IDX > WS-CFG-COUNT
                    OR WS-CFG-FOUND-IDX > 0
              IF WS-CFG-FOUND-IDX > 0 THEN
                 MOVE WS-CFG-DROP-LIM (WS-CFG-FOUND-IDX)
                    TO WS-TYPE-DROP-LIM (WS-TYPE-IDX)
                 MOVE WS-CFG-REMOV-LIM (WS-CFG-FOUND-IDX)
                    TO WS-TYPE-REMOV-LIM (WS-TYPE-IDX)
                 MOVE WS-CFG-MIN-BASE (WS-CFG-FOUND-IDX)
                    TO WS-TYPE-MIN-BASE (WS-TYPE-IDX)
              ELSE
                 MOVE WS-DFLT-DROP-LIM
                    TO WS-TYPE-DROP-LIM (WS-TYPE-IDX)
                 MOVE WS-DFLT-REMOV-LIM
                    TO WS-TYPE-REMOV-LIM (WS-TYPE-IDX)
                 MOVE WS-DFLT-MIN-BASE
                    TO WS-TYPE-MIN-BASE (WS-TYPE-IDX)
              END-IF
           END-IF.

           MOVE 0 TO WS-TYPE-DROP-PCT (WS-TYPE-IDX).
           MOVE 0 TO WS-TYPE-REMOV-PCT (WS-TYPE-IDX).

      * With no prior generation, or too few records of this row in
      * it, there is nothing meaningful to measure against.
           IF WS-PRIOR-PRESENT = 0 OR
              WS-TYPE-PRIOR-CNT (WS-TYPE-IDX) = 0 OR
              WS-TYPE-PRIOR-CNT (WS-TYPE-IDX) <
                 WS-TYPE-MIN-BASE (WS-TYPE-IDX) THEN
              MOVE 'NOT CHECKED' TO WS-TYPE-VERDICT (WS-TYPE-IDX)
              GO TO FA-999
           END-IF.

           IF WS-TYPE-CURR-CNT (WS-TYPE-IDX) <
                 WS-TYPE-PRIOR-CNT (WS-TYPE-IDX) THEN
              COMPUTE WS-WORK-PCT ROUNDED =
                 (WS-TYPE-PRIOR-CNT (WS-TYPE-IDX) -
                  WS-TYPE-CURR-CNT (WS-TYPE-IDX)) * 100 /
                  WS-TYPE-PRIOR-CNT (WS-TYPE-IDX)
              MOVE WS-WORK-PCT TO WS-TYPE-DROP-PCT (WS-TYPE-IDX)
           END-IF.

           COMPUTE WS-WORK-PCT ROUNDED =
              WS-TYPE-REMOV-CNT (WS-TYPE-IDX) * 100 /
              WS-TYPE-PRIOR-CNT (WS-TYPE-IDX).
           MOVE WS-WORK-PCT TO WS-TYPE-REMOV-PCT (WS-TYPE-IDX).

           MOVE 'PASS' TO WS-TYPE-VERDICT (WS-TYPE-IDX).

           IF WS-TYPE-DROP-LIM (WS-TYPE-IDX) > 0 AND
              WS-TYPE-DROP-PCT (WS-TYPE-IDX) >
                 WS-TYPE-DROP-LIM (WS-TYPE-IDX) THEN
              MOVE 'BREACH' TO WS-TYPE-VERDICT (WS-TYPE-IDX)
           END-IF.

           IF WS-TYPE-REMOV-LIM (WS-TYPE-IDX) > 0 AND
              WS-TYPE-REMOV-PCT (WS-TYPE-IDX) >
                 WS-TYPE-REMOV-LIM (WS-TYPE-IDX) THEN
              MOVE 'BREACH' TO WS-TYPE-VERDICT (WS-TYPE-IDX)
           END-IF.

           IF WS-TYPE-VERDICT (WS-TYPE-IDX) = 'BREACH' THEN
              ADD 1 TO WS-BREACH-CNT
           END-IF.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-FIND-TYPE-THRESHOLD
      *
      * Tested against WS-CFG-ENTRY (WS-CFG-IDX) by FA-010's lookup
      * loop.
      *----------------------------------------------------------------*
       FAA-FIND-TYPE-THRESHOLD SECTION.
       FAA-010.
           IF WS-CFG-TYPE (WS-CFG-IDX) = WS-TYPE-NAME (WS-TYPE-IDX)
              THEN
              MOVE WS-CFG-IDX TO WS-CFG-FOUND-IDX
           END-IF.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-DECIDE
      *
      * Turns the verdicts into the gate's decision - PASSED,
      * STOPPED, or OVERRIDDEN when a supervisor named on the PARM
      * has released a breach - raising the operator alert for
      * either of the last two.
      *----------------------------------------------------------------*
       GA-DECIDE SECTION.
       GA-010.
           IF WS-BREACH-CNT = 0 AND WS-UNJUDGED = 0 THEN
              MOVE 'PASSED' TO WS-DECISION
              MOVE 'PASSED' TO WS-RUNJ-DETAIL
              MOVE OK TO WS-RC
              IF WS-OVERRIDE-USER NOT = SPACES THEN
                 DISPLAY 'BAQHVGAT OVERRIDE=' WS-OVERRIDE-USER
                    ' not needed - no threshold was breached.'
              END-IF
              GO TO GA-999
           END-IF.

           MOVE WS-TYPE-CURR-CNT (1) TO WS-CNT-ED.
           MOVE WS-TYPE-PRIOR-CNT (1) TO WS-CNT2-ED.

           IF WS-OVERRIDE-USER = SPACES THEN
              MOVE 'STOPPED' TO WS-DECISION
              MOVE 'BREACHED' TO WS-RUNJ-DETAIL
              MOVE FAILED TO WS-RC
              MOVE 'RBK011E' TO WS-WTO-MSG-ID
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'VOLUME GATE BREACHED ' WS-CNT-ED
                 ' VS ' WS-CNT2-ED ' - CHAIN STOPPED'
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
           ELSE
              MOVE 'OVERRIDDEN' TO WS-DECISION
              MOVE SPACES TO WS-RUNJ-DETAIL
              STRING 'OVR ' WS-OVERRIDE-USER
                 DELIMITED BY SIZE INTO WS-RUNJ-DETAIL
              MOVE OK TO WS-RC
              MOVE 'RBK012W' TO WS-WTO-MSG-ID
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'VOLUME GATE BREACH ' WS-CNT-ED
                 ' VS ' WS-CNT2-ED ' OVERRIDDEN BY '
                 WS-OVERRIDE-USER
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
           END-IF.

           PERFORM XA-ISSUE-WTO.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-GATE-REPORT
      *
      * Writes the gate report: the thresholds' source, one line per
      * type-table row with both nights' counts, the measured
      * percentages against their limits and the verdict, and the
      * decision.
      *----------------------------------------------------------------*
       HA-WRITE-GATE-REPORT SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXTRACT VOLUME GATE OF ' WS-RUN-DATE ' AT '
              WS-RUN-TIME (1:2) ':' WS-RUN-TIME (3:2) ':'
              WS-RUN-TIME (5:2) '   THRESHOLDS FROM ' WS-CFG-SOURCE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKVGRP-RECORD FROM WS-RPT-LINE.

           IF WS-PRIOR-PRESENT = 0 THEN
              MOVE 'NO PRIOR GENERATION ON RBKEXTP - NOTHING TO COMPARE 
      -          'AGAINST.' TO WS-RPT-LINE
              WRITE RBKVGRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKVGRP-RECORD FROM WS-RPT-LINE.
           MOVE 'DOCTYPE   PRIOR TONIGHT  DROP%  LIMIT  REMOVED REMOV%  
      -       'LIMIT MIN-BASE  VERDICT' TO WS-RPT-LINE.
           WRITE RBKVGRP-RECORD FROM WS-RPT-LINE.

           PERFORM HAA-WRITE-ONE-TYPE-LINE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKVGRP-RECORD FROM WS-RPT-LINE.

           IF WS-UNJUDGED = 1 THEN
              MOVE 'THE COMPARE COULD NOT BE COMPLETED (TABLE FULL) - TR
      -          'EATED AS A BREACH.' TO WS-RPT-LINE
              WRITE RBKVGRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           EVALUATE WS-DECISION
              WHEN 'PASSED'
                 MOVE 'DECISION: PASSED - CHAIN RELEASED.'
                    TO WS-RPT-LINE
              WHEN 'STOPPED'
                 STRING 'DECISION: STOPPED - CHAIN HELD. A SUPERVISOR'
                    ' MAY RELEASE A GENUINE MASS RETIREMENT WITH'
                    ' OVERRIDE=USERID ON THE PARM.'
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN 'OVERRIDDEN'
                 STRING 'DECISION: BREACH OVERRIDDEN BY '
                    WS-OVERRIDE-USER ' - CHAIN RELEASED.'
                    DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE.
           WRITE RBKVGRP-RECORD FROM WS-RPT-LINE.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HAA-WRITE-ONE-TYPE-LINE
      *----------------------------------------------------------------*
       HAA-WRITE-ONE-TYPE-LINE SECTION.
       HAA-010.
           MOVE WS-TYPE-PRIOR-CNT (WS-TYPE-IDX) TO WS-CNT-ED.
           MOVE WS-TYPE-CURR-CNT (WS-TYPE-IDX) TO WS-CNT2-ED.
           MOVE WS-TYPE-REMOV-CNT (WS-TYPE-IDX) TO WS-CNT3-ED.
           MOVE WS-TYPE-DROP-PCT (WS-TYPE-IDX) TO WS-PCT-ED.
           MOVE WS-TYPE-REMOV-PCT (WS-TYPE-IDX) TO WS-PCT2-ED.
           MOVE WS-TYPE-DROP-LIM (WS-TYPE-IDX) TO WS-LIM-ED.
           MOVE WS-TYPE-REMOV-LIM (WS-TYPE-IDX) TO WS-LIM2-ED.
           MOVE WS-TYPE-MIN-BASE (WS-TYPE-IDX) TO WS-BASE-ED.

           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-TYPE-NAME (WS-TYPE-IDX) WS-CNT-ED ' ' WS-CNT2-ED
              '  ' WS-PCT-ED '    ' WS-LIM-ED '  ' WS-CNT3-ED
              '  ' WS-PCT2-ED '    ' WS-LIM2-ED ' ' WS-BASE-ED '  '
              WS-TYPE-VERDICT (WS-TYPE-IDX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKVGRP-RECORD FROM WS-RPT-LINE.

       HAA-999.
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
      * XT-FIND-TYPE-ENTRY
      *
      * Sets WS-TYPE-FOUND-IDX to the type-table row of WS-TYPE-KEY,
      * adding the row when this is the first record of that type.
      * A full table leaves it zero, and the gate cannot judge.
      *----------------------------------------------------------------*
       XT-FIND-TYPE-ENTRY SECTION.
       XT-010.
           MOVE 0 TO WS-TYPE-FOUND-IDX.
           PERFORM XTA-TEST-ONE-TYPE-ENTRY
              VARYING WS-TYPE-IDX FROM 2 BY 1
              UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                 OR WS-TYPE-FOUND-IDX > 0.

           IF WS-TYPE-FOUND-IDX > 0 THEN
              GO TO XT-999
           END-IF.

           IF WS-TYPE-COUNT NOT < WS-TYPE-MAX THEN
              IF WS-UNJUDGED = 0 THEN
                 DISPLAY 'BAQHVGAT more than 99 documentTypes - raise'
                    ' WS-TYPE-MAX. Gate cannot judge.'
              END-IF
              MOVE 1 TO WS-UNJUDGED
              GO TO XT-999
           END-IF.

           ADD 1 TO WS-TYPE-COUNT.
           MOVE WS-TYPE-KEY TO WS-TYPE-NAME (WS-TYPE-COUNT).
           MOVE 0 TO WS-TYPE-PRIOR-CNT (WS-TYPE-COUNT).
           MOVE 0 TO WS-TYPE-CURR-CNT (WS-TYPE-COUNT).
           MOVE 0 TO WS-TYPE-REMOV-CNT (WS-TYPE-COUNT).
           MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND-IDX.

       XT-999.
           EXIT.

      *----------------------------------------------------------------*
      * XTA-TEST-ONE-TYPE-ENTRY
      *----------------------------------------------------------------*
       XTA-TEST-ONE-TYPE-ENTRY SECTION.
       XTA-010.
           IF WS-TYPE-NAME (WS-TYPE-IDX) = WS-TYPE-KEY THEN
              MOVE WS-TYPE-IDX TO WS-TYPE-FOUND-IDX
           END-IF.

       XTA-999.
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
           MOVE 'BAQHVGAT' TO BAQHRUNJ-PROGRAM.
           MOVE 'VGAT' TO BAQHRUNJ-STEP.
           MOVE WS-RUNJ-EVENT TO BAQHRUNJ-EVENT.
           MOVE WS-RUNJ-OUTCOME TO BAQHRUNJ-OUTCOME.
           MOVE WS-RUNJ-DETAIL TO BAQHRUNJ-DETAIL.
           WRITE BAQHRUNJ-RECORD.

           CLOSE RBKRUNJ-FILE.

       XJ-999.
           EXIT.

      *----------------------------------------------------------------*
      * XK-CHECK-PREREQ-STEP
      *
      * Scans the run-control journal for the newest END record of
      * the prerequisite step and judges it: SUCCESS, and dated
      * today or yesterday, passes. A missing journal DD leaves the
      * run ungated (the journal is not configured at this site);
      * FORCE on the PARM is parsed here for the caller's override.
      *----------------------------------------------------------------*
       XK-CHECK-PREREQ-STEP SECTION.
       XK-010.
           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'FORCE'.
           IF WS-KEYWORD-POS + 5 NOT > LENGTH OF WS-PARM-TEXT THEN
              MOVE 1 TO WS-FORCE-ON
           END-IF.

           MOVE 0 TO WS-PREREQ-OK.
           MOVE SPACES TO WS-PREREQ-OUTCOME.
           MOVE SPACES TO WS-PREREQ-DATE.
           MOVE 'N' TO WS-RUNJ-EOF-SW.

           OPEN INPUT RBKRUNJ-FILE.
           IF WS-RUNJ-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHVGAT RBKRUNJ not available, file status '
                 WS-RUNJ-FILE-STATUS ' - running ungated.'
              MOVE 1 TO WS-PREREQ-OK
              GO TO XK-999
           END-IF.

           READ RBKRUNJ-FILE
               AT END
                  MOVE 'Y' TO WS-RUNJ-EOF-SW
           END-READ.

           PERFORM XKA-SCAN-ONE-JOURNAL-REC UNTIL WS-RUNJ-EOF.

           CLOSE RBKRUNJ-FILE.

           IF WS-PREREQ-OUTCOME NOT = 'SUCCESS' THEN
              GO TO XK-999
           END-IF.

           IF WS-PREREQ-DATE NOT NUMERIC THEN
              GO TO XK-999
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-PREREQ-DATE TO WS-DATE-NUM.
           COMPUTE WS-PREREQ-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

      * Tonight's cycle - the prerequisite ran today, or yesterday
      * evening when this step runs after midnight.
           IF WS-TODAY-INT - WS-PREREQ-INT NOT > 1 THEN
              MOVE 1 TO WS-PREREQ-OK
           END-IF.

       XK-999.
           EXIT.

      *----------------------------------------------------------------*
      * XKA-SCAN-ONE-JOURNAL-REC
      *
      * Notes the newest END record of the prerequisite step. A later
      * START after that END does not clear it - an in-flight rerun
      * of the producer does not invalidate the snapshot it already
      * delivered.
      *----------------------------------------------------------------*
       XKA-SCAN-ONE-JOURNAL-REC SECTION.
       XKA-010.
           IF BAQHRUNJ-STEP = WS-PREREQ-STEP AND
              BAQHRUNJ-EVENT = 'END' THEN
              MOVE BAQHRUNJ-OUTCOME TO WS-PREREQ-OUTCOME
              MOVE BAQHRUNJ-DATE TO WS-PREREQ-DATE
           END-IF.

       XKA-020.
           READ RBKRUNJ-FILE
               AT END
                  MOVE 'Y' TO WS-RUNJ-EOF-SW
           END-READ.

       XKA-999.
           EXIT.
