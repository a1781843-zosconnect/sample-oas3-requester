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
      * BAQHCPTH                                                      *
      *                                                               *
      * Nightly chain critical-path and step-duration report, for the *
      * conversations with scheduling about where the batch window    *
      * goes. The RBKRUNJ run-control journal (see BAQHRUNJ) is read  *
      * end to end and each night's chain is rebuilt from the START   *
      * and END records its steps wrote.                              *
      *                                                               *
      * A night begins with the GARB pull's START. A GARB START after *
      * a GARB that did not end SUCCESS is a rerun of the same night, *
      * not a new one. A step's time runs from its first START to its *
      * last END in the night, so a failed attempt and its rerun both *
      * count against the window; RUNS says how many attempts there   *
      * were. Records before the first GARB START are ignored.        *
      *                                                               *
      * For each of the last NIGHTS= nights the report lists every    *
      * step with its duration and its wait - from its prerequisite   *
      * step's END to its own START - and the critical path: from the *
      * step that ended last back through each gating prerequisite    *
      * to GARB, with the run time and waiting time along it. The     *
      * prerequisites are the ones each step's gatekeeper checks:     *
      *   GARB      (the chain's start)                               *
      *   IMSL, VGAT          after GARB                              *
      *   CHGC                after VGAT                              *
      *   CATL, WTCD, PROV    after CHGC                              *
      *   CSVX                after CATL                              *
      *   CNSG                after CSVX (the transmission gate)      *
      * A step not on this list is reported without a prerequisite.   *
      *                                                               *
      * The slack is the time between the chain's last END and the    *
      * CUTOFF= time on the morning after the night (or the same day  *
      * when the cutoff is later than the GARB START). A night with   *
      * no slack left is flagged OVERRAN and makes the run RC=4.      *
      *                                                               *
      * The trend section shows each step's duration night by night   *
      * and compares the newer half of the nights against the older   *
      * half; a step whose average grew by more than GROWTH= percent  *
      * is flagged GROWING.                                           *
      *                                                               *
      * PARM keywords, each of which may be omitted:                  *
      *   NIGHTS=nn       nights to report, by default 14, at most 20 *
      *   CUTOFF=HHMM     the batch-window cutoff, by default 0600    *
      *   GROWTH=nn       growth threshold in percent, by default 20  *
      * E.g. PARM='NIGHTS=20 CUTOFF=0530 GROWTH=15'                   *
      *                                                               *
      * Inputs:  RBKRUNJ                                              *
      * Outputs: RBKCPRP (report)                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCPTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKRUNJ-FILE ASSIGN TO RBKRUNJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNJ-FILE-STATUS.

           SELECT RBKCPRP-FILE ASSIGN TO RBKCPRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKRUNJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHRUNJ.

       FD  RBKCPRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCPRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-RUNJ-FILE-STATUS PIC X(2).

       01 WS-RUNJ-EOF-SW      PIC X VALUE 'N'.
           88 WS-RUNJ-EOF     VALUE 'Y'.

      * The selection, parsed out of the PARM.
       01 WS-NIGHTS-TEXT      PIC X(3) VALUE SPACES.
       01 WS-NIGHTS-WANTED    PIC 9(3) VALUE 14.
       01 WS-NIGHTS-MAX       PIC 9(3) VALUE 20.
       01 WS-CUTOFF-TEXT      PIC X(4) VALUE SPACES.
       01 WS-CUTOFF           PIC X(4) VALUE '0600'.
       01 WS-GROWTH-TEXT      PIC X(3) VALUE SPACES.
       01 WS-GROWTH-PCT       PIC 9(3) VALUE 20.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

       01 WS-RUN-DATE         PIC X(8).

      * The chain's steps and the prerequisite each one's gatekeeper
      * checks. Slots 10 to 12 take any other step the journal names.
       01 WS-CHAIN-STEPS.
           03 FILLER           PIC X(16) VALUE 'GARB            '.
           03 FILLER           PIC X(16) VALUE 'IMSL    GARB    '.
           03 FILLER           PIC X(16) VALUE 'VGAT    GARB    '.
           03 FILLER           PIC X(16) VALUE 'CHGC    VGAT    '.
           03 FILLER           PIC X(16) VALUE 'CATL    CHGC    '.
           03 FILLER           PIC X(16) VALUE 'CSVX    CATL    '.
           03 FILLER           PIC X(16) VALUE 'CNSG    CSVX    '.
           03 FILLER           PIC X(16) VALUE 'WTCD    CHGC    '.
           03 FILLER           PIC X(16) VALUE 'PROV    CHGC    '.
           03 FILLER           PIC X(48) VALUE SPACES.
       01 FILLER REDEFINES WS-CHAIN-STEPS.
           03 WS-STEP-DEF OCCURS 12 TIMES.
              05 WS-STEP-NAME     PIC X(8).
              05 WS-STEP-PRED     PIC X(8).
       01 WS-STEP-COUNT       PIC 9(4) COMP VALUE 9.
       01 WS-STEP-MAX         PIC 9(4) COMP VALUE 12.
       01 WS-STEP-IX          PIC 9(4) COMP VALUE 0.
       01 WS-STEP-FOUND       PIC 9(4) COMP VALUE 0.
       01 WS-PRED-IX          PIC 9(4) COMP VALUE 0.
       01 WS-FIND-NAME        PIC X(8).
       01 WS-SAVE-STEP-IX     PIC 9(4) COMP VALUE 0.

      * Night boundaries. A night is counted when its GARB starts;
      * WS-GARB-DONE-SW says the current night's GARB has ended
      * SUCCESS, so the next GARB START opens a new night.
       01 WS-NIGHT-TOTAL      PIC 9(7) COMP VALUE 0.
       01 WS-NIGHT-SEQ        PIC 9(7) COMP VALUE 0.
       01 WS-NIGHT-FIRST      PIC 9(7) COMP VALUE 0.
       01 WS-GARB-DONE-SW     PIC X VALUE 'Y'.
           88 WS-GARB-DONE    VALUE 'Y'.

      * The nights being reported, oldest first, each with its
      * steps in the slots of WS-STEP-DEF. Times are held as seconds
      * since the INTEGER-OF-DATE epoch so a night may run past
      * midnight.
       01 WS-NGT-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-NGT-IX           PIC 9(4) COMP VALUE 0.
       01 WS-NGT-TABLE.
           03 WS-NGT-ENTRY OCCURS 20 TIMES.
              05 WS-NGT-DATE        PIC X(8).
              05 WS-NGT-GARB-TIME   PIC X(6).
              05 WS-NGT-START-SECS  PIC S9(11) COMP.
              05 WS-NGT-END-SECS    PIC S9(11) COMP.
              05 WS-NGT-LAST-STEP   PIC 9(4) COMP.
              05 WS-NGT-SLACK-SECS  PIC S9(11) COMP.
              05 WS-NGT-STEP OCCURS 12 TIMES.
                 07 WS-NS-RUNS         PIC 9(3) COMP.
                 07 WS-NS-ENDED        PIC 9.
                 07 WS-NS-START-DATE   PIC X(8).
                 07 WS-NS-START-TIME   PIC X(6).
                 07 WS-NS-START-SECS   PIC S9(11) COMP.
                 07 WS-NS-END-DATE     PIC X(8).
                 07 WS-NS-END-TIME     PIC X(6).
                 07 WS-NS-END-SECS     PIC S9(11) COMP.
                 07 WS-NS-OUTCOME      PIC X(9).

      * Time arithmetic.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-TIME-NUM         PIC 9(6) VALUE 0.
       01 WS-TIME-PARTS REDEFINES WS-TIME-NUM.
           03 WS-TIME-HH       PIC 9(2).
           03 WS-TIME-MM       PIC 9(2).
           03 WS-TIME-SS       PIC 9(2).
       01 WS-REC-SECS         PIC S9(11) COMP VALUE 0.
       01 WS-CUTOFF-SECS      PIC S9(11) COMP VALUE 0.
       01 WS-DUR-SECS         PIC S9(11) COMP VALUE 0.
       01 WS-DUR-ABS          PIC 9(11) COMP VALUE 0.
       01 WS-DUR-HH           PIC 9(3) VALUE 0.
       01 WS-DUR-MM           PIC 9(2) VALUE 0.
       01 WS-DUR-SS           PIC 9(2) VALUE 0.
       01 WS-DUR-REM          PIC 9(11) COMP VALUE 0.
       01 WS-DUR-TEXT         PIC X(10).
       01 WS-DUR-HH-ED        PIC Z9.
       01 WS-WAIT-SECS        PIC S9(11) COMP VALUE 0.

      * The critical path of one night, walked back from its last
      * step to GARB, then written forward.
       01 WS-PATH-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-PATH-IX          PIC 9(4) COMP VALUE 0.
       01 WS-PATH-TABLE.
           03 WS-PATH-STEP     PIC 9(4) COMP OCCURS 12 TIMES.
       01 WS-PATH-RUN-SECS    PIC S9(11) COMP VALUE 0.
       01 WS-PATH-WAIT-SECS   PIC S9(11) COMP VALUE 0.
       01 WS-PATH-TEXT        PIC X(80).
       01 WS-PATH-PTR         PIC 9(4) COMP VALUE 0.

      * Trend work fields.
       01 WS-HALF-POINT       PIC 9(4) COMP VALUE 0.
       01 WS-STEP-NIGHTS      PIC 9(4) COMP VALUE 0.
       01 WS-OLD-SUM          PIC S9(11) COMP VALUE 0.
       01 WS-OLD-CNT          PIC 9(4) COMP VALUE 0.
       01 WS-NEW-SUM          PIC S9(11) COMP VALUE 0.
       01 WS-NEW-CNT          PIC 9(4) COMP VALUE 0.
       01 WS-OLD-AVG          PIC S9(11) COMP VALUE 0.
       01 WS-NEW-AVG          PIC S9(11) COMP VALUE 0.
       01 WS-GROWTH-WORK      PIC S9(7) COMP VALUE 0.
       01 WS-GROWTH-ED        PIC -(5)9.
       01 WS-MINS             PIC 9(3)V9 VALUE 0.
       01 WS-MINS-ED          PIC ZZ9.9.
       01 WS-COL              PIC 9(4) COMP VALUE 0.
       01 WS-TREND-FLAG       PIC X(10).

      * Run totals.
       01 WS-OVERRAN-CNT      PIC 9(5) COMP VALUE 0.
       01 WS-GROWING-CNT      PIC 9(5) COMP VALUE 0.
       01 WS-MIN-SLACK-SECS   PIC S9(11) COMP VALUE 0.
       01 WS-MIN-SLACK-DATE   PIC X(8) VALUE SPACES.
       01 WS-SLACK-NIGHTS     PIC 9(5) COMP VALUE 0.
       01 WS-RUNS-ED          PIC ZZ9.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-RPT-PTR          PIC 9(4) COMP VALUE 0.

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
           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM BA-PARSE-PARM.

           OPEN INPUT RBKRUNJ-FILE.
           IF WS-RUNJ-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHCPTH OPEN RBKRUNJ failed, file status '
                 WS-RUNJ-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * First pass - how many nights the journal holds.
           PERFORM CA-COUNT-NIGHTS.
           CLOSE RBKRUNJ-FILE.

           IF WS-NIGHT-TOTAL > WS-NIGHTS-WANTED THEN
              COMPUTE WS-NIGHT-FIRST =
                 WS-NIGHT-TOTAL - WS-NIGHTS-WANTED + 1
           ELSE
              MOVE 1 TO WS-NIGHT-FIRST
           END-IF.

      * Second pass - the last NIGHTS= of them, step by step.
           OPEN INPUT RBKRUNJ-FILE.
           PERFORM DA-LOAD-NIGHTS.
           CLOSE RBKRUNJ-FILE.

           OPEN OUTPUT RBKCPRP-FILE.

           PERFORM EA-WRITE-REPORT-HEADER.

           MOVE 0 TO WS-NGT-IX.
           PERFORM FA-REPORT-ONE-NIGHT
              UNTIL WS-NGT-IX NOT < WS-NGT-COUNT.

           IF WS-NGT-COUNT > 0 THEN
              PERFORM GA-WRITE-TREND
              PERFORM HA-WRITE-WINDOW-SUMMARY
           END-IF.

       A-999.
           CLOSE RBKCPRP-FILE.

           IF WS-OVERRAN-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PARSE-PARM
      *
      * Pulls each keyword out of WS-PARM-TEXT; one not present keeps
      * its default.
      *----------------------------------------------------------------*
       BA-PARSE-PARM SECTION.
       BA-010.
           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'NIGHTS='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-NIGHTS-TEXT
              IF WS-NIGHTS-TEXT (1:1) IS NUMERIC THEN
                 COMPUTE WS-NIGHTS-WANTED =
                    FUNCTION NUMVAL(WS-NIGHTS-TEXT)
              END-IF
           END-IF.
           IF WS-NIGHTS-WANTED > WS-NIGHTS-MAX THEN
              DISPLAY 'BAQHCPTH NIGHTS= is limited to ' WS-NIGHTS-MAX
              MOVE WS-NIGHTS-MAX TO WS-NIGHTS-WANTED
           END-IF.
           IF WS-NIGHTS-WANTED = 0 THEN
              MOVE 1 TO WS-NIGHTS-WANTED
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'CUTOFF='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-CUTOFF-TEXT
              IF WS-CUTOFF-TEXT IS NUMERIC AND
                 WS-CUTOFF-TEXT (1:2) < '24' AND
                 WS-CUTOFF-TEXT (3:2) < '60' THEN
                 MOVE WS-CUTOFF-TEXT TO WS-CUTOFF
              END-IF
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'GROWTH='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-GROWTH-TEXT
              IF WS-GROWTH-TEXT (1:1) IS NUMERIC THEN
                 COMPUTE WS-GROWTH-PCT =
                    FUNCTION NUMVAL(WS-GROWTH-TEXT)
              END-IF
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-COUNT-NIGHTS
      *----------------------------------------------------------------*
       CA-COUNT-NIGHTS SECTION.
       CA-010.
           MOVE 'N' TO WS-RUNJ-EOF-SW.
           MOVE 'Y' TO WS-GARB-DONE-SW.
           MOVE 0 TO WS-NIGHT-SEQ.

           READ RBKRUNJ-FILE
               AT END
                  MOVE 'Y' TO WS-RUNJ-EOF-SW
           END-READ.

           PERFORM CB-COUNT-ONE-JOURNAL-REC UNTIL WS-RUNJ-EOF.

           MOVE WS-NIGHT-SEQ TO WS-NIGHT-TOTAL.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-COUNT-ONE-JOURNAL-REC
      *----------------------------------------------------------------*
       CB-COUNT-ONE-JOURNAL-REC SECTION.
       CB-010.
           PERFORM XA-NOTE-NIGHT-BOUNDARY.

           READ RBKRUNJ-FILE
               AT END
                  MOVE 'Y' TO WS-RUNJ-EOF-SW
           END-READ.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-LOAD-NIGHTS
      *----------------------------------------------------------------*
       DA-LOAD-NIGHTS SECTION.
       DA-010.
           MOVE 'N' TO WS-RUNJ-EOF-SW.
           MOVE 'Y' TO WS-GARB-DONE-SW.
           MOVE 0 TO WS-NIGHT-SEQ.

           READ RBKRUNJ-FILE
               AT END
                  MOVE 'Y' TO WS-RUNJ-EOF-SW
           END-READ.

           PERFORM DB-LOAD-ONE-JOURNAL-REC UNTIL WS-RUNJ-EOF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-LOAD-ONE-JOURNAL-REC
      *----------------------------------------------------------------*
       DB-LOAD-ONE-JOURNAL-REC SECTION.
       DB-010.
           PERFORM XA-NOTE-NIGHT-BOUNDARY.

           IF WS-NIGHT-SEQ < WS-NIGHT-FIRST THEN
              GO TO DB-020
           END-IF.

           IF BAQHRUNJ-DATE NOT NUMERIC OR
              BAQHRUNJ-TIME NOT NUMERIC THEN
              GO TO DB-020
           END-IF.

      * A night just opened takes the next table entry.
           IF WS-NIGHT-SEQ - WS-NIGHT-FIRST + 1 > WS-NGT-COUNT THEN
              ADD 1 TO WS-NGT-COUNT
              MOVE WS-NGT-COUNT TO WS-NGT-IX
              INITIALIZE WS-NGT-ENTRY (WS-NGT-IX)
              MOVE BAQHRUNJ-DATE TO WS-NGT-DATE (WS-NGT-IX)
              MOVE BAQHRUNJ-TIME TO WS-NGT-GARB-TIME (WS-NGT-IX)
           END-IF.

           MOVE BAQHRUNJ-STEP TO WS-FIND-NAME.
           PERFORM XB-FIND-STEP.
           IF WS-STEP-FOUND = 0 THEN
              IF WS-STEP-COUNT < WS-STEP-MAX THEN
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-STEP-COUNT TO WS-STEP-FOUND
                 MOVE BAQHRUNJ-STEP TO WS-STEP-NAME (WS-STEP-FOUND)
                 MOVE SPACES TO WS-STEP-PRED (WS-STEP-FOUND)
              ELSE
                 GO TO DB-020
              END-IF
           END-IF.

           MOVE BAQHRUNJ-DATE TO WS-DATE-NUM.
           MOVE BAQHRUNJ-TIME TO WS-TIME-NUM.
           PERFORM XC-COMPUTE-SECONDS.

           IF BAQHRUNJ-EVENT = 'START' THEN
              IF WS-NS-RUNS (WS-NGT-IX, WS-STEP-FOUND) = 0 THEN
                 MOVE BAQHRUNJ-DATE
                    TO WS-NS-START-DATE (WS-NGT-IX, WS-STEP-FOUND)
                 MOVE BAQHRUNJ-TIME
                    TO WS-NS-START-TIME (WS-NGT-IX, WS-STEP-FOUND)
                 MOVE WS-REC-SECS
                    TO WS-NS-START-SECS (WS-NGT-IX, WS-STEP-FOUND)
              END-IF
              ADD 1 TO WS-NS-RUNS (WS-NGT-IX, WS-STEP-FOUND)
           END-IF.

      * An END always wins over an earlier one - the rerun's outcome
      * is the night's outcome.
           IF BAQHRUNJ-EVENT = 'END' THEN
              MOVE 1 TO WS-NS-ENDED (WS-NGT-IX, WS-STEP-FOUND)
              MOVE BAQHRUNJ-DATE
                 TO WS-NS-END-DATE (WS-NGT-IX, WS-STEP-FOUND)
              MOVE BAQHRUNJ-TIME
                 TO WS-NS-END-TIME (WS-NGT-IX, WS-STEP-FOUND)
              MOVE WS-REC-SECS
                 TO WS-NS-END-SECS (WS-NGT-IX, WS-STEP-FOUND)
              MOVE BAQHRUNJ-OUTCOME
                 TO WS-NS-OUTCOME (WS-NGT-IX, WS-STEP-FOUND)
           END-IF.

       DB-020.
           READ RBKRUNJ-FILE
               AT END
                  MOVE 'Y' TO WS-RUNJ-EOF-SW
           END-READ.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*
       EA-WRITE-REPORT-HEADER SECTION.
       EA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NIGHTLY CHAIN CRITICAL PATH AND STEP DURATIONS - '
              WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-NIGHT-TOTAL TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NIGHTS ON THE JOURNAL:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-NGT-COUNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NIGHTS REPORTED:        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BATCH-WINDOW CUTOFF:        ' WS-CUTOFF (1:2) ':'
              WS-CUTOFF (3:2)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-GROWTH-PCT TO WS-RUNS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'GROWTH FLAGGED ABOVE:         ' WS-RUNS-ED ' PCT'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           IF WS-NGT-COUNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKCPRP-RECORD FROM WS-RPT-LINE
              MOVE 'NO NIGHT ON THE JOURNAL - NO GARB START FOUND.'
                 TO WS-RPT-LINE
              WRITE RBKCPRP-RECORD FROM WS-RPT-LINE
           END-IF.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-REPORT-ONE-NIGHT
      *
      * The night's span and slack, one line per step that ran, then
      * the critical path.
      *----------------------------------------------------------------*
       FA-REPORT-ONE-NIGHT SECTION.
       FA-010.
           ADD 1 TO WS-NGT-IX.

      * The chain's span - first START to last END.
           MOVE 0 TO WS-NGT-LAST-STEP (WS-NGT-IX).
           MOVE 0 TO WS-STEP-IX.
           PERFORM FAA-SPAN-ONE-STEP
              UNTIL WS-STEP-IX NOT < WS-STEP-COUNT.

      * The cutoff falls on the morning after the night began, or
      * the same day when it is later than the GARB START.
           MOVE WS-NGT-DATE (WS-NGT-IX) TO WS-DATE-NUM.
           MOVE WS-CUTOFF (1:2) TO WS-TIME-HH.
           MOVE WS-CUTOFF (3:2) TO WS-TIME-MM.
           MOVE 0 TO WS-TIME-SS.
           PERFORM XC-COMPUTE-SECONDS.
           MOVE WS-REC-SECS TO WS-CUTOFF-SECS.
           IF WS-CUTOFF NOT > WS-NGT-GARB-TIME (WS-NGT-IX) (1:4) THEN
              ADD 86400 TO WS-CUTOFF-SECS
           END-IF.

           COMPUTE WS-NGT-SLACK-SECS (WS-NGT-IX) =
              WS-CUTOFF-SECS - WS-NGT-END-SECS (WS-NGT-IX).

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           STRING '==== NIGHT OF ' WS-NGT-DATE (WS-NGT-IX)
              DELIMITED BY SIZE
              INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR.

      * A night none of whose steps has ended yet has no span or
      * slack to show, and is left out of the window figures.
           IF WS-NGT-LAST-STEP (WS-NGT-IX) = 0 THEN
              STRING ' - NO STEP HAS ENDED ====' DELIMITED BY SIZE
                 INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
              WRITE RBKCPRP-RECORD FROM WS-RPT-LINE
              GO TO FA-020
           END-IF.

           COMPUTE WS-DUR-SECS = WS-NGT-END-SECS (WS-NGT-IX) -
              WS-NGT-START-SECS (WS-NGT-IX).
           PERFORM XD-FORMAT-DURATION.
           STRING ' - CHAIN ELAPSED' WS-DUR-TEXT DELIMITED BY SIZE
              INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR.
           MOVE WS-NGT-SLACK-SECS (WS-NGT-IX) TO WS-DUR-SECS.
           PERFORM XD-FORMAT-DURATION.
           IF WS-NGT-SLACK-SECS (WS-NGT-IX) < 0 THEN
              ADD 1 TO WS-OVERRAN-CNT
              STRING ', OVERRAN THE ' WS-CUTOFF ' CUTOFF BY '
                 WS-DUR-TEXT (4:) ' ===='
                 DELIMITED BY SIZE
                 INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           ELSE
              STRING ', SLACK TO THE ' WS-CUTOFF ' CUTOFF'
                 WS-DUR-TEXT ' ===='
                 DELIMITED BY SIZE
                 INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           END-IF.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           IF WS-SLACK-NIGHTS = 0 OR
              WS-NGT-SLACK-SECS (WS-NGT-IX) < WS-MIN-SLACK-SECS THEN
              MOVE WS-NGT-SLACK-SECS (WS-NGT-IX) TO WS-MIN-SLACK-SECS
              MOVE WS-NGT-DATE (WS-NGT-IX) TO WS-MIN-SLACK-DATE
           END-IF.
           ADD 1 TO WS-SLACK-NIGHTS.

       FA-020.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  STEP     AFTER    STARTED          ENDED       '
              '       DURATION       WAIT  OUTCOME    RUNS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-STEP-IX.
           PERFORM FB-WRITE-ONE-STEP-LINE
              UNTIL WS-STEP-IX NOT < WS-STEP-COUNT.

           PERFORM FC-WRITE-CRITICAL-PATH.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-SPAN-ONE-STEP
      *----------------------------------------------------------------*
       FAA-SPAN-ONE-STEP SECTION.
       FAA-010.
           ADD 1 TO WS-STEP-IX.

           IF WS-NS-RUNS (WS-NGT-IX, WS-STEP-IX) > 0 THEN
              IF WS-NGT-START-SECS (WS-NGT-IX) = 0 OR
                 WS-NS-START-SECS (WS-NGT-IX, WS-STEP-IX) <
                    WS-NGT-START-SECS (WS-NGT-IX) THEN
                 MOVE WS-NS-START-SECS (WS-NGT-IX, WS-STEP-IX)
                    TO WS-NGT-START-SECS (WS-NGT-IX)
              END-IF
           END-IF.

           IF WS-NS-ENDED (WS-NGT-IX, WS-STEP-IX) = 1 THEN
              IF WS-NS-END-SECS (WS-NGT-IX, WS-STEP-IX) >
                 WS-NGT-END-SECS (WS-NGT-IX) THEN
                 MOVE WS-NS-END-SECS (WS-NGT-IX, WS-STEP-IX)
                    TO WS-NGT-END-SECS (WS-NGT-IX)
                 MOVE WS-STEP-IX TO WS-NGT-LAST-STEP (WS-NGT-IX)
              END-IF
           END-IF.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-WRITE-ONE-STEP-LINE
      *----------------------------------------------------------------*
       FB-WRITE-ONE-STEP-LINE SECTION.
       FB-010.
           ADD 1 TO WS-STEP-IX.

           IF WS-NS-RUNS (WS-NGT-IX, WS-STEP-IX) = 0 AND
              WS-NS-ENDED (WS-NGT-IX, WS-STEP-IX) = 0 THEN
              GO TO FB-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-STEP-NAME (WS-STEP-IX) TO WS-RPT-LINE (3:8).
           MOVE WS-STEP-PRED (WS-STEP-IX) TO WS-RPT-LINE (12:8).
           STRING WS-NS-START-DATE (WS-NGT-IX, WS-STEP-IX) ' '
              WS-NS-START-TIME (WS-NGT-IX, WS-STEP-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE (21:15).

           IF WS-NS-ENDED (WS-NGT-IX, WS-STEP-IX) = 1 THEN
              STRING WS-NS-END-DATE (WS-NGT-IX, WS-STEP-IX) ' '
                 WS-NS-END-TIME (WS-NGT-IX, WS-STEP-IX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE (38:15)
              MOVE WS-NS-OUTCOME (WS-NGT-IX, WS-STEP-IX)
                 TO WS-RPT-LINE (77:9)
           ELSE
              MOVE 'NO END' TO WS-RPT-LINE (38:15)
              MOVE 'NO END' TO WS-RPT-LINE (77:9)
           END-IF.

           IF WS-NS-ENDED (WS-NGT-IX, WS-STEP-IX) = 1 AND
              WS-NS-RUNS (WS-NGT-IX, WS-STEP-IX) > 0 THEN
              COMPUTE WS-DUR-SECS =
                 WS-NS-END-SECS (WS-NGT-IX, WS-STEP-IX) -
                 WS-NS-START-SECS (WS-NGT-IX, WS-STEP-IX)
              PERFORM XD-FORMAT-DURATION
              MOVE WS-DUR-TEXT TO WS-RPT-LINE (55:10)
           END-IF.

           PERFORM XE-COMPUTE-WAIT.
           IF WS-PRED-IX > 0 THEN
              MOVE WS-WAIT-SECS TO WS-DUR-SECS
              PERFORM XD-FORMAT-DURATION
              MOVE WS-DUR-TEXT TO WS-RPT-LINE (66:10)
           END-IF.

           MOVE WS-NS-RUNS (WS-NGT-IX, WS-STEP-IX) TO WS-RUNS-ED.
           MOVE WS-RUNS-ED TO WS-RPT-LINE (88:3).

           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FC-WRITE-CRITICAL-PATH
      *
      * Walks back from the step that ended last, through each
      * prerequisite that ran that night, then writes the path
      * forward with the run and waiting time along it.
      *----------------------------------------------------------------*
       FC-WRITE-CRITICAL-PATH SECTION.
       FC-010.
           MOVE 0 TO WS-PATH-COUNT.
           MOVE 0 TO WS-PATH-RUN-SECS.
           MOVE 0 TO WS-PATH-WAIT-SECS.

           MOVE WS-NGT-LAST-STEP (WS-NGT-IX) TO WS-STEP-IX.
           IF WS-STEP-IX = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE '  CRITICAL PATH: NO STEP ENDED THIS NIGHT'
                 TO WS-RPT-LINE
              WRITE RBKCPRP-RECORD FROM WS-RPT-LINE
              GO TO FC-999
           END-IF.

           PERFORM FCA-STEP-BACK-ONE UNTIL WS-STEP-IX = 0.

           MOVE SPACES TO WS-PATH-TEXT.
           MOVE 1 TO WS-PATH-PTR.
           MOVE WS-PATH-COUNT TO WS-PATH-IX.
           PERFORM FCB-NAME-ONE-PATH-STEP UNTIL WS-PATH-IX = 0.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  CRITICAL PATH: ' WS-PATH-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-PATH-RUN-SECS TO WS-DUR-SECS.
           PERFORM XD-FORMAT-DURATION.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '                 RUNNING' WS-DUR-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-PATH-WAIT-SECS TO WS-DUR-SECS.
           PERFORM XD-FORMAT-DURATION.
           STRING ', WAITING' WS-DUR-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE (35:).
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

       FC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FCA-STEP-BACK-ONE
      *----------------------------------------------------------------*
       FCA-STEP-BACK-ONE SECTION.
       FCA-010.
           ADD 1 TO WS-PATH-COUNT.
           MOVE WS-STEP-IX TO WS-PATH-STEP (WS-PATH-COUNT).

           IF WS-NS-RUNS (WS-NGT-IX, WS-STEP-IX) > 0 AND
              WS-NS-ENDED (WS-NGT-IX, WS-STEP-IX) = 1 THEN
              COMPUTE WS-PATH-RUN-SECS = WS-PATH-RUN-SECS +
                 WS-NS-END-SECS (WS-NGT-IX, WS-STEP-IX) -
                 WS-NS-START-SECS (WS-NGT-IX, WS-STEP-IX)
           END-IF.

           PERFORM XE-COMPUTE-WAIT.
           IF WS-PRED-IX > 0 THEN
              IF WS-WAIT-SECS > 0 THEN
                 ADD WS-WAIT-SECS TO WS-PATH-WAIT-SECS
              END-IF
           END-IF.

      * Guard against a prerequisite loop in a hand-edited table.
           IF WS-PATH-COUNT NOT < WS-STEP-MAX THEN
              MOVE 0 TO WS-PRED-IX
           END-IF.
           MOVE WS-PRED-IX TO WS-STEP-IX.

       FCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FCB-NAME-ONE-PATH-STEP
      *----------------------------------------------------------------*
       FCB-NAME-ONE-PATH-STEP SECTION.
       FCB-010.
           MOVE WS-PATH-STEP (WS-PATH-IX) TO WS-STEP-IX.
           IF WS-PATH-IX < WS-PATH-COUNT THEN
              STRING ' > ' DELIMITED BY SIZE
                 INTO WS-PATH-TEXT WITH POINTER WS-PATH-PTR
           END-IF.
           STRING WS-STEP-NAME (WS-STEP-IX) DELIMITED BY SPACE
              INTO WS-PATH-TEXT WITH POINTER WS-PATH-PTR.
           SUBTRACT 1 FROM WS-PATH-IX.

       FCB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-WRITE-TREND
      *
      * Each step's duration night by night, in minutes, then the
      * newer half of the nights against the older half.
      *----------------------------------------------------------------*
       GA-WRITE-TREND SECTION.
       GA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.
           MOVE '==== STEP DURATION TREND (MINUTES) ===='
              TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'STEP' TO WS-RPT-LINE (1:4).
           MOVE 0 TO WS-NGT-IX.
           PERFORM GAA-HEAD-ONE-NIGHT
              UNTIL WS-NGT-IX NOT < WS-NGT-COUNT.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-STEP-IX.
           PERFORM GB-TREND-ONE-STEP-ROW
              UNTIL WS-STEP-IX NOT < WS-STEP-COUNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.
           MOVE 'STEP      OLDER AVG   NEWER AVG   GROWTH PCT'
              TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-STEP-IX.
           PERFORM GC-TREND-ONE-STEP-GROWTH
              UNTIL WS-STEP-IX NOT < WS-STEP-COUNT.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAA-HEAD-ONE-NIGHT
      *----------------------------------------------------------------*
       GAA-HEAD-ONE-NIGHT SECTION.
       GAA-010.
           ADD 1 TO WS-NGT-IX.
           COMPUTE WS-COL = 9 + (WS-NGT-IX - 1) * 6.
           MOVE WS-NGT-DATE (WS-NGT-IX) (5:4)
              TO WS-RPT-LINE (WS-COL + 1:4).

       GAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GB-TREND-ONE-STEP-ROW
      *----------------------------------------------------------------*
       GB-TREND-ONE-STEP-ROW SECTION.
       GB-010.
           ADD 1 TO WS-STEP-IX.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-STEP-NAME (WS-STEP-IX) TO WS-RPT-LINE (1:8).
           MOVE 0 TO WS-OLD-CNT.

           MOVE 0 TO WS-NGT-IX.
           PERFORM GBA-TREND-ONE-CELL
              UNTIL WS-NGT-IX NOT < WS-NGT-COUNT.

      * A step that never ran in the period is left out.
           IF WS-OLD-CNT > 0 THEN
              WRITE RBKCPRP-RECORD FROM WS-RPT-LINE
           END-IF.

       GB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GBA-TREND-ONE-CELL
      *----------------------------------------------------------------*
       GBA-TREND-ONE-CELL SECTION.
       GBA-010.
           ADD 1 TO WS-NGT-IX.
           COMPUTE WS-COL = 9 + (WS-NGT-IX - 1) * 6.

           IF WS-NS-RUNS (WS-NGT-IX, WS-STEP-IX) = 0 OR
              WS-NS-ENDED (WS-NGT-IX, WS-STEP-IX) = 0 THEN
              MOVE '  -' TO WS-RPT-LINE (WS-COL + 1:3)
              GO TO GBA-999
           END-IF.

           ADD 1 TO WS-OLD-CNT.
           COMPUTE WS-DUR-SECS =
              WS-NS-END-SECS (WS-NGT-IX, WS-STEP-IX) -
              WS-NS-START-SECS (WS-NGT-IX, WS-STEP-IX).
           IF WS-DUR-SECS > 59994 THEN
              MOVE 59994 TO WS-DUR-SECS
           END-IF.
           COMPUTE WS-MINS ROUNDED = WS-DUR-SECS / 60.
           MOVE WS-MINS TO WS-MINS-ED.
           MOVE WS-MINS-ED TO WS-RPT-LINE (WS-COL:5).

       GBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GC-TREND-ONE-STEP-GROWTH
      *
      * Only nights the step completed count: the older half is the
      * first WS-HALF-POINT of them, the newer half the rest.
      *----------------------------------------------------------------*
       GC-TREND-ONE-STEP-GROWTH SECTION.
       GC-010.
           ADD 1 TO WS-STEP-IX.

           MOVE 0 TO WS-OLD-SUM.
           MOVE 0 TO WS-OLD-CNT.
           MOVE 0 TO WS-NEW-SUM.
           MOVE 0 TO WS-NEW-CNT.

           MOVE 0 TO WS-STEP-NIGHTS.
           MOVE 0 TO WS-NGT-IX.
           PERFORM GCA-COUNT-ONE-NIGHT
              UNTIL WS-NGT-IX NOT < WS-NGT-COUNT.

           IF WS-STEP-NIGHTS = 0 THEN
              GO TO GC-999
           END-IF.

           COMPUTE WS-HALF-POINT = WS-STEP-NIGHTS / 2.
           MOVE 0 TO WS-STEP-NIGHTS.
           MOVE 0 TO WS-NGT-IX.
           PERFORM GCB-ADD-ONE-NIGHT
              UNTIL WS-NGT-IX NOT < WS-NGT-COUNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-STEP-NAME (WS-STEP-IX) TO WS-RPT-LINE (1:8).

           IF WS-OLD-CNT > 0 THEN
              COMPUTE WS-OLD-AVG = WS-OLD-SUM / WS-OLD-CNT
              MOVE WS-OLD-AVG TO WS-DUR-SECS
              PERFORM XD-FORMAT-DURATION
              MOVE WS-DUR-TEXT TO WS-RPT-LINE (10:10)
           END-IF.

           IF WS-NEW-CNT > 0 THEN
              COMPUTE WS-NEW-AVG = WS-NEW-SUM / WS-NEW-CNT
              MOVE WS-NEW-AVG TO WS-DUR-SECS
              PERFORM XD-FORMAT-DURATION
              MOVE WS-DUR-TEXT TO WS-RPT-LINE (22:10)
           END-IF.

           MOVE SPACES TO WS-TREND-FLAG.
           IF WS-OLD-CNT > 0 AND WS-NEW-CNT > 0 AND
              WS-OLD-AVG > 0 THEN
              COMPUTE WS-DUR-SECS = WS-NEW-AVG - WS-OLD-AVG
              COMPUTE WS-GROWTH-WORK ROUNDED =
                 WS-DUR-SECS * 100 / WS-OLD-AVG
              MOVE WS-GROWTH-WORK TO WS-GROWTH-ED
              MOVE WS-GROWTH-ED TO WS-RPT-LINE (36:6)
              IF WS-GROWTH-WORK > WS-GROWTH-PCT THEN
                 MOVE 'GROWING' TO WS-TREND-FLAG
                 ADD 1 TO WS-GROWING-CNT
              END-IF
           ELSE
              MOVE 'TOO FEW NIGHTS' TO WS-RPT-LINE (36:14)
           END-IF.
           MOVE WS-TREND-FLAG TO WS-RPT-LINE (46:10).

           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

       GC-999.
           EXIT.

      *----------------------------------------------------------------*
      * GCA-COUNT-ONE-NIGHT
      *----------------------------------------------------------------*
       GCA-COUNT-ONE-NIGHT SECTION.
       GCA-010.
           ADD 1 TO WS-NGT-IX.

           IF WS-NS-RUNS (WS-NGT-IX, WS-STEP-IX) > 0 AND
              WS-NS-ENDED (WS-NGT-IX, WS-STEP-IX) = 1 THEN
              ADD 1 TO WS-STEP-NIGHTS
           END-IF.

       GCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GCB-ADD-ONE-NIGHT
      *----------------------------------------------------------------*
       GCB-ADD-ONE-NIGHT SECTION.
       GCB-010.
           ADD 1 TO WS-NGT-IX.

           IF WS-NS-RUNS (WS-NGT-IX, WS-STEP-IX) = 0 OR
              WS-NS-ENDED (WS-NGT-IX, WS-STEP-IX) = 0 THEN
              GO TO GCB-999
           END-IF.

           ADD 1 TO WS-STEP-NIGHTS.
           COMPUTE WS-DUR-SECS =
              WS-NS-END-SECS (WS-NGT-IX, WS-STEP-IX) -
              WS-NS-START-SECS (WS-NGT-IX, WS-STEP-IX).

           IF WS-STEP-NIGHTS NOT > WS-HALF-POINT THEN
              ADD WS-DUR-SECS TO WS-OLD-SUM
              ADD 1 TO WS-OLD-CNT
           ELSE
              ADD WS-DUR-SECS TO WS-NEW-SUM
              ADD 1 TO WS-NEW-CNT
           END-IF.

       GCB-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-WINDOW-SUMMARY
      *
      * The slack left against the cutoff, night by night, and the
      * tightest night - the figure scheduling asks for first.
      *----------------------------------------------------------------*
       HA-WRITE-WINDOW-SUMMARY SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.
           MOVE '==== BATCH-WINDOW SLACK ====' TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.
           MOVE 'NIGHT        CHAIN ENDED     STEP     SLACK'
              TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-NGT-IX.
           PERFORM HB-WRITE-ONE-NIGHT-SLACK
              UNTIL WS-NGT-IX NOT < WS-NGT-COUNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           IF WS-SLACK-NIGHTS > 0 THEN
              MOVE WS-MIN-SLACK-SECS TO WS-DUR-SECS
              PERFORM XD-FORMAT-DURATION
              MOVE SPACES TO WS-RPT-LINE
              STRING 'TIGHTEST NIGHT:         ' WS-MIN-SLACK-DATE
                 WS-DUR-TEXT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCPRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE WS-OVERRAN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NIGHTS OVER THE CUTOFF: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-GROWING-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'STEPS FLAGGED GROWING:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HB-WRITE-ONE-NIGHT-SLACK
      *----------------------------------------------------------------*
       HB-WRITE-ONE-NIGHT-SLACK SECTION.
       HB-010.
           ADD 1 TO WS-NGT-IX.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-NGT-DATE (WS-NGT-IX) TO WS-RPT-LINE (1:8).

           MOVE WS-NGT-LAST-STEP (WS-NGT-IX) TO WS-STEP-IX.
           IF WS-STEP-IX > 0 THEN
              STRING WS-NS-END-DATE (WS-NGT-IX, WS-STEP-IX) ' '
                 WS-NS-END-TIME (WS-NGT-IX, WS-STEP-IX) ' '
                 WS-STEP-NAME (WS-STEP-IX) (1:4)
                 DELIMITED BY SIZE INTO WS-RPT-LINE (14:20)
           END-IF.

           IF WS-STEP-IX = 0 THEN
              MOVE 'NO STEP HAS ENDED' TO WS-RPT-LINE (14:17)
              GO TO HB-020
           END-IF.

           MOVE WS-NGT-SLACK-SECS (WS-NGT-IX) TO WS-DUR-SECS.
           PERFORM XD-FORMAT-DURATION.
           MOVE WS-DUR-TEXT TO WS-RPT-LINE (36:10).
           IF WS-NGT-SLACK-SECS (WS-NGT-IX) < 0 THEN
              MOVE 'OVERRAN' TO WS-RPT-LINE (48:7)
           END-IF.

       HB-020.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

       HB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-NOTE-NIGHT-BOUNDARY
      *
      * Both passes call this for every journal record, so both
      * number the nights alike.
      *----------------------------------------------------------------*
       XA-NOTE-NIGHT-BOUNDARY SECTION.
       XA-010.
           IF BAQHRUNJ-STEP NOT = 'GARB' THEN
              GO TO XA-999
           END-IF.

           IF BAQHRUNJ-EVENT = 'START' AND WS-GARB-DONE THEN
              ADD 1 TO WS-NIGHT-SEQ
              MOVE 'N' TO WS-GARB-DONE-SW
           END-IF.

           IF BAQHRUNJ-EVENT = 'END' AND
              BAQHRUNJ-OUTCOME = 'SUCCESS' THEN
              MOVE 'Y' TO WS-GARB-DONE-SW
           END-IF.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-FIND-STEP
      *----------------------------------------------------------------*
       XB-FIND-STEP SECTION.
       XB-010.
           MOVE 0 TO WS-STEP-FOUND.
           MOVE 0 TO WS-STEP-IX.
           PERFORM XBA-MATCH-ONE-STEP
              UNTIL WS-STEP-FOUND > 0
                 OR WS-STEP-IX NOT < WS-STEP-COUNT.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XBA-MATCH-ONE-STEP
      *----------------------------------------------------------------*
       XBA-MATCH-ONE-STEP SECTION.
       XBA-010.
           ADD 1 TO WS-STEP-IX.
           IF WS-STEP-NAME (WS-STEP-IX) = WS-FIND-NAME THEN
              MOVE WS-STEP-IX TO WS-STEP-FOUND
           END-IF.

       XBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-COMPUTE-SECONDS
      *
      * WS-DATE-NUM and WS-TIME-NUM as seconds in WS-REC-SECS.
      *----------------------------------------------------------------*
       XC-COMPUTE-SECONDS SECTION.
       XC-010.
           COMPUTE WS-REC-SECS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400
              + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XD-FORMAT-DURATION
      *
      * WS-DUR-SECS as ' HH:MM:SS' (or '-HH:MM:SS') in WS-DUR-TEXT.
      *----------------------------------------------------------------*
       XD-FORMAT-DURATION SECTION.
       XD-010.
           IF WS-DUR-SECS < 0 THEN
              COMPUTE WS-DUR-ABS = 0 - WS-DUR-SECS
           ELSE
              MOVE WS-DUR-SECS TO WS-DUR-ABS
           END-IF.

           DIVIDE WS-DUR-ABS BY 3600 GIVING WS-DUR-HH
              REMAINDER WS-DUR-REM.
           DIVIDE WS-DUR-REM BY 60 GIVING WS-DUR-MM
              REMAINDER WS-DUR-SS.
           MOVE WS-DUR-HH TO WS-DUR-HH-ED.

           MOVE SPACES TO WS-DUR-TEXT.
           STRING '  ' WS-DUR-HH-ED ':' WS-DUR-MM ':' WS-DUR-SS
              DELIMITED BY SIZE INTO WS-DUR-TEXT.

      * The sign goes just ahead of the hours.
           IF WS-DUR-SECS < 0 THEN
              IF WS-DUR-HH < 10 THEN
                 MOVE '-' TO WS-DUR-TEXT (3:1)
              ELSE
                 MOVE '-' TO WS-DUR-TEXT (2:1)
              END-IF
           END-IF.

       XD-999.
           EXIT.

      *----------------------------------------------------------------*
      * XE-COMPUTE-WAIT
      *
      * For step WS-STEP-IX of night WS-NGT-IX: WS-PRED-IX is its
      * prerequisite's slot when that ran and ended this night (else
      * 0) and WS-WAIT-SECS the gap from that END to this START.
      *----------------------------------------------------------------*
       XE-COMPUTE-WAIT SECTION.
       XE-010.
           MOVE 0 TO WS-PRED-IX.
           MOVE 0 TO WS-WAIT-SECS.

           IF WS-STEP-PRED (WS-STEP-IX) = SPACES OR
              WS-NS-RUNS (WS-NGT-IX, WS-STEP-IX) = 0 THEN
              GO TO XE-999
           END-IF.

           MOVE WS-STEP-IX TO WS-SAVE-STEP-IX.
           MOVE WS-STEP-PRED (WS-STEP-IX) TO WS-FIND-NAME.
           PERFORM XB-FIND-STEP.
           MOVE WS-SAVE-STEP-IX TO WS-STEP-IX.

           IF WS-STEP-FOUND = 0 THEN
              GO TO XE-999
           END-IF.

           IF WS-NS-ENDED (WS-NGT-IX, WS-STEP-FOUND) = 0 THEN
              GO TO XE-999
           END-IF.

           MOVE WS-STEP-FOUND TO WS-PRED-IX.
           COMPUTE WS-WAIT-SECS =
              WS-NS-START-SECS (WS-NGT-IX, WS-STEP-IX) -
              WS-NS-END-SECS (WS-NGT-IX, WS-PRED-IX).

       XE-999.
           EXIT.
