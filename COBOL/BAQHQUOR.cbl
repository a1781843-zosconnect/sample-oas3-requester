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
      * BAQHQUOR                                                      *
      *                                                               *
      * Daily change-quota report. Each operator's catalog changes on *
      * the CICS transactions are counted against the daily limits of *
      * their RBKQTAP policy (see BAQHQTAP) on that day's RBKQTAU      *
      * usage record (BAQHQTAU); at a limit BAQHRBKC refuses further  *
      * CRBK/PRBK/MRBK (update) or DRBK (destroy) work for the day.   *
      * This run lists, for the day, how close every operator who     *
      * made a change came to each limit, so the desk can see who is  *
      * set too tight and who never comes near:                       *
      *   - the policy they worked under and its limits,              *
      *   - changes made and the percentage of each limit used,       *
      *   - transactions refused at the limit,                        *
      *   - any raise a supervisor made on RBQT, by whom and why,     *
      * flagged AT LIMIT when a limit was reached and NEAR when the   *
      * higher percentage is at or above the NEAR= threshold.         *
      *                                                               *
      * PARM keywords, either of which may be omitted:                *
      *   DATE=YYYYMMDD   the day to report, by default today         *
      *   NEAR=nn         the near-limit percentage, by default 80    *
      *                                                               *
      * Inputs:  RBKQTAU                                              *
      * Outputs: RBKQUOR (report)                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHQUOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKQTAU-FILE ASSIGN TO RBKQTAU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHQTAU-KEY
               FILE STATUS IS WS-QTAU-FILE-STATUS.

           SELECT RBKQUOR-FILE ASSIGN TO RBKQUOR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKQTAU-FILE.
       COPY BAQHQTAU.

       FD  RBKQUOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKQUOR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-QTAU-FILE-STATUS PIC X(2).

       01 WS-QTAU-EOF-SW      PIC X VALUE 'N'.
           88 WS-QTAU-EOF     VALUE 'Y'.

       01 WS-RUN-DATE         PIC X(8).
       01 WS-RUN-TIME         PIC X(4).
       01 WS-REPORT-DATE      PIC X(8) VALUE SPACES.
       01 WS-NEAR-TEXT        PIC X(3) VALUE SPACES.
       01 WS-NEAR-PCT         PIC 9(3) VALUE 80.
       01 WS-NEAR-ED          PIC ZZ9.

      * A limit of 99999 does not limit (see BAQHQTAP).
       01 WS-NO-LIMIT         PIC 9(5) VALUE 99999.
       01 WS-COUNT            PIC 9(5) VALUE 0.
       01 WS-LIMIT            PIC 9(5) VALUE 0.
       01 WS-PCT              PIC 9(5) VALUE 0.
       01 WS-HIGH-PCT         PIC 9(5) VALUE 0.
       01 WS-AT-LIMIT         PIC X VALUE 'N'.
       01 WS-COUNT-ED         PIC ZZZZ9.
       01 WS-LIMIT-ED         PIC ZZZZ9.
       01 WS-PCT-ED           PIC ZZZZ9.
       01 WS-USAGE-TEXT       PIC X(20) VALUE SPACES.

       01 WS-USER-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-AT-LIMIT-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-NEAR-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-RAISED-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-UPD-TOTAL        PIC 9(7) COMP VALUE 0.
       01 WS-DEL-TOTAL        PIC 9(7) COMP VALUE 0.
       01 WS-REFUSED-TOTAL    PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

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
           MOVE FUNCTION CURRENT-DATE (9:4) TO WS-RUN-TIME.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'DATE='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-REPORT-DATE
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'NEAR='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-NEAR-TEXT
              IF WS-NEAR-TEXT (1:1) IS NUMERIC THEN
                 COMPUTE WS-NEAR-PCT = FUNCTION NUMVAL(WS-NEAR-TEXT)
              END-IF
           END-IF.

           OPEN INPUT RBKQTAU-FILE.
           IF WS-QTAU-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHQUOR OPEN RBKQTAU failed, file status '
                 WS-QTAU-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKQUOR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DAILY CHANGE QUOTA REPORT FOR ' WS-REPORT-DATE
              ' - RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE WS-NEAR-PCT TO WS-NEAR-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NEAR = AT OR ABOVE ' FUNCTION TRIM(WS-NEAR-ED)
              '% OF A LIMIT.  PERCENTAGES ARE OF THE LIMIT IN FORCE AT'
              ' THE END OF THE DAY.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.
           MOVE 'USER ID  POLICY     UPDATE USED/LIMIT  PCT  DESTROY USE
      -         'D/LIMIT  PCT  REFUSED U/D  RAISED BY  FLAG'
              TO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE WS-REPORT-DATE TO BAQHQTAU-DATE.
           MOVE LOW-VALUES TO BAQHQTAU-USER.
           START RBKQTAU-FILE KEY IS NOT LESS THAN BAQHQTAU-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-QTAU-EOF-SW
           END-START.

           IF NOT WS-QTAU-EOF THEN
              PERFORM XA-READ-NEXT-USAGE
           END-IF.

           PERFORM B-REPORT-ONE-USER UNTIL WS-QTAU-EOF.

           IF WS-USER-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKQUOR-RECORD FROM WS-RPT-LINE
              MOVE 'NO OPERATOR MADE A COUNTED CHANGE ON THIS DAY.'
                 TO WS-RPT-LINE
              WRITE RBKQUOR-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM C-WRITE-SUMMARY.

       A-999.
           CLOSE RBKQTAU-FILE.
           CLOSE RBKQUOR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * B-REPORT-ONE-USER
      *
      * One report line for the usage record in the buffer, with a
      * second line for a supervisor's raise, then the next record.
      *----------------------------------------------------------------*
       B-REPORT-ONE-USER SECTION.
       B-010.
           ADD 1 TO WS-USER-CNT.
           ADD BAQHQTAU-UPD-COUNT TO WS-UPD-TOTAL.
           ADD BAQHQTAU-DEL-COUNT TO WS-DEL-TOTAL.
           ADD BAQHQTAU-UPD-REFUSED TO WS-REFUSED-TOTAL.
           ADD BAQHQTAU-DEL-REFUSED TO WS-REFUSED-TOTAL.
           MOVE 0 TO WS-HIGH-PCT.
           MOVE 'N' TO WS-AT-LIMIT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHQTAU-USER TO WS-RPT-LINE (1:8).
           IF BAQHQTAU-POLICY = SPACES THEN
              MOVE '(NONE)' TO WS-RPT-LINE (10:6)
           ELSE
              MOVE BAQHQTAU-POLICY TO WS-RPT-LINE (10:9)
           END-IF.

           MOVE BAQHQTAU-UPD-COUNT TO WS-COUNT.
           MOVE BAQHQTAU-UPD-LIMIT TO WS-LIMIT.
           PERFORM BA-MEASURE-ONE-CLASS.
           MOVE WS-USAGE-TEXT TO WS-RPT-LINE (21:24).

           MOVE BAQHQTAU-DEL-COUNT TO WS-COUNT.
           MOVE BAQHQTAU-DEL-LIMIT TO WS-LIMIT.
           PERFORM BA-MEASURE-ONE-CLASS.
           MOVE WS-USAGE-TEXT TO WS-RPT-LINE (46:24).

           MOVE BAQHQTAU-UPD-REFUSED TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-RPT-LINE (71:5).
           MOVE '/' TO WS-RPT-LINE (76:1).
           MOVE BAQHQTAU-DEL-REFUSED TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-RPT-LINE (77:5).
           MOVE BAQHQTAU-RAISED-BY TO WS-RPT-LINE (84:8).

           EVALUATE TRUE
              WHEN WS-AT-LIMIT = 'Y'
                 MOVE 'AT LIMIT' TO WS-RPT-LINE (95:8)
                 ADD 1 TO WS-AT-LIMIT-CNT
              WHEN WS-HIGH-PCT NOT < WS-NEAR-PCT
                 MOVE 'NEAR' TO WS-RPT-LINE (95:4)
                 ADD 1 TO WS-NEAR-CNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           IF BAQHQTAU-RAISED-BY NOT = SPACES THEN
              ADD 1 TO WS-RAISED-CNT
              MOVE SPACES TO WS-RPT-LINE
              STRING '         RAISED AT ' BAQHQTAU-RAISED-TIME
                 ' BY ' BAQHQTAU-RAISED-BY ': '
                 BAQHQTAU-RAISE-REASON
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKQUOR-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM XA-READ-NEXT-USAGE.

       B-999.
           EXIT.

      *----------------------------------------------------------------*
      * BA-MEASURE-ONE-CLASS
      *
      * WS-USAGE-TEXT = 'used/limit  pct' for WS-COUNT of WS-LIMIT,
      * noting the highest percentage of the user's classes and
      * whether a limit was reached. An unlimited class shows its
      * count alone; a zero limit counts as reached.
      *----------------------------------------------------------------*
       BA-MEASURE-ONE-CLASS SECTION.
       BA-010.
           MOVE SPACES TO WS-USAGE-TEXT.
           MOVE WS-COUNT TO WS-COUNT-ED.

           IF WS-LIMIT = WS-NO-LIMIT THEN
              STRING WS-COUNT-ED '/ NONE'
                 DELIMITED BY SIZE INTO WS-USAGE-TEXT
              GO TO BA-999
           END-IF.

           IF WS-LIMIT = 0 THEN
              MOVE 100 TO WS-PCT
           ELSE
              COMPUTE WS-PCT = WS-COUNT * 100 / WS-LIMIT
           END-IF.

           IF WS-COUNT NOT < WS-LIMIT THEN
              MOVE 'Y' TO WS-AT-LIMIT
           END-IF.
           IF WS-PCT > WS-HIGH-PCT THEN
              MOVE WS-PCT TO WS-HIGH-PCT
           END-IF.

           MOVE WS-LIMIT TO WS-LIMIT-ED.
           MOVE WS-PCT TO WS-PCT-ED.
           STRING WS-COUNT-ED '/' WS-LIMIT-ED ' ' WS-PCT-ED '%'
              DELIMITED BY SIZE INTO WS-USAGE-TEXT.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * C-WRITE-SUMMARY
      *----------------------------------------------------------------*
       C-WRITE-SUMMARY SECTION.
       C-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE WS-USER-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OPERATORS WITH CHANGES:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE WS-UPD-TOTAL TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'UPDATES COUNTED:            ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE WS-DEL-TOTAL TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DELETES QUEUED:             ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE WS-REFUSED-TOTAL TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REFUSED AT A LIMIT:         ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE WS-AT-LIMIT-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OPERATORS AT A LIMIT:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE WS-NEAR-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OPERATORS NEAR A LIMIT:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

           MOVE WS-RAISED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LIMITS RAISED ON RBQT:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKQUOR-RECORD FROM WS-RPT-LINE.

       C-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-READ-NEXT-USAGE
      *
      * The next usage record of the day being reported; past the
      * day's last the run is at its end.
      *----------------------------------------------------------------*
       XA-READ-NEXT-USAGE SECTION.
       XA-010.
           READ RBKQTAU-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-QTAU-EOF-SW
           END-READ.

           IF NOT WS-QTAU-EOF AND
              BAQHQTAU-DATE NOT = WS-REPORT-DATE THEN
              MOVE 'Y' TO WS-QTAU-EOF-SW
           END-IF.

       XA-999.
           EXIT.
