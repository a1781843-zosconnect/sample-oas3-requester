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
      * BAQHABRP                                                      *
      *                                                               *
      * Post-mortem report. Formats each record the BAQHABHD condition*
      * handler left on the post-mortem dataset (DD name RBKABND, see *
      * BAQHABND) when a BAQHRBKB or BAQHRBKZ run abended, and reports*
      * (DD name RBKABRP), per abend:                                 *
      *   - the condition, the program, operation, catalog and run;   *
      *   - the last completed checkpoint;                            *
      *   - the BAQEXEC in flight, or the last one made, with its key,*
      *     feed record number, correlation identifier and the return *
      *     codes;                                                    *
      *   - the changes made since the checkpoint;                    *
      *   - the run counters and the datasets held open;              *
      * and a recommendation: a plain restart is safe, or the item    *
      * in flight must be checked at the server first. It must be     *
      * checked when a change was in flight with no response, when    *
      * the API accepted a change after the last checkpoint (the      *
      * restart would make it again), or when the last change got no  *
      * HTTP response at all. A DRYRUN or REPLAY run changed nothing  *
      * and is always safe to restart.                                *
      *                                                               *
      * PARM keywords (both optional):                                *
      *   PROGRAM=name     only that requester's abends               *
      *   FROM=yyyymmdd    only abends on or after this date          *
      * E.g. PARM='PROGRAM=BAQHRBKB FROM=20261015'                    *
      *                                                               *
      * Return code 4 when any abend reported needs checking first.   *
      *                                                               *
      * Inputs:  RBKABND                                              *
      * Outputs: RBKABRP (report)                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHABRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKABND-FILE ASSIGN TO RBKABND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-FILE-STATUS.

           SELECT RBKABRP-FILE ASSIGN TO RBKABRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKABND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHABND.

       FD  RBKABRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKABRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-RUN-DATE         PIC X(8).

       01 WS-ABND-FILE-STATUS PIC X(2).
       01 WS-ABND-EOF-SW      PIC X VALUE 'N'.
           88 WS-ABND-EOF     VALUE 'Y'.

      * PARM keyword scanning work fields, the same TALLYING BEFORE
      * INITIAL technique BAQHLINQ uses for its keywords.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-SEL-PROGRAM      PIC X(8)  VALUE SPACES.
       01 WS-SEL-FROM         PIC X(8)  VALUE SPACES.

      * The requester's abend context, out of the record.
       COPY BAQHABCX.

      * The condition as CEE3207S.
       01 WS-COND-ID.
           03 WS-COND-FACILITY PIC X(3).
           03 WS-COND-MSG-NO   PIC 9(4).
           03 WS-COND-SEV-CHAR PIC X(1).
       01 WS-SEV-CHARS        PIC X(5) VALUE 'IWESC'.
       01 WS-SEV-IX           PIC 9(4) COMP VALUE 0.

      * The verdict on one abend.
       01 WS-VERDICT-SW       PIC X VALUE 'S'.
           88 WS-RESTART-SAFE VALUE 'S'.
           88 WS-CHECK-FIRST  VALUE 'C'.
       01 WS-VERDICT-KEY      PIC X(80) VALUE SPACES.
       01 WS-REASON           PIC X(100) VALUE SPACES.
       01 WS-SINCE-WORDS      PIC X(30) VALUE SPACES.

      * The open DDs, gathered onto one line.
       01 WS-DD-LINE          PIC X(132) VALUE SPACES.
       01 WS-DD-POS           PIC 9(4) COMP VALUE 0.
       01 WS-DD-IX            PIC 9(4) COMP VALUE 0.
       01 WS-DD-CNT           PIC 9(4) COMP VALUE 0.

      * Counts for the trailer.
       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-LISTED-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-SAFE-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-CHECK-CNT        PIC 9(7) COMP VALUE 0.

       01 WS-CNT-ED           PIC ZZZZZZ9.
       01 WS-BIG-ED           PIC ZZZZZZZZ9.
       01 WS-BIG-ED-2         PIC ZZZZZZZZ9.
       01 WS-BIG-ED-3         PIC ZZZZZZZZ9.
       01 WS-ED-IN-DATE       PIC X(8).
       01 WS-ED-IN-TIME       PIC X(6).
       01 WS-DATE-ED          PIC X(10).
       01 WS-TIME-ED          PIC X(8).
       01 WS-MODE-WORD        PIC X(6).
       01 WS-SEQ-TEXT         PIC X(21).
       01 WS-CHG-WORD         PIC X(16).

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

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

           PERFORM BA-PARSE-PARM.

           OPEN INPUT RBKABND-FILE.
           IF WS-ABND-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHABRP cannot open RBKABND, file status '
                 WS-ABND-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKABRP-FILE.

           PERFORM DA-WRITE-REPORT-HEADER.

           READ RBKABND-FILE
               AT END
                  MOVE 'Y' TO WS-ABND-EOF-SW
           END-READ.
           PERFORM CA-FORMAT-ONE-ABEND UNTIL WS-ABND-EOF.

           PERFORM HA-WRITE-REPORT-TRAILER.

       A-999.
           CLOSE RBKABND-FILE.
           CLOSE RBKABRP-FILE.

           IF WS-CHECK-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PARSE-PARM
      *
      * PROGRAM= and FROM= out of WS-PARM-TEXT.
      *----------------------------------------------------------------*
       BA-PARSE-PARM SECTION.
       BA-010.
           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'PROGRAM='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 9.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-PROGRAM
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'FROM='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-FROM
           END-IF.

           IF WS-SEL-FROM NOT = SPACES AND
              WS-SEL-FROM IS NOT NUMERIC THEN
              DISPLAY 'BAQHABRP WARNING - FROM=' WS-SEL-FROM
                 ' is not a date; every record is reported.'
              MOVE SPACES TO WS-SEL-FROM
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-FORMAT-ONE-ABEND
      *
      * One post-mortem record, if the PARM selects it: the context
      * lines, the verdict and the recommendation.
      *----------------------------------------------------------------*
       CA-FORMAT-ONE-ABEND SECTION.
       CA-010.
           ADD 1 TO WS-READ-CNT.

           IF WS-SEL-FROM NOT = SPACES AND
              BAQHABND-DATE < WS-SEL-FROM THEN
              GO TO CA-020
           END-IF.

           MOVE BAQHABND-CONTEXT TO BAQHABCX-AREA.

           IF WS-SEL-PROGRAM NOT = SPACES AND
              BAQHABCX-PROGRAM NOT = WS-SEL-PROGRAM THEN
              GO TO CA-020
           END-IF.

           ADD 1 TO WS-LISTED-CNT.

           PERFORM CB-JUDGE-RESTART.

           PERFORM CC-WRITE-RUN-LINES.
           PERFORM CD-WRITE-CALL-LINES.
           PERFORM CE-WRITE-COUNTER-LINES.
           PERFORM CF-WRITE-RECOMMENDATION.

       CA-020.
           READ RBKABND-FILE
               AT END
                  MOVE 'Y' TO WS-ABND-EOF-SW
           END-READ.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-JUDGE-RESTART
      *
      * Whether a plain restart is safe, and why. Taken in order:
      *   - a DRYRUN or REPLAY run changed nothing at the server;
      *   - a change in flight with no response may or may not have
      *     been applied;
      *   - a change the API accepted after the last checkpoint is
      *     behind no checkpoint, so the restart would make it again;
      *   - a change refused with no HTTP status at all may still
      *     have reached the server;
      *   - anything else - reads only, or changes refused outright
      *     since the checkpoint - a restart simply repeats.
      *----------------------------------------------------------------*
       CB-JUDGE-RESTART SECTION.
       CB-010.
           SET WS-RESTART-SAFE TO TRUE.
           MOVE SPACES TO WS-VERDICT-KEY.
           MOVE SPACES TO WS-REASON.

           IF BAQHABCX-CKPT-NONE THEN
              MOVE 'SINCE THE RUN STARTED' TO WS-SINCE-WORDS
           ELSE
              MOVE 'SINCE THE LAST CHECKPOINT' TO WS-SINCE-WORDS
           END-IF.

           IF NOT BAQHABCX-LIVE THEN
              MOVE 'THE RUN WAS A DRYRUN OR REPLAY AND CHANGED NOTHING'
                 TO WS-REASON
              GO TO CB-999
           END-IF.

           IF BAQHABCX-CALL-OUT AND BAQHABCX-CHANGING-CALL THEN
              SET WS-CHECK-FIRST TO TRUE
              MOVE BAQHABCX-ITEM-KEY TO WS-VERDICT-KEY
              STRING 'A ' DELIMITED BY SIZE
                 BAQHABCX-API-METHOD DELIMITED BY SPACE
                 ' WAS IN FLIGHT WITH NO RESPONSE - ITS OUTCOME IS'
                 ' UNKNOWN' DELIMITED BY SIZE INTO WS-REASON
              GO TO CB-999
           END-IF.

           IF BAQHABCX-CHG-DONE > 0 THEN
              SET WS-CHECK-FIRST TO TRUE
              MOVE BAQHABCX-LAST-CHG-KEY TO WS-VERDICT-KEY
              STRING 'CHANGES ACCEPTED ' DELIMITED BY SIZE
                 WS-SINCE-WORDS DELIMITED BY '  '
                 ' WOULD BE MADE AGAIN BY A PLAIN RESTART'
                 DELIMITED BY SIZE INTO WS-REASON
              GO TO CB-999
           END-IF.

           IF BAQHABCX-LAST-CHG-REFUSED AND
              BAQHABCX-CHG-CALLS > 0 AND
              BAQHABCX-HTTP-STATUS = 0 THEN
              SET WS-CHECK-FIRST TO TRUE
              MOVE BAQHABCX-LAST-CHG-KEY TO WS-VERDICT-KEY
              STRING 'THE LAST CHANGE FAILED WITH NO HTTP STATUS - IT'
                 ' MAY STILL HAVE REACHED THE SERVER'
                 DELIMITED BY SIZE INTO WS-REASON
              GO TO CB-999
           END-IF.

           IF BAQHABCX-CHG-CALLS = 0 THEN
              STRING 'NO CHANGE WAS MADE ' WS-SINCE-WORDS
                 DELIMITED BY SIZE INTO WS-REASON
           ELSE
              STRING 'THE ONLY CHANGES ' DELIMITED BY SIZE
                 WS-SINCE-WORDS DELIMITED BY '  '
                 ' WERE REFUSED BY THE API' DELIMITED BY SIZE
                 INTO WS-REASON
           END-IF.

       CB-999.
           IF WS-CHECK-FIRST THEN
              ADD 1 TO WS-CHECK-CNT
           ELSE
              ADD 1 TO WS-SAFE-CNT
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * CC-WRITE-RUN-LINES
      *
      * The condition, the run, and its last completed checkpoint.
      *----------------------------------------------------------------*
       CC-WRITE-RUN-LINES SECTION.
       CC-010.
           MOVE BAQHABND-FACILITY TO WS-COND-FACILITY.
           MOVE BAQHABND-MSG-NO TO WS-COND-MSG-NO.
           IF BAQHABND-SEVERITY > 4 THEN
              MOVE 5 TO WS-SEV-IX
           ELSE
              COMPUTE WS-SEV-IX = BAQHABND-SEVERITY + 1
           END-IF.
           MOVE WS-SEV-CHARS (WS-SEV-IX:1) TO WS-COND-SEV-CHAR.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.
           MOVE ALL '-' TO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE BAQHABND-DATE TO WS-ED-IN-DATE.
           MOVE BAQHABND-TIME TO WS-ED-IN-TIME.
           PERFORM XA-EDIT-DATE-TIME.
           MOVE SPACES TO WS-RPT-LINE.
           STRING BAQHABCX-PROGRAM ' ' BAQHABCX-OPERATION
              ' ABENDED ' WS-DATE-ED ' ' WS-TIME-ED
              ' ON CONDITION ' WS-COND-ID
              '   CATALOG ' BAQHABCX-CATALOG
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           EVALUATE TRUE
              WHEN BAQHABCX-DRYRUN
                 MOVE 'DRYRUN' TO WS-MODE-WORD
              WHEN BAQHABCX-REPLAY
                 MOVE 'REPLAY' TO WS-MODE-WORD
              WHEN OTHER
                 MOVE 'LIVE' TO WS-MODE-WORD
           END-EVALUATE.
           MOVE BAQHABCX-RUN-DATE TO WS-ED-IN-DATE.
           MOVE BAQHABCX-RUN-TIME TO WS-ED-IN-TIME.
           PERFORM XA-EDIT-DATE-TIME.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  RUN STARTED        ' WS-DATE-ED ' ' WS-TIME-ED
              '   MODE ' WS-MODE-WORD
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF BAQHABCX-CKPT-NONE THEN
              MOVE '  LAST CHECKPOINT    NONE' TO WS-RPT-LINE
              WRITE RBKABRP-RECORD FROM WS-RPT-LINE
              GO TO CC-999
           END-IF.

           MOVE BAQHABCX-CKPT-DATE TO WS-ED-IN-DATE.
           MOVE BAQHABCX-CKPT-TIME TO WS-ED-IN-TIME.
           PERFORM XA-EDIT-DATE-TIME.
           MOVE BAQHABCX-CKPT-SEQ TO WS-BIG-ED.
           STRING '  LAST CHECKPOINT    ' WS-DATE-ED ' ' WS-TIME-ED
              '   SEQUENCE ' WS-BIG-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF BAQHABCX-CKPT-PRIOR THEN
              MOVE '(THE PRIOR RUN''S, RESTORED AT RESTART)'
                 TO WS-RPT-LINE (64:)
           END-IF.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '                     KEY ' BAQHABCX-CKPT-KEY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CD-WRITE-CALL-LINES
      *
      * The BAQEXEC in flight, or the last one made, and the changes
      * made since the checkpoint.
      *----------------------------------------------------------------*
       CD-WRITE-CALL-LINES SECTION.
       CD-010.
           MOVE SPACES TO WS-RPT-LINE.
           IF BAQHABCX-NO-CALL THEN
              MOVE '  BAQEXEC            NO CALL MADE' TO WS-RPT-LINE
              WRITE RBKABRP-RECORD FROM WS-RPT-LINE
              GO TO CD-020
           END-IF.

           MOVE BAQHABCX-CALL-DATE TO WS-ED-IN-DATE.
           MOVE BAQHABCX-CALL-TIME TO WS-ED-IN-TIME.
           PERFORM XA-EDIT-DATE-TIME.
           IF BAQHABCX-CALL-OUT THEN
              STRING '  CALL IN FLIGHT     ' DELIMITED BY SIZE
                 BAQHABCX-API-METHOD DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 BAQHABCX-API-OPERATION DELIMITED BY SPACE
                 ' ISSUED ' WS-DATE-ED ' ' WS-TIME-ED
                 ' - NO RESPONSE'
                 '   CORRELATION ' BAQHABCX-CORREL-ID
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING '  LAST CALL          ' DELIMITED BY SIZE
                 BAQHABCX-API-METHOD DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 BAQHABCX-API-OPERATION DELIMITED BY SPACE
                 ' ISSUED ' WS-DATE-ED ' ' WS-TIME-ED
                 ' - RETURNED'
                 '   CORRELATION ' BAQHABCX-CORREL-ID
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '                     KEY ' BAQHABCX-ITEM-KEY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF BAQHABCX-ITEM-SEQ > 0 THEN
              MOVE BAQHABCX-ITEM-SEQ TO WS-BIG-ED
              MOVE SPACES TO WS-SEQ-TEXT
              STRING 'FEED RECORD ' WS-BIG-ED
                 DELIMITED BY SIZE INTO WS-SEQ-TEXT
              MOVE WS-SEQ-TEXT TO WS-RPT-LINE (108:)
           END-IF.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  LAST RETURN        COMPLETION ' BAQHABCX-COMP-CODE
              '  REASON ' BAQHABCX-REASON-CODE
              '  HTTP STATUS ' BAQHABCX-HTTP-STATUS
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF BAQHABCX-CALL-OUT THEN
              MOVE '(THE CALL BEFORE THE ONE IN FLIGHT)'
                 TO WS-RPT-LINE (80:)
           END-IF.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

       CD-020.
           MOVE BAQHABCX-CHG-CALLS TO WS-BIG-ED.
           MOVE BAQHABCX-CHG-DONE TO WS-BIG-ED-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  CHANGES ' DELIMITED BY SIZE
              WS-SINCE-WORDS DELIMITED BY '  '
              ' ' WS-BIG-ED ' ISSUED ' WS-BIG-ED-2 ' ACCEPTED'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           IF BAQHABCX-CHG-CALLS = 0 THEN
              GO TO CD-999
           END-IF.

           EVALUATE TRUE
              WHEN BAQHABCX-LAST-CHG-ACCEPTED
                 MOVE 'ACCEPTED' TO WS-CHG-WORD
              WHEN BAQHABCX-LAST-CHG-REFUSED
                 MOVE 'REFUSED' TO WS-CHG-WORD
              WHEN OTHER
                 MOVE 'OUTCOME UNKNOWN' TO WS-CHG-WORD
           END-EVALUATE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  LATEST CHANGE      ' WS-CHG-WORD
              ' KEY ' BAQHABCX-LAST-CHG-KEY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

       CD-999.
           EXIT.

      *----------------------------------------------------------------*
      * CE-WRITE-COUNTER-LINES
      *
      * The run counters as at the last call, and the datasets the
      * run held open.
      *----------------------------------------------------------------*
       CE-WRITE-COUNTER-LINES SECTION.
       CE-010.
           MOVE BAQHABCX-CALL-COUNT TO WS-BIG-ED.
           MOVE BAQHABCX-SUCCESS-COUNT TO WS-BIG-ED-2.
           MOVE BAQHABCX-WARNING-COUNT TO WS-BIG-ED-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  CALLS    ' WS-BIG-ED
              '   SUCCEEDED ' WS-BIG-ED-2
              '   WARNINGS ' WS-BIG-ED-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE BAQHABCX-ERROR-COUNT TO WS-BIG-ED.
           MOVE BAQHABCX-RETRY-COUNT TO WS-BIG-ED-2.
           MOVE BAQHABCX-CB-ABORT-COUNT TO WS-BIG-ED-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ERRORS   ' WS-BIG-ED
              '   RETRIES   ' WS-BIG-ED-2
              '   BREAKER  ' WS-BIG-ED-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE BAQHABCX-RPT-COUNT TO WS-BIG-ED.
           MOVE BAQHABCX-WHF-COUNT TO WS-BIG-ED-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  LISTED   ' WS-BIG-ED
              '   FED       ' WS-BIG-ED-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-DD-LINE.
           MOVE '  DATASETS OPEN     ' TO WS-DD-LINE.
           MOVE 22 TO WS-DD-POS.
           MOVE 0 TO WS-DD-CNT.
           PERFORM XB-ADD-ONE-OPEN-DD
              VARYING WS-DD-IX FROM 1 BY 1
              UNTIL WS-DD-IX > 16.
           IF WS-DD-CNT = 0 THEN
              MOVE 'NONE' TO WS-DD-LINE (WS-DD-POS:4)
           END-IF.
           WRITE RBKABRP-RECORD FROM WS-DD-LINE.

       CE-999.
           EXIT.

      *----------------------------------------------------------------*
      * CF-WRITE-RECOMMENDATION
      *----------------------------------------------------------------*
       CF-WRITE-RECOMMENDATION SECTION.
       CF-010.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-RESTART-SAFE THEN
              MOVE '  RECOMMENDATION     PLAIN RESTART IS SAFE'
                 TO WS-RPT-LINE
           ELSE
              STRING '  RECOMMENDATION     CHECK AT THE SERVER BEFORE'
                 ' RESTARTING - KEY ' WS-VERDICT-KEY
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '                     ' WS-REASON
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

       CF-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*
       DA-WRITE-REPORT-HEADER SECTION.
       DA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BATCH REQUESTER POST-MORTEM REPORT  RUN ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           IF WS-SEL-PROGRAM NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ABENDS OF ' WS-SEL-PROGRAM ' ONLY'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKABRP-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-SEL-FROM NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ABENDS FROM ' WS-SEL-FROM ' ONWARD'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKABRP-RECORD FROM WS-RPT-LINE
           END-IF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-REPORT-TRAILER
      *----------------------------------------------------------------*
       HA-WRITE-REPORT-TRAILER SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.
           MOVE ALL '-' TO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'POST-MORTEM RECORDS READ:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-LISTED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ABENDS REPORTED:               ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-SAFE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SAFE FOR A PLAIN RESTART:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-CHECK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TO CHECK BEFORE RESTARTING:    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKABRP-RECORD FROM WS-RPT-LINE.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-EDIT-DATE-TIME
      *
      * WS-ED-IN-DATE and WS-ED-IN-TIME as yyyy-mm-dd and hh:mm:ss.
      *----------------------------------------------------------------*
       XA-EDIT-DATE-TIME SECTION.
       XA-010.
           MOVE SPACES TO WS-DATE-ED.
           MOVE SPACES TO WS-TIME-ED.
           STRING WS-ED-IN-DATE (1:4) '-' WS-ED-IN-DATE (5:2) '-'
              WS-ED-IN-DATE (7:2)
              DELIMITED BY SIZE INTO WS-DATE-ED.
           STRING WS-ED-IN-TIME (1:2) ':' WS-ED-IN-TIME (3:2) ':'
              WS-ED-IN-TIME (5:2)
              DELIMITED BY SIZE INTO WS-TIME-ED.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-ADD-ONE-OPEN-DD
      *
      * BAQHABCX-OPEN-DD(WS-DD-IX), if a DD is in the slot, onto the
      * open-datasets line.
      *----------------------------------------------------------------*
       XB-ADD-ONE-OPEN-DD SECTION.
       XB-010.
           IF BAQHABCX-OPEN-DD (WS-DD-IX) = SPACES THEN
              GO TO XB-999
           END-IF.

           MOVE BAQHABCX-OPEN-DD (WS-DD-IX)
              TO WS-DD-LINE (WS-DD-POS:8).
           ADD 9 TO WS-DD-POS.
           ADD 1 TO WS-DD-CNT.

       XB-999.
           EXIT.
