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
      * BAQHVSPM                                                      *
      *                                                               *
      * Space, split and reorganization management for the keyed      *
      * stores (RBKCAT, RBKAUDK, RBKFNXR, RBKAUTX, RBKALIA) and the   *
      * RBKEXCP ESDS, all of which grow every night. Everything is    *
      * read from IDCAMS output - LISTCAT ALL listings and REPRO      *
      * message listings (SYSPRINT, FBA 121) - so no cluster is ever  *
      * opened here. Three modes, by the PARM's first word:           *
      *                                                               *
      *   CAPTURE - the weekly run. Every cluster on the LISTCAT      *
      *     listing (DD name RBKLCAT) has its data component's        *
      *     statistics - records, CI and CA splits, extents, free     *
      *     space, used and allocated RBA - appended to the RBKVSHX   *
      *     history (BAQHVSHX) and reported on RBKVSRP against the    *
      *     earliest capture inside the trend window: growth in       *
      *     records, splits and extents, and the bytes a day the      *
      *     store is growing by. From that the fill date is projected *
      *     against what the cluster can reach - its allocation plus  *
      *     the secondary extents it still has before the extent      *
      *     limit - and a store projected to fill inside the horizon  *
      *     raises the standing RBK018W alert. A store whose splits   *
      *     have grown is marked REORG ADVISED.                       *
      *                                                               *
      *   CHECK   - the reorganization job (RBKVPROC), between the    *
      *     unload and the redefine: the unload's record count (REPRO *
      *     listing, DD name RBKUNLP) must equal the closed cluster's *
      *     REC-TOTAL (RBKLCAT), or the job stops before the cluster  *
      *     is deleted.                                               *
      *                                                               *
      *   REPORT  - the reorganization job, after the reload: the     *
      *     reload count (RBKRELP) must equal the unload count, and   *
      *     the reloaded cluster's REC-TOTAL (LISTCAT listing, DD name*
      *     RBKLCTA) the reload count. The before and after statistics*
      *     are reported side by side and both captures appended to   *
      *     RBKVSHX, so the trend restarts from the reorganized store.*
      *                                                               *
      *   A CHECK or REPORT whose counts disagree raises the RBK014E  *
      *   alert - the store is then left closed to the online region  *
      *   with its unload kept for recovery.                          *
      *                                                               *
      * PARM keywords, optional:                                      *
      *   STORE=name  CHECK/REPORT - the store being reorganized      *
      *   WEEKS=n     CAPTURE - trend window in weeks (default 12)    *
      *   HORIZON=n   CAPTURE - days ahead a projected fill raises    *
      *               the alert (default 28)                          *
      *   MAXEXT=n    CAPTURE - the extent limit the projection works *
      *               to (default 123, the per-volume limit for a     *
      *               cluster without extended addressability)        *
      *                                                               *
      * Return codes: 0 clean; 4 a store projected to fill inside     *
      * the horizon; 8 a listing missing or unreadable, or counts     *
      * that disagree.                                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHVSPM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * IDCAMS listings: LISTCAT ALL for the weekly capture (or for
      * the store before its reorganization), LISTCAT ALL after
      * the reload, and the unload and reload REPRO listings.
           SELECT RBKLCAT-FILE ASSIGN TO RBKLCAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LCAT-FILE-STATUS.

           SELECT RBKLCTA-FILE ASSIGN TO RBKLCTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LCTA-FILE-STATUS.

           SELECT RBKUNLP-FILE ASSIGN TO RBKUNLP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLP-FILE-STATUS.

           SELECT RBKRELP-FILE ASSIGN TO RBKRELP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELP-FILE-STATUS.

      * Statistics history, read for the trend and then appended.
           SELECT RBKVSHX-FILE ASSIGN TO RBKVSHX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VSHX-FILE-STATUS.

           SELECT RBKVSRP-FILE ASSIGN TO RBKVSRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKLCAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKLCAT-RECORD          PIC X(121).

       FD  RBKLCTA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKLCTA-RECORD          PIC X(121).

       FD  RBKUNLP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKUNLP-RECORD          PIC X(121).

       FD  RBKRELP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKRELP-RECORD          PIC X(121).

       FD  RBKVSHX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHVSHX.

       FD  RBKVSRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKVSRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-LCAT-FILE-STATUS PIC X(2).
       01 WS-LCTA-FILE-STATUS PIC X(2).
       01 WS-UNLP-FILE-STATUS PIC X(2).
       01 WS-RELP-FILE-STATUS PIC X(2).
       01 WS-VSHX-FILE-STATUS PIC X(2).

       01 WS-MODE             PIC X(7) VALUE SPACES.
           88 WS-MODE-CAPTURE VALUE 'CAPTURE'.
           88 WS-MODE-CHECK   VALUE 'CHECK'.
           88 WS-MODE-REPORT  VALUE 'REPORT'.

       01 WS-LST-EOF-SW       PIC X VALUE 'N'.
           88 WS-LST-EOF      VALUE 'Y'.
       01 WS-VSHX-EOF-SW      PIC X VALUE 'N'.
           88 WS-VSHX-EOF     VALUE 'Y'.

      * PARM keywords.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-KW-NAME          PIC X(8) VALUE SPACES.
       01 WS-KW-LEN           PIC 9(4) COMP VALUE 0.
       01 WS-KW-VALUE         PIC X(8) VALUE SPACES.
       01 WS-STORE            PIC X(8) VALUE SPACES.
       01 WS-WEEKS            PIC 9(4) VALUE 12.
       01 WS-HORIZON-DAYS     PIC 9(4) VALUE 28.
       01 WS-MAX-EXTENTS      PIC 9(4) VALUE 123.

      * The listing being read: 1 RBKLCAT, 2 RBKLCTA, 3 RBKUNLP,
      * 4 RBKRELP.
       01 WS-LST-IX           PIC 9 VALUE 0.
       01 WS-LST-OPEN         PIC 9 VALUE 0.
       01 WS-LC-LINE          PIC X(121) VALUE SPACES.

      * One value taken off a listing line: the keyword searched
      * for, then the token after its run of dashes, and the token
      * as a number when it is all digits.
       01 WS-LC-KEY           PIC X(16) VALUE SPACES.
       01 WS-LC-KEY-LEN       PIC 9(4) COMP VALUE 0.
       01 WS-LC-POS           PIC 9(4) COMP VALUE 0.
       01 WS-LC-START         PIC 9(4) COMP VALUE 0.
       01 WS-LC-SKIP-DONE     PIC 9 VALUE 0.
       01 WS-LC-FOUND         PIC 9 VALUE 0.
       01 WS-LC-TOKEN         PIC X(44) VALUE SPACES.
       01 WS-LC-TOK-LEN       PIC 9(4) COMP VALUE 0.
       01 WS-LC-NUM           PIC 9(15) VALUE 0.
       01 WS-LC-DOT           PIC 9(4) COMP VALUE 0.
       01 WS-LC-IX            PIC 9(4) COMP VALUE 0.

      * The clusters found on the LISTCAT listings, with what the
      * history says about each (CAPTURE) - the trend baseline is
      * the earliest capture inside the window, restarted by any
      * reorganization since.
       01 WS-CL-TABLE.
           03 WS-CL-ENTRY OCCURS 40 TIMES.
              05 WS-CL-LIST        PIC 9.
              05 WS-CL-STORE       PIC X(8).
              05 WS-CL-NAME        PIC X(44).
              05 WS-CL-REC-TOTAL   PIC 9(13) COMP.
              05 WS-CL-SPLITS-CI   PIC 9(9) COMP.
              05 WS-CL-SPLITS-CA   PIC 9(9) COMP.
              05 WS-CL-EXTENTS     PIC 9(5) COMP.
              05 WS-CL-FREESPC     PIC 9(13) COMP.
              05 WS-CL-PCT-CI      PIC 9(3) COMP.
              05 WS-CL-PCT-CA      PIC 9(3) COMP.
              05 WS-CL-HI-A-RBA    PIC 9(13) COMP.
              05 WS-CL-HI-U-RBA    PIC 9(13) COMP.
              05 WS-CL-SPACE-PRI   PIC 9(7) COMP.
              05 WS-CL-SPACE-SEC   PIC 9(7) COMP.
              05 WS-CL-ALLOC-DONE  PIC 9.
              05 WS-CL-BASE-SET    PIC 9.
              05 WS-CL-BASE-DATE   PIC X(8).
              05 WS-CL-BASE-REC    PIC 9(13) COMP.
              05 WS-CL-BASE-CI     PIC 9(9) COMP.
              05 WS-CL-BASE-CA     PIC 9(9) COMP.
              05 WS-CL-BASE-EXT    PIC 9(5) COMP.
              05 WS-CL-BASE-HIU    PIC 9(13) COMP.
              05 WS-CL-PREV-HIU    PIC 9(13) COMP.
       01 WS-CL-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-CL-MAX           PIC 9(4) COMP VALUE 40.
       01 WS-CL-IX            PIC 9(4) COMP VALUE 0.
       01 WS-CL-HIT           PIC 9(4) COMP VALUE 0.
       01 WS-CUR-CL           PIC 9(4) COMP VALUE 0.
       01 WS-IN-DATA          PIC 9 VALUE 0.
       01 WS-FIND-STORE       PIC X(8) VALUE SPACES.
       01 WS-FIND-LIST        PIC 9 VALUE 0.
       01 WS-BEFORE-IX        PIC 9(4) COMP VALUE 0.
       01 WS-AFTER-IX         PIC 9(4) COMP VALUE 0.

      * REPRO counts, off the IDC0005I message.
       01 WS-REPRO-CNT        PIC 9(13) COMP VALUE 0.
       01 WS-UNLOAD-CNT       PIC 9(13) COMP VALUE 0.
       01 WS-RELOAD-CNT       PIC 9(13) COMP VALUE 0.
       01 WS-REPRO-FOUND      PIC 9 VALUE 0.

      * Trend and projection working fields.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-WINDOW-INT       PIC S9(9) COMP VALUE 0.
       01 WS-HX-INT           PIC S9(9) COMP VALUE 0.
       01 WS-HX-PHASE         PIC X VALUE SPACES.
       01 WS-SPAN-DAYS        PIC S9(5) COMP VALUE 0.
       01 WS-GROWTH           PIC S9(13) COMP VALUE 0.
       01 WS-RATE             PIC S9(13) COMP VALUE 0.
       01 WS-UNITS            PIC S9(9) COMP VALUE 0.
       01 WS-UNIT-BYTES       PIC S9(13) COMP VALUE 0.
       01 WS-REACH            PIC S9(15) COMP VALUE 0.
       01 WS-USED-PCT         PIC S9(5) COMP VALUE 0.
       01 WS-DAYS-LEFT        PIC S9(9) COMP VALUE 0.
       01 WS-FILL-INT         PIC S9(9) COMP VALUE 0.
       01 WS-FILL-DATE        PIC 9(8) VALUE 0.
       01 WS-DELTA            PIC S9(13) COMP VALUE 0.
       01 WS-ALERT-CNT        PIC 9(4) COMP VALUE 0.
       01 WS-ADVISE-CNT       PIC 9(4) COMP VALUE 0.

       01 WS-BIG-ED           PIC ZZZZZZZZZZZZ9.
       01 WS-BIG-ED-2         PIC ZZZZZZZZZZZZ9.
       01 WS-BIG-ED-3         PIC ZZZZZZZZZZZZ9.
       01 WS-SGN-ED           PIC ++++++++++++9.
       01 WS-SMALL-SGN-ED     PIC +++++++9.
       01 WS-SMALL-SGN-ED-2   PIC +++++++9.
       01 WS-SMALL-SGN-ED-3   PIC +++++9.
       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       01 WS-SMALL-ED         PIC ZZZZ9.
       01 WS-SMALL-ED-2       PIC ZZZZ9.
       01 WS-PCT-ED           PIC ZZ9.
       01 WS-PCT-ED-2         PIC ZZ9.
       01 WS-DAYS-ED          PIC ZZZZZZ9.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-RPT-LABEL        PIC X(16) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-RUN-TIME         PIC X(6).

      * The standing fixed-format operator alert, the same RBKWTO
      * shape the batch requesters raise. RBK018W = store projected
      * to fill inside the horizon; RBK014E = reorganization counts
      * not verified, store left closed.
       01 WS-WTO-PARM.
           03 WS-WTO-MSG-ID   PIC X(8) VALUE SPACES.
           03 WS-WTO-TEXT     PIC X(70) VALUE SPACES.
           03 WS-WTO-ROUTCDE  PIC 9(3) VALUE 1.
           03 WS-WTO-DESC     PIC 9(3) VALUE 6.

       01 WS-RC               PIC 9 VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

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
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           UNSTRING WS-PARM-TEXT DELIMITED BY SPACE INTO WS-MODE.
           IF NOT WS-MODE-CAPTURE AND NOT WS-MODE-CHECK AND
              NOT WS-MODE-REPORT THEN
              DISPLAY 'BAQHVSPM needs CAPTURE, CHECK or REPORT on '
                 'the PARM.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM BA-TAKE-PARM-KEYWORDS.
           IF WS-RC = FAILED THEN
              GO TO A-999
           END-IF.

           OPEN OUTPUT RBKVSRP-FILE.

           EVALUATE TRUE
              WHEN WS-MODE-CAPTURE
                 PERFORM CA-WEEKLY-CAPTURE
              WHEN WS-MODE-CHECK
                 PERFORM DA-CHECK-UNLOAD
              WHEN WS-MODE-REPORT
                 PERFORM EA-REPORT-REORG
           END-EVALUATE.

           CLOSE RBKVSRP-FILE.

       A-999.
           IF WS-RC NOT = OK THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ALERT-CNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-TAKE-PARM-KEYWORDS
      *----------------------------------------------------------------*
       BA-TAKE-PARM-KEYWORDS SECTION.
       BA-010.
           IF NOT WS-MODE-CAPTURE THEN
              MOVE 'STORE=' TO WS-KW-NAME
              MOVE 6 TO WS-KW-LEN
              PERFORM BB-FIND-KEYWORD
              MOVE WS-KW-VALUE TO WS-STORE
              IF WS-STORE = SPACES THEN
                 DISPLAY 'BAQHVSPM ' WS-MODE ' needs STORE=name on '
                    'the PARM.'
                 MOVE FAILED TO WS-RC
              END-IF
              GO TO BA-999
           END-IF.

           MOVE 'WEEKS=' TO WS-KW-NAME.
           MOVE 6 TO WS-KW-LEN.
           PERFORM BB-FIND-KEYWORD.
           IF WS-KW-VALUE NOT = SPACES THEN
              MOVE WS-KW-VALUE TO WS-LC-TOKEN
              PERFORM XN-TOKEN-TO-NUMBER
              IF WS-LC-FOUND = 1 AND WS-LC-NUM > 0 THEN
                 MOVE WS-LC-NUM TO WS-WEEKS
              END-IF
           END-IF.

           MOVE 'HORIZON=' TO WS-KW-NAME.
           MOVE 8 TO WS-KW-LEN.
           PERFORM BB-FIND-KEYWORD.
           IF WS-KW-VALUE NOT = SPACES THEN
              MOVE WS-KW-VALUE TO WS-LC-TOKEN
              PERFORM XN-TOKEN-TO-NUMBER
              IF WS-LC-FOUND = 1 THEN
                 MOVE WS-LC-NUM TO WS-HORIZON-DAYS
              END-IF
           END-IF.

           MOVE 'MAXEXT=' TO WS-KW-NAME.
           MOVE 7 TO WS-KW-LEN.
           PERFORM BB-FIND-KEYWORD.
           IF WS-KW-VALUE NOT = SPACES THEN
              MOVE WS-KW-VALUE TO WS-LC-TOKEN
              PERFORM XN-TOKEN-TO-NUMBER
              IF WS-LC-FOUND = 1 THEN
                 MOVE WS-LC-NUM TO WS-MAX-EXTENTS
              END-IF
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-FIND-KEYWORD
      *
      * Leaves in WS-KW-VALUE the PARM value after the keyword in
      * WS-KW-NAME (WS-KW-LEN long), or spaces when it is not there.
      *----------------------------------------------------------------*
       BB-FIND-KEYWORD SECTION.
       BB-010.
           MOVE SPACES TO WS-KW-VALUE.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL WS-KW-NAME (1:WS-KW-LEN).
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + WS-KW-LEN + 1.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-KW-VALUE
           END-IF.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-WEEKLY-CAPTURE
      *----------------------------------------------------------------*
       CA-WEEKLY-CAPTURE SECTION.
       CA-010.
           MOVE WS-HORIZON-DAYS TO WS-DAYS-ED.
           MOVE WS-WEEKS TO WS-SMALL-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'VSAM SPACE AND SPLIT TRENDS - RUN ' WS-RUN-DATE
              ' ' WS-RUN-TIME '   TREND WINDOW' WS-SMALL-ED
              ' WEEKS, ALERT HORIZON' WS-DAYS-ED ' DAYS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           MOVE 1 TO WS-LST-IX.
           PERFORM XC-LOAD-LISTCAT.
           IF WS-LST-OPEN = 0 OR WS-CL-CNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKLCAT IS MISSING OR HOLDS NO CLUSTER - '
                 'NOTHING CAPTURED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              DISPLAY 'BAQHVSPM ' WS-RPT-LINE (1:60)
              MOVE FAILED TO WS-RC
              GO TO CA-999
           END-IF.

      * The trend baseline, from the history as it stood before
      * tonight's capture is added.
           COMPUTE WS-WINDOW-INT = WS-TODAY-INT - WS-WEEKS * 7.
           MOVE 'N' TO WS-VSHX-EOF-SW.
           OPEN INPUT RBKVSHX-FILE.
           IF WS-VSHX-FILE-STATUS = '00' THEN
              READ RBKVSHX-FILE
                  AT END
                     MOVE 'Y' TO WS-VSHX-EOF-SW
              END-READ
              PERFORM CB-TAKE-ONE-HISTORY-REC UNTIL WS-VSHX-EOF
              CLOSE RBKVSHX-FILE
           END-IF.

           OPEN EXTEND RBKVSHX-FILE.
           IF WS-VSHX-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKVSHX CANNOT BE OPENED, FILE STATUS '
                 WS-VSHX-FILE-STATUS ' - TONIGHT''S CAPTURE IS '
                 'REPORTED BUT NOT KEPT.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
           END-IF.

           PERFORM CC-REPORT-ONE-CLUSTER
              VARYING WS-CL-IX FROM 1 BY 1
              UNTIL WS-CL-IX > WS-CL-CNT.

           IF WS-VSHX-FILE-STATUS = '00' THEN
              CLOSE RBKVSHX-FILE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.
           MOVE WS-CL-CNT TO WS-SMALL-ED.
           MOVE WS-ALERT-CNT TO WS-SMALL-ED-2.
           MOVE WS-ADVISE-CNT TO WS-PCT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CLUSTERS CAPTURED:' WS-SMALL-ED
              '   PROJECTED TO FILL INSIDE THE HORIZON:' WS-SMALL-ED-2
              '   REORG ADVISED:' WS-PCT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-TAKE-ONE-HISTORY-REC
      *
      * The baseline is the store's earliest weekly capture inside
      * the window; an after-reorganization capture, or any capture
      * whose used RBA fell from the one before it, restarts it.
      * Before-reorganization captures only repeat the last weekly
      * state and are passed over.
      *----------------------------------------------------------------*
       CB-TAKE-ONE-HISTORY-REC SECTION.
       CB-010.
           IF BAQHVSHX-PHASE = 'B' OR BAQHVSHX-DATE IS NOT NUMERIC
              THEN
              GO TO CB-020
           END-IF.

           MOVE BAQHVSHX-DATE TO WS-DATE-NUM.
           COMPUTE WS-HX-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-HX-INT < WS-WINDOW-INT THEN
              GO TO CB-020
           END-IF.

           MOVE BAQHVSHX-STORE TO WS-FIND-STORE.
           MOVE 1 TO WS-FIND-LIST.
           PERFORM XF-FIND-CLUSTER.
           IF WS-CL-HIT = 0 THEN
              GO TO CB-020
           END-IF.

           IF WS-CL-BASE-SET (WS-CL-HIT) = 0 OR
              BAQHVSHX-PHASE = 'A' OR
              BAQHVSHX-HI-U-RBA < WS-CL-PREV-HIU (WS-CL-HIT) THEN
              MOVE 1 TO WS-CL-BASE-SET (WS-CL-HIT)
              MOVE BAQHVSHX-DATE TO WS-CL-BASE-DATE (WS-CL-HIT)
              MOVE BAQHVSHX-REC-TOTAL TO WS-CL-BASE-REC (WS-CL-HIT)
              MOVE BAQHVSHX-SPLITS-CI TO WS-CL-BASE-CI (WS-CL-HIT)
              MOVE BAQHVSHX-SPLITS-CA TO WS-CL-BASE-CA (WS-CL-HIT)
              MOVE BAQHVSHX-EXTENTS TO WS-CL-BASE-EXT (WS-CL-HIT)
              MOVE BAQHVSHX-HI-U-RBA TO WS-CL-BASE-HIU (WS-CL-HIT)
           END-IF.
           MOVE BAQHVSHX-HI-U-RBA TO WS-CL-PREV-HIU (WS-CL-HIT).

       CB-020.
           READ RBKVSHX-FILE
               AT END
                  MOVE 'Y' TO WS-VSHX-EOF-SW
           END-READ.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-REPORT-ONE-CLUSTER
      *
      * Keeps tonight's capture and reports the cluster: where it
      * stands, how it has moved since the baseline, and when at
      * that rate it fills what it can reach.
      *----------------------------------------------------------------*
       CC-REPORT-ONE-CLUSTER SECTION.
       CC-010.
           MOVE 'W' TO WS-HX-PHASE.
           PERFORM XH-WRITE-HISTORY-REC.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CL-STORE (WS-CL-IX) '  ' WS-CL-NAME (WS-CL-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           MOVE WS-CL-REC-TOTAL (WS-CL-IX) TO WS-BIG-ED.
           MOVE WS-CL-SPLITS-CI (WS-CL-IX) TO WS-CNT-ED.
           MOVE WS-CL-SPLITS-CA (WS-CL-IX) TO WS-DAYS-ED.
           MOVE WS-CL-EXTENTS (WS-CL-IX) TO WS-SMALL-ED.
           MOVE WS-CL-PCT-CI (WS-CL-IX) TO WS-PCT-ED.
           MOVE WS-CL-PCT-CA (WS-CL-IX) TO WS-PCT-ED-2.
           MOVE WS-CL-FREESPC (WS-CL-IX) TO WS-BIG-ED-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  NOW      RECORDS' WS-BIG-ED
              '  CI SPLITS' WS-CNT-ED '  CA SPLITS' WS-DAYS-ED
              '  EXTENTS' WS-SMALL-ED
              '  FREE CI/CA%' WS-PCT-ED '/' WS-PCT-ED-2
              '  FREE BYTES' WS-BIG-ED-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

      * What the cluster can reach: its allocation, plus the
      * secondary extents left before the extent limit, each sized
      * at the bytes a space unit has come to on this cluster.
           MOVE WS-CL-HI-A-RBA (WS-CL-IX) TO WS-REACH.
           IF WS-CL-EXTENTS (WS-CL-IX) > 0 AND
              WS-CL-EXTENTS (WS-CL-IX) < WS-MAX-EXTENTS AND
              WS-CL-SPACE-SEC (WS-CL-IX) > 0 THEN
              COMPUTE WS-UNITS = WS-CL-SPACE-PRI (WS-CL-IX)
                 + (WS-CL-EXTENTS (WS-CL-IX) - 1)
                 * WS-CL-SPACE-SEC (WS-CL-IX)
              IF WS-UNITS > 0 THEN
                 COMPUTE WS-UNIT-BYTES =
                    WS-CL-HI-A-RBA (WS-CL-IX) / WS-UNITS
                 COMPUTE WS-REACH = WS-REACH
                    + (WS-MAX-EXTENTS - WS-CL-EXTENTS (WS-CL-IX))
                    * WS-CL-SPACE-SEC (WS-CL-IX) * WS-UNIT-BYTES
              END-IF
           END-IF.

           MOVE 0 TO WS-USED-PCT.
           IF WS-REACH > 0 THEN
              COMPUTE WS-USED-PCT =
                 WS-CL-HI-U-RBA (WS-CL-IX) * 100 / WS-REACH
           END-IF.

           MOVE WS-CL-HI-U-RBA (WS-CL-IX) TO WS-BIG-ED.
           MOVE WS-CL-HI-A-RBA (WS-CL-IX) TO WS-BIG-ED-2.
           MOVE WS-REACH TO WS-BIG-ED-3.
           MOVE WS-USED-PCT TO WS-PCT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  SPACE    USED' WS-BIG-ED ' OF' WS-BIG-ED-2
              ' ALLOCATED,' WS-BIG-ED-3 ' REACHABLE ('
              WS-PCT-ED '% USED)'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           IF WS-CL-BASE-SET (WS-CL-IX) = 0 THEN
              MOVE '  TREND    FIRST CAPTURE IN THE WINDOW - NO TREND'
                 TO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              GO TO CC-999
           END-IF.

           COMPUTE WS-DELTA = WS-CL-REC-TOTAL (WS-CL-IX)
              - WS-CL-BASE-REC (WS-CL-IX).
           MOVE WS-DELTA TO WS-SGN-ED.
           COMPUTE WS-DELTA = WS-CL-SPLITS-CI (WS-CL-IX)
              - WS-CL-BASE-CI (WS-CL-IX).
           MOVE WS-DELTA TO WS-SMALL-SGN-ED.
           COMPUTE WS-DELTA = WS-CL-SPLITS-CA (WS-CL-IX)
              - WS-CL-BASE-CA (WS-CL-IX).
           MOVE WS-DELTA TO WS-SMALL-SGN-ED-2.
           COMPUTE WS-DELTA = WS-CL-EXTENTS (WS-CL-IX)
              - WS-CL-BASE-EXT (WS-CL-IX).
           MOVE WS-DELTA TO WS-SMALL-SGN-ED-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  SINCE ' WS-CL-BASE-DATE (WS-CL-IX)
              ' RECORDS' WS-SGN-ED '  CI SPLITS' WS-SMALL-SGN-ED
              '  CA SPLITS' WS-SMALL-SGN-ED-2
              '  EXTENTS' WS-SMALL-SGN-ED-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

      * Splits that keep coming mean the free space is spent and
      * records are being pushed about: advise a reorganization
      * on any CA split, or CI splits past a tenth of the records.
           IF WS-CL-SPLITS-CA (WS-CL-IX) > WS-CL-BASE-CA (WS-CL-IX)
              OR (WS-CL-SPLITS-CI (WS-CL-IX)
                  - WS-CL-BASE-CI (WS-CL-IX)) * 10
                  > WS-CL-REC-TOTAL (WS-CL-IX) THEN
              ADD 1 TO WS-ADVISE-CNT
              MOVE '  ** REORG ADVISED - SPLITS ARE GROWING **'
                 TO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
           END-IF.

           PERFORM CD-PROJECT-FILL.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CD-PROJECT-FILL
      *
      * Growth is the used RBA gained since the baseline, per day
      * in whole bytes; the days left are what the cluster can
      * still reach at that rate.
      *----------------------------------------------------------------*
       CD-PROJECT-FILL SECTION.
       CD-010.
           MOVE WS-CL-BASE-DATE (WS-CL-IX) TO WS-DATE-NUM.
           COMPUTE WS-SPAN-DAYS = WS-TODAY-INT
              - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-GROWTH = WS-CL-HI-U-RBA (WS-CL-IX)
              - WS-CL-BASE-HIU (WS-CL-IX).

           IF WS-SPAN-DAYS < 1 OR WS-GROWTH NOT > 0 THEN
              MOVE '  FILL     NO GROWTH IN USED SPACE OVER THE WINDOW'
                 TO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              GO TO CD-999
           END-IF.

           COMPUTE WS-RATE = WS-GROWTH / WS-SPAN-DAYS.
           IF WS-RATE < 1 THEN
              MOVE 1 TO WS-RATE
           END-IF.

           IF WS-CL-HI-U-RBA (WS-CL-IX) NOT < WS-REACH THEN
              MOVE 0 TO WS-DAYS-LEFT
           ELSE
              COMPUTE WS-DAYS-LEFT =
                 (WS-REACH - WS-CL-HI-U-RBA (WS-CL-IX)) / WS-RATE
           END-IF.
           IF WS-DAYS-LEFT > 99999 THEN
              MOVE 99999 TO WS-DAYS-LEFT
           END-IF.

           COMPUTE WS-FILL-INT = WS-TODAY-INT + WS-DAYS-LEFT.
           COMPUTE WS-FILL-DATE =
              FUNCTION DATE-OF-INTEGER(WS-FILL-INT).

           MOVE WS-RATE TO WS-BIG-ED.
           MOVE WS-DAYS-LEFT TO WS-DAYS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  FILL     GROWING' WS-BIG-ED ' BYTES A DAY - '
              'PROJECTED TO FILL ' WS-FILL-DATE
              ' (' WS-DAYS-ED ' DAYS)'
              DELIMITED BY SIZE INTO WS-RPT-LINE.

           IF WS-DAYS-LEFT NOT > WS-HORIZON-DAYS THEN
              ADD 1 TO WS-ALERT-CNT
              MOVE '** INSIDE HORIZON **' TO WS-RPT-LINE (100:20)
              MOVE 'RBK018W' TO WS-WTO-MSG-ID
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'VSAM STORE ' WS-CL-STORE (WS-CL-IX)
                 ' PROJECTED TO FILL ' WS-FILL-DATE
                 ' - REORGANIZE OR RESIZE.'
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
              PERFORM XA-ISSUE-WTO
           END-IF.

           PERFORM XR-WRITE-RPT-LINE.

       CD-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-CHECK-UNLOAD
      *
      * Nothing is deleted unless every record of the closed store
      * is in the unload.
      *----------------------------------------------------------------*
       DA-CHECK-UNLOAD SECTION.
       DA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'VSAM REORGANIZATION OF ' WS-STORE
              ' - UNLOAD CHECK - RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           MOVE 1 TO WS-LST-IX.
           PERFORM XC-LOAD-LISTCAT.
           MOVE WS-STORE TO WS-FIND-STORE.
           MOVE 1 TO WS-FIND-LIST.
           PERFORM XF-FIND-CLUSTER.
           MOVE WS-CL-HIT TO WS-BEFORE-IX.
           IF WS-BEFORE-IX = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKLCAT HOLDS NO LISTING OF ' WS-STORE
                 ' - THE STORE IS NOT DELETED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM DB-STOP-REORG
              GO TO DA-999
           END-IF.

           MOVE 3 TO WS-LST-IX.
           PERFORM XG-TAKE-REPRO-COUNT.
           MOVE WS-REPRO-CNT TO WS-UNLOAD-CNT.
           IF WS-REPRO-FOUND = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKUNLP HOLDS NO REPRO RECORD COUNT - '
                 'THE STORE IS NOT DELETED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM DB-STOP-REORG
              GO TO DA-999
           END-IF.

           MOVE WS-CL-REC-TOTAL (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-UNLOAD-CNT TO WS-BIG-ED-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  RECORDS IN THE CLOSED STORE' WS-BIG-ED
              '   RECORDS UNLOADED' WS-BIG-ED-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           IF WS-UNLOAD-CNT NOT = WS-CL-REC-TOTAL (WS-BEFORE-IX) THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'THE UNLOAD IS SHORT OF THE STORE - '
                 'THE STORE IS NOT DELETED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM DB-STOP-REORG
              GO TO DA-999
           END-IF.

           MOVE 'UNLOAD VERIFIED - THE STORE MAY BE REDEFINED.'
              TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-STOP-REORG
      *
      * Reports the reason staged in WS-RPT-LINE and raises RBK014E:
      * the steps after this one are bypassed, so the store stays
      * closed to the online region until someone has looked.
      *----------------------------------------------------------------*
       DB-STOP-REORG SECTION.
       DB-010.
           PERFORM XR-WRITE-RPT-LINE.

           MOVE 'RBK014E' TO WS-WTO-MSG-ID.
           MOVE SPACES TO WS-WTO-TEXT.
           STRING 'VSAM REORG OF ' WS-STORE
              ' STOPPED - COUNTS NOT VERIFIED, STORE LEFT CLOSED.'
              DELIMITED BY SIZE INTO WS-WTO-TEXT.
           PERFORM XA-ISSUE-WTO.

           MOVE FAILED TO WS-RC.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-REPORT-REORG
      *
      * The reload must hold every record unloaded, and the
      * reloaded store must say so. Then the statistics either side
      * of the reorganization, and both captures kept.
      *----------------------------------------------------------------*
       EA-REPORT-REORG SECTION.
       EA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'VSAM REORGANIZATION OF ' WS-STORE
              ' - BEFORE AND AFTER - RUN ' WS-RUN-DATE ' '
              WS-RUN-TIME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           MOVE 1 TO WS-LST-IX.
           PERFORM XC-LOAD-LISTCAT.
           MOVE 2 TO WS-LST-IX.
           PERFORM XC-LOAD-LISTCAT.

           MOVE WS-STORE TO WS-FIND-STORE.
           MOVE 1 TO WS-FIND-LIST.
           PERFORM XF-FIND-CLUSTER.
           MOVE WS-CL-HIT TO WS-BEFORE-IX.
           MOVE 2 TO WS-FIND-LIST.
           PERFORM XF-FIND-CLUSTER.
           MOVE WS-CL-HIT TO WS-AFTER-IX.
           IF WS-BEFORE-IX = 0 OR WS-AFTER-IX = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKLCAT OR RBKLCTA HOLDS NO LISTING OF '
                 WS-STORE ' - THE RELOAD CANNOT BE VERIFIED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM DB-STOP-REORG
              GO TO EA-999
           END-IF.

           MOVE 3 TO WS-LST-IX.
           PERFORM XG-TAKE-REPRO-COUNT.
           MOVE WS-REPRO-CNT TO WS-UNLOAD-CNT.
           MOVE 4 TO WS-LST-IX.
           PERFORM XG-TAKE-REPRO-COUNT.
           MOVE WS-REPRO-CNT TO WS-RELOAD-CNT.
           IF WS-REPRO-FOUND = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKRELP HOLDS NO REPRO RECORD COUNT - '
                 'THE RELOAD CANNOT BE VERIFIED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM DB-STOP-REORG
              GO TO EA-999
           END-IF.

           MOVE WS-UNLOAD-CNT TO WS-BIG-ED.
           MOVE WS-RELOAD-CNT TO WS-BIG-ED-2.
           MOVE WS-CL-REC-TOTAL (WS-AFTER-IX) TO WS-BIG-ED-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  RECORDS UNLOADED' WS-BIG-ED
              '   RELOADED' WS-BIG-ED-2
              '   IN THE RELOADED STORE' WS-BIG-ED-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '                            BEFORE'
              '          AFTER         CHANGE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           MOVE 'RECORDS' TO WS-RPT-LABEL.
           MOVE WS-CL-REC-TOTAL (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-CL-REC-TOTAL (WS-AFTER-IX) TO WS-BIG-ED-2.
           COMPUTE WS-DELTA = WS-CL-REC-TOTAL (WS-AFTER-IX)
              - WS-CL-REC-TOTAL (WS-BEFORE-IX).
           PERFORM EB-WRITE-COMPARE-LINE.

           MOVE 'CI SPLITS' TO WS-RPT-LABEL.
           MOVE WS-CL-SPLITS-CI (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-CL-SPLITS-CI (WS-AFTER-IX) TO WS-BIG-ED-2.
           COMPUTE WS-DELTA = WS-CL-SPLITS-CI (WS-AFTER-IX)
              - WS-CL-SPLITS-CI (WS-BEFORE-IX).
           PERFORM EB-WRITE-COMPARE-LINE.

           MOVE 'CA SPLITS' TO WS-RPT-LABEL.
           MOVE WS-CL-SPLITS-CA (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-CL-SPLITS-CA (WS-AFTER-IX) TO WS-BIG-ED-2.
           COMPUTE WS-DELTA = WS-CL-SPLITS-CA (WS-AFTER-IX)
              - WS-CL-SPLITS-CA (WS-BEFORE-IX).
           PERFORM EB-WRITE-COMPARE-LINE.

           MOVE 'EXTENTS' TO WS-RPT-LABEL.
           MOVE WS-CL-EXTENTS (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-CL-EXTENTS (WS-AFTER-IX) TO WS-BIG-ED-2.
           COMPUTE WS-DELTA = WS-CL-EXTENTS (WS-AFTER-IX)
              - WS-CL-EXTENTS (WS-BEFORE-IX).
           PERFORM EB-WRITE-COMPARE-LINE.

           MOVE 'FREE BYTES' TO WS-RPT-LABEL.
           MOVE WS-CL-FREESPC (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-CL-FREESPC (WS-AFTER-IX) TO WS-BIG-ED-2.
           COMPUTE WS-DELTA = WS-CL-FREESPC (WS-AFTER-IX)
              - WS-CL-FREESPC (WS-BEFORE-IX).
           PERFORM EB-WRITE-COMPARE-LINE.

           MOVE 'FREE % CI' TO WS-RPT-LABEL.
           MOVE WS-CL-PCT-CI (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-CL-PCT-CI (WS-AFTER-IX) TO WS-BIG-ED-2.
           COMPUTE WS-DELTA = WS-CL-PCT-CI (WS-AFTER-IX)
              - WS-CL-PCT-CI (WS-BEFORE-IX).
           PERFORM EB-WRITE-COMPARE-LINE.

           MOVE 'FREE % CA' TO WS-RPT-LABEL.
           MOVE WS-CL-PCT-CA (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-CL-PCT-CA (WS-AFTER-IX) TO WS-BIG-ED-2.
           COMPUTE WS-DELTA = WS-CL-PCT-CA (WS-AFTER-IX)
              - WS-CL-PCT-CA (WS-BEFORE-IX).
           PERFORM EB-WRITE-COMPARE-LINE.

           MOVE 'HI-U-RBA' TO WS-RPT-LABEL.
           MOVE WS-CL-HI-U-RBA (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-CL-HI-U-RBA (WS-AFTER-IX) TO WS-BIG-ED-2.
           COMPUTE WS-DELTA = WS-CL-HI-U-RBA (WS-AFTER-IX)
              - WS-CL-HI-U-RBA (WS-BEFORE-IX).
           PERFORM EB-WRITE-COMPARE-LINE.

           MOVE 'HI-A-RBA' TO WS-RPT-LABEL.
           MOVE WS-CL-HI-A-RBA (WS-BEFORE-IX) TO WS-BIG-ED.
           MOVE WS-CL-HI-A-RBA (WS-AFTER-IX) TO WS-BIG-ED-2.
           COMPUTE WS-DELTA = WS-CL-HI-A-RBA (WS-AFTER-IX)
              - WS-CL-HI-A-RBA (WS-BEFORE-IX).
           PERFORM EB-WRITE-COMPARE-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           IF WS-RELOAD-CNT NOT = WS-UNLOAD-CNT OR
              WS-CL-REC-TOTAL (WS-AFTER-IX) NOT = WS-RELOAD-CNT THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'THE RELOADED STORE DOES NOT HOLD EVERY RECORD '
                 'UNLOADED - IT STAYS CLOSED; RELOAD FROM THE UNLOAD.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM DB-STOP-REORG
              GO TO EA-999
           END-IF.

           MOVE 'RELOAD VERIFIED - THE STORE MAY BE REOPENED.'
              TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

      * Both captures go on the history, so the weekly trend
      * restarts from the reorganized store.
           OPEN EXTEND RBKVSHX-FILE.
           IF WS-VSHX-FILE-STATUS = '00' THEN
              MOVE WS-BEFORE-IX TO WS-CL-IX
              MOVE 'B' TO WS-HX-PHASE
              PERFORM XH-WRITE-HISTORY-REC
              MOVE WS-AFTER-IX TO WS-CL-IX
              MOVE 'A' TO WS-HX-PHASE
              PERFORM XH-WRITE-HISTORY-REC
              CLOSE RBKVSHX-FILE
           END-IF.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-WRITE-COMPARE-LINE
      *----------------------------------------------------------------*
       EB-WRITE-COMPARE-LINE SECTION.
       EB-010.
           MOVE WS-DELTA TO WS-SGN-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ' WS-RPT-LABEL WS-BIG-ED '  ' WS-BIG-ED-2
              '  ' WS-SGN-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-ISSUE-WTO
      *
      * Issues the numbered alert staged in WS-WTO-PARM as a proper
      * WTO via the RBKWTO stub, falling back to the job log when
      * the stub is not linked in.
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
      * XB-OPEN-LISTING
      *
      * Opens the listing WS-LST-IX names; WS-LST-OPEN says whether
      * it could be.
      *----------------------------------------------------------------*
       XB-OPEN-LISTING SECTION.
       XB-010.
           MOVE 0 TO WS-LST-OPEN.
           MOVE 'N' TO WS-LST-EOF-SW.

           EVALUATE WS-LST-IX
              WHEN 1
                 OPEN INPUT RBKLCAT-FILE
                 IF WS-LCAT-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-LST-OPEN
                 END-IF
              WHEN 2
                 OPEN INPUT RBKLCTA-FILE
                 IF WS-LCTA-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-LST-OPEN
                 END-IF
              WHEN 3
                 OPEN INPUT RBKUNLP-FILE
                 IF WS-UNLP-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-LST-OPEN
                 END-IF
              WHEN 4
                 OPEN INPUT RBKRELP-FILE
                 IF WS-RELP-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-LST-OPEN
                 END-IF
           END-EVALUATE.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XBA-READ-LISTING
      *----------------------------------------------------------------*
       XBA-READ-LISTING SECTION.
       XBA-010.
           MOVE SPACES TO WS-LC-LINE.

           EVALUATE WS-LST-IX
              WHEN 1
                 READ RBKLCAT-FILE INTO WS-LC-LINE
                    AT END
                       MOVE 'Y' TO WS-LST-EOF-SW
                 END-READ
              WHEN 2
                 READ RBKLCTA-FILE INTO WS-LC-LINE
                    AT END
                       MOVE 'Y' TO WS-LST-EOF-SW
                 END-READ
              WHEN 3
                 READ RBKUNLP-FILE INTO WS-LC-LINE
                    AT END
                       MOVE 'Y' TO WS-LST-EOF-SW
                 END-READ
              WHEN 4
                 READ RBKRELP-FILE INTO WS-LC-LINE
                    AT END
                       MOVE 'Y' TO WS-LST-EOF-SW
                 END-READ
           END-EVALUATE.

       XBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XBB-CLOSE-LISTING
      *----------------------------------------------------------------*
       XBB-CLOSE-LISTING SECTION.
       XBB-010.
           EVALUATE WS-LST-IX
              WHEN 1 CLOSE RBKLCAT-FILE
              WHEN 2 CLOSE RBKLCTA-FILE
              WHEN 3 CLOSE RBKUNLP-FILE
              WHEN 4 CLOSE RBKRELP-FILE
           END-EVALUATE.

       XBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-LOAD-LISTCAT
      *
      * Reads a LISTCAT ALL listing (WS-LST-IX 1 or 2) into the
      * cluster table. A CLUSTER entry starts a table entry; the
      * statistics and allocation are taken from its DATA component
      * only - INDEX components, and any AIX listed with the cluster,
      * are passed over. The ALLOCATION group's RBAs come before the
      * per-volume ones, which are ignored.
      *----------------------------------------------------------------*
       XC-LOAD-LISTCAT SECTION.
       XC-010.
           MOVE 0 TO WS-CUR-CL.
           MOVE 0 TO WS-IN-DATA.

           PERFORM XB-OPEN-LISTING.
           IF WS-LST-OPEN = 0 THEN
              GO TO XC-999
           END-IF.

           PERFORM XBA-READ-LISTING.
           PERFORM XCA-TAKE-ONE-LINE UNTIL WS-LST-EOF.

           PERFORM XBB-CLOSE-LISTING.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XCA-TAKE-ONE-LINE
      *----------------------------------------------------------------*
       XCA-TAKE-ONE-LINE SECTION.
       XCA-010.
           MOVE 'CLUSTER ---' TO WS-LC-KEY.
           MOVE 11 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              PERFORM XCB-START-CLUSTER
              GO TO XCA-020
           END-IF.

           MOVE 'AIX ---' TO WS-LC-KEY.
           MOVE 7 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE 0 TO WS-CUR-CL
              MOVE 0 TO WS-IN-DATA
              GO TO XCA-020
           END-IF.

           MOVE 'INDEX ---' TO WS-LC-KEY.
           MOVE 9 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE 0 TO WS-IN-DATA
              GO TO XCA-020
           END-IF.

           MOVE 'DATA ---' TO WS-LC-KEY.
           MOVE 8 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              IF WS-CUR-CL > 0 THEN
                 MOVE 1 TO WS-IN-DATA
              END-IF
              GO TO XCA-020
           END-IF.

           IF WS-IN-DATA = 0 THEN
              GO TO XCA-020
           END-IF.

           MOVE 'REC-TOTAL' TO WS-LC-KEY.
           MOVE 9 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-REC-TOTAL (WS-CUR-CL)
           END-IF.

           MOVE 'SPLITS-CI' TO WS-LC-KEY.
           MOVE 9 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-SPLITS-CI (WS-CUR-CL)
           END-IF.

           MOVE 'SPLITS-CA' TO WS-LC-KEY.
           MOVE 9 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-SPLITS-CA (WS-CUR-CL)
           END-IF.

           MOVE 'EXTENTS' TO WS-LC-KEY.
           MOVE 7 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-EXTENTS (WS-CUR-CL)
           END-IF.

           MOVE 'FREESPC' TO WS-LC-KEY.
           MOVE 7 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-FREESPC (WS-CUR-CL)
           END-IF.

           MOVE 'FREESPACE-%CI' TO WS-LC-KEY.
           MOVE 13 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-PCT-CI (WS-CUR-CL)
           END-IF.

           MOVE 'FREESPACE-%CA' TO WS-LC-KEY.
           MOVE 13 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-PCT-CA (WS-CUR-CL)
           END-IF.

           IF WS-CL-ALLOC-DONE (WS-CUR-CL) = 1 THEN
              GO TO XCA-020
           END-IF.

           MOVE 'VOLSER' TO WS-LC-KEY.
           MOVE 6 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE 1 TO WS-CL-ALLOC-DONE (WS-CUR-CL)
              GO TO XCA-020
           END-IF.

           MOVE 'SPACE-PRI' TO WS-LC-KEY.
           MOVE 9 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-SPACE-PRI (WS-CUR-CL)
           END-IF.

           MOVE 'SPACE-SEC' TO WS-LC-KEY.
           MOVE 9 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-SPACE-SEC (WS-CUR-CL)
           END-IF.

           MOVE 'HI-A-RBA' TO WS-LC-KEY.
           MOVE 8 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-HI-A-RBA (WS-CUR-CL)
           END-IF.

           MOVE 'HI-U-RBA' TO WS-LC-KEY.
           MOVE 8 TO WS-LC-KEY-LEN.
           PERFORM XL-TAKE-VALUE.
           IF WS-LC-FOUND = 1 THEN
              MOVE WS-LC-NUM TO WS-CL-HI-U-RBA (WS-CUR-CL)
           END-IF.

       XCA-020.
           PERFORM XBA-READ-LISTING.

       XCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XCB-START-CLUSTER
      *
      * A new table entry for the cluster whose name XL-TAKE-VALUE
      * left in WS-LC-TOKEN; the store is its last qualifier.
      *----------------------------------------------------------------*
       XCB-START-CLUSTER SECTION.
       XCB-010.
           MOVE 0 TO WS-CUR-CL.
           MOVE 0 TO WS-IN-DATA.

           IF WS-CL-CNT NOT < WS-CL-MAX THEN
              GO TO XCB-999
           END-IF.

           ADD 1 TO WS-CL-CNT.
           MOVE WS-CL-CNT TO WS-CUR-CL.
           INITIALIZE WS-CL-ENTRY (WS-CUR-CL).
           MOVE WS-LST-IX TO WS-CL-LIST (WS-CUR-CL).
           MOVE WS-LC-TOKEN TO WS-CL-NAME (WS-CUR-CL).

           MOVE 0 TO WS-LC-DOT.
           PERFORM XCC-FIND-LAST-DOT
              VARYING WS-LC-IX FROM 1 BY 1
              UNTIL WS-LC-IX > 44.
           MOVE WS-LC-TOKEN (WS-LC-DOT + 1:) TO WS-CL-STORE (WS-CUR-CL).

       XCB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XCC-FIND-LAST-DOT
      *----------------------------------------------------------------*
       XCC-FIND-LAST-DOT SECTION.
       XCC-010.
           IF WS-LC-TOKEN (WS-LC-IX:1) = '.' THEN
              MOVE WS-LC-IX TO WS-LC-DOT
           END-IF.

       XCC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XF-FIND-CLUSTER
      *
      * Leaves WS-CL-HIT at the first cluster of store WS-FIND-STORE
      * read from listing WS-FIND-LIST, or 0.
      *----------------------------------------------------------------*
       XF-FIND-CLUSTER SECTION.
       XF-010.
           MOVE 0 TO WS-CL-HIT.

           PERFORM XFA-MATCH-ONE-CLUSTER
              VARYING WS-LC-IX FROM 1 BY 1
              UNTIL WS-LC-IX > WS-CL-CNT OR WS-CL-HIT > 0.

       XF-999.
           EXIT.

      *----------------------------------------------------------------*
      * XFA-MATCH-ONE-CLUSTER
      *----------------------------------------------------------------*
       XFA-MATCH-ONE-CLUSTER SECTION.
       XFA-010.
           IF WS-CL-STORE (WS-LC-IX) = WS-FIND-STORE AND
              WS-CL-LIST (WS-LC-IX) = WS-FIND-LIST THEN
              MOVE WS-LC-IX TO WS-CL-HIT
           END-IF.

       XFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XG-TAKE-REPRO-COUNT
      *
      * The record count off a REPRO listing (WS-LST-IX 3 or 4) -
      * the first IDC0005I NUMBER OF RECORDS PROCESSED WAS n.
      *----------------------------------------------------------------*
       XG-TAKE-REPRO-COUNT SECTION.
       XG-010.
           MOVE 0 TO WS-REPRO-CNT.
           MOVE 0 TO WS-REPRO-FOUND.

           PERFORM XB-OPEN-LISTING.
           IF WS-LST-OPEN = 0 THEN
              GO TO XG-999
           END-IF.

           MOVE 'PROCESSED WAS' TO WS-LC-KEY.
           MOVE 13 TO WS-LC-KEY-LEN.

           PERFORM XBA-READ-LISTING.
           PERFORM XGA-TAKE-ONE-REPRO-LINE
              UNTIL WS-LST-EOF OR WS-REPRO-FOUND = 1.

           PERFORM XBB-CLOSE-LISTING.

       XG-999.
           EXIT.

      *----------------------------------------------------------------*
      * XGA-TAKE-ONE-REPRO-LINE
      *----------------------------------------------------------------*
       XGA-TAKE-ONE-REPRO-LINE SECTION.
       XGA-010.
           MOVE 0 TO WS-LC-POS.
           INSPECT WS-LC-LINE TALLYING WS-LC-POS
              FOR ALL 'IDC0005I'.
           IF WS-LC-POS > 0 THEN
              PERFORM XL-TAKE-VALUE
              IF WS-LC-FOUND = 1 THEN
                 MOVE WS-LC-NUM TO WS-REPRO-CNT
                 MOVE 1 TO WS-REPRO-FOUND
                 GO TO XGA-999
              END-IF
           END-IF.

           PERFORM XBA-READ-LISTING.

       XGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XH-WRITE-HISTORY-REC
      *
      * Appends cluster WS-CL-IX to RBKVSHX under the phase in
      * WS-HX-PHASE. RBKVSHX must be open for EXTEND.
      *----------------------------------------------------------------*
       XH-WRITE-HISTORY-REC SECTION.
       XH-010.
           IF WS-VSHX-FILE-STATUS NOT = '00' THEN
              GO TO XH-999
           END-IF.

           MOVE SPACES TO BAQHVSHX-RECORD.
           MOVE WS-HX-PHASE TO BAQHVSHX-PHASE.
           MOVE WS-RUN-DATE TO BAQHVSHX-DATE.
           MOVE WS-RUN-TIME TO BAQHVSHX-TIME.
           MOVE WS-CL-STORE (WS-CL-IX) TO BAQHVSHX-STORE.
           MOVE WS-CL-NAME (WS-CL-IX) TO BAQHVSHX-CLUSTER.
           MOVE WS-CL-REC-TOTAL (WS-CL-IX) TO BAQHVSHX-REC-TOTAL.
           MOVE WS-CL-SPLITS-CI (WS-CL-IX) TO BAQHVSHX-SPLITS-CI.
           MOVE WS-CL-SPLITS-CA (WS-CL-IX) TO BAQHVSHX-SPLITS-CA.
           MOVE WS-CL-EXTENTS (WS-CL-IX) TO BAQHVSHX-EXTENTS.
           MOVE WS-CL-FREESPC (WS-CL-IX) TO BAQHVSHX-FREESPC.
           MOVE WS-CL-PCT-CI (WS-CL-IX) TO BAQHVSHX-FSPC-PCT-CI.
           MOVE WS-CL-PCT-CA (WS-CL-IX) TO BAQHVSHX-FSPC-PCT-CA.
           MOVE WS-CL-HI-A-RBA (WS-CL-IX) TO BAQHVSHX-HI-A-RBA.
           MOVE WS-CL-HI-U-RBA (WS-CL-IX) TO BAQHVSHX-HI-U-RBA.
           MOVE WS-CL-SPACE-PRI (WS-CL-IX) TO BAQHVSHX-SPACE-PRI.
           MOVE WS-CL-SPACE-SEC (WS-CL-IX) TO BAQHVSHX-SPACE-SEC.
           WRITE BAQHVSHX-RECORD.

       XH-999.
           EXIT.

      *----------------------------------------------------------------*
      * XL-TAKE-VALUE
      *
      * Looks for WS-LC-KEY (WS-LC-KEY-LEN long) on the listing line.
      * When it is there WS-LC-FOUND is 1, WS-LC-TOKEN holds what
      * follows its run of dashes and spaces, and WS-LC-NUM that
      * token's value when it is all digits (zero otherwise).
      *----------------------------------------------------------------*
       XL-TAKE-VALUE SECTION.
       XL-010.
           MOVE 0 TO WS-LC-FOUND.
           MOVE SPACES TO WS-LC-TOKEN.
           MOVE 0 TO WS-LC-NUM.

           MOVE 0 TO WS-LC-POS.
           INSPECT WS-LC-LINE TALLYING WS-LC-POS
              FOR CHARACTERS BEFORE INITIAL
                 WS-LC-KEY (1:WS-LC-KEY-LEN).
           IF WS-LC-POS NOT < LENGTH OF WS-LC-LINE THEN
              GO TO XL-999
           END-IF.

           MOVE 1 TO WS-LC-FOUND.
           COMPUTE WS-LC-START = WS-LC-POS + WS-LC-KEY-LEN + 1.
           MOVE 0 TO WS-LC-SKIP-DONE.
           PERFORM XLA-SKIP-ONE-FILLER UNTIL WS-LC-SKIP-DONE = 1.
           IF WS-LC-START > LENGTH OF WS-LC-LINE THEN
              GO TO XL-999
           END-IF.

           UNSTRING WS-LC-LINE (WS-LC-START:)
              DELIMITED BY SPACE INTO WS-LC-TOKEN.

           PERFORM XN-TOKEN-TO-NUMBER.
           MOVE 1 TO WS-LC-FOUND.

       XL-999.
           EXIT.

      *----------------------------------------------------------------*
      * XLA-SKIP-ONE-FILLER
      *----------------------------------------------------------------*
       XLA-SKIP-ONE-FILLER SECTION.
       XLA-010.
           IF WS-LC-START > LENGTH OF WS-LC-LINE THEN
              MOVE 1 TO WS-LC-SKIP-DONE
              GO TO XLA-999
           END-IF.

           IF WS-LC-LINE (WS-LC-START:1) = '-' OR
              WS-LC-LINE (WS-LC-START:1) = SPACE THEN
              ADD 1 TO WS-LC-START
           ELSE
              MOVE 1 TO WS-LC-SKIP-DONE
           END-IF.

       XLA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XN-TOKEN-TO-NUMBER
      *
      * WS-LC-NUM from the leading token in WS-LC-TOKEN when it is
      * all digits, with WS-LC-FOUND 1; otherwise zero and 0.
      *----------------------------------------------------------------*
       XN-TOKEN-TO-NUMBER SECTION.
       XN-010.
           MOVE 0 TO WS-LC-NUM.
           MOVE 0 TO WS-LC-FOUND.

           MOVE 0 TO WS-LC-TOK-LEN.
           INSPECT WS-LC-TOKEN TALLYING WS-LC-TOK-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LC-TOK-LEN = 0 OR WS-LC-TOK-LEN > 15 THEN
              GO TO XN-999
           END-IF.

           IF WS-LC-TOKEN (1:WS-LC-TOK-LEN) IS NUMERIC THEN
              MOVE WS-LC-TOKEN (1:WS-LC-TOK-LEN) TO WS-LC-NUM
              MOVE 1 TO WS-LC-FOUND
           END-IF.

       XN-999.
           EXIT.

      *----------------------------------------------------------------*
      * XR-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       XR-WRITE-RPT-LINE SECTION.
       XR-010.
           WRITE RBKVSRP-RECORD FROM WS-RPT-LINE.

       XR-999.
           EXIT.
