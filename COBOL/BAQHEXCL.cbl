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
      * BAQHEXCL                                                      *
      *                                                               *
      * Failure-pattern clustering report over the exception queue    *
      * (BAQHEXCP records on RBKEXCP), for the morning meeting. Where *
      * BAQHEXCR says how old the backlog is, this says what it is:   *
      * entries are grouped into clusters sharing the catalog,        *
      * operation, HTTP status, comp and reason codes, field and the  *
      * API's message text, and the clusters are ranked on DD name    *
      * RBKEXRC by size and then by growth since the last run. Each   *
      * cluster shows its first and last occurrence, up to three      *
      * example titles and the likely cause from the maintained       *
      * cause-mapping table (DD name RBKCAUS, see BAQHCAUS), so a     *
      * cause is fixed once rather than its rows worked one by one.   *
      *                                                               *
      * Growth is measured against the cluster snapshot the previous  *
      * run wrote (DD name RBKEXCL, see BAQHEXCS); this run's         *
      * snapshot is written to RBKEXCN, the next generation. With no  *
      * prior snapshot every cluster is reported as NEW. Clusters the *
      * prior run had and this run does not are listed as cleared.    *
      *                                                               *
      * The SORT owns the main flow: the input procedure releases the *
      * entries, the output procedure breaks them into clusters and   *
      * merges the prior snapshot in step, and a second SORT over the *
      * new snapshot ranks them - no table limits the queue size.     *
      *                                                               *
      * PARM keywords, optional:                                      *
      *   STATUS=ALL  cluster every entry, not only PENDING ones      *
      *   TOP=nnn     rank and detail only the nnn largest clusters   *
      *               (default 50; the totals always cover all)       *
      *                                                               *
      * Return codes: 0 clean; 4 a cluster has no cause mapped, or    *
      * the prior snapshot could not be read; 8 the exception queue   *
      * could not be opened.                                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHEXCL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKEXCP-FILE ASSIGN TO RBKEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT RBKCAUS-FILE ASSIGN TO RBKCAUS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAUS-FILE-STATUS.

      * Prior run's cluster snapshot, and this run's.
           SELECT RBKEXCL-FILE ASSIGN TO RBKEXCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCL-FILE-STATUS.

           SELECT RBKEXCN-FILE ASSIGN TO RBKEXCN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCN-FILE-STATUS.

           SELECT RBKEXRC-FILE ASSIGN TO RBKEXRC
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT RANK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXCP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXCP.

       FD  RBKCAUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCAUS.

       FD  RBKEXCL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXCL-RECORD          PIC X(466).

       FD  RBKEXCN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXCS.

       FD  RBKEXRC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXRC-RECORD          PIC X(132).

      * One exception entry, cluster key first and then the time it
      * was raised, so each cluster arrives earliest entry first.
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-KEY.
              05 SORT-CATALOG      PIC X(8).
              05 SORT-OPERATION    PIC X(4).
              05 SORT-HTTP-STATUS  PIC 9(5).
              05 SORT-COMP-CODE    PIC 9(5).
              05 SORT-REASON-CODE  PIC 9(5).
              05 SORT-FIELD        PIC X(10).
              05 SORT-MSG-TEXT     PIC X(50).
           03 SORT-DATE            PIC X(8).
           03 SORT-TIME            PIC X(6).
           03 SORT-TITLE           PIC X(80).

      * One cluster of the new snapshot, for the ranking.
       SD  RANK-FILE.
       01  RANK-RECORD.
           03 RANK-KEY             PIC X(87).
           03 RANK-RUN-DATE        PIC X(8).
           03 RANK-COUNT           PIC 9(7).
           03 RANK-PRIOR-COUNT     PIC 9(7).
           03 RANK-GROWTH          PIC S9(7) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(351).

       WORKING-STORAGE SECTION.

       01 WS-EXCP-FILE-STATUS PIC X(2).
       01 WS-CAUS-FILE-STATUS PIC X(2).
       01 WS-EXCL-FILE-STATUS PIC X(2).
       01 WS-EXCN-FILE-STATUS PIC X(2).

       01 WS-EXCP-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXCP-EOF     VALUE 'Y'.
       01 WS-CAUS-EOF-SW      PIC X VALUE 'N'.
           88 WS-CAUS-EOF     VALUE 'Y'.
       01 WS-PRIOR-EOF-SW     PIC X VALUE 'N'.
           88 WS-PRIOR-EOF    VALUE 'Y'.
       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.
       01 WS-RANK-EOF-SW      PIC X VALUE 'N'.
           88 WS-RANK-EOF     VALUE 'Y'.

       01 WS-PRIOR-OPEN-SW    PIC X VALUE 'N'.
           88 WS-PRIOR-OPEN   VALUE 'Y'.
       01 WS-EXCN-OPEN-SW     PIC X VALUE 'N'.
           88 WS-EXCN-OPEN    VALUE 'Y'.

       01 WS-RUN-DATE         PIC X(8).
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-TOP-ARG          PIC X(3) VALUE SPACES.
       01 WS-STATUS-ARG       PIC X(8) VALUE SPACES.

      * Which entries are clustered, from PARM STATUS=.
       01 WS-SCOPE-SW         PIC X VALUE 'P'.
           88 WS-SCOPE-PENDING VALUE 'P'.
           88 WS-SCOPE-ALL    VALUE 'A'.

      * Clusters ranked and detailed, from PARM TOP=.
       01 WS-TOP-MAX          PIC 9(3) VALUE 50.

      * The prior snapshot record being merged against, and its key
      * (HIGH-VALUES once the snapshot is exhausted).
       01 WS-PRIOR-REC.
           03 WS-PRIOR-KEY         PIC X(87).
           03 WS-PRIOR-RUN-DATE    PIC X(8).
           03 WS-PRIOR-COUNT       PIC 9(7).
           03 FILLER               PIC X(364).
       01 WS-PRIOR-DATE       PIC X(8) VALUE SPACES.

      * The cause-mapping table, in file order. Entries beyond the
      * table are counted and ignored.
       01 WS-CAUS-TABLE.
           03 WS-CAUS-ENTRY OCCURS 200 TIMES.
              05 WS-CAUS-OPERATION   PIC X(4).
              05 WS-CAUS-HTTP-STATUS PIC X(5).
              05 WS-CAUS-COMP-CODE   PIC X(5).
              05 WS-CAUS-REASON-CODE PIC X(5).
              05 WS-CAUS-FIELD       PIC X(10).
              05 WS-CAUS-MSG-TEXT    PIC X(30).
              05 WS-CAUS-MSG-LEN     PIC 9(4) COMP.
              05 WS-CAUS-CAUSE       PIC X(60).
       01 WS-CAUS-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-CAUS-MAX         PIC 9(4) COMP VALUE 200.
       01 WS-CAUS-IDX         PIC 9(4) COMP VALUE 0.
       01 WS-CAUS-FOUND       PIC 9(4) COMP VALUE 0.
       01 WS-CAUS-OVER-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-CAUS-HITS        PIC 9(4) COMP VALUE 0.
       01 WS-CAUS-MATCH       PIC 9 VALUE 0.
      * A cluster's codes in the table's character form.
       01 WS-CL-HTTP-X        PIC 9(5).
       01 WS-CL-COMP-X        PIC 9(5).
       01 WS-CL-REASON-X      PIC 9(5).

      * The cluster being built over the sorted entries.
       01 WS-CURR-KEY         PIC X(87) VALUE LOW-VALUES.
       01 WS-CL-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-CL-EX-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-CL-EX-FOUND      PIC 9 VALUE 0.

      * Run counts.
       01 WS-READ-CNT         PIC 9(9) COMP VALUE 0.
       01 WS-SELECTED-CNT     PIC 9(9) COMP VALUE 0.
       01 WS-RETURNED-CNT     PIC 9(9) COMP VALUE 0.
       01 WS-CLUSTER-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-NEW-CLUSTER-CNT  PIC 9(7) COMP VALUE 0.
       01 WS-GROWN-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-CLEARED-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-UNMAPPED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-UNMAPPED-ENTRIES PIC 9(9) COMP VALUE 0.
       01 WS-RANK-NO          PIC 9(7) COMP VALUE 0.
       01 WS-RANKED-ENTRIES   PIC 9(9) COMP VALUE 0.

       01 WS-CNT-ED           PIC ZZZZZZ9.
       01 WS-BIG-ED           PIC ZZZZZZZZ9.
       01 WS-RANK-ED          PIC ZZ9.
       01 WS-GROWTH-ED        PIC +++++++9.
       01 WS-PCT              PIC 9(3)V9 VALUE 0.
       01 WS-PCT-ED           PIC ZZ9.9.

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

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'STATUS='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-STATUS-ARG
              IF WS-STATUS-ARG = 'ALL' THEN
                 MOVE 'A' TO WS-SCOPE-SW
              END-IF
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'TOP='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 5.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-TOP-ARG
              IF WS-TOP-ARG (1:1) IS NUMERIC THEN
                 COMPUTE WS-TOP-MAX = FUNCTION NUMVAL(WS-TOP-ARG)
              END-IF
              IF WS-TOP-MAX = 0 THEN
                 MOVE 50 TO WS-TOP-MAX
              END-IF
           END-IF.

           OPEN INPUT RBKEXCP-FILE.
           IF WS-EXCP-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHEXCL OPEN RBKEXCP failed, file status '
                 WS-EXCP-FILE-STATUS '; no report is produced.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE RBKEXCP-FILE.

           PERFORM BA-LOAD-CAUSE-TABLE.

           OPEN OUTPUT RBKEXRC-FILE.
           PERFORM CA-WRITE-REPORT-HEADER.

      * The prior snapshot is optional - the first run has none, and
      * then every cluster is new.
           OPEN INPUT RBKEXCL-FILE.
           IF WS-EXCL-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-PRIOR-OPEN-SW
           ELSE
              IF WS-EXCL-FILE-STATUS NOT = '35' THEN
                 DISPLAY 'BAQHEXCL OPEN RBKEXCL failed, file status '
                    WS-EXCL-FILE-STATUS '; growth is not measured.'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM DC-READ-PRIOR.

           OPEN OUTPUT RBKEXCN-FILE.
           IF WS-EXCN-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHEXCL OPEN RBKEXCN failed, file status '
                 WS-EXCN-FILE-STATUS '; no report is produced.'
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.
           MOVE 'Y' TO WS-EXCN-OPEN-SW.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-KEY
              ON ASCENDING KEY SORT-DATE
              ON ASCENDING KEY SORT-TIME
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS DA-RELEASE-ENTRIES
              OUTPUT PROCEDURE IS EA-BUILD-CLUSTERS.

           IF WS-PRIOR-OPEN THEN
              CLOSE RBKEXCL-FILE
           END-IF.
           CLOSE RBKEXCN-FILE.
           MOVE 'N' TO WS-EXCN-OPEN-SW.

      * Every entry released must have come back in a cluster.
           IF WS-RETURNED-CNT NOT = WS-SELECTED-CNT THEN
              DISPLAY 'BAQHEXCL SORT released ' WS-SELECTED-CNT
                 ' entries but returned ' WS-RETURNED-CNT
              MOVE 8 TO RETURN-CODE
           END-IF.

           SORT RANK-FILE
              ON DESCENDING KEY RANK-COUNT
              ON DESCENDING KEY RANK-GROWTH
              ON ASCENDING KEY RANK-KEY
              USING RBKEXCN-FILE
              OUTPUT PROCEDURE IS FA-WRITE-RANKED-CLUSTERS.

           PERFORM HA-WRITE-REPORT-TRAILER.

           IF WS-UNMAPPED-CNT > 0 AND RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           IF WS-EXCN-OPEN THEN
              CLOSE RBKEXCN-FILE
           END-IF.
           CLOSE RBKEXRC-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-CAUSE-TABLE
      *
      * Loads the cause-mapping table. A missing table leaves every
      * cluster's cause blank, which the report shows as NOT MAPPED.
      *----------------------------------------------------------------*
       BA-LOAD-CAUSE-TABLE SECTION.
       BA-010.
           OPEN INPUT RBKCAUS-FILE.
           IF WS-CAUS-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHEXCL OPEN RBKCAUS failed, file status '
                 WS-CAUS-FILE-STATUS '; no causes are mapped.'
              GO TO BA-999
           END-IF.

           READ RBKCAUS-FILE
               AT END
                  MOVE 'Y' TO WS-CAUS-EOF-SW
           END-READ.
           PERFORM BAA-LOAD-ONE-CAUSE UNTIL WS-CAUS-EOF.

           CLOSE RBKCAUS-FILE.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-LOAD-ONE-CAUSE
      *----------------------------------------------------------------*
       BAA-LOAD-ONE-CAUSE SECTION.
       BAA-010.
           IF BAQHCAUS-RECORD (1:1) = '*' OR
              BAQHCAUS-CAUSE = SPACES THEN
              GO TO BAA-020
           END-IF.

           IF WS-CAUS-COUNT NOT < WS-CAUS-MAX THEN
              ADD 1 TO WS-CAUS-OVER-CNT
              GO TO BAA-020
           END-IF.

           ADD 1 TO WS-CAUS-COUNT.
           MOVE BAQHCAUS-OPERATION   TO WS-CAUS-OPERATION
                                           (WS-CAUS-COUNT).
           MOVE BAQHCAUS-HTTP-STATUS TO WS-CAUS-HTTP-STATUS
                                           (WS-CAUS-COUNT).
           MOVE BAQHCAUS-COMP-CODE   TO WS-CAUS-COMP-CODE
                                           (WS-CAUS-COUNT).
           MOVE BAQHCAUS-REASON-CODE TO WS-CAUS-REASON-CODE
                                           (WS-CAUS-COUNT).
           MOVE BAQHCAUS-FIELD       TO WS-CAUS-FIELD (WS-CAUS-COUNT).
           MOVE BAQHCAUS-MSG-TEXT    TO WS-CAUS-MSG-TEXT
                                           (WS-CAUS-COUNT).
           MOVE BAQHCAUS-CAUSE       TO WS-CAUS-CAUSE (WS-CAUS-COUNT).

      * The significant length of the message fragment, 0 when the
      * entry does not look at the message.
           MOVE 0 TO WS-CAUS-MSG-LEN (WS-CAUS-COUNT).
           IF BAQHCAUS-MSG-TEXT NOT = SPACES THEN
              COMPUTE WS-CAUS-MSG-LEN (WS-CAUS-COUNT) =
                 FUNCTION LENGTH(FUNCTION TRIM(BAQHCAUS-MSG-TEXT
                 TRAILING))
           END-IF.

       BAA-020.
           READ RBKCAUS-FILE
               AT END
                  MOVE 'Y' TO WS-CAUS-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*
       CA-WRITE-REPORT-HEADER SECTION.
       CA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXCEPTION-QUEUE FAILURE-PATTERN CLUSTERS - RUN '
              WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-SCOPE-ALL THEN
              MOVE '(ALL ENTRIES)' TO WS-RPT-LINE (60:13)
           ELSE
              MOVE '(PENDING ENTRIES)' TO WS-RPT-LINE (60:17)
           END-IF.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-CAUS-COUNT TO WS-CNT-ED.
           STRING 'CAUSE-MAPPING TABLE ENTRIES: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-CAUS-OVER-CNT > 0 THEN
              MOVE WS-CAUS-OVER-CNT TO WS-CNT-ED
              STRING '  (' WS-CNT-ED ' BEYOND THE TABLE IGNORED)'
                 DELIMITED BY SIZE INTO WS-RPT-LINE (40:50)
           END-IF.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-RELEASE-ENTRIES
      *
      * SORT input procedure - releases each exception entry in scope
      * under its cluster key. A blank catalog is a REDBOOK one.
      *----------------------------------------------------------------*
       DA-RELEASE-ENTRIES SECTION.
       DA-010.
           OPEN INPUT RBKEXCP-FILE.

           READ RBKEXCP-FILE
               AT END
                  MOVE 'Y' TO WS-EXCP-EOF-SW
           END-READ.

           PERFORM DAA-RELEASE-ONE-ENTRY UNTIL WS-EXCP-EOF.

           CLOSE RBKEXCP-FILE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-RELEASE-ONE-ENTRY
      *----------------------------------------------------------------*
       DAA-RELEASE-ONE-ENTRY SECTION.
       DAA-010.
           ADD 1 TO WS-READ-CNT.

           IF WS-SCOPE-PENDING AND BAQHEXCP-STATUS NOT = 'PENDING'
           THEN
              GO TO DAA-020
           END-IF.

           MOVE SPACES TO SORT-RECORD.
           MOVE BAQHEXCP-CATALOG     TO SORT-CATALOG.
           IF SORT-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO SORT-CATALOG
           END-IF.
           MOVE BAQHEXCP-OPERATION   TO SORT-OPERATION.
           MOVE BAQHEXCP-HTTP-STATUS TO SORT-HTTP-STATUS.
           MOVE BAQHEXCP-COMP-CODE   TO SORT-COMP-CODE.
           MOVE BAQHEXCP-REASON-CODE TO SORT-REASON-CODE.
           MOVE BAQHEXCP-FIELD       TO SORT-FIELD.
           MOVE BAQHEXCP-MESSAGE     TO SORT-MSG-TEXT.
           MOVE BAQHEXCP-DATE        TO SORT-DATE.
           MOVE BAQHEXCP-TIME        TO SORT-TIME.
           MOVE BAQHEXCP-TITLE       TO SORT-TITLE.

           RELEASE SORT-RECORD.
           ADD 1 TO WS-SELECTED-CNT.

       DAA-020.
           READ RBKEXCP-FILE
               AT END
                  MOVE 'Y' TO WS-EXCP-EOF-SW
           END-READ.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DC-READ-PRIOR
      *
      * Reads the next prior-snapshot cluster into WS-PRIOR-REC. A
      * zero-count record is one the prior run already reported as
      * cleared and is passed over.
      *----------------------------------------------------------------*
       DC-READ-PRIOR SECTION.
       DC-010.
           IF NOT WS-PRIOR-OPEN OR WS-PRIOR-EOF THEN
              MOVE HIGH-VALUES TO WS-PRIOR-KEY
              GO TO DC-999
           END-IF.

           READ RBKEXCL-FILE INTO WS-PRIOR-REC
               AT END
                  MOVE 'Y' TO WS-PRIOR-EOF-SW
                  MOVE HIGH-VALUES TO WS-PRIOR-KEY
                  GO TO DC-999
           END-READ.

           IF WS-PRIOR-DATE = SPACES THEN
              MOVE WS-PRIOR-RUN-DATE TO WS-PRIOR-DATE
           END-IF.

           IF WS-PRIOR-COUNT = 0 THEN
              GO TO DC-010
           END-IF.

       DC-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-BUILD-CLUSTERS
      *
      * SORT output procedure - breaks the sorted entries into
      * clusters and writes each to the new snapshot, merging the
      * prior snapshot in step: a prior cluster ahead of the current
      * one has cleared and is carried once with a zero count.
      *----------------------------------------------------------------*
       EA-BUILD-CLUSTERS SECTION.
       EA-010.
           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM EAA-BUILD-ONE-CLUSTER UNTIL WS-SORT-EOF.

      * Whatever is left of the prior snapshot has cleared too.
           PERFORM EAC-CARRY-CLEARED-CLUSTER
              UNTIL WS-PRIOR-KEY = HIGH-VALUES.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-BUILD-ONE-CLUSTER
      *----------------------------------------------------------------*
       EAA-BUILD-ONE-CLUSTER SECTION.
       EAA-010.
           MOVE SORT-KEY TO WS-CURR-KEY.

           PERFORM EAC-CARRY-CLEARED-CLUSTER
              UNTIL WS-PRIOR-KEY NOT < WS-CURR-KEY.

           MOVE SPACES TO BAQHEXCS-RECORD.
           MOVE SORT-KEY TO BAQHEXCS-KEY.
           MOVE WS-RUN-DATE TO BAQHEXCS-RUN-DATE.
           MOVE 0 TO BAQHEXCS-COUNT.
           MOVE SORT-DATE TO BAQHEXCS-FIRST-DATE.
           MOVE SORT-TIME TO BAQHEXCS-FIRST-TIME.
           MOVE 0 TO WS-CL-EX-COUNT.

           PERFORM EAB-ADD-ONE-ENTRY
              UNTIL WS-SORT-EOF OR SORT-KEY NOT = WS-CURR-KEY.

           IF WS-PRIOR-KEY = WS-CURR-KEY THEN
              MOVE 'Y' TO BAQHEXCS-PRIOR-SW
              MOVE WS-PRIOR-COUNT TO BAQHEXCS-PRIOR-COUNT
              PERFORM DC-READ-PRIOR
           ELSE
              MOVE 'N' TO BAQHEXCS-PRIOR-SW
              MOVE 0 TO BAQHEXCS-PRIOR-COUNT
              ADD 1 TO WS-NEW-CLUSTER-CNT
           END-IF.
           COMPUTE BAQHEXCS-GROWTH =
              BAQHEXCS-COUNT - BAQHEXCS-PRIOR-COUNT.
           IF BAQHEXCS-GROWTH > 0 THEN
              ADD 1 TO WS-GROWN-CNT
           END-IF.

           PERFORM EAD-FIND-CAUSE.
           IF BAQHEXCS-CAUSE = SPACES THEN
              ADD 1 TO WS-UNMAPPED-CNT
              ADD BAQHEXCS-COUNT TO WS-UNMAPPED-ENTRIES
           END-IF.

           WRITE BAQHEXCS-RECORD.
           ADD 1 TO WS-CLUSTER-CNT.

       EAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAB-ADD-ONE-ENTRY
      *
      * Counts the returned entry into the cluster, keeps its time as
      * the last occurrence and its title as an example when it is a
      * title the cluster has not shown yet.
      *----------------------------------------------------------------*
       EAB-ADD-ONE-ENTRY SECTION.
       EAB-010.
           ADD 1 TO BAQHEXCS-COUNT.
           ADD 1 TO WS-RETURNED-CNT.
           MOVE SORT-DATE TO BAQHEXCS-LAST-DATE.
           MOVE SORT-TIME TO BAQHEXCS-LAST-TIME.

           IF WS-CL-EX-COUNT < 3 AND SORT-TITLE NOT = SPACES THEN
              MOVE 0 TO WS-CL-EX-FOUND
              PERFORM EABA-MATCH-ONE-EXAMPLE
                 VARYING WS-CL-IDX FROM 1 BY 1
                 UNTIL WS-CL-IDX > WS-CL-EX-COUNT
                    OR WS-CL-EX-FOUND = 1
              IF WS-CL-EX-FOUND = 0 THEN
                 ADD 1 TO WS-CL-EX-COUNT
                 MOVE SORT-TITLE
                    TO BAQHEXCS-EXAMPLE-TITLE (WS-CL-EX-COUNT)
              END-IF
           END-IF.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       EAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EABA-MATCH-ONE-EXAMPLE
      *----------------------------------------------------------------*
       EABA-MATCH-ONE-EXAMPLE SECTION.
       EABA-010.
           IF BAQHEXCS-EXAMPLE-TITLE (WS-CL-IDX) = SORT-TITLE THEN
              MOVE 1 TO WS-CL-EX-FOUND
           END-IF.

       EABA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAC-CARRY-CLEARED-CLUSTER
      *
      * Carries the prior cluster in WS-PRIOR-REC into the new
      * snapshot with a zero count - it had entries last run and has
      * none now - and moves on to the next prior cluster.
      *----------------------------------------------------------------*
       EAC-CARRY-CLEARED-CLUSTER SECTION.
       EAC-010.
           MOVE WS-PRIOR-REC TO BAQHEXCS-RECORD.
           MOVE WS-RUN-DATE TO BAQHEXCS-RUN-DATE.
           MOVE WS-PRIOR-COUNT TO BAQHEXCS-PRIOR-COUNT.
           MOVE 0 TO BAQHEXCS-COUNT.
           MOVE 'Y' TO BAQHEXCS-PRIOR-SW.
           COMPUTE BAQHEXCS-GROWTH = 0 - WS-PRIOR-COUNT.
           WRITE BAQHEXCS-RECORD.
           ADD 1 TO WS-CLEARED-CNT.

           PERFORM DC-READ-PRIOR.

       EAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAD-FIND-CAUSE
      *
      * Labels the cluster in BAQHEXCS-RECORD with the first
      * cause-mapping entry whose every given field matches it.
      *----------------------------------------------------------------*
       EAD-FIND-CAUSE SECTION.
       EAD-010.
           MOVE BAQHEXCS-HTTP-STATUS TO WS-CL-HTTP-X.
           MOVE BAQHEXCS-COMP-CODE   TO WS-CL-COMP-X.
           MOVE BAQHEXCS-REASON-CODE TO WS-CL-REASON-X.

           MOVE 0 TO WS-CAUS-FOUND.
           PERFORM EADA-TRY-ONE-CAUSE
              VARYING WS-CAUS-IDX FROM 1 BY 1
              UNTIL WS-CAUS-IDX > WS-CAUS-COUNT
                 OR WS-CAUS-FOUND > 0.

           IF WS-CAUS-FOUND > 0 THEN
              MOVE WS-CAUS-CAUSE (WS-CAUS-FOUND) TO BAQHEXCS-CAUSE
           END-IF.

       EAD-999.
           EXIT.

      *----------------------------------------------------------------*
      * EADA-TRY-ONE-CAUSE
      *----------------------------------------------------------------*
       EADA-TRY-ONE-CAUSE SECTION.
       EADA-010.
           IF WS-CAUS-OPERATION (WS-CAUS-IDX) NOT = SPACES AND
              WS-CAUS-OPERATION (WS-CAUS-IDX) NOT = BAQHEXCS-OPERATION
           THEN
              GO TO EADA-999
           END-IF.

           IF WS-CAUS-HTTP-STATUS (WS-CAUS-IDX) NOT = SPACES AND
              WS-CAUS-HTTP-STATUS (WS-CAUS-IDX) NOT = WS-CL-HTTP-X
           THEN
              GO TO EADA-999
           END-IF.

           IF WS-CAUS-COMP-CODE (WS-CAUS-IDX) NOT = SPACES AND
              WS-CAUS-COMP-CODE (WS-CAUS-IDX) NOT = WS-CL-COMP-X
           THEN
              GO TO EADA-999
           END-IF.

           IF WS-CAUS-REASON-CODE (WS-CAUS-IDX) NOT = SPACES AND
              WS-CAUS-REASON-CODE (WS-CAUS-IDX) NOT = WS-CL-REASON-X
           THEN
              GO TO EADA-999
           END-IF.

           IF WS-CAUS-FIELD (WS-CAUS-IDX) NOT = SPACES AND
              WS-CAUS-FIELD (WS-CAUS-IDX) NOT = BAQHEXCS-FIELD
           THEN
              GO TO EADA-999
           END-IF.

           IF WS-CAUS-MSG-LEN (WS-CAUS-IDX) > 0 THEN
              MOVE 0 TO WS-CAUS-HITS
              INSPECT BAQHEXCS-MESSAGE TALLYING WS-CAUS-HITS
                 FOR ALL WS-CAUS-MSG-TEXT (WS-CAUS-IDX)
                    (1:WS-CAUS-MSG-LEN (WS-CAUS-IDX))
              IF WS-CAUS-HITS = 0 THEN
                 GO TO EADA-999
              END-IF
           END-IF.

           MOVE WS-CAUS-IDX TO WS-CAUS-FOUND.

       EADA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-WRITE-RANKED-CLUSTERS
      *
      * SORT output procedure over the new snapshot, largest cluster
      * first and, among equals, the fastest growing. The top TOP=
      * clusters are detailed; the cleared (zero-count) clusters
      * come out last and are listed in their own section.
      *----------------------------------------------------------------*
       FA-WRITE-RANKED-CLUSTERS SECTION.
       FA-010.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-TOP-MAX TO WS-RANK-ED.
           STRING 'CLUSTERS BY SIZE, THEN GROWTH SINCE THE LAST RUN ('
              'TOP ' WS-RANK-ED ')'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-PRIOR-DATE = SPACES THEN
              MOVE 'NO PRIOR SNAPSHOT - EVERY CLUSTER IS NEW'
                 TO WS-RPT-LINE
           ELSE
              STRING 'GROWTH MEASURED AGAINST THE RUN OF '
                 WS-PRIOR-DATE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           RETURN RANK-FILE INTO BAQHEXCS-RECORD
               AT END
                  MOVE 'Y' TO WS-RANK-EOF-SW
           END-RETURN.

           PERFORM FAA-WRITE-ONE-CLUSTER
              UNTIL WS-RANK-EOF OR BAQHEXCS-COUNT = 0.

           IF WS-RANK-EOF THEN
              GO TO FA-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.
           MOVE 'CLUSTERS CLEARED SINCE THE LAST RUN:' TO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           PERFORM FAC-WRITE-ONE-CLEARED UNTIL WS-RANK-EOF.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-WRITE-ONE-CLUSTER
      *----------------------------------------------------------------*
       FAA-WRITE-ONE-CLUSTER SECTION.
       FAA-010.
           ADD 1 TO WS-RANK-NO.
           IF WS-RANK-NO > WS-TOP-MAX THEN
              GO TO FAA-020
           END-IF.
           ADD BAQHEXCS-COUNT TO WS-RANKED-ENTRIES.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE WS-RANK-NO TO WS-RANK-ED.
           MOVE BAQHEXCS-COUNT TO WS-CNT-ED.
           MOVE BAQHEXCS-GROWTH TO WS-GROWTH-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '#' WS-RANK-ED ' ' BAQHEXCS-CATALOG ' '
              BAQHEXCS-OPERATION ' HTTP ' BAQHEXCS-HTTP-STATUS
              ' CC ' BAQHEXCS-COMP-CODE ' RC ' BAQHEXCS-REASON-CODE
              ' FIELD ' BAQHEXCS-FIELD
              ' ENTRIES ' WS-CNT-ED ' GROWTH ' WS-GROWTH-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF BAQHEXCS-NEW-CLUSTER THEN
              MOVE '(NEW)' TO WS-RPT-LINE (105:5)
           END-IF.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF BAQHEXCS-MESSAGE = SPACES THEN
              MOVE '     MESSAGE: (NONE FROM THE API)' TO WS-RPT-LINE
           ELSE
              STRING '     MESSAGE: ' BAQHEXCS-MESSAGE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF BAQHEXCS-CAUSE = SPACES THEN
              MOVE '     LIKELY CAUSE: NOT MAPPED' TO WS-RPT-LINE
           ELSE
              STRING '     LIKELY CAUSE: ' BAQHEXCS-CAUSE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '     FIRST ' BAQHEXCS-FIRST-DATE ' '
              BAQHEXCS-FIRST-TIME '  LAST ' BAQHEXCS-LAST-DATE ' '
              BAQHEXCS-LAST-TIME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           PERFORM FAB-WRITE-ONE-EXAMPLE
              VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > 3.

       FAA-020.
           RETURN RANK-FILE INTO BAQHEXCS-RECORD
               AT END
                  MOVE 'Y' TO WS-RANK-EOF-SW
           END-RETURN.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAB-WRITE-ONE-EXAMPLE
      *----------------------------------------------------------------*
       FAB-WRITE-ONE-EXAMPLE SECTION.
       FAB-010.
           IF BAQHEXCS-EXAMPLE-TITLE (WS-CL-IDX) NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '     E.G. ' BAQHEXCS-EXAMPLE-TITLE (WS-CL-IDX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKEXRC-RECORD FROM WS-RPT-LINE
           END-IF.

       FAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAC-WRITE-ONE-CLEARED
      *----------------------------------------------------------------*
       FAC-WRITE-ONE-CLEARED SECTION.
       FAC-010.
           MOVE BAQHEXCS-PRIOR-COUNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ' BAQHEXCS-CATALOG ' ' BAQHEXCS-OPERATION
              ' HTTP ' BAQHEXCS-HTTP-STATUS
              ' CC ' BAQHEXCS-COMP-CODE ' RC ' BAQHEXCS-REASON-CODE
              ' FIELD ' BAQHEXCS-FIELD
              ' WAS ' WS-CNT-ED ' ' BAQHEXCS-MESSAGE (1:40)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           RETURN RANK-FILE INTO BAQHEXCS-RECORD
               AT END
                  MOVE 'Y' TO WS-RANK-EOF-SW
           END-RETURN.

       FAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-REPORT-TRAILER
      *----------------------------------------------------------------*
       HA-WRITE-REPORT-TRAILER SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.
           MOVE 'TOTALS:' TO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-BIG-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  EXCEPTION ENTRIES READ:      ' WS-BIG-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE WS-SELECTED-CNT TO WS-BIG-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ENTRIES CLUSTERED:           ' WS-BIG-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE WS-CLUSTER-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  CLUSTERS:                      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE WS-NEW-CLUSTER-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    NEW SINCE THE LAST RUN:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE WS-GROWN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    GROWN SINCE THE LAST RUN:    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE WS-UNMAPPED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    WITH NO CAUSE MAPPED:        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

           MOVE WS-CLEARED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  CLUSTERS CLEARED:              ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

      * How much of the queue the detailed clusters account for.
           MOVE 0 TO WS-PCT.
           IF WS-SELECTED-CNT > 0 THEN
              COMPUTE WS-PCT ROUNDED =
                 WS-RANKED-ENTRIES * 100 / WS-SELECTED-CNT
           END-IF.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ENTRIES IN THE CLUSTERS SHOWN: ' WS-PCT-ED '%'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEXRC-RECORD FROM WS-RPT-LINE.

       HA-999.
           EXIT.
