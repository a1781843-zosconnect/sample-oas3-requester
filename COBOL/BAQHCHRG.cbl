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
      * BAQHCHRG                                                      *
      *                                                               *
      * Monthly API chargeback. BAQHUSAG shows who calls the API;     *
      * this run bills them for it. It takes:                         *
      *   RBKRATE - the maintained rate table (BAQHRATE): the price   *
      *             per call by operation and channel, the            *
      *             subscribers and their flat monthly fees, the      *
      *             program and transaction to cost centre            *
      *             mappings, and the ledger accounts,                *
      *   RBKAUDT - the audit trail; the month's BAQEXEC calls (the   *
      *             SUCCESS and FAILURE records - a failed call was   *
      *             still served) are the usage, on the channel       *
      *             BAQHUSAG gives them,                              *
      * and writes:                                                   *
      *   RBKCHGS - one statement per cost centre - its calls priced  *
      *             by operation and channel, its subscription fee    *
      *             and the total due - and a summary across them,    *
      *   RBKGLJF - the general-ledger journal feed (BAQHGLJF): a     *
      *             debit per cost centre charged, one credit of the  *
      *             total to the recovery account, header and control *
      *             trailer,                                          *
      *   RBKCHGX - the usage that could not be billed: calls by a    *
      *             program/transaction no mapping covers, and mapped *
      *             calls with no price for their operation and       *
      *             channel.                                          *
      *                                                               *
      * A rate table with a fault in it produces no statements and    *
      * no feed (return code 8), every fault listed on RBKCHGS; so    *
      * does a month whose usage overflows the tables. Unbilled       *
      * usage leaves the statements and feed complete for what        *
      * could be billed, and ends the run with return code 4.         *
      *                                                               *
      * PARM keyword, optional:                                       *
      *   MONTH=YYYYMM   the month to charge (default current)        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCHRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKRATE-FILE ASSIGN TO RBKRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT RBKAUDT-FILE ASSIGN TO RBKAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-FILE-STATUS.

           SELECT RBKCHGS-FILE ASSIGN TO RBKCHGS
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKGLJF-FILE ASSIGN TO RBKGLJF
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKCHGX-FILE ASSIGN TO RBKCHGX
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKRATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHRATE.

       FD  RBKAUDT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAUDT.

       FD  RBKCHGS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCHGS-RECORD          PIC X(132).

       FD  RBKGLJF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHGLJF.

       FD  RBKCHGX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCHGX-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-RATE-FILE-STATUS PIC X(2).
       01 WS-AUDT-FILE-STATUS PIC X(2).

       01 WS-RATE-EOF-SW      PIC X VALUE 'N'.
           88 WS-RATE-EOF     VALUE 'Y'.
       01 WS-AUDT-EOF-SW      PIC X VALUE 'N'.
           88 WS-AUDT-EOF     VALUE 'Y'.

       01 WS-SEL-MONTH        PIC X(6) VALUE SPACES.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-RUN-TIME         PIC X(6).

      * The rate table as loaded: prices, mappings and the ledger.
       01 WS-RT-TABLE.
           03 WS-RT-ENTRY OCCURS 200 TIMES.
              05 WS-RT-OPERATION   PIC X(13).
              05 WS-RT-CHANNEL     PIC X(6).
              05 WS-RT-PRICE       PIC 9(3)V9(5).
       01 WS-RT-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-RT-MAX           PIC 9(4) COMP VALUE 200.
       01 WS-MP-TABLE.
           03 WS-MP-ENTRY OCCURS 300 TIMES.
              05 WS-MP-PROGRAM     PIC X(8).
              05 WS-MP-TXID        PIC X(8).
              05 WS-MP-CC-IX       PIC 9(4) COMP.
       01 WS-MP-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-MP-MAX           PIC 9(4) COMP VALUE 300.
       01 WS-LEDGER-SEEN      PIC 9 VALUE 0.
       01 WS-EXPENSE-ACCT     PIC X(12) VALUE SPACES.
       01 WS-RECOVERY-ACCT    PIC X(12) VALUE SPACES.
       01 WS-RECOVERY-CC      PIC X(8) VALUE SPACES.

      * The cost centres - every subscriber, and every cost centre a
      * mapping names - with what the month charges each.
       01 WS-CC-TABLE.
           03 WS-CC-ENTRY OCCURS 100 TIMES.
              05 WS-CC-ID          PIC X(8).
              05 WS-CC-NAME        PIC X(30).
              05 WS-CC-SUBSCRIBER  PIC 9.
              05 WS-CC-FEE         PIC 9(7)V9(2).
              05 WS-CC-CALLS       PIC 9(9) COMP.
              05 WS-CC-USAGE-AMT   PIC 9(11)V9(2) COMP-3.
              05 WS-CC-DUE         PIC 9(11)V9(2) COMP-3.
       01 WS-CC-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-CC-MAX           PIC 9(4) COMP VALUE 100.
       01 WS-CC-IX            PIC 9(4) COMP VALUE 0.

      * The month's calls by cost centre, operation and channel,
      * with the price row that applies (zero for none).
       01 WS-US-TABLE.
           03 WS-US-ENTRY OCCURS 500 TIMES.
              05 WS-US-CC-IX       PIC 9(4) COMP.
              05 WS-US-OPERATION   PIC X(13).
              05 WS-US-CHANNEL     PIC X(6).
              05 WS-US-RT-IX       PIC 9(4) COMP.
              05 WS-US-CALLS       PIC 9(9) COMP.
              05 WS-US-AMT         PIC 9(11)V9(2) COMP-3.
       01 WS-US-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-US-MAX           PIC 9(4) COMP VALUE 500.

      * The month's calls no mapping covers.
       01 WS-UN-TABLE.
           03 WS-UN-ENTRY OCCURS 100 TIMES.
              05 WS-UN-PROGRAM     PIC X(8).
              05 WS-UN-TXID        PIC X(8).
              05 WS-UN-OPERATION   PIC X(13).
              05 WS-UN-CHANNEL     PIC X(6).
              05 WS-UN-CALLS       PIC 9(9) COMP.
       01 WS-UN-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-UN-MAX           PIC 9(4) COMP VALUE 100.

      * The call being charged.
       01 WS-CALL-CHANNEL     PIC X(6) VALUE SPACES.
       01 WS-CALL-CC-IX       PIC 9(4) COMP VALUE 0.
       01 WS-CALL-RT-IX       PIC 9(4) COMP VALUE 0.
       01 WS-BEST-SCORE       PIC 9 VALUE 0.
       01 WS-SCORE            PIC 9 VALUE 0.
       01 WS-TBL-IX           PIC 9(4) COMP VALUE 0.
       01 WS-TBL-HIT          PIC 9(4) COMP VALUE 0.

      * Rate table faults and table overflows.
       01 WS-ROW-NO           PIC 9(5) COMP VALUE 0.
       01 WS-ROW-ED           PIC ZZZZ9.
       01 WS-FAULT-CNT        PIC 9(5) COMP VALUE 0.
       01 WS-FAULT-TEXT       PIC X(60) VALUE SPACES.
       01 WS-OVERFLOW-CALLS   PIC 9(9) COMP VALUE 0.

      * The month's totals.
       01 WS-TOT-CALLS        PIC 9(9) COMP VALUE 0.
       01 WS-MAPPED-CALLS     PIC 9(9) COMP VALUE 0.
       01 WS-UNMAPPED-CALLS   PIC 9(9) COMP VALUE 0.
       01 WS-UNPRICED-CALLS   PIC 9(9) COMP VALUE 0.
       01 WS-GRAND-USAGE      PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-GRAND-FEES       PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-GRAND-DUE        PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-GL-LINES         PIC 9(7) COMP VALUE 0.
       01 WS-GL-DEBITS        PIC 9(13)V9(2) COMP-3 VALUE 0.
       01 WS-GL-CREDITS       PIC 9(13)V9(2) COMP-3 VALUE 0.

       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       01 WS-AMT-ED           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRICE-ED         PIC ZZ9.99999.

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
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           MOVE WS-RUN-DATE (1:6) TO WS-SEL-MONTH.

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'MONTH='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 7.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-MONTH
           END-IF.

           OPEN OUTPUT RBKCHGS-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'API CHARGEBACK STATEMENTS FOR ' WS-SEL-MONTH
              '  (RUN ' WS-RUN-DATE ')'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

      * The rate table first; a fault in it stops the run before
      * anything is charged.
           PERFORM BA-LOAD-RATE-TABLE.

           IF WS-FAULT-CNT > 0 THEN
              MOVE WS-FAULT-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKRATE HAS ' WS-CNT-ED ' FAULT(S) - NO '
                 'STATEMENTS AND NO JOURNAL FEED THIS RUN.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCHGS-RECORD FROM WS-RPT-LINE
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           PERFORM CA-TALLY-THE-TRAIL.

           IF WS-FAULT-CNT > 0 THEN
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           IF WS-OVERFLOW-CALLS > 0 THEN
              MOVE WS-OVERFLOW-CALLS TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-CNT-ED ' CALLS DID NOT FIT THE USAGE TABLES'
                 ' - NO STATEMENTS AND NO JOURNAL FEED THIS RUN.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCHGS-RECORD FROM WS-RPT-LINE
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           PERFORM DA-PRICE-THE-USAGE.
           PERFORM EA-WRITE-STATEMENTS.
           PERFORM FA-WRITE-JOURNAL-FEED.
           PERFORM GA-WRITE-UNBILLED.

           IF WS-UNMAPPED-CALLS > 0 OR WS-UNPRICED-CALLS > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           CLOSE RBKCHGS-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-RATE-TABLE
      *----------------------------------------------------------------*
       BA-LOAD-RATE-TABLE SECTION.
       BA-010.
           MOVE 0 TO WS-ROW-NO.

           OPEN INPUT RBKRATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00' THEN
              MOVE 'RBKRATE NOT AVAILABLE TO THIS RUN.'
                 TO WS-RPT-LINE
              WRITE RBKCHGS-RECORD FROM WS-RPT-LINE
              ADD 1 TO WS-FAULT-CNT
              GO TO BA-999
           END-IF.

           READ RBKRATE-FILE
               AT END
                  MOVE 'Y' TO WS-RATE-EOF-SW
           END-READ.

           PERFORM BB-LOAD-ONE-ROW UNTIL WS-RATE-EOF.

           CLOSE RBKRATE-FILE.

           IF WS-LEDGER-SEEN = 0 THEN
              MOVE 0 TO WS-ROW-NO
              MOVE SPACES TO BAQHRATE-RECORD
              MOVE 'NO LEDGER (G) ROW - THE FEED HAS NO ACCOUNTS'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-LOAD-ONE-ROW
      *----------------------------------------------------------------*
       BB-LOAD-ONE-ROW SECTION.
       BB-010.
           ADD 1 TO WS-ROW-NO.

           EVALUATE BAQHRATE-TYPE
              WHEN '*'
              WHEN SPACE
                 CONTINUE
              WHEN 'R'
                 PERFORM BBA-LOAD-PRICE-ROW
              WHEN 'F'
                 PERFORM BBB-LOAD-FEE-ROW
              WHEN 'M'
                 PERFORM BBC-LOAD-MAP-ROW
              WHEN 'G'
                 PERFORM BBD-LOAD-LEDGER-ROW
              WHEN OTHER
                 MOVE 'UNKNOWN ROW TYPE' TO WS-FAULT-TEXT
                 PERFORM BZ-WRITE-FAULT
           END-EVALUATE.

       BB-020.
           READ RBKRATE-FILE
               AT END
                  MOVE 'Y' TO WS-RATE-EOF-SW
           END-READ.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-LOAD-PRICE-ROW
      *----------------------------------------------------------------*
       BBA-LOAD-PRICE-ROW SECTION.
       BBA-010.
           IF BAQHRATE-OPERATION = SPACES THEN
              MOVE 'PRICE ROW WITH NO OPERATION' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBA-999
           END-IF.

           IF BAQHRATE-CHANNEL NOT = 'BATCH' AND
              BAQHRATE-CHANNEL NOT = 'ONLINE' AND
              BAQHRATE-CHANNEL NOT = 'BRIDGE' AND
              BAQHRATE-CHANNEL NOT = '*' THEN
              MOVE 'CHANNEL NOT BATCH, ONLINE, BRIDGE OR *'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBA-999
           END-IF.

           IF BAQHRATE-PRICE IS NOT NUMERIC THEN
              MOVE 'PRICE NOT NUMERIC' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBA-999
           END-IF.

           MOVE 0 TO WS-TBL-HIT.
           PERFORM BBAA-MATCH-ONE-PRICE
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-RT-CNT
                 OR WS-TBL-HIT > 0.
           IF WS-TBL-HIT > 0 THEN
              MOVE 'OPERATION AND CHANNEL PRICED TWICE' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBA-999
           END-IF.

           IF WS-RT-CNT NOT < WS-RT-MAX THEN
              MOVE 'MORE PRICE ROWS THAN THE TABLE HOLDS'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBA-999
           END-IF.

           ADD 1 TO WS-RT-CNT.
           MOVE BAQHRATE-OPERATION TO WS-RT-OPERATION (WS-RT-CNT).
           MOVE BAQHRATE-CHANNEL TO WS-RT-CHANNEL (WS-RT-CNT).
           MOVE BAQHRATE-PRICE TO WS-RT-PRICE (WS-RT-CNT).

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBAA-MATCH-ONE-PRICE
      *----------------------------------------------------------------*
       BBAA-MATCH-ONE-PRICE SECTION.
       BBAA-010.
           IF WS-RT-OPERATION (WS-TBL-IX) = BAQHRATE-OPERATION AND
              WS-RT-CHANNEL (WS-TBL-IX) = BAQHRATE-CHANNEL THEN
              MOVE WS-TBL-IX TO WS-TBL-HIT
           END-IF.

       BBAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBB-LOAD-FEE-ROW
      *----------------------------------------------------------------*
       BBB-LOAD-FEE-ROW SECTION.
       BBB-010.
           IF BAQHRATE-FEE-CC = SPACES THEN
              MOVE 'SUBSCRIBER ROW WITH NO COST CENTRE' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBB-999
           END-IF.

           IF BAQHRATE-FEE-AMOUNT IS NOT NUMERIC THEN
              MOVE 'FEE NOT NUMERIC' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBB-999
           END-IF.

           MOVE BAQHRATE-FEE-CC TO WS-FAULT-TEXT (1:8).
           PERFORM BE-FIND-COST-CENTRE.
           IF WS-CC-IX = 0 THEN
              GO TO BBB-999
           END-IF.

           IF WS-CC-SUBSCRIBER (WS-CC-IX) = 1 THEN
              MOVE 'COST CENTRE SUBSCRIBED TWICE' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBB-999
           END-IF.

           MOVE 1 TO WS-CC-SUBSCRIBER (WS-CC-IX).
           MOVE BAQHRATE-FEE-NAME TO WS-CC-NAME (WS-CC-IX).
           MOVE BAQHRATE-FEE-AMOUNT TO WS-CC-FEE (WS-CC-IX).

       BBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBC-LOAD-MAP-ROW
      *----------------------------------------------------------------*
       BBC-LOAD-MAP-ROW SECTION.
       BBC-010.
           IF BAQHRATE-MAP-PROGRAM = SPACES OR
              BAQHRATE-MAP-CC = SPACES THEN
              MOVE 'MAPPING WITHOUT PROGRAM OR COST CENTRE'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBC-999
           END-IF.

           MOVE 0 TO WS-TBL-HIT.
           PERFORM BBCA-MATCH-ONE-MAPPING
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-MP-CNT
                 OR WS-TBL-HIT > 0.
           IF WS-TBL-HIT > 0 THEN
              MOVE 'PROGRAM AND TRANSACTION MAPPED TWICE'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBC-999
           END-IF.

           IF WS-MP-CNT NOT < WS-MP-MAX THEN
              MOVE 'MORE MAPPINGS THAN THE TABLE HOLDS' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBC-999
           END-IF.

           MOVE BAQHRATE-MAP-CC TO WS-FAULT-TEXT (1:8).
           PERFORM BE-FIND-COST-CENTRE.
           IF WS-CC-IX = 0 THEN
              GO TO BBC-999
           END-IF.

           ADD 1 TO WS-MP-CNT.
           MOVE BAQHRATE-MAP-PROGRAM TO WS-MP-PROGRAM (WS-MP-CNT).
           MOVE BAQHRATE-MAP-TXID TO WS-MP-TXID (WS-MP-CNT).
           MOVE WS-CC-IX TO WS-MP-CC-IX (WS-MP-CNT).

       BBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBCA-MATCH-ONE-MAPPING
      *----------------------------------------------------------------*
       BBCA-MATCH-ONE-MAPPING SECTION.
       BBCA-010.
           IF WS-MP-PROGRAM (WS-TBL-IX) = BAQHRATE-MAP-PROGRAM AND
              WS-MP-TXID (WS-TBL-IX) = BAQHRATE-MAP-TXID THEN
              MOVE WS-TBL-IX TO WS-TBL-HIT
           END-IF.

       BBCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBD-LOAD-LEDGER-ROW
      *----------------------------------------------------------------*
       BBD-LOAD-LEDGER-ROW SECTION.
       BBD-010.
           IF WS-LEDGER-SEEN = 1 THEN
              MOVE 'A SECOND LEDGER (G) ROW' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBD-999
           END-IF.

           IF BAQHRATE-EXPENSE-ACCT = SPACES OR
              BAQHRATE-RECOVERY-ACCT = SPACES THEN
              MOVE 'LEDGER ROW MISSING AN ACCOUNT' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBD-999
           END-IF.

           MOVE 1 TO WS-LEDGER-SEEN.
           MOVE BAQHRATE-EXPENSE-ACCT TO WS-EXPENSE-ACCT.
           MOVE BAQHRATE-RECOVERY-ACCT TO WS-RECOVERY-ACCT.
           MOVE BAQHRATE-RECOVERY-CC TO WS-RECOVERY-CC.

       BBD-999.
           EXIT.

      *----------------------------------------------------------------*
      * BE-FIND-COST-CENTRE
      *
      * WS-CC-IX to the cost centre named in WS-FAULT-TEXT (1:8),
      * added if new; zero, with the fault written, when the table
      * is full.
      *----------------------------------------------------------------*
       BE-FIND-COST-CENTRE SECTION.
       BE-010.
           MOVE 0 TO WS-CC-IX.
           PERFORM BEA-MATCH-ONE-CC
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-CC-CNT
                 OR WS-CC-IX > 0.
           IF WS-CC-IX > 0 THEN
              GO TO BE-999
           END-IF.

           IF WS-CC-CNT NOT < WS-CC-MAX THEN
              MOVE 'MORE COST CENTRES THAN THE TABLE HOLDS'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BE-999
           END-IF.

           ADD 1 TO WS-CC-CNT.
           MOVE WS-CC-CNT TO WS-CC-IX.
           MOVE WS-FAULT-TEXT (1:8) TO WS-CC-ID (WS-CC-IX).
           MOVE SPACES TO WS-CC-NAME (WS-CC-IX).
           MOVE 0 TO WS-CC-SUBSCRIBER (WS-CC-IX).
           MOVE 0 TO WS-CC-FEE (WS-CC-IX).
           MOVE 0 TO WS-CC-CALLS (WS-CC-IX).
           MOVE 0 TO WS-CC-USAGE-AMT (WS-CC-IX).
           MOVE 0 TO WS-CC-DUE (WS-CC-IX).

       BE-999.
           EXIT.

      *----------------------------------------------------------------*
      * BEA-MATCH-ONE-CC
      *----------------------------------------------------------------*
       BEA-MATCH-ONE-CC SECTION.
       BEA-010.
           IF WS-CC-ID (WS-TBL-IX) = WS-FAULT-TEXT (1:8) THEN
              MOVE WS-TBL-IX TO WS-CC-IX
           END-IF.

       BEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BZ-WRITE-FAULT
      *
      * One rate table fault: the row number, WS-FAULT-TEXT, and the
      * row as keyed.
      *----------------------------------------------------------------*
       BZ-WRITE-FAULT SECTION.
       BZ-010.
           ADD 1 TO WS-FAULT-CNT.

           MOVE WS-ROW-NO TO WS-ROW-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RBKRATE ROW ' WS-ROW-ED ': ' WS-FAULT-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

           IF BAQHRATE-RECORD NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE BAQHRATE-RECORD TO WS-RPT-LINE (6:80)
              WRITE RBKCHGS-RECORD FROM WS-RPT-LINE
           END-IF.

       BZ-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-TALLY-THE-TRAIL
      *
      * The month's calls from the audit trail, each to its cost
      * centre, operation and channel - or to the unmapped list.
      *----------------------------------------------------------------*
       CA-TALLY-THE-TRAIL SECTION.
       CA-010.
           OPEN INPUT RBKAUDT-FILE.
           IF WS-AUDT-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKAUDT NOT AVAILABLE TO THIS RUN - '
                 'NOTHING CHARGED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCHGS-RECORD FROM WS-RPT-LINE
              ADD 1 TO WS-FAULT-CNT
              GO TO CA-999
           END-IF.

           READ RBKAUDT-FILE
               AT END
                  MOVE 'Y' TO WS-AUDT-EOF-SW
           END-READ.

           PERFORM CB-TALLY-ONE-AUDIT-REC UNTIL WS-AUDT-EOF.

           CLOSE RBKAUDT-FILE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-TALLY-ONE-AUDIT-REC
      *
      * Only the BAQEXEC call records are usage - SUCCESS and
      * FAILURE results, as BAQHUSAG counts them.
      *----------------------------------------------------------------*
       CB-TALLY-ONE-AUDIT-REC SECTION.
       CB-010.
           IF BAQHAUDT-RESULT NOT = 'SUCCESS' AND
              BAQHAUDT-RESULT NOT = 'FAILURE' THEN
              GO TO CB-020
           END-IF.

           IF BAQHAUDT-DATE (1:6) NOT = WS-SEL-MONTH THEN
              GO TO CB-020
           END-IF.

           ADD 1 TO WS-TOT-CALLS.

      * The channel split: no transaction identifier is batch, the
      * CICS program is online, the bridge is its own column.
           EVALUATE TRUE
              WHEN BAQHAUDT-PROGRAM = 'BAQHMQIN'
                 MOVE 'BRIDGE' TO WS-CALL-CHANNEL
              WHEN BAQHAUDT-TXID NOT = SPACES
                 MOVE 'ONLINE' TO WS-CALL-CHANNEL
              WHEN OTHER
                 MOVE 'BATCH' TO WS-CALL-CHANNEL
           END-EVALUATE.

           PERFORM CC-FIND-MAPPING.
           IF WS-CALL-CC-IX = 0 THEN
              ADD 1 TO WS-UNMAPPED-CALLS
              PERFORM CE-TALLY-UNMAPPED
              GO TO CB-020
           END-IF.

           PERFORM CD-FIND-PRICE.
           PERFORM CF-TALLY-USAGE.

       CB-020.
           READ RBKAUDT-FILE
               AT END
                  MOVE 'Y' TO WS-AUDT-EOF-SW
           END-READ.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-FIND-MAPPING
      *
      * WS-CALL-CC-IX to the cost centre of the most specific
      * mapping for the call's program and transaction, or zero.
      *----------------------------------------------------------------*
       CC-FIND-MAPPING SECTION.
       CC-010.
           MOVE 0 TO WS-CALL-CC-IX.
           MOVE 0 TO WS-BEST-SCORE.
           PERFORM CCA-SCORE-ONE-MAPPING
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-MP-CNT.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CCA-SCORE-ONE-MAPPING
      *----------------------------------------------------------------*
       CCA-SCORE-ONE-MAPPING SECTION.
       CCA-010.
           IF WS-MP-PROGRAM (WS-TBL-IX) NOT = BAQHAUDT-PROGRAM THEN
              GO TO CCA-999
           END-IF.

           EVALUATE TRUE
              WHEN WS-MP-TXID (WS-TBL-IX) = BAQHAUDT-TXID
                 MOVE 2 TO WS-SCORE
              WHEN WS-MP-TXID (WS-TBL-IX) = '*'
                 MOVE 1 TO WS-SCORE
              WHEN OTHER
                 GO TO CCA-999
           END-EVALUATE.

           IF WS-SCORE > WS-BEST-SCORE THEN
              MOVE WS-SCORE TO WS-BEST-SCORE
              MOVE WS-MP-CC-IX (WS-TBL-IX) TO WS-CALL-CC-IX
           END-IF.

       CCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CD-FIND-PRICE
      *
      * WS-CALL-RT-IX to the most specific price row for the call's
      * operation and channel - an exact operation before an exact
      * channel - or zero.
      *----------------------------------------------------------------*
       CD-FIND-PRICE SECTION.
       CD-010.
           MOVE 0 TO WS-CALL-RT-IX.
           MOVE 0 TO WS-BEST-SCORE.
           PERFORM CDA-SCORE-ONE-PRICE
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-RT-CNT.

       CD-999.
           EXIT.

      *----------------------------------------------------------------*
      * CDA-SCORE-ONE-PRICE
      *----------------------------------------------------------------*
       CDA-SCORE-ONE-PRICE SECTION.
       CDA-010.
           MOVE 1 TO WS-SCORE.

           EVALUATE TRUE
              WHEN WS-RT-OPERATION (WS-TBL-IX) = BAQHAUDT-OPERATION
                 ADD 2 TO WS-SCORE
              WHEN WS-RT-OPERATION (WS-TBL-IX) = '*'
                 CONTINUE
              WHEN OTHER
                 GO TO CDA-999
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-RT-CHANNEL (WS-TBL-IX) = WS-CALL-CHANNEL
                 ADD 1 TO WS-SCORE
              WHEN WS-RT-CHANNEL (WS-TBL-IX) = '*'
                 CONTINUE
              WHEN OTHER
                 GO TO CDA-999
           END-EVALUATE.

           IF WS-SCORE > WS-BEST-SCORE THEN
              MOVE WS-SCORE TO WS-BEST-SCORE
              MOVE WS-TBL-IX TO WS-CALL-RT-IX
           END-IF.

       CDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CE-TALLY-UNMAPPED
      *----------------------------------------------------------------*
       CE-TALLY-UNMAPPED SECTION.
       CE-010.
           MOVE 0 TO WS-TBL-HIT.
           PERFORM CEA-MATCH-ONE-UNMAPPED
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-UN-CNT
                 OR WS-TBL-HIT > 0.

           IF WS-TBL-HIT = 0 THEN
              IF WS-UN-CNT NOT < WS-UN-MAX THEN
                 ADD 1 TO WS-OVERFLOW-CALLS
                 GO TO CE-999
              END-IF
              ADD 1 TO WS-UN-CNT
              MOVE BAQHAUDT-PROGRAM TO WS-UN-PROGRAM (WS-UN-CNT)
              MOVE BAQHAUDT-TXID TO WS-UN-TXID (WS-UN-CNT)
              MOVE BAQHAUDT-OPERATION TO WS-UN-OPERATION (WS-UN-CNT)
              MOVE WS-CALL-CHANNEL TO WS-UN-CHANNEL (WS-UN-CNT)
              MOVE 0 TO WS-UN-CALLS (WS-UN-CNT)
              MOVE WS-UN-CNT TO WS-TBL-HIT
           END-IF.

           ADD 1 TO WS-UN-CALLS (WS-TBL-HIT).

       CE-999.
           EXIT.

      *----------------------------------------------------------------*
      * CEA-MATCH-ONE-UNMAPPED
      *----------------------------------------------------------------*
       CEA-MATCH-ONE-UNMAPPED SECTION.
       CEA-010.
           IF WS-UN-PROGRAM (WS-TBL-IX) = BAQHAUDT-PROGRAM AND
              WS-UN-TXID (WS-TBL-IX) = BAQHAUDT-TXID AND
              WS-UN-OPERATION (WS-TBL-IX) = BAQHAUDT-OPERATION AND
              WS-UN-CHANNEL (WS-TBL-IX) = WS-CALL-CHANNEL THEN
              MOVE WS-TBL-IX TO WS-TBL-HIT
           END-IF.

       CEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CF-TALLY-USAGE
      *----------------------------------------------------------------*
       CF-TALLY-USAGE SECTION.
       CF-010.
           MOVE 0 TO WS-TBL-HIT.
           PERFORM CFA-MATCH-ONE-USAGE
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-US-CNT
                 OR WS-TBL-HIT > 0.

           IF WS-TBL-HIT = 0 THEN
              IF WS-US-CNT NOT < WS-US-MAX THEN
                 ADD 1 TO WS-OVERFLOW-CALLS
                 GO TO CF-999
              END-IF
              ADD 1 TO WS-US-CNT
              MOVE WS-CALL-CC-IX TO WS-US-CC-IX (WS-US-CNT)
              MOVE BAQHAUDT-OPERATION TO WS-US-OPERATION (WS-US-CNT)
              MOVE WS-CALL-CHANNEL TO WS-US-CHANNEL (WS-US-CNT)
              MOVE WS-CALL-RT-IX TO WS-US-RT-IX (WS-US-CNT)
              MOVE 0 TO WS-US-CALLS (WS-US-CNT)
              MOVE 0 TO WS-US-AMT (WS-US-CNT)
              MOVE WS-US-CNT TO WS-TBL-HIT
           END-IF.

           ADD 1 TO WS-US-CALLS (WS-TBL-HIT).
           IF WS-CALL-RT-IX = 0 THEN
              ADD 1 TO WS-UNPRICED-CALLS
           END-IF.

       CF-999.
           EXIT.

      *----------------------------------------------------------------*
      * CFA-MATCH-ONE-USAGE
      *----------------------------------------------------------------*
       CFA-MATCH-ONE-USAGE SECTION.
       CFA-010.
           IF WS-US-CC-IX (WS-TBL-IX) = WS-CALL-CC-IX AND
              WS-US-OPERATION (WS-TBL-IX) = BAQHAUDT-OPERATION AND
              WS-US-CHANNEL (WS-TBL-IX) = WS-CALL-CHANNEL THEN
              MOVE WS-TBL-IX TO WS-TBL-HIT
           END-IF.

       CFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-PRICE-THE-USAGE
      *
      * Each usage line priced to the cent, and each cost centre's
      * usage, fee and total due summed.
      *----------------------------------------------------------------*
       DA-PRICE-THE-USAGE SECTION.
       DA-010.
           PERFORM DAA-PRICE-ONE-LINE
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-US-CNT.

           PERFORM DAB-TOTAL-ONE-CC
              VARYING WS-CC-IX FROM 1 BY 1
              UNTIL WS-CC-IX > WS-CC-CNT.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-PRICE-ONE-LINE
      *----------------------------------------------------------------*
       DAA-PRICE-ONE-LINE SECTION.
       DAA-010.
           MOVE WS-US-CC-IX (WS-TBL-IX) TO WS-CC-IX.
           ADD WS-US-CALLS (WS-TBL-IX) TO WS-CC-CALLS (WS-CC-IX).

           IF WS-US-RT-IX (WS-TBL-IX) = 0 THEN
              GO TO DAA-999
           END-IF.

           MOVE WS-US-RT-IX (WS-TBL-IX) TO WS-TBL-HIT.
           COMPUTE WS-US-AMT (WS-TBL-IX) ROUNDED =
              WS-US-CALLS (WS-TBL-IX) * WS-RT-PRICE (WS-TBL-HIT).
           ADD WS-US-AMT (WS-TBL-IX) TO WS-CC-USAGE-AMT (WS-CC-IX).

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAB-TOTAL-ONE-CC
      *----------------------------------------------------------------*
       DAB-TOTAL-ONE-CC SECTION.
       DAB-010.
           COMPUTE WS-CC-DUE (WS-CC-IX) =
              WS-CC-USAGE-AMT (WS-CC-IX) + WS-CC-FEE (WS-CC-IX).
           ADD WS-CC-USAGE-AMT (WS-CC-IX) TO WS-GRAND-USAGE.
           ADD WS-CC-FEE (WS-CC-IX) TO WS-GRAND-FEES.
           ADD WS-CC-DUE (WS-CC-IX) TO WS-GRAND-DUE.

       DAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-STATEMENTS
      *
      * A statement for every subscriber and every cost centre that
      * called, then the summary across them.
      *----------------------------------------------------------------*
       EA-WRITE-STATEMENTS SECTION.
       EA-010.
           PERFORM EB-WRITE-ONE-STATEMENT
              VARYING WS-CC-IX FROM 1 BY 1
              UNTIL WS-CC-IX > WS-CC-CNT.

           MOVE '---- CHARGEBACK SUMMARY ----' TO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'COST CTR' TO WS-RPT-LINE (4:8).
           MOVE 'CALLS' TO WS-RPT-LINE (47:5).
           MOVE 'USAGE' TO WS-RPT-LINE (65:5).
           MOVE 'FEE' TO WS-RPT-LINE (84:3).
           MOVE 'TOTAL DUE' TO WS-RPT-LINE (97:9).
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

           PERFORM EC-WRITE-ONE-SUMMARY-LINE
              VARYING WS-CC-IX FROM 1 BY 1
              UNTIL WS-CC-IX > WS-CC-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'TOTAL' TO WS-RPT-LINE (4:5).
           SUBTRACT WS-UNMAPPED-CALLS FROM WS-TOT-CALLS
              GIVING WS-MAPPED-CALLS.
           MOVE WS-MAPPED-CALLS TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-RPT-LINE (43:9).
           MOVE WS-GRAND-USAGE TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-RPT-LINE (54:16).
           MOVE WS-GRAND-FEES TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-RPT-LINE (71:16).
           MOVE WS-GRAND-DUE TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-RPT-LINE (90:16).
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-CALLS TO WS-CNT-ED.
           STRING '   CALLS IN THE MONTH:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.
           MOVE WS-UNMAPPED-CALLS TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '   NOT MAPPED (RBKCHGX):   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.
           MOVE WS-UNPRICED-CALLS TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '   NOT PRICED (RBKCHGX):   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-WRITE-ONE-STATEMENT
      *----------------------------------------------------------------*
       EB-WRITE-ONE-STATEMENT SECTION.
       EB-010.
           IF WS-CC-SUBSCRIBER (WS-CC-IX) = 0 AND
              WS-CC-CALLS (WS-CC-IX) = 0 THEN
              GO TO EB-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'STATEMENT FOR COST CENTRE ' WS-CC-ID (WS-CC-IX)
              '  ' WS-CC-NAME (WS-CC-IX)
              '  PERIOD ' WS-SEL-MONTH
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'OPERATION' TO WS-RPT-LINE (4:9).
           MOVE 'CHANNEL' TO WS-RPT-LINE (19:7).
           MOVE 'CALLS' TO WS-RPT-LINE (33:5).
           MOVE 'PER CALL' TO WS-RPT-LINE (40:8).
           MOVE 'AMOUNT' TO WS-RPT-LINE (60:6).
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

           PERFORM EBA-WRITE-ONE-USAGE-LINE
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-US-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'USAGE' TO WS-RPT-LINE (4:5).
           MOVE WS-CC-CALLS (WS-CC-IX) TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-RPT-LINE (29:9).
           MOVE WS-CC-USAGE-AMT (WS-CC-IX) TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-RPT-LINE (50:16).
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'MONTHLY SUBSCRIPTION FEE' TO WS-RPT-LINE (4:24).
           MOVE WS-CC-FEE (WS-CC-IX) TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-RPT-LINE (50:16).
           IF WS-CC-SUBSCRIBER (WS-CC-IX) = 0 THEN
              MOVE 'NOT A SUBSCRIBER' TO WS-RPT-LINE (68:16)
           END-IF.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'TOTAL DUE' TO WS-RPT-LINE (4:9).
           MOVE WS-CC-DUE (WS-CC-IX) TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-RPT-LINE (50:16).
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EBA-WRITE-ONE-USAGE-LINE
      *----------------------------------------------------------------*
       EBA-WRITE-ONE-USAGE-LINE SECTION.
       EBA-010.
           IF WS-US-CC-IX (WS-TBL-IX) NOT = WS-CC-IX THEN
              GO TO EBA-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-US-OPERATION (WS-TBL-IX) TO WS-RPT-LINE (4:13).
           MOVE WS-US-CHANNEL (WS-TBL-IX) TO WS-RPT-LINE (19:6).
           MOVE WS-US-CALLS (WS-TBL-IX) TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-RPT-LINE (29:9).
           IF WS-US-RT-IX (WS-TBL-IX) = 0 THEN
              MOVE 'NO RATE - SEE RBKCHGX' TO WS-RPT-LINE (40:21)
           ELSE
              MOVE WS-US-RT-IX (WS-TBL-IX) TO WS-TBL-HIT
              MOVE WS-RT-PRICE (WS-TBL-HIT) TO WS-PRICE-ED
              MOVE WS-PRICE-ED TO WS-RPT-LINE (39:9)
              MOVE WS-US-AMT (WS-TBL-IX) TO WS-AMT-ED
              MOVE WS-AMT-ED TO WS-RPT-LINE (50:16)
           END-IF.
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

       EBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EC-WRITE-ONE-SUMMARY-LINE
      *----------------------------------------------------------------*
       EC-WRITE-ONE-SUMMARY-LINE SECTION.
       EC-010.
           IF WS-CC-SUBSCRIBER (WS-CC-IX) = 0 AND
              WS-CC-CALLS (WS-CC-IX) = 0 THEN
              GO TO EC-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-CC-ID (WS-CC-IX) TO WS-RPT-LINE (4:8).
           MOVE WS-CC-NAME (WS-CC-IX) TO WS-RPT-LINE (14:30).
           MOVE WS-CC-CALLS (WS-CC-IX) TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-RPT-LINE (43:9).
           MOVE WS-CC-USAGE-AMT (WS-CC-IX) TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-RPT-LINE (54:16).
           MOVE WS-CC-FEE (WS-CC-IX) TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-RPT-LINE (71:16).
           MOVE WS-CC-DUE (WS-CC-IX) TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-RPT-LINE (90:16).
           WRITE RBKCHGS-RECORD FROM WS-RPT-LINE.

       EC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-WRITE-JOURNAL-FEED
      *
      * A debit per cost centre with something due, one credit of
      * the whole to the recovery account, and the control trailer.
      *----------------------------------------------------------------*
       FA-WRITE-JOURNAL-FEED SECTION.
       FA-010.
           OPEN OUTPUT RBKGLJF-FILE.

           MOVE SPACES TO BAQHGLJF-RECORD.
           MOVE 'H' TO BAQHGLJF-TYPE.
           MOVE 'BAQHCHRG' TO BAQHGLJF-SOURCE.
           MOVE WS-SEL-MONTH TO BAQHGLJF-PERIOD.
           MOVE WS-RUN-DATE TO BAQHGLJF-RUN-DATE.
           MOVE WS-RUN-TIME TO BAQHGLJF-RUN-TIME.
           WRITE BAQHGLJF-RECORD.

           PERFORM FB-WRITE-ONE-DEBIT
              VARYING WS-CC-IX FROM 1 BY 1
              UNTIL WS-CC-IX > WS-CC-CNT.

           IF WS-GRAND-DUE > 0 THEN
              MOVE SPACES TO BAQHGLJF-RECORD
              MOVE 'D' TO BAQHGLJF-TYPE
              MOVE WS-RECOVERY-ACCT TO BAQHGLJF-ACCOUNT
              MOVE WS-RECOVERY-CC TO BAQHGLJF-COST-CENTRE
              MOVE 'C' TO BAQHGLJF-DR-CR
              MOVE WS-GRAND-DUE TO BAQHGLJF-AMOUNT
              MOVE WS-SEL-MONTH TO BAQHGLJF-LINE-PERIOD
              MOVE 'API CHARGEBACK RECOVERY' TO BAQHGLJF-DESCRIPTION
              WRITE BAQHGLJF-RECORD
              ADD 1 TO WS-GL-LINES
              ADD WS-GRAND-DUE TO WS-GL-CREDITS
           END-IF.

           MOVE SPACES TO BAQHGLJF-RECORD.
           MOVE 'T' TO BAQHGLJF-TYPE.
           MOVE WS-GL-LINES TO BAQHGLJF-LINE-COUNT.
           MOVE WS-GL-DEBITS TO BAQHGLJF-DEBIT-TOTAL.
           MOVE WS-GL-CREDITS TO BAQHGLJF-CREDIT-TOTAL.
           WRITE BAQHGLJF-RECORD.

           CLOSE RBKGLJF-FILE.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-WRITE-ONE-DEBIT
      *----------------------------------------------------------------*
       FB-WRITE-ONE-DEBIT SECTION.
       FB-010.
           IF WS-CC-DUE (WS-CC-IX) = 0 THEN
              GO TO FB-999
           END-IF.

           MOVE SPACES TO BAQHGLJF-RECORD.
           MOVE 'D' TO BAQHGLJF-TYPE.
           MOVE WS-EXPENSE-ACCT TO BAQHGLJF-ACCOUNT.
           MOVE WS-CC-ID (WS-CC-IX) TO BAQHGLJF-COST-CENTRE.
           MOVE 'D' TO BAQHGLJF-DR-CR.
           MOVE WS-CC-DUE (WS-CC-IX) TO BAQHGLJF-AMOUNT.
           MOVE WS-SEL-MONTH TO BAQHGLJF-LINE-PERIOD.
           MOVE 'API CHARGEBACK' TO BAQHGLJF-DESCRIPTION.
           WRITE BAQHGLJF-RECORD.

           ADD 1 TO WS-GL-LINES.
           ADD WS-CC-DUE (WS-CC-IX) TO WS-GL-DEBITS.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-WRITE-UNBILLED
      *
      * The usage the statements could not charge, so that it can
      * be mapped or priced and billed.
      *----------------------------------------------------------------*
       GA-WRITE-UNBILLED SECTION.
       GA-010.
           OPEN OUTPUT RBKCHGX-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'API CHARGEBACK - UNBILLED USAGE FOR ' WS-SEL-MONTH
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGX-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCHGX-RECORD FROM WS-RPT-LINE.

           MOVE '-- MAPPED TO NO COST CENTRE --' TO WS-RPT-LINE.
           WRITE RBKCHGX-RECORD FROM WS-RPT-LINE.
           IF WS-UN-CNT = 0 THEN
              MOVE '   NONE.' TO WS-RPT-LINE
              WRITE RBKCHGX-RECORD FROM WS-RPT-LINE
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'PROGRAM' TO WS-RPT-LINE (4:7)
              MOVE 'TXID' TO WS-RPT-LINE (14:4)
              MOVE 'OPERATION' TO WS-RPT-LINE (24:9)
              MOVE 'CHANNEL' TO WS-RPT-LINE (39:7)
              MOVE 'CALLS' TO WS-RPT-LINE (52:5)
              WRITE RBKCHGX-RECORD FROM WS-RPT-LINE
              PERFORM GAA-WRITE-ONE-UNMAPPED
                 VARYING WS-TBL-IX FROM 1 BY 1
                 UNTIL WS-TBL-IX > WS-UN-CNT
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCHGX-RECORD FROM WS-RPT-LINE.
           MOVE '-- NO RATE FOR THE OPERATION AND CHANNEL --'
              TO WS-RPT-LINE.
           WRITE RBKCHGX-RECORD FROM WS-RPT-LINE.
           IF WS-UNPRICED-CALLS = 0 THEN
              MOVE '   NONE.' TO WS-RPT-LINE
              WRITE RBKCHGX-RECORD FROM WS-RPT-LINE
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'COST CTR' TO WS-RPT-LINE (4:8)
              MOVE 'OPERATION' TO WS-RPT-LINE (24:9)
              MOVE 'CHANNEL' TO WS-RPT-LINE (39:7)
              MOVE 'CALLS' TO WS-RPT-LINE (52:5)
              WRITE RBKCHGX-RECORD FROM WS-RPT-LINE
              PERFORM GAB-WRITE-ONE-UNPRICED
                 VARYING WS-TBL-IX FROM 1 BY 1
                 UNTIL WS-TBL-IX > WS-US-CNT
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCHGX-RECORD FROM WS-RPT-LINE.
           MOVE WS-UNMAPPED-CALLS TO WS-CNT-ED.
           STRING '   UNBILLED CALLS: ' WS-CNT-ED ' NOT MAPPED, '
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-UNPRICED-CALLS TO WS-CNT-ED.
           STRING WS-CNT-ED ' NOT PRICED'
              DELIMITED BY SIZE INTO WS-RPT-LINE (43:20).
           WRITE RBKCHGX-RECORD FROM WS-RPT-LINE.

           CLOSE RBKCHGX-FILE.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAA-WRITE-ONE-UNMAPPED
      *----------------------------------------------------------------*
       GAA-WRITE-ONE-UNMAPPED SECTION.
       GAA-010.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-UN-PROGRAM (WS-TBL-IX) TO WS-RPT-LINE (4:8).
           MOVE WS-UN-TXID (WS-TBL-IX) TO WS-RPT-LINE (14:8).
           MOVE WS-UN-OPERATION (WS-TBL-IX) TO WS-RPT-LINE (24:13).
           MOVE WS-UN-CHANNEL (WS-TBL-IX) TO WS-RPT-LINE (39:6).
           MOVE WS-UN-CALLS (WS-TBL-IX) TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-RPT-LINE (48:9).
           WRITE RBKCHGX-RECORD FROM WS-RPT-LINE.

       GAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAB-WRITE-ONE-UNPRICED
      *----------------------------------------------------------------*
       GAB-WRITE-ONE-UNPRICED SECTION.
       GAB-010.
           IF WS-US-RT-IX (WS-TBL-IX) NOT = 0 THEN
              GO TO GAB-999
           END-IF.

           MOVE WS-US-CC-IX (WS-TBL-IX) TO WS-CC-IX.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-CC-ID (WS-CC-IX) TO WS-RPT-LINE (4:8).
           MOVE WS-US-OPERATION (WS-TBL-IX) TO WS-RPT-LINE (24:13).
           MOVE WS-US-CHANNEL (WS-TBL-IX) TO WS-RPT-LINE (39:6).
           MOVE WS-US-CALLS (WS-TBL-IX) TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-RPT-LINE (48:9).
           WRITE RBKCHGX-RECORD FROM WS-RPT-LINE.

       GAB-999.
           EXIT.
