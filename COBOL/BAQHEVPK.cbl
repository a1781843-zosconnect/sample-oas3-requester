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
      * BAQHEVPK                                                      *
      *                                                               *
      * Audit evidence pack, for internal audit's quarterly sample of *
      * catalog changes. A random sample of SAMPLE= changes is drawn  *
      * from the RBKCHGH change history for the period FROM= to TO=,  *
      * and for each sampled change the evidence the suite keeps is   *
      * assembled from the other stores:                              *
      *   AUDIT RECORD   the successful changing call on RBKAUDT that *
      *                  caused it, with its tamper-evidence seal     *
      *                  recomputed (the chains are walked as the     *
      *                  HSKP VERIFY run walks them; the online       *
      *                  writers are outside the chains)              *
      *   BEFORE-IMAGE   the RBKBIMG image cut before a CHANGED or    *
      *                  REMOVED book was touched (none for ADDED)    *
      *   APPROVAL       the four-eyes RBKAPPR record an online       *
      *                  delete needs (a batch DRBK is authorised by  *
      *                  its change ticket instead)                   *
      *   CERTIFICATION  the RBKCERT sign-off of the change date      *
      *   CHANGE TICKET  the RBKCHGT ticket a BAQHRBKB run must name, *
      *                  in an acceptable state and with the call     *
      *                  inside its implementation window             *
      * Each item is marked EVIDENCED, GAP or N/A (not required for   *
      * this change), and a change is EVIDENCED only with no GAP. A   *
      * summary page closes the pack. RC=4 when any change has a gap. *
      *                                                               *
      * The causing call is the latest one for the same book (by      *
      * book id, or by title where either side has none) in the       *
      * LOOKBACK= days up to and including the change date - the      *
      * nightly capture attributes a change to the snapshot after     *
      * the call.                                                     *
      *                                                               *
      * The sample is drawn by selection sampling: one pass counts    *
      * the period's changes, a second takes each with probability    *
      * (still wanted / still left), so exactly SAMPLE= changes are   *
      * taken, each equally likely, in change-history order. The      *
      * seed is printed on the pack; the same SEED= against the same  *
      * RBKCHGH reproduces the same sample.                           *
      *                                                               *
      * PARM keywords, each of which may be omitted:                  *
      *   FROM=YYYYMMDD   first change date, by default the first     *
      *                   day of the previous calendar quarter        *
      *   TO=YYYYMMDD     last change date, by default the last day   *
      *                   of the previous calendar quarter            *
      *   SAMPLE=nn       changes to sample, by default 25, at most   *
      *                   50                                          *
      *   SEED=n          the random seed (up to nine digits), by     *
      *                   default taken from the clock                *
      *   LOOKBACK=nn     days before the change date searched for    *
      *                   its evidence, by default 7                  *
      * E.g. PARM='FROM=20260701 TO=20260930 SAMPLE=40 SEED=8150327'  *
      *                                                               *
      * Inputs:  RBKCHGH, RBKAUDT, RBKBIMG, RBKAPPR, RBKCERT, RBKCHGT *
      *          (all but the first two optional - an absent store    *
      *          makes its items GAPs, reported as absent)            *
      * Outputs: RBKEVPK (the evidence pack)                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHEVPK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKCHGH-FILE ASSIGN TO RBKCHGH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGH-FILE-STATUS.

           SELECT RBKAUDT-FILE ASSIGN TO RBKAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-FILE-STATUS.

           SELECT RBKBIMG-FILE ASSIGN TO RBKBIMG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIMG-FILE-STATUS.

           SELECT RBKAPPR-FILE ASSIGN TO RBKAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT RBKCERT-FILE ASSIGN TO RBKCERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.

           SELECT RBKCHGT-FILE ASSIGN TO RBKCHGT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGT-FILE-STATUS.

           SELECT RBKEVPK-FILE ASSIGN TO RBKEVPK
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCHGH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGH.

       FD  RBKAUDT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAUDT.

       FD  RBKBIMG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHBIMG.

       FD  RBKAPPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAPPR.

       FD  RBKCERT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCERT.

       FD  RBKCHGT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGT.

       FD  RBKEVPK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEVPK-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CHGH-FILE-STATUS PIC X(2).
       01 WS-AUDT-FILE-STATUS PIC X(2).
       01 WS-BIMG-FILE-STATUS PIC X(2).
       01 WS-APPR-FILE-STATUS PIC X(2).
       01 WS-CERT-FILE-STATUS PIC X(2).
       01 WS-CHGT-FILE-STATUS PIC X(2).

       01 WS-EOF-SW           PIC X VALUE 'N'.
           88 WS-EOF          VALUE 'Y'.

      * Which optional stores this run could read.
       01 WS-BIMG-OPEN-SW     PIC X VALUE 'N'.
           88 WS-BIMG-OPEN    VALUE 'Y'.
       01 WS-APPR-OPEN-SW     PIC X VALUE 'N'.
           88 WS-APPR-OPEN    VALUE 'Y'.
       01 WS-CERT-OPEN-SW     PIC X VALUE 'N'.
           88 WS-CERT-OPEN    VALUE 'Y'.
       01 WS-CHGT-OPEN-SW     PIC X VALUE 'N'.
           88 WS-CHGT-OPEN    VALUE 'Y'.

      * The selection, parsed out of the PARM.
       01 WS-FROM-DATE        PIC X(8) VALUE SPACES.
       01 WS-TO-DATE          PIC X(8) VALUE SPACES.
       01 WS-FROM-NUM         PIC 9(8) VALUE 0.
       01 WS-TO-NUM           PIC 9(8) VALUE 0.
       01 WS-SAMPLE-TEXT      PIC X(4) VALUE SPACES.
       01 WS-SAMPLE-WANTED    PIC 9(4) VALUE 25.
       01 WS-SAMPLE-MAX       PIC 9(4) VALUE 50.
       01 WS-SEED-TEXT        PIC X(9) VALUE SPACES.
       01 WS-SEED             PIC 9(9) VALUE 0.
       01 WS-SEED-SOURCE      PIC X(14) VALUE 'FROM THE CLOCK'.
       01 WS-LOOKBACK-TEXT    PIC X(3) VALUE SPACES.
       01 WS-LOOKBACK-DAYS    PIC 9(3) VALUE 7.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * Date arithmetic, the INTEGER-OF-DATE convention the aging
      * reports share.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-DATE-INT         PIC S9(9) COMP VALUE 0.
       01 WS-QTR-MONTH        PIC 9(2) VALUE 0.
       01 WS-QTR-YEAR         PIC 9(4) VALUE 0.

      * Selection sampling state. WS-RANDOM is drawn afresh for
      * each change in the period; the change is taken when
      * (changes left) * WS-RANDOM < (changes still wanted).
       01 WS-POPULATION       PIC 9(7) COMP VALUE 0.
       01 WS-POP-SEEN         PIC 9(7) COMP VALUE 0.
       01 WS-POP-LEFT         PIC 9(7) COMP VALUE 0.
       01 WS-STILL-WANTED     PIC 9(4) COMP VALUE 0.
       01 WS-RANDOM           PIC V9(9) VALUE 0.
       01 WS-RANDOM-SCALED    PIC 9(7)V9(9) VALUE 0.

      * The sampled changes and the evidence gathered for each.
       01 WS-SMP-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-SMP-IX           PIC 9(4) COMP VALUE 0.
       01 WS-SMP-TABLE.
           03 WS-SMP-ENTRY OCCURS 50 TIMES.
              05 WS-SMP-DATE        PIC X(8).
              05 WS-SMP-TIME        PIC X(6).
              05 WS-SMP-TYPE        PIC X(7).
              05 WS-SMP-TITLE       PIC X(80).
              05 WS-SMP-FIELD       PIC X(10).
              05 WS-SMP-OLD         PIC X(50).
              05 WS-SMP-NEW         PIC X(50).
              05 WS-SMP-CATALOG     PIC X(8).
              05 WS-SMP-BOOK-ID     PIC 9(8).
              05 WS-SMP-POP-SEQ     PIC 9(7) COMP.
              05 WS-SMP-WIN-DATE    PIC X(8).
              05 WS-SMP-AUD-FOUND   PIC 9.
              05 WS-SMP-AUD-DATE    PIC X(8).
              05 WS-SMP-AUD-TIME    PIC X(6).
              05 WS-SMP-AUD-PGM     PIC X(8).
              05 WS-SMP-AUD-OPER    PIC X(4).
              05 WS-SMP-AUD-USER    PIC X(8).
              05 WS-SMP-AUD-CHG-ID  PIC X(12).
              05 WS-SMP-AUD-REC-NUM PIC 9(9) COMP.
              05 WS-SMP-AUD-SEAL    PIC X(9).
              05 WS-SMP-BIM-FOUND   PIC 9.
              05 WS-SMP-BIM-DATE    PIC X(8).
              05 WS-SMP-BIM-TIME    PIC X(6).
              05 WS-SMP-BIM-OPER    PIC X(4).
              05 WS-SMP-BIM-FIELD   PIC X(10).
              05 WS-SMP-APR-FOUND   PIC 9.
              05 WS-SMP-APR-DATE    PIC X(8).
              05 WS-SMP-APR-REQ     PIC X(8).
              05 WS-SMP-APR-APPR    PIC X(8).
              05 WS-SMP-APR-STATUS  PIC X(9).
              05 WS-SMP-CRT-FOUND   PIC 9.
              05 WS-SMP-CRT-DATE    PIC X(8).
              05 WS-SMP-CRT-USER    PIC X(8).
              05 WS-SMP-TKT-FOUND   PIC 9.
              05 WS-SMP-TKT-STATE   PIC X(10).
              05 WS-SMP-TKT-FROM    PIC X(12).
              05 WS-SMP-TKT-TO      PIC X(12).
              05 WS-SMP-GAP-CNT     PIC 9.
              05 WS-SMP-GAP-LIST    PIC X(70).

      * One identity test shared by every store: the same book id
      * when both sides carry one, otherwise the same title.
       01 WS-REC-TITLE        PIC X(80).
       01 WS-REC-BOOK-ID      PIC 9(8).
       01 WS-REC-DATE         PIC X(8).
       01 WS-SAME-BOOK        PIC 9 VALUE 0.

      * Tamper-evidence chain state, one recomputed chain per
      * writing program, as BAQHHSKP keeps it in VERIFY mode.
       01 WS-VFY-TABLE.
           03 WS-VFY-ENTRY OCCURS 10 TIMES.
              05 WS-VFY-PGM        PIC X(8).
              05 WS-VFY-PREV       PIC 9(9).
              05 WS-VFY-SEEDED     PIC 9.
       01 WS-VFY-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-VFY-MAX          PIC 9(4) COMP VALUE 10.
       01 WS-VFY-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-VFY-FOUND        PIC 9(4) COMP VALUE 0.
       01 WS-VFY-SUM          PIC 9(9) COMP VALUE 0.
       01 WS-VFY-POS          PIC 9(4) COMP VALUE 0.
       01 WS-VFY-WORK         PIC 9(10) COMP VALUE 0.
       01 WS-VFY-EXPECT       PIC 9(9) VALUE 0.
       01 WS-VFY-REC-NUM      PIC 9(9) COMP VALUE 0.
       01 WS-VFY-TOT-BREAKS   PIC 9(7) COMP VALUE 0.
       01 WS-VFY-REC-ED       PIC ZZZZZZZZ9.

      * The seal state of the audit record just read: VERIFIED
      * (continues its chain), SEED (the first of its chain on this
      * trail, which nothing before it can prove), BROKEN, or
      * UNCHAINED (an online writer's record).
       01 WS-CUR-SEAL         PIC X(9).

      * The ticket window compare, as one 12-character stamp.
       01 WS-AUD-STAMP        PIC X(12).

      * Per-item verdicts while one change's page is written.
       01 WS-ITEM-NUM         PIC 9 VALUE 0.
       01 WS-ITEM-STATE       PIC X(9).
       01 WS-ITEM-DETAIL      PIC X(95).
       01 WS-ITEM-NOTE        PIC X(34).
       01 WS-GAP-WORK         PIC X(70).
       01 WS-ITEM-NAMES.
           03 FILLER           PIC X(14) VALUE 'AUDIT RECORD'.
           03 FILLER           PIC X(14) VALUE 'BEFORE-IMAGE'.
           03 FILLER           PIC X(14) VALUE 'APPROVAL'.
           03 FILLER           PIC X(14) VALUE 'CERTIFICATION'.
           03 FILLER           PIC X(14) VALUE 'CHANGE TICKET'.
       01 FILLER REDEFINES WS-ITEM-NAMES.
           03 WS-ITEM-NAME     PIC X(14) OCCURS 5 TIMES.
       01 WS-ITEM-TOTALS.
           03 WS-ITEM-TOTAL OCCURS 5 TIMES.
              05 WS-ITEM-EVD-CNT   PIC 9(5) COMP.
              05 WS-ITEM-GAP-CNT   PIC 9(5) COMP.
              05 WS-ITEM-NA-CNT    PIC 9(5) COMP.
       01 WS-ITEM-CODES       PIC X(5) VALUE 'ABPCT'.

      * Run totals.
       01 WS-EVIDENCED-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-GAP-CHG-CNT      PIC 9(5) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.
       01 WS-SMP-ED           PIC ZZ9.
       01 WS-SMP-OF-ED        PIC ZZ9.
       01 WS-EVD-ED           PIC ZZZZ9.
       01 WS-GAP-ED           PIC ZZZZ9.
       01 WS-NA-ED            PIC ZZZZ9.
       01 WS-SEED-ED          PIC Z(8)9.
       01 WS-LOOKBACK-ED      PIC ZZ9.

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
           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM BA-PARSE-PARM.

           MOVE 0 TO WS-FROM-NUM.
           MOVE 0 TO WS-TO-NUM.
           IF WS-FROM-DATE IS NUMERIC THEN
              MOVE WS-FROM-DATE TO WS-FROM-NUM
           END-IF.
           IF WS-TO-DATE IS NUMERIC THEN
              MOVE WS-TO-DATE TO WS-TO-NUM
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-NUM) NOT = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-TO-NUM) NOT = 0 OR
              WS-FROM-DATE > WS-TO-DATE THEN
              DISPLAY 'BAQHEVPK period is not valid: FROM='
                 WS-FROM-DATE ' TO=' WS-TO-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKEVPK-FILE.

      * First pass over the change history - the population.
           PERFORM CA-COUNT-POPULATION.

           IF WS-SAMPLE-WANTED > WS-POPULATION THEN
              MOVE WS-POPULATION TO WS-SAMPLE-WANTED
           END-IF.

      * Second pass - the sample.
           PERFORM DA-DRAW-SAMPLE.

      * One pass over each evidence store, every record judged
      * against every sampled change.
           IF WS-SMP-COUNT > 0 THEN
              PERFORM EA-GATHER-AUDIT-RECORDS
              PERFORM FA-GATHER-BEFORE-IMAGES
              PERFORM GA-GATHER-APPROVALS
              PERFORM HA-GATHER-CERTIFICATIONS
              PERFORM IA-GATHER-CHANGE-TICKETS
           END-IF.

           PERFORM JA-WRITE-PACK-HEADER.

           MOVE 0 TO WS-SMP-IX.
           PERFORM JB-WRITE-ONE-CHANGE
              UNTIL WS-SMP-IX NOT < WS-SMP-COUNT.

           PERFORM KA-WRITE-SUMMARY-PAGE.

       A-999.
           CLOSE RBKEVPK-FILE.

           IF WS-GAP-CHG-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PARSE-PARM
      *
      * Pulls each keyword out of WS-PARM-TEXT; one not present
      * keeps its default. The period defaults to the previous
      * calendar quarter and the seed to the time of day.
      *----------------------------------------------------------------*
       BA-PARSE-PARM SECTION.
       BA-010.
           MOVE WS-RUN-DATE (5:2) TO WS-QTR-MONTH.
           MOVE WS-RUN-DATE (1:4) TO WS-QTR-YEAR.
           COMPUTE WS-QTR-MONTH =
              ((WS-QTR-MONTH - 1) / 3) * 3 + 1.

      * The day before this quarter began ends the previous one.
           COMPUTE WS-DATE-NUM =
              WS-QTR-YEAR * 10000 + WS-QTR-MONTH * 100 + 1.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-TO-DATE.

           IF WS-QTR-MONTH = 1 THEN
              MOVE 10 TO WS-QTR-MONTH
              SUBTRACT 1 FROM WS-QTR-YEAR
           ELSE
              SUBTRACT 3 FROM WS-QTR-MONTH
           END-IF.
           COMPUTE WS-DATE-NUM =
              WS-QTR-YEAR * 10000 + WS-QTR-MONTH * 100 + 1.
           MOVE WS-DATE-NUM TO WS-FROM-DATE.

           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-SEED.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'FROM='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-FROM-DATE
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'TO='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 4.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-TO-DATE
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'SAMPLE='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-SAMPLE-TEXT
              IF WS-SAMPLE-TEXT (1:1) IS NUMERIC THEN
                 COMPUTE WS-SAMPLE-WANTED =
                    FUNCTION NUMVAL(WS-SAMPLE-TEXT)
              END-IF
           END-IF.
           IF WS-SAMPLE-WANTED > WS-SAMPLE-MAX THEN
              DISPLAY 'BAQHEVPK SAMPLE= is limited to ' WS-SAMPLE-MAX
              MOVE WS-SAMPLE-MAX TO WS-SAMPLE-WANTED
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'SEED='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-SEED-TEXT
              IF WS-SEED-TEXT (1:1) IS NUMERIC THEN
                 COMPUTE WS-SEED = FUNCTION NUMVAL(WS-SEED-TEXT)
                 MOVE 'FROM THE PARM' TO WS-SEED-SOURCE
              END-IF
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'LOOKBACK='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 10.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-LOOKBACK-TEXT
              IF WS-LOOKBACK-TEXT (1:1) IS NUMERIC THEN
                 COMPUTE WS-LOOKBACK-DAYS =
                    FUNCTION NUMVAL(WS-LOOKBACK-TEXT)
              END-IF
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-COUNT-POPULATION
      *----------------------------------------------------------------*
       CA-COUNT-POPULATION SECTION.
       CA-010.
           OPEN INPUT RBKCHGH-FILE.
           IF WS-CHGH-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHEVPK OPEN RBKCHGH failed, file status '
                 WS-CHGH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM CB-COUNT-ONE-CHANGE UNTIL WS-EOF.

           CLOSE RBKCHGH-FILE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-COUNT-ONE-CHANGE
      *----------------------------------------------------------------*
       CB-COUNT-ONE-CHANGE SECTION.
       CB-010.
           IF BAQHCHGH-DATE IS NUMERIC AND
              BAQHCHGH-DATE NOT < WS-FROM-DATE AND
              BAQHCHGH-DATE NOT > WS-TO-DATE THEN
              ADD 1 TO WS-POPULATION
           END-IF.

           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-DRAW-SAMPLE
      *
      * The seeded first draw starts the sequence; every change in
      * the period then takes the next number.
      *----------------------------------------------------------------*
       DA-DRAW-SAMPLE SECTION.
       DA-010.
           IF WS-SAMPLE-WANTED = 0 THEN
              GO TO DA-999
           END-IF.

           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED).

           OPEN INPUT RBKCHGH-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM DB-CONSIDER-ONE-CHANGE
              UNTIL WS-EOF OR WS-SMP-COUNT NOT < WS-SAMPLE-WANTED.

           CLOSE RBKCHGH-FILE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-CONSIDER-ONE-CHANGE
      *----------------------------------------------------------------*
       DB-CONSIDER-ONE-CHANGE SECTION.
       DB-010.
           IF BAQHCHGH-DATE NOT NUMERIC OR
              BAQHCHGH-DATE < WS-FROM-DATE OR
              BAQHCHGH-DATE > WS-TO-DATE THEN
              GO TO DB-020
           END-IF.

           COMPUTE WS-POP-LEFT = WS-POPULATION - WS-POP-SEEN.
           COMPUTE WS-STILL-WANTED = WS-SAMPLE-WANTED - WS-SMP-COUNT.
           COMPUTE WS-RANDOM = FUNCTION RANDOM.
           COMPUTE WS-RANDOM-SCALED = WS-POP-LEFT * WS-RANDOM.
           ADD 1 TO WS-POP-SEEN.

           IF WS-RANDOM-SCALED NOT < WS-STILL-WANTED THEN
              GO TO DB-020
           END-IF.

           ADD 1 TO WS-SMP-COUNT.
           MOVE WS-SMP-COUNT TO WS-SMP-IX.
           INITIALIZE WS-SMP-ENTRY (WS-SMP-IX).
           MOVE BAQHCHGH-DATE TO WS-SMP-DATE (WS-SMP-IX).
           MOVE BAQHCHGH-TIME TO WS-SMP-TIME (WS-SMP-IX).
           MOVE BAQHCHGH-TYPE TO WS-SMP-TYPE (WS-SMP-IX).
           MOVE BAQHCHGH-TITLE TO WS-SMP-TITLE (WS-SMP-IX).
           MOVE BAQHCHGH-FIELD TO WS-SMP-FIELD (WS-SMP-IX).
           MOVE BAQHCHGH-OLD-VALUE TO WS-SMP-OLD (WS-SMP-IX).
           MOVE BAQHCHGH-NEW-VALUE TO WS-SMP-NEW (WS-SMP-IX).
           MOVE BAQHCHGH-CATALOG TO WS-SMP-CATALOG (WS-SMP-IX).
           IF BAQHCHGH-BOOK-ID IS NUMERIC THEN
              MOVE BAQHCHGH-BOOK-ID TO WS-SMP-BOOK-ID (WS-SMP-IX)
           ELSE
              MOVE 0 TO WS-SMP-BOOK-ID (WS-SMP-IX)
           END-IF.
           MOVE WS-POP-SEEN TO WS-SMP-POP-SEQ (WS-SMP-IX).

      * The evidence window opens LOOKBACK days before the change.
           MOVE BAQHCHGH-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-LOOKBACK-DAYS.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-SMP-WIN-DATE (WS-SMP-IX).

       DB-020.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-GATHER-AUDIT-RECORDS
      *
      * The whole trail is walked, in order, so each writing
      * program's chain can be recomputed up to the sampled record
      * exactly as BAQHHSKP's VERIFY does it. The latest matching
      * call in a change's window is the one kept.
      *----------------------------------------------------------------*
       EA-GATHER-AUDIT-RECORDS SECTION.
       EA-010.
           OPEN INPUT RBKAUDT-FILE.
           IF WS-AUDT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHEVPK OPEN RBKAUDT failed, file status '
                 WS-AUDT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKAUDT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM EB-JUDGE-ONE-AUDIT-REC UNTIL WS-EOF.

           CLOSE RBKAUDT-FILE.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-JUDGE-ONE-AUDIT-REC
      *----------------------------------------------------------------*
       EB-JUDGE-ONE-AUDIT-REC SECTION.
       EB-010.
           ADD 1 TO WS-VFY-REC-NUM.

      * An archive generation's own header record is not audit data.
           IF BAQHAUDT-RECORD (1:4) = 'HKV0' THEN
              GO TO EB-020
           END-IF.

           PERFORM EBA-CHECK-SEAL.

      * Only a successful call that changes the catalog can have
      * caused a captured change. RBKA is the online release of an
      * approved delete.
           IF BAQHAUDT-RESULT NOT = 'SUCCESS' THEN
              GO TO EB-020
           END-IF.

           EVALUATE BAQHAUDT-OPERATION (1:4)
              WHEN 'CRBK'
              WHEN 'PRBK'
              WHEN 'MRBK'
              WHEN 'DRBK'
              WHEN 'RBKA'
              WHEN 'BLKC'
              WHEN 'BLKP'
              WHEN 'NMRG'
              WHEN 'SYNC'
              WHEN 'ARCH'
              WHEN 'UNDO'
              WHEN 'SCHD'
              WHEN 'RENM'
              WHEN 'RBAK'
              WHEN 'DORG'
                 CONTINUE
              WHEN OTHER
                 GO TO EB-020
           END-EVALUATE.

           MOVE BAQHAUDT-KEY-TITLE TO WS-REC-TITLE.
           IF BAQHAUDT-BOOK-ID IS NUMERIC THEN
              MOVE BAQHAUDT-BOOK-ID TO WS-REC-BOOK-ID
           ELSE
              MOVE 0 TO WS-REC-BOOK-ID
           END-IF.
           MOVE BAQHAUDT-DATE TO WS-REC-DATE.

           MOVE 0 TO WS-SMP-IX.
           PERFORM EBC-MATCH-ONE-SAMPLE
              UNTIL WS-SMP-IX NOT < WS-SMP-COUNT.

       EB-020.
           READ RBKAUDT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EBA-CHECK-SEAL
      *
      * Continues the record's program chain and leaves its seal
      * state in WS-CUR-SEAL: the check value must equal the
      * predecessor's plus the byte sum of the leading 163 bytes,
      * modulo a thousand million.
      *----------------------------------------------------------------*
       EBA-CHECK-SEAL SECTION.
       EBA-010.
           IF BAQHAUDT-CHECK-VALUE NOT NUMERIC OR
              BAQHAUDT-CHECK-VALUE = 0 THEN
              MOVE 'UNCHAINED' TO WS-CUR-SEAL
              GO TO EBA-999
           END-IF.

           MOVE 0 TO WS-VFY-FOUND.
           MOVE 0 TO WS-VFY-IDX.
           PERFORM EBAA-MATCH-ONE-CHAIN
              UNTIL WS-VFY-FOUND > 0
                 OR WS-VFY-IDX NOT < WS-VFY-COUNT.

           IF WS-VFY-FOUND = 0 THEN
              IF WS-VFY-COUNT < WS-VFY-MAX THEN
                 ADD 1 TO WS-VFY-COUNT
                 MOVE WS-VFY-COUNT TO WS-VFY-FOUND
                 MOVE BAQHAUDT-PROGRAM
                    TO WS-VFY-PGM (WS-VFY-FOUND)
                 MOVE 0 TO WS-VFY-PREV (WS-VFY-FOUND)
                 MOVE 0 TO WS-VFY-SEEDED (WS-VFY-FOUND)
              ELSE
                 MOVE 'UNCHAINED' TO WS-CUR-SEAL
                 GO TO EBA-999
              END-IF
           END-IF.

           MOVE 0 TO WS-VFY-SUM.
           PERFORM EBAB-SUM-ONE-BYTE
              VARYING WS-VFY-POS FROM 1 BY 1
              UNTIL WS-VFY-POS > 163.

           IF WS-VFY-SEEDED (WS-VFY-FOUND) = 0 THEN
              MOVE 1 TO WS-VFY-SEEDED (WS-VFY-FOUND)
              MOVE 'SEED' TO WS-CUR-SEAL
           ELSE
              COMPUTE WS-VFY-WORK =
                 WS-VFY-PREV (WS-VFY-FOUND) + WS-VFY-SUM
              COMPUTE WS-VFY-EXPECT =
                 FUNCTION MOD(WS-VFY-WORK, 1000000000)
              IF BAQHAUDT-CHECK-VALUE = WS-VFY-EXPECT THEN
                 MOVE 'VERIFIED' TO WS-CUR-SEAL
              ELSE
                 MOVE 'BROKEN' TO WS-CUR-SEAL
                 ADD 1 TO WS-VFY-TOT-BREAKS
              END-IF
           END-IF.

           MOVE BAQHAUDT-CHECK-VALUE TO WS-VFY-PREV (WS-VFY-FOUND).

       EBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EBAA-MATCH-ONE-CHAIN
      *----------------------------------------------------------------*
       EBAA-MATCH-ONE-CHAIN SECTION.
       EBAA-010.
           ADD 1 TO WS-VFY-IDX.
           IF WS-VFY-PGM (WS-VFY-IDX) = BAQHAUDT-PROGRAM THEN
              MOVE WS-VFY-IDX TO WS-VFY-FOUND
           END-IF.

       EBAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EBAB-SUM-ONE-BYTE
      *----------------------------------------------------------------*
       EBAB-SUM-ONE-BYTE SECTION.
       EBAB-010.
           ADD FUNCTION ORD(BAQHAUDT-RECORD (WS-VFY-POS:1))
              TO WS-VFY-SUM.

       EBAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EBC-MATCH-ONE-SAMPLE
      *----------------------------------------------------------------*
       EBC-MATCH-ONE-SAMPLE SECTION.
       EBC-010.
           ADD 1 TO WS-SMP-IX.

           PERFORM XA-TEST-SAME-BOOK.
           IF WS-SAME-BOOK = 0 THEN
              GO TO EBC-999
           END-IF.

           MOVE 1 TO WS-SMP-AUD-FOUND (WS-SMP-IX).
           MOVE BAQHAUDT-DATE TO WS-SMP-AUD-DATE (WS-SMP-IX).
           MOVE BAQHAUDT-TIME TO WS-SMP-AUD-TIME (WS-SMP-IX).
           MOVE BAQHAUDT-PROGRAM TO WS-SMP-AUD-PGM (WS-SMP-IX).
           MOVE BAQHAUDT-OPERATION (1:4)
              TO WS-SMP-AUD-OPER (WS-SMP-IX).
           MOVE BAQHAUDT-USER TO WS-SMP-AUD-USER (WS-SMP-IX).
           MOVE BAQHAUDT-CHANGE-ID TO WS-SMP-AUD-CHG-ID (WS-SMP-IX).
           MOVE WS-VFY-REC-NUM TO WS-SMP-AUD-REC-NUM (WS-SMP-IX).
           MOVE WS-CUR-SEAL TO WS-SMP-AUD-SEAL (WS-SMP-IX).

       EBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-GATHER-BEFORE-IMAGES
      *----------------------------------------------------------------*
       FA-GATHER-BEFORE-IMAGES SECTION.
       FA-010.
           OPEN INPUT RBKBIMG-FILE.
           IF WS-BIMG-FILE-STATUS NOT = '00' THEN
              GO TO FA-999
           END-IF.
           MOVE 'Y' TO WS-BIMG-OPEN-SW.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKBIMG-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM FB-JUDGE-ONE-BIMG-REC UNTIL WS-EOF.

           CLOSE RBKBIMG-FILE.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-JUDGE-ONE-BIMG-REC
      *----------------------------------------------------------------*
       FB-JUDGE-ONE-BIMG-REC SECTION.
       FB-010.
           MOVE BAQHBIMG-TITLE TO WS-REC-TITLE.
           IF BAQHBIMG-BOOK-ID IS NUMERIC THEN
              MOVE BAQHBIMG-BOOK-ID TO WS-REC-BOOK-ID
           ELSE
              MOVE 0 TO WS-REC-BOOK-ID
           END-IF.
           MOVE BAQHBIMG-DATE TO WS-REC-DATE.

           MOVE 0 TO WS-SMP-IX.
           PERFORM FBA-MATCH-ONE-SAMPLE
              UNTIL WS-SMP-IX NOT < WS-SMP-COUNT.

           READ RBKBIMG-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FBA-MATCH-ONE-SAMPLE
      *----------------------------------------------------------------*
       FBA-MATCH-ONE-SAMPLE SECTION.
       FBA-010.
           ADD 1 TO WS-SMP-IX.

           PERFORM XA-TEST-SAME-BOOK.
           IF WS-SAME-BOOK = 0 THEN
              GO TO FBA-999
           END-IF.

           MOVE 1 TO WS-SMP-BIM-FOUND (WS-SMP-IX).
           MOVE BAQHBIMG-DATE TO WS-SMP-BIM-DATE (WS-SMP-IX).
           MOVE BAQHBIMG-TIME TO WS-SMP-BIM-TIME (WS-SMP-IX).
           MOVE BAQHBIMG-OPERATION TO WS-SMP-BIM-OPER (WS-SMP-IX).
           MOVE BAQHBIMG-FIELD TO WS-SMP-BIM-FIELD (WS-SMP-IX).

       FBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-GATHER-APPROVALS
      *
      * Only a delete's approval is about one book; the bulk feeds'
      * approvals are about a run and prove nothing per change.
      *----------------------------------------------------------------*
       GA-GATHER-APPROVALS SECTION.
       GA-010.
           OPEN INPUT RBKAPPR-FILE.
           IF WS-APPR-FILE-STATUS NOT = '00' THEN
              GO TO GA-999
           END-IF.
           MOVE 'Y' TO WS-APPR-OPEN-SW.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKAPPR-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM GB-JUDGE-ONE-APPR-REC UNTIL WS-EOF.

           CLOSE RBKAPPR-FILE.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GB-JUDGE-ONE-APPR-REC
      *----------------------------------------------------------------*
       GB-JUDGE-ONE-APPR-REC SECTION.
       GB-010.
           IF BAQHAPPR-OPERATION NOT = 'DRBK' THEN
              GO TO GB-020
           END-IF.

           IF BAQHAPPR-STATUS NOT = 'APPROVED' AND
              BAQHAPPR-STATUS NOT = 'USED' THEN
              GO TO GB-020
           END-IF.

           MOVE BAQHAPPR-TITLE TO WS-REC-TITLE.
           IF BAQHAPPR-BOOK-ID IS NUMERIC THEN
              MOVE BAQHAPPR-BOOK-ID TO WS-REC-BOOK-ID
           ELSE
              MOVE 0 TO WS-REC-BOOK-ID
           END-IF.
           MOVE BAQHAPPR-DATE TO WS-REC-DATE.

           MOVE 0 TO WS-SMP-IX.
           PERFORM GBA-MATCH-ONE-SAMPLE
              UNTIL WS-SMP-IX NOT < WS-SMP-COUNT.

       GB-020.
           READ RBKAPPR-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       GB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GBA-MATCH-ONE-SAMPLE
      *----------------------------------------------------------------*
       GBA-MATCH-ONE-SAMPLE SECTION.
       GBA-010.
           ADD 1 TO WS-SMP-IX.

           PERFORM XA-TEST-SAME-BOOK.
           IF WS-SAME-BOOK = 0 THEN
              GO TO GBA-999
           END-IF.

           MOVE 1 TO WS-SMP-APR-FOUND (WS-SMP-IX).
           MOVE BAQHAPPR-DATE TO WS-SMP-APR-DATE (WS-SMP-IX).
           MOVE BAQHAPPR-REQUESTOR TO WS-SMP-APR-REQ (WS-SMP-IX).
           MOVE BAQHAPPR-APPROVER TO WS-SMP-APR-APPR (WS-SMP-IX).
           MOVE BAQHAPPR-STATUS TO WS-SMP-APR-STATUS (WS-SMP-IX).

       GBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-GATHER-CERTIFICATIONS
      *----------------------------------------------------------------*
       HA-GATHER-CERTIFICATIONS SECTION.
       HA-010.
           OPEN INPUT RBKCERT-FILE.
           IF WS-CERT-FILE-STATUS NOT = '00' THEN
              GO TO HA-999
           END-IF.
           MOVE 'Y' TO WS-CERT-OPEN-SW.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKCERT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM HB-JUDGE-ONE-CERT-REC UNTIL WS-EOF.

           CLOSE RBKCERT-FILE.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HB-JUDGE-ONE-CERT-REC
      *----------------------------------------------------------------*
       HB-JUDGE-ONE-CERT-REC SECTION.
       HB-010.
           MOVE 0 TO WS-SMP-IX.
           PERFORM HBA-MATCH-ONE-SAMPLE
              UNTIL WS-SMP-IX NOT < WS-SMP-COUNT.

           READ RBKCERT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       HB-999.
           EXIT.

      *----------------------------------------------------------------*
      * HBA-MATCH-ONE-SAMPLE
      *----------------------------------------------------------------*
       HBA-MATCH-ONE-SAMPLE SECTION.
       HBA-010.
           ADD 1 TO WS-SMP-IX.

           IF BAQHCERT-CHG-DATE = WS-SMP-DATE (WS-SMP-IX) THEN
              MOVE 1 TO WS-SMP-CRT-FOUND (WS-SMP-IX)
              MOVE BAQHCERT-DATE TO WS-SMP-CRT-DATE (WS-SMP-IX)
              MOVE BAQHCERT-USER TO WS-SMP-CRT-USER (WS-SMP-IX)
           END-IF.

       HBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * IA-GATHER-CHANGE-TICKETS
      *
      * The ticket named on the causing call; when one id appears
      * more than once the last record read wins, as in BAQHRBKB.
      *----------------------------------------------------------------*
       IA-GATHER-CHANGE-TICKETS SECTION.
       IA-010.
           OPEN INPUT RBKCHGT-FILE.
           IF WS-CHGT-FILE-STATUS NOT = '00' THEN
              GO TO IA-999
           END-IF.
           MOVE 'Y' TO WS-CHGT-OPEN-SW.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKCHGT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM IB-JUDGE-ONE-CHGT-REC UNTIL WS-EOF.

           CLOSE RBKCHGT-FILE.

       IA-999.
           EXIT.

      *----------------------------------------------------------------*
      * IB-JUDGE-ONE-CHGT-REC
      *----------------------------------------------------------------*
       IB-JUDGE-ONE-CHGT-REC SECTION.
       IB-010.
           MOVE 0 TO WS-SMP-IX.
           PERFORM IBA-MATCH-ONE-SAMPLE
              UNTIL WS-SMP-IX NOT < WS-SMP-COUNT.

           READ RBKCHGT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       IB-999.
           EXIT.

      *----------------------------------------------------------------*
      * IBA-MATCH-ONE-SAMPLE
      *----------------------------------------------------------------*
       IBA-MATCH-ONE-SAMPLE SECTION.
       IBA-010.
           ADD 1 TO WS-SMP-IX.

           IF WS-SMP-AUD-FOUND (WS-SMP-IX) = 1 AND
              WS-SMP-AUD-CHG-ID (WS-SMP-IX) NOT = SPACES AND
              WS-SMP-AUD-CHG-ID (WS-SMP-IX) = BAQHCHGT-ID THEN
              MOVE 1 TO WS-SMP-TKT-FOUND (WS-SMP-IX)
              MOVE BAQHCHGT-STATE TO WS-SMP-TKT-STATE (WS-SMP-IX)
              STRING BAQHCHGT-FROM-DATE BAQHCHGT-FROM-TIME
                 DELIMITED BY SIZE INTO WS-SMP-TKT-FROM (WS-SMP-IX)
              STRING BAQHCHGT-TO-DATE BAQHCHGT-TO-TIME
                 DELIMITED BY SIZE INTO WS-SMP-TKT-TO (WS-SMP-IX)
           END-IF.

       IBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * JA-WRITE-PACK-HEADER
      *
      * The cover: the period, the population, the sample and the
      * seed that reproduces it.
      *----------------------------------------------------------------*
       JA-WRITE-PACK-HEADER SECTION.
       JA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'AUDIT EVIDENCE PACK - SAMPLED CATALOG CHANGES - '
              WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PERIOD:                 ' WS-FROM-DATE ' TO '
              WS-TO-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE WS-POPULATION TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHANGES IN THE PERIOD:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE WS-SMP-COUNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHANGES SAMPLED:        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE WS-SEED TO WS-SEED-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RANDOM SEED:            ' WS-SEED-ED ' ('
              FUNCTION TRIM(WS-SEED-SOURCE)
              ') - RERUN WITH SEED=' FUNCTION TRIM(WS-SEED-ED)
              ' TO REPRODUCE THIS SAMPLE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE WS-LOOKBACK-DAYS TO WS-LOOKBACK-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EVIDENCE WINDOW:        ' WS-LOOKBACK-ED
              ' DAYS UP TO EACH CHANGE DATE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           IF NOT WS-BIMG-OPEN THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'RBKBIMG NOT AVAILABLE TO THIS RUN.'
                 TO WS-RPT-LINE
              WRITE RBKEVPK-RECORD FROM WS-RPT-LINE
           END-IF.
           IF NOT WS-APPR-OPEN THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'RBKAPPR NOT AVAILABLE TO THIS RUN.'
                 TO WS-RPT-LINE
              WRITE RBKEVPK-RECORD FROM WS-RPT-LINE
           END-IF.
           IF NOT WS-CERT-OPEN THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'RBKCERT NOT AVAILABLE TO THIS RUN.'
                 TO WS-RPT-LINE
              WRITE RBKEVPK-RECORD FROM WS-RPT-LINE
           END-IF.
           IF NOT WS-CHGT-OPEN THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'RBKCHGT NOT AVAILABLE TO THIS RUN.'
                 TO WS-RPT-LINE
              WRITE RBKEVPK-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-SMP-COUNT = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKEVPK-RECORD FROM WS-RPT-LINE
              MOVE 'NO CHANGES IN THE PERIOD - NOTHING SAMPLED.'
                 TO WS-RPT-LINE
              WRITE RBKEVPK-RECORD FROM WS-RPT-LINE
           END-IF.

       JA-999.
           EXIT.

      *----------------------------------------------------------------*
      * JB-WRITE-ONE-CHANGE
      *
      * One sampled change: what changed, then its five items.
      *----------------------------------------------------------------*
       JB-WRITE-ONE-CHANGE SECTION.
       JB-010.
           ADD 1 TO WS-SMP-IX.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.
           MOVE WS-SMP-IX TO WS-SMP-ED.
           MOVE WS-SMP-COUNT TO WS-SMP-OF-ED.
           MOVE WS-SMP-POP-SEQ (WS-SMP-IX) TO WS-CNT-ED.
           STRING '==== SAMPLE ' WS-SMP-ED ' OF ' WS-SMP-OF-ED
              ' - PERIOD CHANGE NO. ' FUNCTION TRIM(WS-CNT-ED)
              ' ===='
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  CHANGE   ' WS-SMP-DATE (WS-SMP-IX) ' '
              WS-SMP-TIME (WS-SMP-IX) ' ' WS-SMP-TYPE (WS-SMP-IX)
              ' FIELD ' WS-SMP-FIELD (WS-SMP-IX)
              ' CATALOG ' WS-SMP-CATALOG (WS-SMP-IX)
              ' BOOK ID ' WS-SMP-BOOK-ID (WS-SMP-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  TITLE    ' WS-SMP-TITLE (WS-SMP-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  OLD      ' WS-SMP-OLD (WS-SMP-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  NEW      ' WS-SMP-NEW (WS-SMP-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ITEM           VERDICT   EVIDENCE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           PERFORM JBA-JUDGE-AUDIT-ITEM.
           PERFORM JBB-JUDGE-BIMG-ITEM.
           PERFORM JBC-JUDGE-APPROVAL-ITEM.
           PERFORM JBD-JUDGE-CERT-ITEM.
           PERFORM JBE-JUDGE-TICKET-ITEM.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SMP-GAP-CNT (WS-SMP-IX) = 0 THEN
              ADD 1 TO WS-EVIDENCED-CNT
              MOVE '  CHANGE VERDICT: EVIDENCED' TO WS-RPT-LINE
           ELSE
              ADD 1 TO WS-GAP-CHG-CNT
              STRING '  CHANGE VERDICT: GAP ('
                 FUNCTION TRIM(WS-SMP-GAP-LIST (WS-SMP-IX)) ')'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

       JB-999.
           EXIT.

      *----------------------------------------------------------------*
      * JBA-JUDGE-AUDIT-ITEM
      *
      * A found call is evidence unless its seal is broken. A seed
      * record or an online writer's record is evidenced, and says
      * its seal could not be proven.
      *----------------------------------------------------------------*
       JBA-JUDGE-AUDIT-ITEM SECTION.
       JBA-010.
           MOVE 1 TO WS-ITEM-NUM.
           MOVE SPACES TO WS-ITEM-DETAIL.

           IF WS-SMP-AUD-FOUND (WS-SMP-IX) = 0 THEN
              MOVE 'GAP' TO WS-ITEM-STATE
              STRING 'NO SUCCESSFUL CHANGING CALL FOR THIS BOOK FROM '
                 WS-SMP-WIN-DATE (WS-SMP-IX)
                 DELIMITED BY SIZE INTO WS-ITEM-DETAIL
              PERFORM JC-WRITE-ITEM-LINE
              GO TO JBA-999
           END-IF.

           MOVE WS-SMP-AUD-REC-NUM (WS-SMP-IX) TO WS-VFY-REC-ED.
           IF WS-SMP-AUD-SEAL (WS-SMP-IX) = 'BROKEN' THEN
              MOVE 'GAP' TO WS-ITEM-STATE
           ELSE
              MOVE 'EVIDENCED' TO WS-ITEM-STATE
           END-IF.

           EVALUATE WS-SMP-AUD-SEAL (WS-SMP-IX)
              WHEN 'VERIFIED'
                 MOVE 'VERIFIED' TO WS-ITEM-NOTE
              WHEN 'SEED'
                 MOVE 'CHAIN START - UNPROVEN' TO WS-ITEM-NOTE
              WHEN 'BROKEN'
                 MOVE 'BROKEN - CHAIN DOES NOT CONTINUE'
                    TO WS-ITEM-NOTE
              WHEN OTHER
                 MOVE 'NONE - ONLINE, OUTSIDE THE CHAINS'
                    TO WS-ITEM-NOTE
           END-EVALUATE.

           STRING WS-SMP-AUD-DATE (WS-SMP-IX) ' '
              WS-SMP-AUD-TIME (WS-SMP-IX) ' '
              WS-SMP-AUD-PGM (WS-SMP-IX) ' '
              WS-SMP-AUD-OPER (WS-SMP-IX) ' USER '
              WS-SMP-AUD-USER (WS-SMP-IX) ' RECORD '
              FUNCTION TRIM(WS-VFY-REC-ED) ' SEAL '
              WS-ITEM-NOTE
              DELIMITED BY SIZE INTO WS-ITEM-DETAIL.

           PERFORM JC-WRITE-ITEM-LINE.

       JBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * JBB-JUDGE-BIMG-ITEM
      *----------------------------------------------------------------*
       JBB-JUDGE-BIMG-ITEM SECTION.
       JBB-010.
           MOVE 2 TO WS-ITEM-NUM.
           MOVE SPACES TO WS-ITEM-DETAIL.

           IF WS-SMP-TYPE (WS-SMP-IX) = 'ADDED' THEN
              MOVE 'N/A' TO WS-ITEM-STATE
              MOVE 'A NEW BOOK HAS NO PRIOR IMAGE' TO WS-ITEM-DETAIL
           ELSE
              IF WS-SMP-BIM-FOUND (WS-SMP-IX) = 1 THEN
                 MOVE 'EVIDENCED' TO WS-ITEM-STATE
                 STRING WS-SMP-BIM-DATE (WS-SMP-IX) ' '
                    WS-SMP-BIM-TIME (WS-SMP-IX) ' '
                    WS-SMP-BIM-OPER (WS-SMP-IX) ' FIELD '
                    WS-SMP-BIM-FIELD (WS-SMP-IX)
                    DELIMITED BY SIZE INTO WS-ITEM-DETAIL
              ELSE
                 MOVE 'GAP' TO WS-ITEM-STATE
                 IF WS-BIMG-OPEN THEN
                    STRING 'NO BEFORE-IMAGE FOR THIS BOOK FROM '
                       WS-SMP-WIN-DATE (WS-SMP-IX)
                       DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                 ELSE
                    MOVE 'RBKBIMG NOT AVAILABLE' TO WS-ITEM-DETAIL
                 END-IF
              END-IF
           END-IF.

           PERFORM JC-WRITE-ITEM-LINE.

       JBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * JBC-JUDGE-APPROVAL-ITEM
      *
      * Four-eyes approval is required of an online delete. When no
      * causing call was found a removal is held to it too - the
      * delete may well have been an online one.
      *----------------------------------------------------------------*
       JBC-JUDGE-APPROVAL-ITEM SECTION.
       JBC-010.
           MOVE 3 TO WS-ITEM-NUM.
           MOVE SPACES TO WS-ITEM-DETAIL.

           IF WS-SMP-TYPE (WS-SMP-IX) NOT = 'REMOVED' THEN
              MOVE 'N/A' TO WS-ITEM-STATE
              MOVE 'ONLY A DELETE NEEDS FOUR-EYES APPROVAL'
                 TO WS-ITEM-DETAIL
              PERFORM JC-WRITE-ITEM-LINE
              GO TO JBC-999
           END-IF.

           IF WS-SMP-AUD-FOUND (WS-SMP-IX) = 1 AND
              WS-SMP-AUD-PGM (WS-SMP-IX) NOT = 'BAQHRBKC' THEN
              MOVE 'N/A' TO WS-ITEM-STATE
              MOVE 'A BATCH DELETE IS AUTHORISED BY ITS TICKET'
                 TO WS-ITEM-DETAIL
              PERFORM JC-WRITE-ITEM-LINE
              GO TO JBC-999
           END-IF.

           IF WS-SMP-APR-FOUND (WS-SMP-IX) = 1 THEN
              MOVE 'EVIDENCED' TO WS-ITEM-STATE
              STRING WS-SMP-APR-DATE (WS-SMP-IX) ' REQUESTED BY '
                 WS-SMP-APR-REQ (WS-SMP-IX) ' APPROVED BY '
                 WS-SMP-APR-APPR (WS-SMP-IX) ' NOW '
                 WS-SMP-APR-STATUS (WS-SMP-IX)
                 DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           ELSE
              MOVE 'GAP' TO WS-ITEM-STATE
              IF WS-APPR-OPEN THEN
                 STRING 'NO APPROVED DRBK REQUEST FOR THIS BOOK FROM '
                    WS-SMP-WIN-DATE (WS-SMP-IX)
                    DELIMITED BY SIZE INTO WS-ITEM-DETAIL
              ELSE
                 MOVE 'RBKAPPR NOT AVAILABLE' TO WS-ITEM-DETAIL
              END-IF
           END-IF.

           PERFORM JC-WRITE-ITEM-LINE.

       JBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * JBD-JUDGE-CERT-ITEM
      *----------------------------------------------------------------*
       JBD-JUDGE-CERT-ITEM SECTION.
       JBD-010.
           MOVE 4 TO WS-ITEM-NUM.
           MOVE SPACES TO WS-ITEM-DETAIL.

           IF WS-SMP-CRT-FOUND (WS-SMP-IX) = 1 THEN
              MOVE 'EVIDENCED' TO WS-ITEM-STATE
              STRING 'DAY ' WS-SMP-DATE (WS-SMP-IX)
                 ' CERTIFIED ' WS-SMP-CRT-DATE (WS-SMP-IX)
                 ' BY ' WS-SMP-CRT-USER (WS-SMP-IX)
                 DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           ELSE
              MOVE 'GAP' TO WS-ITEM-STATE
              IF WS-CERT-OPEN THEN
                 STRING 'DAY ' WS-SMP-DATE (WS-SMP-IX)
                    ' WAS NEVER CERTIFIED'
                    DELIMITED BY SIZE INTO WS-ITEM-DETAIL
              ELSE
                 MOVE 'RBKCERT NOT AVAILABLE' TO WS-ITEM-DETAIL
              END-IF
           END-IF.

           PERFORM JC-WRITE-ITEM-LINE.

       JBD-999.
           EXIT.

      *----------------------------------------------------------------*
      * JBE-JUDGE-TICKET-ITEM
      *
      * A BAQHRBKB call must name a ticket that is on file, was not
      * abandoned, and whose window holds the call. Other writers
      * work without tickets. With no causing call the ticket
      * cannot be shown either.
      *----------------------------------------------------------------*
       JBE-JUDGE-TICKET-ITEM SECTION.
       JBE-010.
           MOVE 5 TO WS-ITEM-NUM.
           MOVE SPACES TO WS-ITEM-DETAIL.

           IF WS-SMP-AUD-FOUND (WS-SMP-IX) = 0 THEN
              MOVE 'GAP' TO WS-ITEM-STATE
              MOVE 'NO CAUSING CALL TO NAME A TICKET'
                 TO WS-ITEM-DETAIL
              PERFORM JC-WRITE-ITEM-LINE
              GO TO JBE-999
           END-IF.

           IF WS-SMP-AUD-PGM (WS-SMP-IX) NOT = 'BAQHRBKB' THEN
              MOVE 'N/A' TO WS-ITEM-STATE
              STRING 'NO TICKET IS REQUIRED OF '
                 WS-SMP-AUD-PGM (WS-SMP-IX)
                 DELIMITED BY SIZE INTO WS-ITEM-DETAIL
              PERFORM JC-WRITE-ITEM-LINE
              GO TO JBE-999
           END-IF.

           IF WS-SMP-AUD-CHG-ID (WS-SMP-IX) = SPACES THEN
              MOVE 'GAP' TO WS-ITEM-STATE
              MOVE 'THE CALL NAMED NO TICKET' TO WS-ITEM-DETAIL
              PERFORM JC-WRITE-ITEM-LINE
              GO TO JBE-999
           END-IF.

           IF WS-SMP-TKT-FOUND (WS-SMP-IX) = 0 THEN
              MOVE 'GAP' TO WS-ITEM-STATE
              IF WS-CHGT-OPEN THEN
                 STRING WS-SMP-AUD-CHG-ID (WS-SMP-IX)
                    ' IS NOT ON RBKCHGT'
                    DELIMITED BY SIZE INTO WS-ITEM-DETAIL
              ELSE
                 MOVE 'RBKCHGT NOT AVAILABLE' TO WS-ITEM-DETAIL
              END-IF
              PERFORM JC-WRITE-ITEM-LINE
              GO TO JBE-999
           END-IF.

           STRING WS-SMP-AUD-DATE (WS-SMP-IX)
              WS-SMP-AUD-TIME (WS-SMP-IX) (1:4)
              DELIMITED BY SIZE INTO WS-AUD-STAMP.

           IF WS-SMP-TKT-STATE (WS-SMP-IX) = 'DRAFT' OR
              WS-SMP-TKT-STATE (WS-SMP-IX) = 'CANCELLED' OR
              WS-SMP-TKT-STATE (WS-SMP-IX) = 'REJECTED' THEN
              MOVE 'GAP' TO WS-ITEM-STATE
              MOVE '- NOT AN IMPLEMENTED TICKET' TO WS-ITEM-NOTE
           ELSE
              IF WS-AUD-STAMP < WS-SMP-TKT-FROM (WS-SMP-IX) OR
                 WS-AUD-STAMP > WS-SMP-TKT-TO (WS-SMP-IX) THEN
                 MOVE 'GAP' TO WS-ITEM-STATE
                 MOVE '- CALL OUTSIDE THE WINDOW' TO WS-ITEM-NOTE
              ELSE
                 MOVE 'EVIDENCED' TO WS-ITEM-STATE
                 MOVE SPACES TO WS-ITEM-NOTE
              END-IF
           END-IF.

           STRING WS-SMP-AUD-CHG-ID (WS-SMP-IX) ' '
              WS-SMP-TKT-STATE (WS-SMP-IX) ' WINDOW '
              WS-SMP-TKT-FROM (WS-SMP-IX) '-'
              WS-SMP-TKT-TO (WS-SMP-IX) ' '
              WS-ITEM-NOTE
              DELIMITED BY SIZE INTO WS-ITEM-DETAIL.

           PERFORM JC-WRITE-ITEM-LINE.

       JBE-999.
           EXIT.

      *----------------------------------------------------------------*
      * JC-WRITE-ITEM-LINE
      *
      * Writes one item's line and counts its verdict, for the
      * change and for the summary page.
      *----------------------------------------------------------------*
       JC-WRITE-ITEM-LINE SECTION.
       JC-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ' WS-ITEM-NAME (WS-ITEM-NUM) ' ' WS-ITEM-STATE
              ' ' WS-ITEM-DETAIL
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           EVALUATE WS-ITEM-STATE
              WHEN 'EVIDENCED'
                 ADD 1 TO WS-ITEM-EVD-CNT (WS-ITEM-NUM)
              WHEN 'GAP'
                 ADD 1 TO WS-ITEM-GAP-CNT (WS-ITEM-NUM)
                 ADD 1 TO WS-SMP-GAP-CNT (WS-SMP-IX)
                 IF WS-SMP-GAP-LIST (WS-SMP-IX) = SPACES THEN
                    MOVE WS-ITEM-NAME (WS-ITEM-NUM)
                       TO WS-SMP-GAP-LIST (WS-SMP-IX)
                 ELSE
                    MOVE SPACES TO WS-GAP-WORK
                    STRING FUNCTION TRIM(WS-SMP-GAP-LIST (WS-SMP-IX))
                       ', ' WS-ITEM-NAME (WS-ITEM-NUM)
                       DELIMITED BY SIZE INTO WS-GAP-WORK
                    MOVE WS-GAP-WORK TO WS-SMP-GAP-LIST (WS-SMP-IX)
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ITEM-NA-CNT (WS-ITEM-NUM)
           END-EVALUATE.

       JC-999.
           EXIT.

      *----------------------------------------------------------------*
      * KA-WRITE-SUMMARY-PAGE
      *
      * Counts per item and per change, then every change with a
      * gap, one line each, for the auditor's follow-up list.
      *----------------------------------------------------------------*
       KA-WRITE-SUMMARY-PAGE SECTION.
       KA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.
           MOVE '==== SUMMARY ====' TO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PERIOD ' WS-FROM-DATE ' TO ' WS-TO-DATE
              ', SEED ' FUNCTION TRIM(WS-SEED-ED)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.
           MOVE 'ITEM            EVIDENCED      GAP      N/A'
              TO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-ITEM-NUM.
           PERFORM KB-WRITE-ONE-ITEM-TOTAL
              UNTIL WS-ITEM-NUM NOT < 5.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE WS-SMP-COUNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHANGES SAMPLED:        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE WS-EVIDENCED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  FULLY EVIDENCED:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE WS-GAP-CHG-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  WITH A GAP:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE WS-VFY-TOT-BREAKS TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SEAL BREAKS ON TRAIL:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           IF WS-GAP-CHG-CNT = 0 THEN
              GO TO KA-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.
           MOVE '---- CHANGES WITH A GAP ----' TO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-SMP-IX.
           PERFORM KC-LIST-ONE-GAP-CHANGE
              UNTIL WS-SMP-IX NOT < WS-SMP-COUNT.

       KA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KB-WRITE-ONE-ITEM-TOTAL
      *----------------------------------------------------------------*
       KB-WRITE-ONE-ITEM-TOTAL SECTION.
       KB-010.
           ADD 1 TO WS-ITEM-NUM.

           MOVE WS-ITEM-EVD-CNT (WS-ITEM-NUM) TO WS-EVD-ED.
           MOVE WS-ITEM-GAP-CNT (WS-ITEM-NUM) TO WS-GAP-ED.
           MOVE WS-ITEM-NA-CNT (WS-ITEM-NUM) TO WS-NA-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-ITEM-NAME (WS-ITEM-NUM) '     ' WS-EVD-ED
              '    ' WS-GAP-ED '    ' WS-NA-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

       KB-999.
           EXIT.

      *----------------------------------------------------------------*
      * KC-LIST-ONE-GAP-CHANGE
      *----------------------------------------------------------------*
       KC-LIST-ONE-GAP-CHANGE SECTION.
       KC-010.
           ADD 1 TO WS-SMP-IX.

           IF WS-SMP-GAP-CNT (WS-SMP-IX) = 0 THEN
              GO TO KC-999
           END-IF.

           MOVE WS-SMP-IX TO WS-SMP-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-SMP-ED ' ' WS-SMP-DATE (WS-SMP-IX) ' '
              WS-SMP-TYPE (WS-SMP-IX) ' '
              WS-SMP-TITLE (WS-SMP-IX) (1:40) ' '
              WS-SMP-GAP-LIST (WS-SMP-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEVPK-RECORD FROM WS-RPT-LINE.

       KC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-TEST-SAME-BOOK
      *
      * Sets WS-SAME-BOOK when the record in WS-REC-TITLE,
      * WS-REC-BOOK-ID and WS-REC-DATE is about the sampled change
      * WS-SMP-IX and falls inside its evidence window.
      *----------------------------------------------------------------*
       XA-TEST-SAME-BOOK SECTION.
       XA-010.
           MOVE 0 TO WS-SAME-BOOK.

           IF WS-REC-DATE < WS-SMP-WIN-DATE (WS-SMP-IX) OR
              WS-REC-DATE > WS-SMP-DATE (WS-SMP-IX) THEN
              GO TO XA-999
           END-IF.

           IF WS-REC-BOOK-ID > 0 AND WS-SMP-BOOK-ID (WS-SMP-IX) > 0
              THEN
              IF WS-REC-BOOK-ID = WS-SMP-BOOK-ID (WS-SMP-IX) THEN
                 MOVE 1 TO WS-SAME-BOOK
              END-IF
           ELSE
              IF WS-REC-TITLE = WS-SMP-TITLE (WS-SMP-IX) THEN
                 MOVE 1 TO WS-SAME-BOOK
              END-IF
           END-IF.

       XA-999.
           EXIT.
