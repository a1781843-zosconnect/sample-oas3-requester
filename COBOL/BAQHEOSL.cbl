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
      * BAQHEOSL                                                      *
      *                                                               *
      * Product end-of-service impact list, run monthly for the       *
      * publications desk. Every book in the local RBKEXTR extract    *
      * (run GARB first for a fresh pull) is looked up by form number *
      * in the RBKPMAP book-to-product mapping, and each product it   *
      * covers in the RBKPROD registry (both maintained by BAQHPRDM). *
      * A product is gone when its end-of-service date is announced   *
      * and falls on or before the horizon date - today plus the      *
      * horizon days.                                                 *
      *                                                               *
      * Books whose every product is gone are listed first, as RETIRE *
      * candidates, and written to RBKEOSA; books with some but not   *
      * all products gone follow as REFRESH candidates. Each book is  *
      * listed with its products and their state. A product missing   *
      * from the registry counts as still supported. Books already    *
      * ARCHIVED, books with no form number and books mapped to no    *
      * product are skipped and counted.                              *
      *                                                               *
      * A book whose last technical review in the RBKREVW register    *
      * (recorded online with RBRV) came out WITHDRAW is a retire     *
      * candidate whatever its products, and is listed and written    *
      * to RBKEOSA with the other retire candidates. RBKREVW is       *
      * optional; without it only the products decide.                *
      *                                                               *
      * RBKEOSA is in extract shape - the books' RBKEXTR records,     *
      * between a copy of the input's *HDR record and a *TRL record   *
      * counting them - the input the archive-and-purge operation     *
      * (ARCH) reads. Nothing is changed by this run: the candidates  *
      * are for review, and ARCH only purges a book once it has been  *
      * set ARCHIVED.                                                 *
      *                                                               *
      * Inputs:  RBKEXTR, RBKPROD, RBKPMAP, RBKREVW (optional)        *
      * Outputs: RBKEOSR (listing), RBKEOSA (retire candidates)       *
      * PARM keyword, optional:                                       *
      *   HORIZON=n   horizon in days (default 90)                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHEOSL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKPROD-FILE ASSIGN TO RBKPROD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHPROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT RBKPMAP-FILE ASSIGN TO RBKPMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHPMAP-KEY
               ALTERNATE RECORD KEY IS BAQHPMAP-PRODUCT-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-PMAP-FILE-STATUS.

           SELECT RBKREVW-FILE ASSIGN TO RBKREVW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAQHREVW-TITLE
               FILE STATUS IS WS-REVW-FILE-STATUS.

           SELECT RBKEOSA-FILE ASSIGN TO RBKEOSA
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKEOSR-FILE ASSIGN TO RBKEOSR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKPROD-FILE.
       COPY BAQHPROD.

       FD  RBKPMAP-FILE.
       COPY BAQHPMAP.

       FD  RBKREVW-FILE.
       COPY BAQHREVW.

       FD  RBKEOSA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEOSA-RECORD          PIC X(600).

       FD  RBKEOSR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEOSR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PROD-FILE-STATUS PIC X(2).
       01 WS-PMAP-FILE-STATUS PIC X(2).
       01 WS-REVW-FILE-STATUS PIC X(2).
       01 WS-REVW-OPEN-SW     PIC X VALUE 'N'.
           88 WS-REVW-OPEN    VALUE 'Y'.

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

       01 WS-HORIZON-DAYS     PIC 9(5) VALUE 90.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-DAYS-ARG         PIC X(5) VALUE SPACES.

      * Horizon arithmetic, the INTEGER-OF-DATE convention the aging
      * reports share. The dates compare as YYYYMMDD text.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-HORIZON-DATE     PIC X(8).

      * Which list the current pass over the extract is building.
       01 WS-PASS-SW          PIC X VALUE 'R'.
           88 WS-RETIRE-PASS  VALUE 'R'.
           88 WS-REFRESH-PASS VALUE 'F'.

      * Set by BC-CHECK-REVIEW-WITHDRAW for the book in hand.
       01 WS-WITHDRAWN-SW     PIC X VALUE 'N'.
           88 WS-BOOK-WITHDRAWN VALUE 'Y'.

      * One book's products, from BB-EVALUATE-BOOK. With
      * WS-LIST-PRODUCTS set each product is listed as it is seen.
       01 WS-MAP-EOF-SW       PIC X VALUE 'N'.
           88 WS-MAP-EOF      VALUE 'Y'.
       01 WS-LIST-PRODUCTS-SW PIC X VALUE 'N'.
           88 WS-LIST-PRODUCTS VALUE 'Y'.
       01 WS-BOOK-PROD-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-BOOK-GONE-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-PROD-STATE       PIC X(24) VALUE SPACES.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-RETIRE-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-WITHDRAWN-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-REFRESH-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-ARCHIVED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-NOFORM-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-UNMAPPED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-EOSA-CNT         PIC 9(9) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.
       01 WS-DAYS-ED          PIC ZZZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * Extract self-description verification (see BAQHEXTC). The
      * pre-pass refuses a snapshot with no header, no trailer, or a
      * trailer count that disagrees with the data records present -
      * a half-written extract from an abended pull, or last week's
      * generation mounted by JCL mistake.
       01 WS-XVER-EOF-SW      PIC X VALUE 'N'.
           88 WS-XVER-EOF     VALUE 'Y'.
       01 WS-XVER-HDR-SEEN    PIC 9 VALUE 0.
       01 WS-XVER-TRL-SEEN    PIC 9 VALUE 0.
       01 WS-XVER-DATA-CNT    PIC 9(9) COMP VALUE 0.
       01 WS-XVER-TRL-COUNT   PIC 9(9) COMP VALUE 0.
       01 WS-XVER-OK          PIC 9 VALUE 0.
       01 WS-XVER-SNAP-ID     PIC X(16) VALUE SPACES.
       COPY BAQHEXTC.
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
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'HORIZON='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 9.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-DAYS-ARG
              IF WS-DAYS-ARG IS NUMERIC THEN
                 MOVE WS-DAYS-ARG TO WS-HORIZON-DAYS
              END-IF
           END-IF.

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (WS-TODAY-INT + WS-HORIZON-DAYS).
           MOVE WS-DATE-NUM TO WS-HORIZON-DATE.

      * Verify the extract is a complete self-describing snapshot
      * before anything is listed from it.
           PERFORM XV-VERIFY-EXTRACT.
           IF WS-XVER-OK = 0 THEN
              DISPLAY 'BAQHEOSL REFUSED - RBKEXTR failed its header/'
                 'trailer verification; mount the verified snapshot'
                 ' and rerun.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKPROD-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHEOSL OPEN RBKPROD failed, file status '
                 WS-PROD-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKPMAP-FILE.
           IF WS-PMAP-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHEOSL OPEN RBKPMAP failed, file status '
                 WS-PMAP-FILE-STATUS
              CLOSE RBKPROD-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKREVW-FILE.
           IF WS-REVW-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-REVW-OPEN-SW
           ELSE
              DISPLAY 'BAQHEOSL RBKREVW not opened, file status '
                 WS-REVW-FILE-STATUS
                 ' - review withdrawals not considered'
           END-IF.

           OPEN OUTPUT RBKEOSA-FILE.
           OPEN OUTPUT RBKEOSR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PRODUCT END-OF-SERVICE IMPACT LIST - ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-HORIZON-DAYS TO WS-DAYS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'HORIZON: ' WS-DAYS-ED ' DAYS, END OF SERVICE ON '
              'OR BEFORE ' WS-HORIZON-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

      * First pass - the retire candidates, which also go to RBKEOSA.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.
           MOVE '---- RETIRE CANDIDATES - EVERY PRODUCT GONE, OR WITHDRA
      -        'WN AT TECHNICAL REVIEW ----' TO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE 'R' TO WS-PASS-SW.
           PERFORM BA-PASS-EXTRACT.

           MOVE SPACES TO BAQHEXTC-RECORD.
           MOVE '*TRL ' TO BAQHEXTC-TYPE.
           MOVE WS-XVER-SNAP-ID TO BAQHEXTC-SNAP-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHEXTC-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHEXTC-TIME.
           MOVE WS-EOSA-CNT TO BAQHEXTC-REC-COUNT.
           MOVE '02' TO BAQHEXTC-LAYOUT-VER.
           WRITE RBKEOSA-RECORD FROM BAQHEXTC-RECORD.
           MOVE 'BAQHEOSL' TO BAQHLINW-PROGRAM.
           MOVE 'RBKEOSA' TO BAQHLINW-DD.
           MOVE 'W' TO BAQHLINW-DIRECTION.
           MOVE 'E' TO BAQHLINW-FRAME.
           MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC.
           CALL 'BAQHLINW' USING BAQHLINW-AREA.

      * Second pass - the refresh candidates.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.
           MOVE '---- REFRESH CANDIDATES - SOME PRODUCTS GONE ----'
              TO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE 'F' TO WS-PASS-SW.
           PERFORM BA-PASS-EXTRACT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS READ:                 ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-RETIRE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RETIRE CANDIDATES:          ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-WITHDRAWN-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  OF WHICH WITHDRAWN:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-REFRESH-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REFRESH CANDIDATES:         ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-ARCHIVED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SKIPPED, ALREADY ARCHIVED:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-NOFORM-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SKIPPED, NO FORM NUMBER:    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-UNMAPPED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SKIPPED, NO PRODUCT MAPPED: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

       A-999.
           CLOSE RBKPROD-FILE.
           CLOSE RBKPMAP-FILE.
           IF WS-REVW-OPEN THEN
              CLOSE RBKREVW-FILE
           END-IF.
           CLOSE RBKEOSA-FILE.
           CLOSE RBKEOSR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PASS-EXTRACT
      *
      * One pass over RBKEXTR for the list WS-PASS-SW names. The skip
      * counts are taken on the first pass only.
      *----------------------------------------------------------------*
       BA-PASS-EXTRACT SECTION.
       BA-010.
           MOVE 'N' TO WS-EXTR-EOF-SW.
           MOVE '01' TO WS-EXTR-LAYOUT-VER.

           OPEN INPUT RBKEXTR-FILE.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM BAA-CONSIDER-ONE-BOOK UNTIL WS-EXTR-EOF.

           CLOSE RBKEXTR-FILE.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-CONSIDER-ONE-BOOK
      *
      * Lists the extract record in the buffer when it belongs to the
      * current pass's list.
      *----------------------------------------------------------------*
       BAA-CONSIDER-ONE-BOOK SECTION.
       BAA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The input's header opens the retire-candidate file as well,
      * restating the layout its records are now in.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' THEN
              IF WS-RETIRE-PASS THEN
                 MOVE BAQHEXTR-RECORD TO BAQHEXTC-RECORD
                 MOVE '02' TO BAQHEXTC-LAYOUT-VER
                 WRITE RBKEOSA-RECORD FROM BAQHEXTC-RECORD
                 MOVE 'BAQHEOSL' TO BAQHLINW-PROGRAM
                 MOVE 'RBKEOSA' TO BAQHLINW-DD
                 MOVE 'W' TO BAQHLINW-DIRECTION
                 MOVE 'E' TO BAQHLINW-FRAME
                 MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
              END-IF
              GO TO BAA-020
           END-IF.

           IF BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO BAA-020
           END-IF.

           IF WS-RETIRE-PASS THEN
              ADD 1 TO WS-READ-CNT
           END-IF.

           IF BAQHEXTR-STATUS = 'ARCHIVED' THEN
              IF WS-RETIRE-PASS THEN
                 ADD 1 TO WS-ARCHIVED-CNT
              END-IF
              GO TO BAA-020
           END-IF.

      * Withdrawn at technical review - a retire candidate on that
      * alone, so the refresh pass passes it by.
           PERFORM BC-CHECK-REVIEW-WITHDRAW.
           IF WS-BOOK-WITHDRAWN THEN
              IF WS-RETIRE-PASS THEN
                 ADD 1 TO WS-RETIRE-CNT
                 ADD 1 TO WS-WITHDRAWN-CNT
                 ADD 1 TO WS-EOSA-CNT
                 WRITE RBKEOSA-RECORD FROM BAQHEXTR-RECORD
                 MOVE SPACES TO WS-RPT-LINE
                 WRITE RBKEOSR-RECORD FROM WS-RPT-LINE
                 STRING BAQHEXTR-FORM-NUMBER ' ' BAQHEXTR-STATUS ' '
                    BAQHEXTR-TITLE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 WRITE RBKEOSR-RECORD FROM WS-RPT-LINE
                 MOVE SPACES TO WS-RPT-LINE
                 STRING '    WITHDRAWN AT TECHNICAL REVIEW '
                    BAQHREVW-LAST-DATE ' BY ' BAQHREVW-REVIEWER
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 WRITE RBKEOSR-RECORD FROM WS-RPT-LINE
              END-IF
              GO TO BAA-020
           END-IF.

           IF BAQHEXTR-FORM-NUMBER = SPACES THEN
              IF WS-RETIRE-PASS THEN
                 ADD 1 TO WS-NOFORM-CNT
              END-IF
              GO TO BAA-020
           END-IF.

           MOVE 'N' TO WS-LIST-PRODUCTS-SW.
           PERFORM BB-EVALUATE-BOOK.

           IF WS-BOOK-PROD-CNT = 0 THEN
              IF WS-RETIRE-PASS THEN
                 ADD 1 TO WS-UNMAPPED-CNT
              END-IF
              GO TO BAA-020
           END-IF.

           IF WS-BOOK-GONE-CNT = 0 THEN
              GO TO BAA-020
           END-IF.

           IF WS-RETIRE-PASS THEN
              IF WS-BOOK-GONE-CNT < WS-BOOK-PROD-CNT THEN
                 GO TO BAA-020
              END-IF
              ADD 1 TO WS-RETIRE-CNT
              ADD 1 TO WS-EOSA-CNT
              WRITE RBKEOSA-RECORD FROM BAQHEXTR-RECORD
           ELSE
              IF WS-BOOK-GONE-CNT = WS-BOOK-PROD-CNT THEN
                 GO TO BAA-020
              END-IF
              ADD 1 TO WS-REFRESH-CNT
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.
           STRING BAQHEXTR-FORM-NUMBER ' ' BAQHEXTR-STATUS ' '
              BAQHEXTR-TITLE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKEOSR-RECORD FROM WS-RPT-LINE.

           MOVE 'Y' TO WS-LIST-PRODUCTS-SW.
           PERFORM BB-EVALUATE-BOOK.

       BAA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-EVALUATE-BOOK
      *
      * Counts the products mapped to the current book's form number
      * and those of them gone by the horizon date, by a keyed browse
      * of RBKPMAP from the form number.
      *----------------------------------------------------------------*
       BB-EVALUATE-BOOK SECTION.
       BB-010.
           MOVE 0 TO WS-BOOK-PROD-CNT.
           MOVE 0 TO WS-BOOK-GONE-CNT.
           MOVE 'N' TO WS-MAP-EOF-SW.

           MOVE BAQHEXTR-FORM-NUMBER TO BAQHPMAP-FORM-NUMBER.
           MOVE LOW-VALUES TO BAQHPMAP-PRODUCT-ID.
           START RBKPMAP-FILE KEY IS NOT LESS THAN BAQHPMAP-KEY.
           IF WS-PMAP-FILE-STATUS NOT = '00' THEN
              GO TO BB-999
           END-IF.

           PERFORM BBA-EVALUATE-ONE-PRODUCT UNTIL WS-MAP-EOF.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-EVALUATE-ONE-PRODUCT
      *----------------------------------------------------------------*
       BBA-EVALUATE-ONE-PRODUCT SECTION.
       BBA-010.
           READ RBKPMAP-FILE NEXT.
           IF WS-PMAP-FILE-STATUS NOT = '00' AND
              WS-PMAP-FILE-STATUS NOT = '02' THEN
              MOVE 'Y' TO WS-MAP-EOF-SW
              GO TO BBA-999
           END-IF.

           IF BAQHPMAP-FORM-NUMBER NOT = BAQHEXTR-FORM-NUMBER THEN
              MOVE 'Y' TO WS-MAP-EOF-SW
              GO TO BBA-999
           END-IF.

           ADD 1 TO WS-BOOK-PROD-CNT.

           MOVE BAQHPMAP-PRODUCT-ID TO BAQHPROD-ID.
           READ RBKPROD-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO BAQHPROD-RECORD
              MOVE BAQHPMAP-PRODUCT-ID TO BAQHPROD-ID
              MOVE 'NOT IN PRODUCT REGISTRY' TO WS-PROD-STATE
              GO TO BBA-020
           END-IF.

           EVALUATE TRUE
              WHEN BAQHPROD-EOS-DATE = SPACES
                 MOVE 'NO EOS ANNOUNCED' TO WS-PROD-STATE
              WHEN BAQHPROD-EOS-DATE < WS-RUN-DATE
                 ADD 1 TO WS-BOOK-GONE-CNT
                 MOVE 'PAST END OF SERVICE' TO WS-PROD-STATE
              WHEN BAQHPROD-EOS-DATE NOT > WS-HORIZON-DATE
                 ADD 1 TO WS-BOOK-GONE-CNT
                 MOVE 'END OF SERVICE DUE' TO WS-PROD-STATE
              WHEN OTHER
                 MOVE 'SUPPORTED' TO WS-PROD-STATE
           END-EVALUATE.

       BBA-020.
           IF WS-LIST-PRODUCTS THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '    ' BAQHPROD-ID ' ' BAQHPROD-NAME (1:40)
                 ' EOM ' BAQHPROD-EOM-DATE ' EOS ' BAQHPROD-EOS-DATE
                 ' ' WS-PROD-STATE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKEOSR-RECORD FROM WS-RPT-LINE
           END-IF.

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-CHECK-REVIEW-WITHDRAW
      *
      * Whether the current book's last technical review on RBKREVW
      * came out WITHDRAW.
      *----------------------------------------------------------------*
       BC-CHECK-REVIEW-WITHDRAW SECTION.
       BC-010.
           MOVE 'N' TO WS-WITHDRAWN-SW.

           IF NOT WS-REVW-OPEN THEN
              GO TO BC-999
           END-IF.

           MOVE BAQHEXTR-TITLE TO BAQHREVW-TITLE.
           READ RBKREVW-FILE.
           IF WS-REVW-FILE-STATUS = '00' AND
              BAQHREVW-OUTCOME = 'WITHDRAW' THEN
              MOVE 'Y' TO WS-WITHDRAWN-SW
           END-IF.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XV-VERIFY-EXTRACT
      *
      * Pre-pass over RBKEXTR verifying its self-description: one
      * '*HDR' control record, one '*TRL' control record, and a
      * trailer count equal to the data records present. The file is
      * closed again afterwards, ready for the main passes.
      *----------------------------------------------------------------*
       XV-VERIFY-EXTRACT SECTION.
       XV-010.
           MOVE 0 TO WS-XVER-HDR-SEEN.
           MOVE 0 TO WS-XVER-TRL-SEEN.
           MOVE 0 TO WS-XVER-DATA-CNT.
           MOVE 0 TO WS-XVER-TRL-COUNT.
           MOVE 0 TO WS-XVER-OK.
           MOVE 'N' TO WS-XVER-EOF-SW.

           OPEN INPUT RBKEXTR-FILE.

           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-XVER-EOF-SW
           END-READ.

           PERFORM XVA-VERIFY-ONE-REC UNTIL WS-XVER-EOF.

           CLOSE RBKEXTR-FILE.

           IF WS-XVER-HDR-SEEN = 1 AND WS-XVER-TRL-SEEN = 1 AND
              WS-XVER-TRL-COUNT = WS-XVER-DATA-CNT THEN
              MOVE 1 TO WS-XVER-OK
              DISPLAY 'BAQHEOSL extract snapshot ' WS-XVER-SNAP-ID
                 ' verified, ' WS-XVER-DATA-CNT ' data records.'
           ELSE
              DISPLAY 'BAQHEOSL extract verification failed - HDR='
                 WS-XVER-HDR-SEEN ' TRL=' WS-XVER-TRL-SEEN
                 ' TRAILER COUNT=' WS-XVER-TRL-COUNT
                 ' DATA RECORDS=' WS-XVER-DATA-CNT
           END-IF.

       XV-999.
           EXIT.

      *----------------------------------------------------------------*
      * XVA-VERIFY-ONE-REC
      *----------------------------------------------------------------*
       XVA-VERIFY-ONE-REC SECTION.
       XVA-010.
           MOVE BAQHEXTR-RECORD TO BAQHEXTC-RECORD.

           EVALUATE BAQHEXTC-TYPE (1:4)
              WHEN '*HDR'
                 MOVE 1 TO WS-XVER-HDR-SEEN
                 MOVE BAQHEXTC-SNAP-ID TO WS-XVER-SNAP-ID
              WHEN '*TRL'
                 MOVE 1 TO WS-XVER-TRL-SEEN
                 IF BAQHEXTC-REC-COUNT IS NUMERIC THEN
                    MOVE BAQHEXTC-REC-COUNT TO WS-XVER-TRL-COUNT
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-XVER-DATA-CNT
           END-EVALUATE.

      * The snapshot's control records go to the lineage ledger.
           IF BAQHEXTC-TYPE (1:4) = '*HDR' OR
              BAQHEXTC-TYPE (1:4) = '*TRL' THEN
              MOVE 'BAQHEOSL' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

       XVA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-XVER-EOF-SW
           END-READ.

       XVA-999.
           EXIT.
