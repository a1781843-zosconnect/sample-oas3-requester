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
      * BAQHDLMI                                                      *
      *                                                               *
      * Download metrics intake, run monthly when the web team's feed *
      * of download and page-view counts per form number arrives on   *
      * RBKDLIN (see BAQHDLIN). The feed is verified before anything  *
      * is loaded, the way every feed we take is: a first '*HDR'      *
      * control record, a last '*TRL' record, and a trailer count     *
      * that agrees with the data rows present. A feed that fails is  *
      * refused whole, RC 8, so a truncated transfer never loads      *
      * short.                                                        *
      *                                                               *
      * Each data row then goes to the RBKUSGH usage history (see     *
      * BAQHUSGH) under its form number and month; a month already    *
      * held - a resent or corrected feed - has its figures replaced. *
      * A row with a blank form number, a month that is not a real    *
      * YYYYMM month or is still in the future, or counts that are    *
      * not numbers is rejected and listed; the run then ends RC 4.   *
      * Form numbers are not checked against the catalog here - the   *
      * usage report (BAQHDLMR) lists the rows the catalog does not   *
      * know.                                                         *
      *                                                               *
      * Inputs:  RBKDLIN, RBKUSGH                                     *
      * Outputs: RBKUSGH (updated), RBKDLIR (intake listing)          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHDLMI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKDLIN-FILE ASSIGN TO RBKDLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLIN-FILE-STATUS.

           SELECT RBKUSGH-FILE ASSIGN TO RBKUSGH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHUSGH-KEY
               FILE STATUS IS WS-USGH-FILE-STATUS.

           SELECT RBKDLIR-FILE ASSIGN TO RBKDLIR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKDLIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHDLIN.

       FD  RBKUSGH-FILE.
       COPY BAQHUSGH.

       FD  RBKDLIR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKDLIR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-DLIN-FILE-STATUS PIC X(2).
       01 WS-USGH-FILE-STATUS PIC X(2).

       01 WS-DLIN-EOF-SW      PIC X VALUE 'N'.
           88 WS-DLIN-EOF     VALUE 'Y'.

      * Feed control-total verification - see XV-VERIFY-FEED.
       01 WS-FEED-EOF-SW      PIC X VALUE 'N'.
           88 WS-FEED-EOF     VALUE 'Y'.
       01 WS-FEED-HDR-SEEN    PIC 9 VALUE 0.
       01 WS-FEED-TRL-SEEN    PIC 9 VALUE 0.
       01 WS-FEED-DATA-CNT    PIC 9(9) VALUE 0.
       01 WS-FEED-TRL-COUNT   PIC 9(9) VALUE 0.
       01 WS-FEED-HDR-STAMP   PIC X(14) VALUE SPACES.
       01 WS-FEED-ID          PIC X(16) VALUE SPACES.
       01 WS-FEED-OK          PIC 9 VALUE 0.

      * One data row's figures as checked by BB-CHECK-ROW.
       01 WS-ROW-MONTH        PIC X(6) VALUE SPACES.
       01 WS-ROW-MONTH-N REDEFINES WS-ROW-MONTH.
           03 WS-ROW-YYYY     PIC 9(4).
           03 WS-ROW-MM       PIC 9(2).
       01 WS-ROW-DOWNLOADS    PIC X(9) VALUE SPACES.
       01 WS-ROW-VIEWS        PIC X(9) VALUE SPACES.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-ADDED-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-REPLACED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-REJECTED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.
       01 WS-FEED-CNT-ED      PIC ZZZZZZZZ9.
       01 WS-FEED-CNT-ED2     PIC ZZZZZZZZ9.

       01 WS-REJECT-REASON    PIC X(80) VALUE SPACES.

       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-RUN-MONTH        PIC X(6) VALUE SPACES.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY (1:6) TO WS-RUN-MONTH.

           OPEN OUTPUT RBKDLIR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DOWNLOAD METRICS INTAKE  RUN DATE ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.

      * Verify the feed is complete before a single row is loaded.
           PERFORM XV-VERIFY-FEED.
           IF WS-FEED-OK = 0 THEN
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           OPEN I-O RBKUSGH-FILE.
           IF WS-USGH-FILE-STATUS NOT = '00'
              AND WS-USGH-FILE-STATUS NOT = '97'
              AND WS-USGH-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHDLMI OPEN RBKUSGH failed, file status '
                 WS-USGH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.
           MOVE 'ROWS REJECTED:' TO WS-RPT-LINE.
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.

           OPEN INPUT RBKDLIN-FILE.
           PERFORM BA-LOAD-ONE-ROW UNTIL WS-DLIN-EOF.
           CLOSE RBKDLIN-FILE.
           CLOSE RBKUSGH-FILE.

           IF WS-REJECTED-CNT = 0 THEN
              MOVE '    NONE.' TO WS-RPT-LINE
              WRITE RBKDLIR-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATA ROWS READ:            ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.

           MOVE WS-ADDED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'MONTHS ADDED TO HISTORY:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.

           MOVE WS-REPLACED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'MONTHS REPLACED:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.

           MOVE WS-REJECTED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ROWS REJECTED:             ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.

           IF WS-REJECTED-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           CLOSE RBKDLIR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-ONE-ROW
      *
      * Reads the next feed record and loads it to the usage history
      * when it is a data row that passes BB-CHECK-ROW, listing it
      * with the reason when it does not.
      *----------------------------------------------------------------*
       BA-LOAD-ONE-ROW SECTION.
       BA-010.
           READ RBKDLIN-FILE
               AT END
                  MOVE 'Y' TO WS-DLIN-EOF-SW
           END-READ.

           IF WS-DLIN-EOF THEN
              GO TO BA-999
           END-IF.

      * The control records frame the feed but are not data.
           IF BAQHDLIN-CTL-TYPE = '*HDR' OR
              BAQHDLIN-CTL-TYPE = '*TRL' THEN
              GO TO BA-999
           END-IF.

           ADD 1 TO WS-READ-CNT.
           PERFORM BB-CHECK-ROW.
           IF WS-REJECT-REASON NOT = SPACES THEN
              GO TO BA-020
           END-IF.

           MOVE BAQHDLIN-FORM-NUMBER TO BAQHUSGH-FORM-NUMBER.
           MOVE WS-ROW-MONTH TO BAQHUSGH-MONTH.
           READ RBKUSGH-FILE.
           IF WS-USGH-FILE-STATUS = '00' THEN
              MOVE WS-ROW-DOWNLOADS TO BAQHUSGH-DOWNLOADS
              MOVE WS-ROW-VIEWS TO BAQHUSGH-PAGE-VIEWS
              MOVE WS-TODAY TO BAQHUSGH-LOAD-DATE
              MOVE WS-FEED-ID TO BAQHUSGH-FEED-ID
              REWRITE BAQHUSGH-RECORD
              IF WS-USGH-FILE-STATUS = '00' THEN
                 ADD 1 TO WS-REPLACED-CNT
                 GO TO BA-999
              END-IF
           ELSE
              MOVE SPACES TO BAQHUSGH-RECORD
              MOVE BAQHDLIN-FORM-NUMBER TO BAQHUSGH-FORM-NUMBER
              MOVE WS-ROW-MONTH TO BAQHUSGH-MONTH
              MOVE WS-ROW-DOWNLOADS TO BAQHUSGH-DOWNLOADS
              MOVE WS-ROW-VIEWS TO BAQHUSGH-PAGE-VIEWS
              MOVE WS-TODAY TO BAQHUSGH-LOAD-DATE
              MOVE WS-FEED-ID TO BAQHUSGH-FEED-ID
              WRITE BAQHUSGH-RECORD
              IF WS-USGH-FILE-STATUS = '00' THEN
                 ADD 1 TO WS-ADDED-CNT
                 GO TO BA-999
              END-IF
           END-IF.

           STRING 'RBKUSGH UPDATE FAILED, FILE STATUS '
              WS-USGH-FILE-STATUS
              DELIMITED BY SIZE INTO WS-REJECT-REASON.

       BA-020.
           ADD 1 TO WS-REJECTED-CNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHDLIN-RECORD TO WS-RPT-LINE (5:45).
           MOVE WS-REJECT-REASON TO WS-RPT-LINE (52:80).
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-CHECK-ROW
      *
      * Leaves the reason in WS-REJECT-REASON when the data row in
      * the record area cannot be loaded; otherwise its month and
      * counts, a count's leading blanks taken as zeros, in WS-ROW-*.
      *----------------------------------------------------------------*
       BB-CHECK-ROW SECTION.
       BB-010.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE BAQHDLIN-MONTH TO WS-ROW-MONTH.
           MOVE BAQHDLIN-DOWNLOADS TO WS-ROW-DOWNLOADS.
           MOVE BAQHDLIN-PAGE-VIEWS TO WS-ROW-VIEWS.
           INSPECT WS-ROW-DOWNLOADS REPLACING LEADING SPACE BY ZERO.
           INSPECT WS-ROW-VIEWS REPLACING LEADING SPACE BY ZERO.

           IF BAQHDLIN-FORM-NUMBER = SPACES THEN
              MOVE 'FORM NUMBER IS BLANK' TO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

           IF WS-ROW-MONTH IS NOT NUMERIC THEN
              MOVE 'MONTH IS NOT YYYYMM' TO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

           IF WS-ROW-YYYY < 1990 OR
              WS-ROW-MM < 1 OR WS-ROW-MM > 12 THEN
              MOVE 'MONTH IS NOT YYYYMM' TO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

           IF WS-ROW-MONTH > WS-RUN-MONTH THEN
              MOVE 'MONTH IS IN THE FUTURE' TO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

           IF WS-ROW-DOWNLOADS IS NOT NUMERIC THEN
              MOVE 'DOWNLOAD COUNT IS NOT NUMERIC' TO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

           IF WS-ROW-VIEWS IS NOT NUMERIC THEN
              MOVE 'PAGE-VIEW COUNT IS NOT NUMERIC' TO WS-REJECT-REASON
              GO TO BB-999
           END-IF.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XV-VERIFY-FEED
      *
      * Pre-reads the whole of RBKDLIN and verifies its control
      * records: the first record must start '*HDR', the last '*TRL'
      * carrying the data row count, and that count must agree with
      * the data rows present. Sets WS-FEED-OK when it does; when it
      * does not, the refusal is listed and displayed.
      *----------------------------------------------------------------*
       XV-VERIFY-FEED SECTION.
       XV-010.
           MOVE 0 TO WS-FEED-OK.
           MOVE 0 TO WS-FEED-HDR-SEEN.
           MOVE 0 TO WS-FEED-TRL-SEEN.
           MOVE 0 TO WS-FEED-DATA-CNT.
           MOVE 0 TO WS-FEED-TRL-COUNT.
           MOVE 'N' TO WS-FEED-EOF-SW.

           OPEN INPUT RBKDLIN-FILE.
           IF WS-DLIN-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHDLMI RBKDLIN NOT AVAILABLE, STATUS '
                 WS-DLIN-FILE-STATUS
              MOVE SPACES TO WS-RPT-LINE
              STRING 'FEED REFUSED - RBKDLIN NOT AVAILABLE, STATUS '
                 WS-DLIN-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKDLIR-RECORD FROM WS-RPT-LINE
              GO TO XV-999
           END-IF.

           READ RBKDLIN-FILE
               AT END
                  MOVE 'Y' TO WS-FEED-EOF-SW
           END-READ.

      * Only a first record can be the header.
           IF NOT WS-FEED-EOF AND
              BAQHDLIN-CTL-TYPE = '*HDR' THEN
              MOVE 1 TO WS-FEED-HDR-SEEN
              MOVE BAQHDLIN-CTL-STAMP TO WS-FEED-HDR-STAMP
              MOVE BAQHDLIN-CTL-FEED-ID TO WS-FEED-ID
           END-IF.

           PERFORM XVA-VERIFY-ONE-REC UNTIL WS-FEED-EOF.

           CLOSE RBKDLIN-FILE.

           IF WS-FEED-HDR-SEEN = 0 OR WS-FEED-TRL-SEEN = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'FEED REFUSED - HEADER/TRAILER CONTROL RECORD '
                 'MISSING.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKDLIR-RECORD FROM WS-RPT-LINE
              DISPLAY 'BAQHDLMI ' WS-RPT-LINE (1:60)
              GO TO XV-999
           END-IF.

           IF WS-FEED-TRL-COUNT NOT = WS-FEED-DATA-CNT THEN
              MOVE WS-FEED-TRL-COUNT TO WS-FEED-CNT-ED
              MOVE WS-FEED-DATA-CNT TO WS-FEED-CNT-ED2
              MOVE SPACES TO WS-RPT-LINE
              STRING 'FEED REFUSED - TRAILER EXPECTS '
                 WS-FEED-CNT-ED ' RECORDS BUT ' WS-FEED-CNT-ED2
                 ' ARE PRESENT.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKDLIR-RECORD FROM WS-RPT-LINE
              DISPLAY 'BAQHDLMI ' WS-RPT-LINE (1:80)
              GO TO XV-999
           END-IF.

           MOVE 1 TO WS-FEED-OK.
           MOVE WS-FEED-DATA-CNT TO WS-FEED-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FEED ' WS-FEED-ID ' CREATED ' WS-FEED-HDR-STAMP
              ' - CONTROL TOTALS VERIFIED, ' WS-FEED-CNT-ED
              ' DATA ROWS.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDLIR-RECORD FROM WS-RPT-LINE.

       XV-999.
           EXIT.

      *----------------------------------------------------------------*
      * XVA-VERIFY-ONE-REC
      *
      * Tallies the record in the record area as trailer or data -
      * a '*TRL' followed by anything more is not the last record,
      * so the data rows after it are counted and the trailer is
      * taken as missing - and reads the next.
      *----------------------------------------------------------------*
       XVA-VERIFY-ONE-REC SECTION.
       XVA-010.
      * The feed's control records go to the lineage ledger.
           IF BAQHDLIN-CTL-TYPE = '*HDR' OR
              BAQHDLIN-CTL-TYPE = '*TRL' THEN
              MOVE 'BAQHDLMI' TO BAQHLINW-PROGRAM
              MOVE 'RBKDLIN' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'F' TO BAQHLINW-FRAME
              MOVE BAQHDLIN-RECORD TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           EVALUATE BAQHDLIN-CTL-TYPE
              WHEN '*HDR'
                 CONTINUE
              WHEN '*TRL'
                 MOVE 1 TO WS-FEED-TRL-SEEN
                 MOVE 0 TO WS-FEED-TRL-COUNT
                 IF BAQHDLIN-CTL-DIGITS IS NUMERIC THEN
                    MOVE BAQHDLIN-CTL-DIGITS TO WS-FEED-TRL-COUNT
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-FEED-DATA-CNT
                 MOVE 0 TO WS-FEED-TRL-SEEN
           END-EVALUATE.

           READ RBKDLIN-FILE
               AT END
                  MOVE 'Y' TO WS-FEED-EOF-SW
           END-READ.

       XVA-999.
           EXIT.
