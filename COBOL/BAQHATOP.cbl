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
      * BAQHATOP                                                      *
      *                                                               *
      * Opens a quarterly content attestation campaign. Daily         *
      * certification shows a supervisor reviewed each day's changes; *
      * this asks each owning department to confirm that the standing *
      * content of its books is still right. From the extract         *
      * (RBKEXTR) every PUBLISHED book is grouped under the owning    *
      * department GARB's department pass recorded on it, and for     *
      * each department the run writes to RBKATST (see BAQHATST) one  *
      * department item and one OPEN book item per book, with the     *
      * book's key fields as they stand today. The department         *
      * contacts then attest or flag each book on the RBAT            *
      * transaction, and BAQHATSR follows the campaign up.            *
      *                                                               *
      * The run's report (RBKATOP) is the campaign's handout: a       *
      * section per department - contact, due date and its books      *
      * with their key fields - followed by the PUBLISHED books no    *
      * department could be found for, which nobody is asked to       *
      * attest until the department is recorded.                      *
      *                                                               *
      * A campaign is opened once; a run for a campaign already on    *
      * RBKATST is refused.                                           *
      *                                                               *
      * PARM keywords, all of which may be omitted:                   *
      *   CAMPAIGN=YYYYQn  the campaign, by default this quarter      *
      *   DAYS=nnn         days the departments are given, by         *
      *                    default 30                                 *
      *   DUE=YYYYMMDD     the due date, instead of DAYS              *
      *                                                               *
      * Ends RC=8 when the PARM is in error, an input cannot be read  *
      * or the campaign is already open, RC=4 when PUBLISHED books    *
      * have no owning department.                                    *
      *                                                               *
      * Inputs:  RBKEXTR                                              *
      * Outputs: RBKATST (KSDS), RBKATOP (report)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHATOP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT RBKATST-FILE ASSIGN TO RBKATST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHATST-KEY
               FILE STATUS IS WS-ATST-FILE-STATUS.

           SELECT RBKATOP-FILE ASSIGN TO RBKATOP
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

       FD  RBKATST-FILE.
       COPY BAQHATST.

       FD  RBKATOP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKATOP-RECORD          PIC X(132).

      * The PUBLISHED books in department and title order; books with
      * no department sort first under a blank department.
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-DEPT-ID          PIC X(05).
           03 SORT-TITLE            PIC X(80).
           03 SORT-FORM-NUMBER      PIC X(12).
           03 SORT-PUB-DATE         PIC X(32).
           03 SORT-DOC-TYPE         PIC X(08).
           03 SORT-SIZE-MB          PIC 9(03)V9(02).
           03 SORT-URL              PIC X(100).
           03 SORT-AUTHORS          PIC X(200).
           03 SORT-DEPT-NAME        PIC X(40).
           03 SORT-DEPT-CONTACT     PIC X(40).
           03 SORT-DEPT-SOURCE      PIC X(01).

       WORKING-STORAGE SECTION.

       01 WS-EXTR-FILE-STATUS PIC X(2).
       01 WS-ATST-FILE-STATUS PIC X(2).

       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.
       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

      * Layout version of the extract being read - set from its
      * *HDR record by BAQHEXUP, '01' for a generation without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.

      * The extract's own description of itself, off its *HDR.
       COPY BAQHEXTC.
       01 WS-SNAP-ID          PIC X(16) VALUE SPACES.
       01 WS-CATALOG          PIC X(8) VALUE 'REDBOOK'.

      * The campaign and its dates.
       01 WS-CAMPAIGN         PIC X(6) VALUE SPACES.
       01 WS-CAMPAIGN-R REDEFINES WS-CAMPAIGN.
          03 WS-CAMP-YEAR     PIC X(4).
          03 WS-CAMP-Q        PIC X(1).
          03 WS-CAMP-QTR      PIC X(1).
       01 WS-DAYS-TEXT        PIC X(4) VALUE SPACES.
       01 WS-DAYS             PIC 9(3) VALUE 30.
       01 WS-DUE-DATE         PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-RUN-MONTH        PIC 9(2).
       01 WS-QTR-NUM          PIC 9(1).
       01 WS-DATE-NUM         PIC 9(8).
       01 WS-DATE-INT         PIC 9(8) COMP.
       01 WS-PARM-ERROR       PIC X(60) VALUE SPACES.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * The department being written.
       01 WS-CURR-DEPT        PIC X(5) VALUE LOW-VALUES.
       01 WS-CURR-DEPT-NAME   PIC X(40) VALUE SPACES.
       01 WS-CURR-CONTACT     PIC X(40) VALUE SPACES.
       01 WS-DEPT-BOOKS       PIC 9(5) VALUE 0.

      * Counters.
       01 WS-EXTR-BOOK-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-PUB-CNT          PIC 9(7) COMP VALUE 0.
       01 WS-DEPT-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-OPENED-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-NO-DEPT-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-DUP-CNT          PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.
       01 WS-SIZE-ED          PIC ZZ9.99.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

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
           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM BA-PARSE-PARM.
           IF WS-PARM-ERROR NOT = SPACES THEN
              DISPLAY 'BAQHATOP ' WS-PARM-ERROR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKEXTR-FILE.
           IF WS-EXTR-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHATOP OPEN RBKEXTR failed, file status '
                 WS-EXTR-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CA-OPEN-CAMPAIGNS.

           OPEN OUTPUT RBKATOP-FILE.

           PERFORM DA-WRITE-REPORT-HEADER.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-DEPT-ID
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS EA-RELEASE-PUBLISHED-BOOKS
              OUTPUT PROCEDURE IS FA-WRITE-BY-DEPARTMENT.

           CLOSE RBKEXTR-FILE.
           CLOSE RBKATST-FILE.

           PERFORM GA-WRITE-SUMMARY.

       A-999.
           CLOSE RBKATOP-FILE.

           IF WS-NO-DEPT-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PARSE-PARM
      *
      * Pulls each keyword out of WS-PARM-TEXT; one not present keeps
      * its default - this quarter's campaign, due in 30 days.
      *----------------------------------------------------------------*
       BA-PARSE-PARM SECTION.
       BA-010.
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH.
           COMPUTE WS-QTR-NUM = (WS-RUN-MONTH + 2) / 3.
           STRING WS-RUN-DATE (1:4) 'Q' WS-QTR-NUM
              DELIMITED BY SIZE INTO WS-CAMPAIGN.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'CAMPAIGN='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 10.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-CAMPAIGN
           END-IF.

           IF WS-CAMP-YEAR IS NOT NUMERIC OR
              WS-CAMP-Q NOT = 'Q' OR
              WS-CAMP-QTR < '1' OR WS-CAMP-QTR > '4' THEN
              STRING 'CAMPAIGN ' WS-CAMPAIGN ' is not YYYYQn'
                 DELIMITED BY SIZE INTO WS-PARM-ERROR
              GO TO BA-999
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'DAYS='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-DAYS-TEXT
              IF WS-DAYS-TEXT (1:1) IS NUMERIC THEN
                 COMPUTE WS-DAYS = FUNCTION NUMVAL(WS-DAYS-TEXT)
              END-IF
           END-IF.

           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-DAYS.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-DUE-DATE.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'DUE='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 5.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-DUE-DATE
           END-IF.

           IF WS-DUE-DATE IS NOT NUMERIC THEN
              STRING 'DUE ' WS-DUE-DATE ' is not a date'
                 DELIMITED BY SIZE INTO WS-PARM-ERROR
              GO TO BA-999
           END-IF.
           MOVE WS-DUE-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 OR
              WS-DUE-DATE NOT > WS-RUN-DATE THEN
              STRING 'DUE ' WS-DUE-DATE ' is not a date after today'
                 DELIMITED BY SIZE INTO WS-PARM-ERROR
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-OPEN-CAMPAIGNS
      *
      * Opens RBKATST for update. A cluster that has never held a
      * record will not open for update, so when the first OPEN I-O
      * is refused it is loaded with its control record and opened
      * again, as BAQHBKIL does for RBKBKID. A campaign already on
      * the file stops the run.
      *----------------------------------------------------------------*
       CA-OPEN-CAMPAIGNS SECTION.
       CA-010.
           OPEN I-O RBKATST-FILE.
           IF WS-ATST-FILE-STATUS NOT = '00' AND
              WS-ATST-FILE-STATUS NOT = '97' THEN
              OPEN OUTPUT RBKATST-FILE
              IF WS-ATST-FILE-STATUS = '00' THEN
                 MOVE SPACES TO BAQHATST-RECORD
                 MOVE 'C' TO BAQHATST-REC-TYPE
                 WRITE BAQHATST-RECORD
                 CLOSE RBKATST-FILE
                 OPEN I-O RBKATST-FILE
              END-IF
           END-IF.

           IF WS-ATST-FILE-STATUS NOT = '00' AND
              WS-ATST-FILE-STATUS NOT = '97' THEN
              DISPLAY 'BAQHATOP RBKATST cannot be opened, file status '
                 WS-ATST-FILE-STATUS
              CLOSE RBKEXTR-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LOW-VALUES TO BAQHATST-KEY.
           MOVE WS-CAMPAIGN TO BAQHATST-CAMPAIGN.
           START RBKATST-FILE KEY IS NOT LESS THAN BAQHATST-KEY.
           IF WS-ATST-FILE-STATUS NOT = '00' THEN
              GO TO CA-999
           END-IF.

           READ RBKATST-FILE NEXT RECORD.
           IF WS-ATST-FILE-STATUS = '00' AND
              BAQHATST-CAMPAIGN = WS-CAMPAIGN THEN
              DISPLAY 'BAQHATOP campaign ' WS-CAMPAIGN
                 ' is already open on RBKATST'
              CLOSE RBKEXTR-FILE
              CLOSE RBKATST-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-WRITE-REPORT-HEADER
      *----------------------------------------------------------------*
       DA-WRITE-REPORT-HEADER SECTION.
       DA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CONTENT ATTESTATION CAMPAIGN ' WS-CAMPAIGN
              ' - OPENED ' WS-RUN-DATE ' - DUE ' WS-DUE-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EACH DEPARTMENT CONTACT ATTESTS OR FLAGS EVERY BOOK '
              'LISTED UNDER THEIR DEPARTMENT ON TRANSACTION RBAT.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-RELEASE-PUBLISHED-BOOKS
      *
      * SORT input procedure - every PUBLISHED book on the extract.
      *----------------------------------------------------------------*
       EA-RELEASE-PUBLISHED-BOOKS SECTION.
       EA-010.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

           PERFORM EB-RELEASE-ONE-BOOK UNTIL WS-EXTR-EOF.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-RELEASE-ONE-BOOK
      *----------------------------------------------------------------*
       EB-RELEASE-ONE-BOOK SECTION.
       EB-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's control records go to the lineage ledger; the
      * *HDR also names the snapshot and the catalog.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHATOP' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' THEN
              MOVE BAQHEXTR-RECORD TO BAQHEXTC-RECORD
              MOVE BAQHEXTC-SNAP-ID TO WS-SNAP-ID
              IF BAQHEXTC-CATALOG NOT = SPACES THEN
                 MOVE BAQHEXTC-CATALOG TO WS-CATALOG
              END-IF
           END-IF.

      * The extract's own control records are not books.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO EB-020
           END-IF.

           ADD 1 TO WS-EXTR-BOOK-CNT.

           IF BAQHEXTR-STATUS NOT = 'PUBLISHED' THEN
              GO TO EB-020
           END-IF.

           ADD 1 TO WS-PUB-CNT.

           MOVE BAQHEXTR-DEPT-ID      TO SORT-DEPT-ID.
           MOVE BAQHEXTR-TITLE        TO SORT-TITLE.
           MOVE BAQHEXTR-FORM-NUMBER  TO SORT-FORM-NUMBER.
           MOVE BAQHEXTR-PUB-DATE     TO SORT-PUB-DATE.
           MOVE BAQHEXTR-DOC-TYPE     TO SORT-DOC-TYPE.
           MOVE BAQHEXTR-SIZE-MB      TO SORT-SIZE-MB.
           MOVE BAQHEXTR-URL          TO SORT-URL.
           MOVE BAQHEXTR-AUTHORS      TO SORT-AUTHORS.
           MOVE BAQHEXTR-DEPT-NAME    TO SORT-DEPT-NAME.
           MOVE BAQHEXTR-DEPT-CONTACT TO SORT-DEPT-CONTACT.
           MOVE BAQHEXTR-DEPT-SOURCE  TO SORT-DEPT-SOURCE.
           RELEASE SORT-RECORD.

       EB-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-WRITE-BY-DEPARTMENT
      *
      * SORT output procedure - the books with no department first,
      * then each department's book items, its department item and
      * its section of the handout.
      *----------------------------------------------------------------*
       FA-WRITE-BY-DEPARTMENT SECTION.
       FA-010.
           MOVE 'N' TO WS-SORT-EOF-SW.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           IF WS-SORT-EOF THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKATOP-RECORD FROM WS-RPT-LINE
              MOVE 'NO PUBLISHED BOOKS ON THE EXTRACT - NOTHING OPENED.'
                 TO WS-RPT-LINE
              WRITE RBKATOP-RECORD FROM WS-RPT-LINE
              GO TO FA-999
           END-IF.

           IF SORT-DEPT-ID = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKATOP-RECORD FROM WS-RPT-LINE
              MOVE '---- PUBLISHED BOOKS WITH NO OWNING DEPARTMENT - NOT
      -          ' OPENED ----' TO WS-RPT-LINE
              WRITE RBKATOP-RECORD FROM WS-RPT-LINE
              MOVE 'TITLE' TO WS-RPT-LINE
              MOVE 'FORM NUMBER' TO WS-RPT-LINE (62:11)
              MOVE 'DEPARTMENT LOOKUP' TO WS-RPT-LINE (76:17)
              WRITE RBKATOP-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM FB-LIST-ONE-UNOWNED-BOOK
              UNTIL WS-SORT-EOF OR SORT-DEPT-ID NOT = SPACES.

           PERFORM FC-OPEN-ONE-BOOK UNTIL WS-SORT-EOF.

           IF WS-CURR-DEPT NOT = LOW-VALUES THEN
              PERFORM FE-CLOSE-DEPARTMENT
           END-IF.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-LIST-ONE-UNOWNED-BOOK
      *
      * A PUBLISHED book with no department - the lookup says why.
      *----------------------------------------------------------------*
       FB-LIST-ONE-UNOWNED-BOOK SECTION.
       FB-010.
           ADD 1 TO WS-NO-DEPT-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE SORT-TITLE (1:60) TO WS-RPT-LINE (1:60).
           MOVE SORT-FORM-NUMBER TO WS-RPT-LINE (62:12).
           EVALUATE SORT-DEPT-SOURCE
              WHEN 'N'
                 MOVE 'NONE ON RECORD WITH THE API' TO
                    WS-RPT-LINE (76:27)
              WHEN 'F'
                 MOVE 'FAILED - RETRIED ON THE NEXT PULL' TO
                    WS-RPT-LINE (76:33)
              WHEN OTHER
                 MOVE 'NOT YET LOOKED UP' TO WS-RPT-LINE (76:17)
           END-EVALUATE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FC-OPEN-ONE-BOOK
      *
      * Writes the book's OPEN item and its handout lines, closing
      * the previous department and starting this one's section when
      * the department changes.
      *----------------------------------------------------------------*
       FC-OPEN-ONE-BOOK SECTION.
       FC-010.
           IF SORT-DEPT-ID NOT = WS-CURR-DEPT THEN
              IF WS-CURR-DEPT NOT = LOW-VALUES THEN
                 PERFORM FE-CLOSE-DEPARTMENT
              END-IF
              PERFORM FD-START-DEPARTMENT
           END-IF.

           MOVE SPACES TO BAQHATST-RECORD.
           MOVE WS-CAMPAIGN TO BAQHATST-CAMPAIGN.
           MOVE SORT-DEPT-ID TO BAQHATST-DEPT-ID.
           MOVE SORT-TITLE TO BAQHATST-TITLE.
           MOVE 'B' TO BAQHATST-REC-TYPE.
           MOVE 'OPEN' TO BAQHATST-STATE.
           MOVE SORT-FORM-NUMBER TO BAQHATST-FORM-NUMBER.
           MOVE SORT-PUB-DATE TO BAQHATST-PUB-DATE.
           MOVE SORT-DOC-TYPE TO BAQHATST-DOC-TYPE.
           MOVE SORT-SIZE-MB TO BAQHATST-SIZE-MB.
           MOVE SORT-URL TO BAQHATST-URL.
           MOVE SORT-AUTHORS TO BAQHATST-AUTHORS.
           WRITE BAQHATST-RECORD.

      * The same title twice on the extract is opened once.
           IF WS-ATST-FILE-STATUS = '22' THEN
              ADD 1 TO WS-DUP-CNT
              GO TO FC-020
           END-IF.
           IF WS-ATST-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHATOP RBKATST write failed, file status '
                 WS-ATST-FILE-STATUS ' - ' SORT-TITLE
              GO TO FC-020
           END-IF.

           ADD 1 TO WS-DEPT-BOOKS.
           ADD 1 TO WS-OPENED-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE SORT-TITLE (1:60) TO WS-RPT-LINE (1:60).
           MOVE SORT-FORM-NUMBER TO WS-RPT-LINE (62:12).
           MOVE SORT-PUB-DATE (1:10) TO WS-RPT-LINE (76:10).
           MOVE SORT-DOC-TYPE TO WS-RPT-LINE (88:8).
           MOVE SORT-SIZE-MB TO WS-SIZE-ED.
           MOVE WS-SIZE-ED TO WS-RPT-LINE (98:6).
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '    URL:     ' SORT-URL
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '    AUTHORS: ' SORT-AUTHORS (1:119)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

       FC-020.
           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       FC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FD-START-DEPARTMENT
      *----------------------------------------------------------------*
       FD-START-DEPARTMENT SECTION.
       FD-010.
           MOVE SORT-DEPT-ID TO WS-CURR-DEPT.
           MOVE SORT-DEPT-NAME TO WS-CURR-DEPT-NAME.
           MOVE SORT-DEPT-CONTACT TO WS-CURR-CONTACT.
           MOVE 0 TO WS-DEPT-BOOKS.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '==== DEPARTMENT ' WS-CURR-DEPT ' '
                  DELIMITED BY SIZE
              WS-CURR-DEPT-NAME DELIMITED BY '  '
              ' ====' DELIMITED BY SIZE
              INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CONTACT: ' DELIMITED BY SIZE
              WS-CURR-CONTACT DELIMITED BY '  '
              '  DUE: ' WS-DUE-DATE DELIMITED BY SIZE
              INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE 'TITLE' TO WS-RPT-LINE.
           MOVE 'FORM NUMBER' TO WS-RPT-LINE (62:11).
           MOVE 'PUBLISHED' TO WS-RPT-LINE (76:9).
           MOVE 'TYPE' TO WS-RPT-LINE (88:4).
           MOVE 'SIZE MB' TO WS-RPT-LINE (97:7).
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

       FD-999.
           EXIT.

      *----------------------------------------------------------------*
      * FE-CLOSE-DEPARTMENT
      *
      * Writes the department item now its book count is known.
      *----------------------------------------------------------------*
       FE-CLOSE-DEPARTMENT SECTION.
       FE-010.
           MOVE SPACES TO BAQHATST-RECORD.
           MOVE WS-CAMPAIGN TO BAQHATST-CAMPAIGN.
           MOVE WS-CURR-DEPT TO BAQHATST-DEPT-ID.
           MOVE 'D' TO BAQHATST-REC-TYPE.
           MOVE WS-CURR-DEPT-NAME TO BAQHATST-DEPT-NAME.
           MOVE WS-CURR-CONTACT TO BAQHATST-DEPT-CONTACT.
           MOVE WS-RUN-DATE TO BAQHATST-OPENED.
           MOVE WS-DUE-DATE TO BAQHATST-DUE.
           MOVE WS-DEPT-BOOKS TO BAQHATST-BOOK-CNT.
           MOVE WS-SNAP-ID TO BAQHATST-SNAP-ID.
           MOVE WS-CATALOG TO BAQHATST-CATALOG.
           WRITE BAQHATST-RECORD.
           IF WS-ATST-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHATOP RBKATST write failed, file status '
                 WS-ATST-FILE-STATUS ' - department ' WS-CURR-DEPT
           END-IF.

           ADD 1 TO WS-DEPT-CNT.

           MOVE WS-DEPT-BOOKS TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS TO ATTEST:        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

       FE-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-WRITE-SUMMARY
      *----------------------------------------------------------------*
       GA-WRITE-SUMMARY SECTION.
       GA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.
           MOVE '==== SUMMARY ====' TO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CAMPAIGN:               ' WS-CAMPAIGN ' ON '
                  DELIMITED BY SIZE
              WS-CATALOG DELIMITED BY SPACE
              ' SNAPSHOT ' WS-SNAP-ID DELIMITED BY SIZE
              INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE WS-EXTR-BOOK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS ON THE EXTRACT:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE WS-PUB-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PUBLISHED:              ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE WS-DEPT-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DEPARTMENTS OPENED:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE WS-OPENED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS OPENED:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           MOVE WS-NO-DEPT-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NO OWNING DEPARTMENT:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATOP-RECORD FROM WS-RPT-LINE.

           IF WS-DUP-CNT > 0 THEN
              MOVE WS-DUP-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'DUPLICATE TITLES:       ' WS-CNT-ED
                 ' (OPENED ONCE)'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKATOP-RECORD FROM WS-RPT-LINE
           END-IF.

       GA-999.
           EXIT.
