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
      * BAQHWNEW                                                      *
      *                                                               *
      * Weekly "What's new" publication bulletin for sales and the    *
      * field, built from the RBKCHGH change history (see BAQHCHGH)   *
      * instead of by hand from the catalog. A book is on the         *
      * bulletin when, over the week, it                              *
      *   - became PUBLISHED (a STATUS change to PUBLISHED, or ADDED  *
      *     as PUBLISHED other than as the new name of a book that    *
      *     was already PUBLISHED),                                   *
      *   - became a new edition (its FORMNUM changed, or the RBKSUPS *
      *     supersession registry recorded it replacing an earlier    *
      *     book during the week), or                                 *
      *   - had its PDF refreshed (its URL or SIZEMB changed).        *
      *                                                               *
      * Each book's changes are netted over the week - its first      *
      * before-value against its last after-value - so a change       *
      * reversed within the week (published and pulled back, a URL    *
      * changed and put back) leaves nothing to announce. Those       *
      * books are listed at the end of the bulletin, not on it. A     *
      * book's changes are followed by its local book id, so a rename *
      * during the week does not split it.                            *
      *                                                               *
      * Only books the RBKCAT catalog holds as PUBLISHED when the     *
      * bulletin is built are announced, with the title, form number, *
      * authors and URL the catalog holds. The bulletin is grouped    *
      * by documentType; a book with more than one reason is shown    *
      * once, under the first of the three above.                     *
      *                                                               *
      * The same books go to RBKWNEW (see BAQHWNEW copybook) for the  *
      * newsletter tool.                                              *
      *                                                               *
      * PARM keywords, each of which may be omitted:                  *
      *   FROM=YYYYMMDD   first day of the week, by default the day   *
      *                   six days before TO                          *
      *   TO=YYYYMMDD     last day of the week, by default yesterday  *
      * E.g. PARM='FROM=20260105 TO=20260111'                         *
      *                                                               *
      * Inputs:  RBKCHGH, RBKCAT, RBKSUPS (optional)                  *
      * Outputs: RBKWNRP (bulletin), RBKWNEW (machine-readable copy)  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHWNEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKCHGH-FILE ASSIGN TO RBKCHGH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGH-FILE-STATUS.

           SELECT RBKCAT-FILE ASSIGN TO RBKCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKCAT-TITLE
               FILE STATUS IS WS-CAT-FILE-STATUS.

      * The edition supersession registry. FILE STATUS lets a site
      * without it take new editions from form number changes only.
           SELECT RBKSUPS-FILE ASSIGN TO RBKSUPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHSUPS-OLD-TITLE
               ALTERNATE RECORD KEY IS BAQHSUPS-NEW-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-SUPS-FILE-STATUS.

           SELECT RBKWNRP-FILE ASSIGN TO RBKWNRP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKWNEW-FILE ASSIGN TO RBKWNEW
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCHGH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGH.

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKSUPS-FILE.
       COPY BAQHSUPS.

       FD  RBKWNRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKWNRP-RECORD          PIC X(132).

       FD  RBKWNEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHWNEW.

       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-DOC-TYPE        PIC X(08).
           03 SORT-REASON-RANK     PIC 9(01).
           03 SORT-TITLE           PIC X(80).
           03 SORT-REASON          PIC X(09).
           03 SORT-FORM-NUMBER     PIC X(12).
           03 SORT-PRIOR-FORM      PIC X(12).
           03 SORT-PUB-DATE        PIC X(32).
           03 SORT-SIZE-MB         PIC 9(03)V9(02).
           03 SORT-URL             PIC X(100).
           03 SORT-AUTHORS         PIC X(200).
           03 SORT-BOOK-ID         PIC 9(08).
           03 SORT-CATALOG         PIC X(08).

       WORKING-STORAGE SECTION.

       01 WS-CHGH-FILE-STATUS PIC X(2).
       01 WS-CAT-FILE-STATUS  PIC X(2).
       01 WS-SUPS-FILE-STATUS PIC X(2).

       01 WS-EOF-SW           PIC X VALUE 'N'.
           88 WS-EOF          VALUE 'Y'.
       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.
       01 WS-SUPS-OPEN-SW     PIC X VALUE 'N'.
           88 WS-SUPS-OPEN    VALUE 'Y'.

      * The week, parsed out of the PARM.
       01 WS-FROM-DATE        PIC X(8) VALUE SPACES.
       01 WS-TO-DATE          PIC X(8) VALUE SPACES.
       01 WS-FROM-NUM         PIC 9(8) VALUE 0.
       01 WS-TO-NUM           PIC 9(8) VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-DATE-INT         PIC 9(8) VALUE 0.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

       01 WS-RUN-DATE         PIC X(8).

      * Every book the week's change history touched, with each
      * announced field's first before-value and last after-value.
      * A book is matched by its local book id when both sides carry
      * one, otherwise by title.
       01 WS-BK-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-BK-MAX           PIC 9(4) COMP VALUE 2000.
       01 WS-BK-IX            PIC 9(4) COMP VALUE 0.
       01 WS-BK-FOUND         PIC 9(4) COMP VALUE 0.
       01 WS-BK-TABLE.
           03 WS-BK-ENTRY OCCURS 2000 TIMES.
              05 WS-BK-TITLE        PIC X(80).
              05 WS-BK-BOOK-ID      PIC 9(8).
      * 1 when ADDED as PUBLISHED / REMOVED while PUBLISHED.
              05 WS-BK-ADDED-PUB    PIC 9.
              05 WS-BK-REMOVED-PUB  PIC 9.
              05 WS-BK-STAT-SEEN    PIC 9.
      * 1 when any STATUS change of the week was to PUBLISHED.
              05 WS-BK-STAT-TO-PUB  PIC 9.
              05 WS-BK-STAT-OLD     PIC X(9).
              05 WS-BK-STAT-NEW     PIC X(9).
              05 WS-BK-FORM-SEEN    PIC 9.
              05 WS-BK-FORM-OLD     PIC X(12).
              05 WS-BK-FORM-NEW     PIC X(12).
              05 WS-BK-URL-SEEN     PIC 9.
              05 WS-BK-URL-OLD      PIC X(100).
              05 WS-BK-URL-NEW      PIC X(100).
              05 WS-BK-SIZE-SEEN    PIC 9.
              05 WS-BK-SIZE-OLD     PIC X(10).
              05 WS-BK-SIZE-NEW     PIC X(10).
      * The earlier book's form number from an RBKSUPS link.
              05 WS-BK-LINK-SEEN    PIC 9.
              05 WS-BK-LINK-FORM    PIC X(12).
      * What the book came to: B on the bulletin, R reversed within
      * the week, N not PUBLISHED in the catalog, blank otherwise.
              05 WS-BK-OUTCOME      PIC X.
       01 WS-BK-OVERFLOW-CNT  PIC 9(7) COMP VALUE 0.

      * One change history record's book, as matched.
       01 WS-REC-TITLE        PIC X(80).
       01 WS-REC-BOOK-ID      PIC 9(8).

      * A book's net result for the week.
       01 WS-NET-PUB          PIC 9 VALUE 0.
       01 WS-NET-EDITION      PIC 9 VALUE 0.
       01 WS-NET-REFRESH      PIC 9 VALUE 0.
       01 WS-TOUCHED          PIC 9 VALUE 0.
       01 WS-CAT-PUB-SW       PIC X VALUE 'N'.
           88 WS-CAT-PUB      VALUE 'Y'.

      * Control-break state. LOW-VALUES means "no group open yet".
       01 WS-CURR-DOC-TYPE    PIC X(08) VALUE LOW-VALUES.

      * Totals.
       01 WS-CHGH-READ-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-CHGH-WEEK-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-LINK-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-PUB-CNT          PIC 9(7) COMP VALUE 0.
       01 WS-EDITION-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-REFRESH-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-REVERSED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-NOT-PUB-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-DOC-BOOK-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * Mixed-string helpers - see the title write.
       01 WS-DBCS-FUNC        PIC X(5) VALUE SPACES.
       01 WS-DBCS-STR         PIC X(200) VALUE SPACES.
       01 WS-DBCS-LEN         PIC 9(4) VALUE 0.
       01 WS-DBCS-RC          PIC 9 VALUE 0.

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
              DISPLAY 'BAQHWNEW week is not valid: FROM='
                 WS-FROM-DATE ' TO=' WS-TO-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKCHGH-FILE.
           IF WS-CHGH-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHWNEW OPEN RBKCHGH failed, file status '
                 WS-CHGH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHWNEW OPEN RBKCAT failed, file status '
                 WS-CAT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * The week's changes, book by book.
           PERFORM CA-LOAD-WEEK-CHANGES.
           CLOSE RBKCHGH-FILE.

      * Supersession links recorded during the week.
           OPEN INPUT RBKSUPS-FILE.
           IF WS-SUPS-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-SUPS-OPEN-SW
              PERFORM DA-LOAD-WEEK-LINKS
              CLOSE RBKSUPS-FILE
           END-IF.

           OPEN OUTPUT RBKWNRP-FILE.
           OPEN OUTPUT RBKWNEW-FILE.

           PERFORM EA-WRITE-BULLETIN-HEADER.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-DOC-TYPE
              ON ASCENDING KEY SORT-REASON-RANK
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS FA-RELEASE-BULLETIN-BOOKS
              OUTPUT PROCEDURE IS GA-WRITE-BY-DOC-TYPE.

           CLOSE RBKCAT-FILE.

           PERFORM HA-WRITE-SUMMARY.

       A-999.
           CLOSE RBKWNRP-FILE.
           CLOSE RBKWNEW-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-PARSE-PARM
      *
      * Pulls each keyword out of WS-PARM-TEXT; one not present keeps
      * its default - the seven days ending yesterday.
      *----------------------------------------------------------------*
       BA-PARSE-PARM SECTION.
       BA-010.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-TO-DATE.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'TO='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 4.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-TO-DATE
           END-IF.

      * FROM defaults to a week back from whichever TO is in force.
           IF WS-TO-DATE IS NUMERIC THEN
              MOVE WS-TO-DATE TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0 THEN
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 6
                 COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 MOVE WS-DATE-NUM TO WS-FROM-DATE
              END-IF
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'FROM='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-FROM-DATE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-LOAD-WEEK-CHANGES
      *----------------------------------------------------------------*
       CA-LOAD-WEEK-CHANGES SECTION.
       CA-010.
           MOVE 'N' TO WS-EOF-SW.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM CB-LOAD-ONE-CHANGE UNTIL WS-EOF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-LOAD-ONE-CHANGE
      *
      * The history is in the order it was captured, so the first
      * record seen for a field holds its value before the week and
      * the last its value after it.
      *----------------------------------------------------------------*
       CB-LOAD-ONE-CHANGE SECTION.
       CB-010.
           ADD 1 TO WS-CHGH-READ-CNT.

           IF BAQHCHGH-DATE < WS-FROM-DATE OR
              BAQHCHGH-DATE > WS-TO-DATE THEN
              GO TO CB-020
           END-IF.

           IF BAQHCHGH-TYPE = 'CHANGED' AND
              BAQHCHGH-FIELD NOT = 'STATUS' AND
              BAQHCHGH-FIELD NOT = 'FORMNUM' AND
              BAQHCHGH-FIELD NOT = 'URL' AND
              BAQHCHGH-FIELD NOT = 'SIZEMB' THEN
              GO TO CB-020
           END-IF.

           ADD 1 TO WS-CHGH-WEEK-CNT.

           MOVE BAQHCHGH-TITLE TO WS-REC-TITLE.
           MOVE BAQHCHGH-BOOK-ID TO WS-REC-BOOK-ID.
           PERFORM XA-FIND-BOOK.
           IF WS-BK-FOUND = 0 THEN
              GO TO CB-020
           END-IF.
           MOVE WS-BK-FOUND TO WS-BK-IX.

      * The catalog is read under the book's newest title; a REMOVED
      * record names the title the book is leaving.
           IF BAQHCHGH-TYPE NOT = 'REMOVED' THEN
              MOVE BAQHCHGH-TITLE TO WS-BK-TITLE (WS-BK-IX)
           END-IF.
           IF WS-BK-BOOK-ID (WS-BK-IX) = 0 THEN
              MOVE BAQHCHGH-BOOK-ID TO WS-BK-BOOK-ID (WS-BK-IX)
           END-IF.

           IF BAQHCHGH-TYPE = 'ADDED' AND
              BAQHCHGH-NEW-VALUE (1:9) = 'PUBLISHED' THEN
              MOVE 1 TO WS-BK-ADDED-PUB (WS-BK-IX)
           END-IF.

           IF BAQHCHGH-TYPE = 'REMOVED' AND
              BAQHCHGH-OLD-VALUE (1:9) = 'PUBLISHED' THEN
              MOVE 1 TO WS-BK-REMOVED-PUB (WS-BK-IX)
           END-IF.

           IF BAQHCHGH-TYPE NOT = 'CHANGED' THEN
              GO TO CB-020
           END-IF.

           EVALUATE BAQHCHGH-FIELD
              WHEN 'STATUS'
                 IF WS-BK-STAT-SEEN (WS-BK-IX) = 0 THEN
                    MOVE 1 TO WS-BK-STAT-SEEN (WS-BK-IX)
                    MOVE BAQHCHGH-OLD-VALUE
                       TO WS-BK-STAT-OLD (WS-BK-IX)
                 END-IF
                 MOVE BAQHCHGH-NEW-VALUE TO WS-BK-STAT-NEW (WS-BK-IX)
                 IF BAQHCHGH-NEW-VALUE (1:9) = 'PUBLISHED' THEN
                    MOVE 1 TO WS-BK-STAT-TO-PUB (WS-BK-IX)
                 END-IF
              WHEN 'FORMNUM'
                 IF WS-BK-FORM-SEEN (WS-BK-IX) = 0 THEN
                    MOVE 1 TO WS-BK-FORM-SEEN (WS-BK-IX)
                    MOVE BAQHCHGH-OLD-VALUE
                       TO WS-BK-FORM-OLD (WS-BK-IX)
                 END-IF
                 MOVE BAQHCHGH-NEW-VALUE TO WS-BK-FORM-NEW (WS-BK-IX)
              WHEN 'URL'
                 IF WS-BK-URL-SEEN (WS-BK-IX) = 0 THEN
                    MOVE 1 TO WS-BK-URL-SEEN (WS-BK-IX)
                    MOVE BAQHCHGH-OLD-VALUE
                       TO WS-BK-URL-OLD (WS-BK-IX)
                 END-IF
                 MOVE BAQHCHGH-NEW-VALUE TO WS-BK-URL-NEW (WS-BK-IX)
              WHEN 'SIZEMB'
                 IF WS-BK-SIZE-SEEN (WS-BK-IX) = 0 THEN
                    MOVE 1 TO WS-BK-SIZE-SEEN (WS-BK-IX)
                    MOVE BAQHCHGH-OLD-VALUE
                       TO WS-BK-SIZE-OLD (WS-BK-IX)
                 END-IF
                 MOVE BAQHCHGH-NEW-VALUE TO WS-BK-SIZE-NEW (WS-BK-IX)
           END-EVALUATE.

       CB-020.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-LOAD-WEEK-LINKS
      *
      * The whole registry in key order; a link recorded during the
      * week makes its NEW-TITLE a new edition.
      *----------------------------------------------------------------*
       DA-LOAD-WEEK-LINKS SECTION.
       DA-010.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO BAQHSUPS-OLD-TITLE.
           START RBKSUPS-FILE KEY IS NOT < BAQHSUPS-OLD-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-SW
           END-START.

           IF NOT WS-EOF THEN
              READ RBKSUPS-FILE NEXT
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
              END-READ
           END-IF.

           PERFORM DB-LOAD-ONE-LINK UNTIL WS-EOF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-LOAD-ONE-LINK
      *----------------------------------------------------------------*
       DB-LOAD-ONE-LINK SECTION.
       DB-010.
           IF BAQHSUPS-DATE < WS-FROM-DATE OR
              BAQHSUPS-DATE > WS-TO-DATE THEN
              GO TO DB-020
           END-IF.

           ADD 1 TO WS-LINK-CNT.

           MOVE BAQHSUPS-NEW-TITLE TO WS-REC-TITLE.
           MOVE 0 TO WS-REC-BOOK-ID.
           PERFORM XA-FIND-BOOK.
           IF WS-BK-FOUND = 0 THEN
              GO TO DB-020
           END-IF.

           MOVE 1 TO WS-BK-LINK-SEEN (WS-BK-FOUND).
           MOVE BAQHSUPS-OLD-FORM TO WS-BK-LINK-FORM (WS-BK-FOUND).

       DB-020.
           READ RBKSUPS-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-BULLETIN-HEADER
      *----------------------------------------------------------------*
       EA-WRITE-BULLETIN-HEADER SECTION.
       EA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'WHAT''S NEW IN REDBOOKS - THE WEEK OF '
              WS-FROM-DATE ' TO ' WS-TO-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PREPARED ' WS-RUN-DATE
              ' FROM THE CATALOG CHANGE HISTORY'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           IF NOT WS-SUPS-OPEN THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKSUPS NOT AVAILABLE TO THIS RUN - NEW '
                 'EDITIONS FROM FORM NUMBER CHANGES ONLY'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
           END-IF.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-RELEASE-BULLETIN-BOOKS
      *
      * SORT input procedure - each touched book is netted over the
      * week and, if anything still stands and the catalog holds it
      * PUBLISHED, released with the catalog's fields.
      *----------------------------------------------------------------*
       FA-RELEASE-BULLETIN-BOOKS SECTION.
       FA-010.
           MOVE 0 TO WS-BK-IX.
           PERFORM FB-NET-ONE-BOOK UNTIL WS-BK-IX NOT < WS-BK-COUNT.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-NET-ONE-BOOK
      *----------------------------------------------------------------*
       FB-NET-ONE-BOOK SECTION.
       FB-010.
           ADD 1 TO WS-BK-IX.
           MOVE SPACE TO WS-BK-OUTCOME (WS-BK-IX).
           MOVE 0 TO WS-NET-PUB.
           MOVE 0 TO WS-NET-EDITION.
           MOVE 0 TO WS-NET-REFRESH.
           MOVE 0 TO WS-TOUCHED.

      * Published - ADDED as PUBLISHED, unless the same book left
      * another title PUBLISHED (a rename), or a STATUS that ended
      * the week PUBLISHED having started it otherwise.
           IF WS-BK-ADDED-PUB (WS-BK-IX) = 1 THEN
              MOVE 1 TO WS-TOUCHED
              IF WS-BK-REMOVED-PUB (WS-BK-IX) = 0 THEN
                 MOVE 1 TO WS-NET-PUB
              END-IF
           END-IF.
           IF WS-BK-STAT-SEEN (WS-BK-IX) = 1 THEN
              IF WS-BK-STAT-TO-PUB (WS-BK-IX) = 1 THEN
                 MOVE 1 TO WS-TOUCHED
              END-IF
              IF WS-BK-STAT-OLD (WS-BK-IX) NOT = 'PUBLISHED' AND
                 WS-BK-STAT-NEW (WS-BK-IX) = 'PUBLISHED' THEN
                 MOVE 1 TO WS-NET-PUB
              END-IF
           END-IF.

           IF WS-BK-FORM-SEEN (WS-BK-IX) = 1 THEN
              MOVE 1 TO WS-TOUCHED
              IF WS-BK-FORM-OLD (WS-BK-IX) NOT =
                 WS-BK-FORM-NEW (WS-BK-IX) THEN
                 MOVE 1 TO WS-NET-EDITION
              END-IF
           END-IF.
           IF WS-BK-LINK-SEEN (WS-BK-IX) = 1 THEN
              MOVE 1 TO WS-TOUCHED
              MOVE 1 TO WS-NET-EDITION
           END-IF.

           IF WS-BK-URL-SEEN (WS-BK-IX) = 1 THEN
              MOVE 1 TO WS-TOUCHED
              IF WS-BK-URL-OLD (WS-BK-IX) NOT =
                 WS-BK-URL-NEW (WS-BK-IX) THEN
                 MOVE 1 TO WS-NET-REFRESH
              END-IF
           END-IF.
           IF WS-BK-SIZE-SEEN (WS-BK-IX) = 1 THEN
              MOVE 1 TO WS-TOUCHED
              IF WS-BK-SIZE-OLD (WS-BK-IX) NOT =
                 WS-BK-SIZE-NEW (WS-BK-IX) THEN
                 MOVE 1 TO WS-NET-REFRESH
              END-IF
           END-IF.

      * Touched only by changes of no interest here (a status move
      * between two unpublished states, a plain removal).
           IF WS-TOUCHED = 0 THEN
              GO TO FB-999
           END-IF.

           MOVE 'N' TO WS-CAT-PUB-SW.
           MOVE WS-BK-TITLE (WS-BK-IX) TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE
              INVALID KEY
                 MOVE '23' TO WS-CAT-FILE-STATUS
           END-READ.
           IF WS-CAT-FILE-STATUS = '00' AND
              BAQHKCAT-STATUS = 'PUBLISHED' THEN
              MOVE 'Y' TO WS-CAT-PUB-SW
           END-IF.

      * Nothing left standing. A book ADDED and REMOVED as PUBLISHED
      * that the catalog holds PUBLISHED under its newest title was
      * renamed, which is not news; anything else was reversed.
           IF WS-NET-PUB = 0 AND WS-NET-EDITION = 0 AND
              WS-NET-REFRESH = 0 THEN
              IF WS-CAT-PUB AND WS-BK-ADDED-PUB (WS-BK-IX) = 1 AND
                 WS-BK-REMOVED-PUB (WS-BK-IX) = 1 THEN
                 GO TO FB-999
              END-IF
              MOVE 'R' TO WS-BK-OUTCOME (WS-BK-IX)
              ADD 1 TO WS-REVERSED-CNT
              GO TO FB-999
           END-IF.

      * Published during the week and since withdrawn or pulled
      * back is a reversal; anything else was never announceable.
           IF NOT WS-CAT-PUB THEN
              IF WS-NET-PUB = 1 OR WS-BK-REMOVED-PUB (WS-BK-IX) = 1
                 THEN
                 MOVE 'R' TO WS-BK-OUTCOME (WS-BK-IX)
                 ADD 1 TO WS-REVERSED-CNT
              ELSE
                 MOVE 'N' TO WS-BK-OUTCOME (WS-BK-IX)
                 ADD 1 TO WS-NOT-PUB-CNT
              END-IF
              GO TO FB-999
           END-IF.

           MOVE 'B' TO WS-BK-OUTCOME (WS-BK-IX).

           MOVE SPACES TO SORT-RECORD.
           MOVE BAQHKCAT-DOC-TYPE TO SORT-DOC-TYPE.
           EVALUATE TRUE
              WHEN WS-NET-PUB = 1
                 MOVE 1 TO SORT-REASON-RANK
                 MOVE 'PUBLISHED' TO SORT-REASON
                 ADD 1 TO WS-PUB-CNT
              WHEN WS-NET-EDITION = 1
                 MOVE 2 TO SORT-REASON-RANK
                 MOVE 'EDITION' TO SORT-REASON
                 ADD 1 TO WS-EDITION-CNT
              WHEN OTHER
                 MOVE 3 TO SORT-REASON-RANK
                 MOVE 'REFRESHED' TO SORT-REASON
                 ADD 1 TO WS-REFRESH-CNT
           END-EVALUATE.
           MOVE BAQHKCAT-TITLE TO SORT-TITLE.
           MOVE BAQHKCAT-FORM-NUMBER TO SORT-FORM-NUMBER.
           IF WS-NET-EDITION = 1 THEN
              IF WS-BK-LINK-SEEN (WS-BK-IX) = 1 THEN
                 MOVE WS-BK-LINK-FORM (WS-BK-IX) TO SORT-PRIOR-FORM
              ELSE
                 MOVE WS-BK-FORM-OLD (WS-BK-IX) TO SORT-PRIOR-FORM
              END-IF
           END-IF.
           MOVE BAQHKCAT-PUB-DATE TO SORT-PUB-DATE.
           MOVE BAQHKCAT-SIZE-MB TO SORT-SIZE-MB.
           MOVE BAQHKCAT-URL TO SORT-URL.
           MOVE BAQHKCAT-AUTHORS TO SORT-AUTHORS.
           MOVE WS-BK-BOOK-ID (WS-BK-IX) TO SORT-BOOK-ID.
           MOVE BAQHKCAT-CATALOG TO SORT-CATALOG.
           RELEASE SORT-RECORD.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-WRITE-BY-DOC-TYPE
      *
      * SORT output procedure - the bulletin, a heading per
      * documentType, and the machine-readable copy in step.
      *----------------------------------------------------------------*
       GA-WRITE-BY-DOC-TYPE SECTION.
       GA-010.
           MOVE LOW-VALUES TO WS-CURR-DOC-TYPE.
           MOVE 'N' TO WS-SORT-EOF-SW.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           IF WS-SORT-EOF THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
              MOVE 'NOTHING NEW THIS WEEK.' TO WS-RPT-LINE
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM GB-WRITE-ONE-BOOK UNTIL WS-SORT-EOF.

           IF WS-CURR-DOC-TYPE NOT = LOW-VALUES THEN
              PERFORM GC-WRITE-DOC-TYPE-COUNT
           END-IF.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GB-WRITE-ONE-BOOK
      *----------------------------------------------------------------*
       GB-WRITE-ONE-BOOK SECTION.
       GB-010.
           IF SORT-DOC-TYPE NOT = WS-CURR-DOC-TYPE THEN
              IF WS-CURR-DOC-TYPE NOT = LOW-VALUES THEN
                 PERFORM GC-WRITE-DOC-TYPE-COUNT
              END-IF
              MOVE SORT-DOC-TYPE TO WS-CURR-DOC-TYPE
              MOVE 0 TO WS-DOC-BOOK-CNT
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
              MOVE SPACES TO WS-RPT-LINE
              IF SORT-DOC-TYPE = SPACES THEN
                 MOVE '==== (NO DOCUMENT TYPE) ====' TO WS-RPT-LINE
              ELSE
                 STRING '==== ' SORT-DOC-TYPE ' ===='
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

      * The 70-byte title column truncates through the shared
      * BAQHDBCS utility, so a mixed-string Japanese title is never
      * cut mid-character or left inside an open shift.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE SPACES TO WS-DBCS-STR.
           MOVE SORT-TITLE TO WS-DBCS-STR (1:80).
           MOVE 'TRUNC' TO WS-DBCS-FUNC.
           MOVE 70 TO WS-DBCS-LEN.
           CALL 'BAQHDBCS' USING WS-DBCS-FUNC WS-DBCS-STR
              WS-DBCS-LEN WS-DBCS-RC
              ON EXCEPTION
                 MOVE 70 TO WS-DBCS-LEN
           END-CALL.
           IF WS-DBCS-LEN > 0 THEN
              MOVE SORT-TITLE (1:WS-DBCS-LEN)
                 TO WS-RPT-LINE (1:WS-DBCS-LEN)
           END-IF.
           MOVE SORT-FORM-NUMBER TO WS-RPT-LINE (73:12).
           EVALUATE SORT-REASON
              WHEN 'PUBLISHED'
                 MOVE 'NEWLY PUBLISHED' TO WS-RPT-LINE (87:15)
              WHEN 'EDITION'
                 MOVE 'NEW EDITION' TO WS-RPT-LINE (87:11)
              WHEN OTHER
                 MOVE 'UPDATED PDF' TO WS-RPT-LINE (87:11)
           END-EVALUATE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           IF SORT-AUTHORS NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '    BY ' SORT-AUTHORS (1:120)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '    ' SORT-URL
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           IF SORT-PRIOR-FORM NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '    REPLACES ' SORT-PRIOR-FORM
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO BAQHWNEW-RECORD.
           MOVE WS-FROM-DATE TO BAQHWNEW-WEEK-FROM.
           MOVE WS-TO-DATE TO BAQHWNEW-WEEK-TO.
           MOVE SORT-REASON TO BAQHWNEW-REASON.
           MOVE SORT-DOC-TYPE TO BAQHWNEW-DOC-TYPE.
           MOVE SORT-TITLE TO BAQHWNEW-TITLE.
           MOVE SORT-FORM-NUMBER TO BAQHWNEW-FORM-NUMBER.
           MOVE SORT-PRIOR-FORM TO BAQHWNEW-PRIOR-FORM.
           MOVE SORT-PUB-DATE TO BAQHWNEW-PUB-DATE.
           MOVE SORT-SIZE-MB TO BAQHWNEW-SIZE-MB.
           MOVE SORT-URL TO BAQHWNEW-URL.
           MOVE SORT-AUTHORS TO BAQHWNEW-AUTHORS.
           MOVE SORT-BOOK-ID TO BAQHWNEW-BOOK-ID.
           MOVE SORT-CATALOG TO BAQHWNEW-CATALOG.
           WRITE BAQHWNEW-RECORD.

           ADD 1 TO WS-DOC-BOOK-CNT.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       GB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GC-WRITE-DOC-TYPE-COUNT
      *----------------------------------------------------------------*
       GC-WRITE-DOC-TYPE-COUNT SECTION.
       GC-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.
           MOVE WS-DOC-BOOK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    ' WS-CNT-ED ' BOOK(S)'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

       GC-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-SUMMARY
      *
      * The counts for whoever sends the bulletin out, and the books
      * left off because their change was reversed within the week.
      *----------------------------------------------------------------*
       HA-WRITE-SUMMARY SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.
           MOVE '==== SUMMARY ====' TO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-CHGH-WEEK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHANGES THIS WEEK:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-LINK-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EDITION LINKS THIS WEEK: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-PUB-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NEWLY PUBLISHED:         ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-EDITION-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NEW EDITIONS:            ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-REFRESH-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'UPDATED PDFS:            ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-REVERSED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REVERSED WITHIN WEEK:    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-NOT-PUB-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHANGED, NOT PUBLISHED:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWNRP-RECORD FROM WS-RPT-LINE.

           IF WS-BK-OVERFLOW-CNT > 0 THEN
              MOVE WS-BK-OVERFLOW-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'CHANGES NOT NETTED:      ' WS-CNT-ED
                 ' (MORE BOOKS THAN THE TABLE HOLDS)'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-REVERSED-CNT > 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
              MOVE '---- LEFT OFF - REVERSED WITHIN THE WEEK ----'
                 TO WS-RPT-LINE
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
              MOVE 0 TO WS-BK-IX
              PERFORM HB-WRITE-ONE-REVERSED
                 UNTIL WS-BK-IX NOT < WS-BK-COUNT
           END-IF.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HB-WRITE-ONE-REVERSED
      *----------------------------------------------------------------*
       HB-WRITE-ONE-REVERSED SECTION.
       HB-010.
           ADD 1 TO WS-BK-IX.

           IF WS-BK-OUTCOME (WS-BK-IX) = 'R' THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE WS-BK-TITLE (WS-BK-IX) TO WS-RPT-LINE (5:80)
              WRITE RBKWNRP-RECORD FROM WS-RPT-LINE
           END-IF.

       HB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-FIND-BOOK
      *
      * WS-BK-FOUND is the table entry for WS-REC-TITLE/-BOOK-ID,
      * added if the book is new to the table; 0 when the table is
      * full.
      *----------------------------------------------------------------*
       XA-FIND-BOOK SECTION.
       XA-010.
           MOVE 0 TO WS-BK-FOUND.
           MOVE 0 TO WS-BK-IX.
           PERFORM XAA-MATCH-ONE-BOOK
              UNTIL WS-BK-FOUND > 0 OR WS-BK-IX NOT < WS-BK-COUNT.

           IF WS-BK-FOUND > 0 THEN
              GO TO XA-999
           END-IF.

           IF WS-BK-COUNT NOT < WS-BK-MAX THEN
              ADD 1 TO WS-BK-OVERFLOW-CNT
              GO TO XA-999
           END-IF.

           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-FOUND.
           INITIALIZE WS-BK-ENTRY (WS-BK-FOUND).
           MOVE WS-REC-TITLE TO WS-BK-TITLE (WS-BK-FOUND).
           MOVE WS-REC-BOOK-ID TO WS-BK-BOOK-ID (WS-BK-FOUND).

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XAA-MATCH-ONE-BOOK
      *----------------------------------------------------------------*
       XAA-MATCH-ONE-BOOK SECTION.
       XAA-010.
           ADD 1 TO WS-BK-IX.

           IF WS-REC-BOOK-ID > 0 AND WS-BK-BOOK-ID (WS-BK-IX) > 0
              THEN
              IF WS-REC-BOOK-ID = WS-BK-BOOK-ID (WS-BK-IX) THEN
                 MOVE WS-BK-IX TO WS-BK-FOUND
              END-IF
           ELSE
              IF WS-REC-TITLE = WS-BK-TITLE (WS-BK-IX) THEN
                 MOVE WS-BK-IX TO WS-BK-FOUND
              END-IF
           END-IF.

       XAA-999.
           EXIT.
