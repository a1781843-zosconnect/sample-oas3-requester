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
      * BAQHWTCD                                                      *
      *                                                               *
      * Nightly watchlist digest. Editors and product managers keep a *
      * watchlist of the titles, title prefixes, authors and          *
      * documentTypes they care about on the RBWL transaction         *
      * (RBKWTCH, see BAQHWTCH); this step, run straight after        *
      * BAQHCHGC, writes each of them one section of the digest (DD   *
      * name RBKWDGS) holding only the night's RBKCHGH changes that   *
      * match one of their watches, so nobody has to read the whole   *
      * BAQHCHGQ report to find their own books. A subscriber none of *
      * whose watches matched gets no section at all.                 *
      *                                                               *
      * Each section opens behind a banner carrying the subscriber's  *
      * routing code, in the same '===== ... ROUTE ...' form as the   *
      * BAQHRPKG report package, so the report-distribution product   *
      * bursts the digest and each subscriber gets their own section. *
      *                                                               *
      * An AUTHOR or TYPE watch is matched against the book as the    *
      * extract describes it - tonight's RBKEXTR, or for a REMOVED    *
      * book the prior generation RBKEXTP - and, for a change to the  *
      * authors or the documentType itself, against the value before  *
      * the change as well, so a watcher hears about a book leaving   *
      * their author or type too.                                     *
      *                                                               *
      * PARM keywords, either of which may be omitted:                *
      *   DATE=YYYYMMDD   the capture date to report, by default the  *
      *                   date of tonight's successful BAQHCHGC run   *
      *                   on RBKRUNJ, or today                        *
      *   FORCE           run even though the gatekeeper finds no     *
      *                   successful CHGC step for tonight's cycle    *
      *                                                               *
      * Inputs:  RBKWTCH, RBKCHGH, RBKEXTR, RBKEXTP, RBKRUNJ          *
      * Outputs: RBKWDGS (digest), RBKRUNJ (START/END of step WTCD)   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHWTCD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKWTCH-FILE ASSIGN TO RBKWTCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAQHWTCH-SUBSCRIBER
               FILE STATUS IS WS-WTCH-FILE-STATUS.

           SELECT RBKCHGH-FILE ASSIGN TO RBKCHGH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGH-FILE-STATUS.

           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT RBKEXTP-FILE ASSIGN TO RBKEXTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT RBKWDGS-FILE ASSIGN TO RBKWDGS
               ORGANIZATION IS SEQUENTIAL.

      * Run-control journal (DD name RBKRUNJ) - scanned for the
      * prerequisite CHGC step's outcome by the gatekeeper, then
      * appended with this step's own START/END records. FILE
      * STATUS lets a site without the journal run ungated.
           SELECT RBKRUNJ-FILE ASSIGN TO RBKRUNJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKWTCH-FILE.
       COPY BAQHWTCH.

       FD  RBKCHGH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGH.

       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTR.

      * Prior-generation extract, declared locally the way BAQHCHGC
      * declares it, since BAQHEXTR-RECORD is already the name of
      * the RBKEXTR-FILE record above.
       FD  RBKEXTP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXTP-RECORD.
           03 RBKEXTP-TITLE        PIC X(80).
           03 RBKEXTP-STATUS       PIC X(09).
           03 RBKEXTP-FORM-NUMBER  PIC X(12).
           03 RBKEXTP-PUB-DATE     PIC X(32).
           03 RBKEXTP-DOC-TYPE     PIC X(08).
           03 RBKEXTP-SIZE-MB      PIC 9(03)V9(02).
           03 RBKEXTP-URL          PIC X(100).
           03 RBKEXTP-AUTHORS      PIC X(200).
           03 RBKEXTP-DEPT-ID      PIC X(05).
           03 RBKEXTP-DEPT-NAME    PIC X(40).
           03 RBKEXTP-DEPT-CONTACT PIC X(40).
           03 RBKEXTP-DEPT-SOURCE  PIC X(01).
           03 FILLER               PIC X(68).

       FD  RBKWDGS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKWDGS-RECORD          PIC X(132).

       FD  RBKRUNJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHRUNJ.

       WORKING-STORAGE SECTION.

       01 WS-WTCH-FILE-STATUS PIC X(2).
       01 WS-CHGH-FILE-STATUS PIC X(2).
       01 WS-EXTR-FILE-STATUS PIC X(2).

       01 WS-WTCH-EOF-SW      PIC X VALUE 'N'.
           88 WS-WTCH-EOF     VALUE 'Y'.
       01 WS-CHGH-EOF-SW      PIC X VALUE 'N'.
           88 WS-CHGH-EOF     VALUE 'Y'.
       01 WS-EXTR-EOF-SW      PIC X VALUE 'N'.
           88 WS-EXTR-EOF     VALUE 'Y'.

      * The night's changes, held while every subscriber's watches
      * are tried against them. Each change carries the book's
      * documentType and authors as the extract gives them and, for
      * a DOCTYPE or AUTHORS change, the value before it.
       01 WS-CHG-TABLE.
           03 WS-CHG-ENTRY OCCURS 2000 TIMES.
              05 WS-CHG-TIME         PIC X(06).
              05 WS-CHG-TYPE         PIC X(07).
              05 WS-CHG-TITLE        PIC X(80).
              05 WS-CHG-FIELD        PIC X(10).
              05 WS-CHG-OLD          PIC X(60).
              05 WS-CHG-NEW          PIC X(60).
              05 WS-CHG-DOC-TYPE     PIC X(08).
              05 WS-CHG-AUTHORS      PIC X(200).
              05 WS-CHG-OLD-DOC-TYPE PIC X(08).
              05 WS-CHG-OLD-AUTHORS  PIC X(200).
              05 WS-CHG-RESOLVED     PIC 9.
       01 WS-CHG-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-CHG-MAX          PIC 9(5) COMP VALUE 2000.
       01 WS-CHG-IX           PIC 9(5) COMP VALUE 0.
       01 WS-CHG-TRUNC        PIC 9 VALUE 0.

      * Layout versions of the two extract generations, set from
      * each one's *HDR record by BAQHEXUP.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.
       01 WS-PRIOR-LAYOUT-VER PIC X(2) VALUE '01'.

      * One subscriber's watches under test, each with the length of
      * its value without the trailing blanks.
       01 WS-WATCH-IX         PIC 9(4) COMP VALUE 0.
       01 WS-WATCH-LENGTHS.
           03 WS-WATCH-LEN     PIC 9(4) COMP OCCURS 10 TIMES.
       01 WS-TRAIL-CNT        PIC 9(4) COMP VALUE 0.
       01 WS-AUTH-HITS        PIC 9(4) COMP VALUE 0.
       01 WS-MATCH-KIND       PIC X(6) VALUE SPACES.
       01 WS-SECTION-OPEN     PIC 9 VALUE 0.
       01 WS-SUB-MATCH-CNT    PIC 9(7) COMP VALUE 0.

       01 WS-REPORT-DATE      PIC X(8) VALUE SPACES.

       01 WS-SUB-CNT          PIC 9(7) COMP VALUE 0.
       01 WS-SECTION-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-MATCH-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       01 WS-RC               PIC 9 VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * Run-control journal state - the gatekeeper scans RBKRUNJ for
      * the newest END record of the prerequisite CHGC step; the
      * digest refuses to run unless that END says SUCCESS and is
      * from tonight's cycle. FORCE on the PARM overrides.
       01 WS-RUNJ-FILE-STATUS PIC X(2).
       01 WS-RUNJ-EOF-SW      PIC X VALUE 'N'.
           88 WS-RUNJ-EOF     VALUE 'Y'.
       01 WS-RUNJ-EVENT       PIC X(5) VALUE SPACES.
       01 WS-RUNJ-OUTCOME     PIC X(9) VALUE SPACES.
       01 WS-PREREQ-STEP      PIC X(8) VALUE 'CHGC'.
       01 WS-PREREQ-OUTCOME   PIC X(9) VALUE SPACES.
       01 WS-PREREQ-DATE      PIC X(8) VALUE SPACES.
       01 WS-PREREQ-OK        PIC 9 VALUE 0.
       01 WS-FORCE-ON         PIC 9 VALUE 0.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-PREREQ-INT       PIC S9(9) COMP VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.

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

      * The gatekeeper: no digest of a capture that did not happen.
           PERFORM XK-CHECK-PREREQ-STEP.
           IF WS-PREREQ-OK = 0 AND WS-FORCE-ON = 0 THEN
              DISPLAY 'BAQHWTCD REFUSED - prerequisite CHGC has no'
                 ' successful END for tonight''s cycle on RBKRUNJ.'
              DISPLAY 'BAQHWTCD rerun the change capture, or'
                 ' override with FORCE on the PARM.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PREREQ-OK = 0 AND WS-FORCE-ON = 1 THEN
              DISPLAY 'BAQHWTCD gatekeeper overridden by FORCE -'
                 ' proceeding without a verified CHGC.'
           END-IF.

           MOVE 'START' TO WS-RUNJ-EVENT.
           MOVE SPACES TO WS-RUNJ-OUTCOME.
           PERFORM XJ-JOURNAL-RUN-EVENT.

      * The capture date reported - keyed, or the day of tonight's
      * successful capture, or today.
           IF WS-PREREQ-OUTCOME = 'SUCCESS' AND
              WS-PREREQ-DATE IS NUMERIC THEN
              MOVE WS-PREREQ-DATE TO WS-REPORT-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REPORT-DATE
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'DATE='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-REPORT-DATE
           END-IF.

           OPEN INPUT RBKWTCH-FILE.
           IF WS-WTCH-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHWTCD RBKWTCH will not open, file status '
                 WS-WTCH-FILE-STATUS ' - no digest written.'
              MOVE FAILED TO WS-RC
              GO TO A-900
           END-IF.

           OPEN INPUT RBKCHGH-FILE.
           IF WS-CHGH-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHWTCD RBKCHGH will not open, file status '
                 WS-CHGH-FILE-STATUS ' - no digest written.'
              CLOSE RBKWTCH-FILE
              MOVE FAILED TO WS-RC
              GO TO A-900
           END-IF.

           OPEN OUTPUT RBKWDGS-FILE.

      * Pick the night's changes out of the repository.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-CHGH-EOF-SW
           END-READ.

           PERFORM BA-LOAD-ONE-CHANGE UNTIL WS-CHGH-EOF.

           CLOSE RBKCHGH-FILE.

           DISPLAY 'BAQHWTCD ' WS-CHG-COUNT ' changes captured on '
              WS-REPORT-DATE '.'.

           IF WS-CHG-COUNT = 0 THEN
              GO TO A-020
           END-IF.

      * Describe each changed book from tonight's extract, then from
      * the prior generation for the books it no longer holds.
           OPEN INPUT RBKEXTR-FILE.
           IF WS-EXTR-FILE-STATUS = '00' THEN
              MOVE 'N' TO WS-EXTR-EOF-SW
              READ RBKEXTR-FILE
                  AT END
                     MOVE 'Y' TO WS-EXTR-EOF-SW
              END-READ
              PERFORM CA-DESCRIBE-FROM-EXTRACT UNTIL WS-EXTR-EOF
              CLOSE RBKEXTR-FILE
           ELSE
              DISPLAY 'BAQHWTCD RBKEXTR not available, file status '
                 WS-EXTR-FILE-STATUS ' - AUTHOR and TYPE watches'
                 ' see only the changed values.'
           END-IF.

           OPEN INPUT RBKEXTP-FILE.
           IF WS-EXTR-FILE-STATUS = '00' THEN
              MOVE 'N' TO WS-EXTR-EOF-SW
              READ RBKEXTP-FILE
                  AT END
                     MOVE 'Y' TO WS-EXTR-EOF-SW
              END-READ
              PERFORM CB-DESCRIBE-FROM-PRIOR UNTIL WS-EXTR-EOF
              CLOSE RBKEXTP-FILE
           END-IF.

       A-020.
      * One section per subscriber with anything to hear about.
           READ RBKWTCH-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-WTCH-EOF-SW
           END-READ.

           PERFORM DA-DIGEST-ONE-SUBSCRIBER UNTIL WS-WTCH-EOF.

           CLOSE RBKWTCH-FILE.
           CLOSE RBKWDGS-FILE.

           MOVE WS-SUB-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHWTCD subscribers read:      ' WS-CNT-ED.
           MOVE WS-SECTION-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHWTCD digest sections:       ' WS-CNT-ED.
           MOVE WS-MATCH-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHWTCD changes reported:      ' WS-CNT-ED.

       A-900.
           MOVE 'END' TO WS-RUNJ-EVENT.
           IF WS-RC = OK THEN
              MOVE 'SUCCESS' TO WS-RUNJ-OUTCOME
           ELSE
              MOVE 'FAILED' TO WS-RUNJ-OUTCOME
           END-IF.
           PERFORM XJ-JOURNAL-RUN-EVENT.

       A-999.
           IF WS-RC NOT = OK THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CHG-TRUNC = 1 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-ONE-CHANGE
      *
      * Takes the history record in the RBKCHGH-FILE buffer into the
      * change table when it was captured on the report date. A night
      * with more changes than the table holds is digested as far as
      * the table goes and the run ends RC 4.
      *----------------------------------------------------------------*
       BA-LOAD-ONE-CHANGE SECTION.
       BA-010.
           IF BAQHCHGH-DATE NOT = WS-REPORT-DATE THEN
              GO TO BA-020
           END-IF.

           IF WS-CHG-COUNT NOT < WS-CHG-MAX THEN
              IF WS-CHG-TRUNC = 0 THEN
                 DISPLAY 'BAQHWTCD more changes than the change table'
                    ' holds - raise WS-CHG-MAX. Digest incomplete.'
                 MOVE 1 TO WS-CHG-TRUNC
              END-IF
              GO TO BA-020
           END-IF.

           ADD 1 TO WS-CHG-COUNT.
           MOVE BAQHCHGH-TIME TO WS-CHG-TIME (WS-CHG-COUNT).
           MOVE BAQHCHGH-TYPE TO WS-CHG-TYPE (WS-CHG-COUNT).
           MOVE BAQHCHGH-TITLE TO WS-CHG-TITLE (WS-CHG-COUNT).
           MOVE BAQHCHGH-FIELD TO WS-CHG-FIELD (WS-CHG-COUNT).
           MOVE BAQHCHGH-OLD-VALUE TO WS-CHG-OLD (WS-CHG-COUNT).
           MOVE BAQHCHGH-NEW-VALUE TO WS-CHG-NEW (WS-CHG-COUNT).
           MOVE SPACES TO WS-CHG-DOC-TYPE (WS-CHG-COUNT).
           MOVE SPACES TO WS-CHG-AUTHORS (WS-CHG-COUNT).
           MOVE SPACES TO WS-CHG-OLD-DOC-TYPE (WS-CHG-COUNT).
           MOVE SPACES TO WS-CHG-OLD-AUTHORS (WS-CHG-COUNT).
           MOVE 0 TO WS-CHG-RESOLVED (WS-CHG-COUNT).

      * The book as it was before a change to its type or authors,
      * and the value after it until the extract says otherwise.
           IF BAQHCHGH-FIELD = 'DOCTYPE' THEN
              MOVE BAQHCHGH-OLD-VALUE
                 TO WS-CHG-OLD-DOC-TYPE (WS-CHG-COUNT)
              MOVE BAQHCHGH-NEW-VALUE
                 TO WS-CHG-DOC-TYPE (WS-CHG-COUNT)
           END-IF.

           IF BAQHCHGH-FIELD = 'AUTHORS' THEN
              MOVE BAQHCHGH-OLD-VALUE
                 TO WS-CHG-OLD-AUTHORS (WS-CHG-COUNT)
              MOVE BAQHCHGH-NEW-VALUE
                 TO WS-CHG-AUTHORS (WS-CHG-COUNT)
           END-IF.

       BA-020.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-CHGH-EOF-SW
           END-READ.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-DESCRIBE-FROM-EXTRACT
      *
      * Gives every change to the book in the RBKEXTR-FILE buffer the
      * book's documentType and authors.
      *----------------------------------------------------------------*
       CA-DESCRIBE-FROM-EXTRACT SECTION.
       CA-010.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's control records go to the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHWTCD' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO CA-020
           END-IF.

           PERFORM CAA-DESCRIBE-ONE-CHANGE
              VARYING WS-CHG-IX FROM 1 BY 1
              UNTIL WS-CHG-IX > WS-CHG-COUNT.

       CA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-DESCRIBE-ONE-CHANGE
      *----------------------------------------------------------------*
       CAA-DESCRIBE-ONE-CHANGE SECTION.
       CAA-010.
           IF WS-CHG-RESOLVED (WS-CHG-IX) = 0 AND
              WS-CHG-TITLE (WS-CHG-IX) = BAQHEXTR-TITLE THEN
              MOVE BAQHEXTR-DOC-TYPE TO WS-CHG-DOC-TYPE (WS-CHG-IX)
              MOVE BAQHEXTR-AUTHORS TO WS-CHG-AUTHORS (WS-CHG-IX)
              MOVE 1 TO WS-CHG-RESOLVED (WS-CHG-IX)
           END-IF.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-DESCRIBE-FROM-PRIOR
      *
      * The same for the prior generation in the RBKEXTP-FILE buffer,
      * for the changes tonight's extract did not describe - the
      * REMOVED books.
      *----------------------------------------------------------------*
       CB-DESCRIBE-FROM-PRIOR SECTION.
       CB-010.
           CALL 'BAQHEXUP' USING RBKEXTP-RECORD WS-PRIOR-LAYOUT-VER.

      * The prior generation's control records go to the lineage ledger.
           IF RBKEXTP-TITLE (1:4) = '*HDR' OR
              RBKEXTP-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHWTCD' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTP' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE RBKEXTP-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           IF RBKEXTP-TITLE (1:4) = '*HDR' OR
              RBKEXTP-TITLE (1:4) = '*TRL' THEN
              GO TO CB-020
           END-IF.

           PERFORM CBA-DESCRIBE-ONE-CHANGE
              VARYING WS-CHG-IX FROM 1 BY 1
              UNTIL WS-CHG-IX > WS-CHG-COUNT.

       CB-020.
           READ RBKEXTP-FILE
               AT END
                  MOVE 'Y' TO WS-EXTR-EOF-SW
           END-READ.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBA-DESCRIBE-ONE-CHANGE
      *----------------------------------------------------------------*
       CBA-DESCRIBE-ONE-CHANGE SECTION.
       CBA-010.
           IF WS-CHG-RESOLVED (WS-CHG-IX) = 0 AND
              WS-CHG-TITLE (WS-CHG-IX) = RBKEXTP-TITLE THEN
              MOVE RBKEXTP-DOC-TYPE TO WS-CHG-DOC-TYPE (WS-CHG-IX)
              MOVE RBKEXTP-AUTHORS TO WS-CHG-AUTHORS (WS-CHG-IX)
              MOVE 1 TO WS-CHG-RESOLVED (WS-CHG-IX)
           END-IF.

       CBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-DIGEST-ONE-SUBSCRIBER
      *
      * Tries every change of the night against the watches of the
      * subscriber in the RBKWTCH-FILE buffer. The section banner is
      * only written with the first match, so a subscriber with
      * nothing to hear about gets no section.
      *----------------------------------------------------------------*
       DA-DIGEST-ONE-SUBSCRIBER SECTION.
       DA-010.
           ADD 1 TO WS-SUB-CNT.
           MOVE 0 TO WS-SECTION-OPEN.
           MOVE 0 TO WS-SUB-MATCH-CNT.

           IF BAQHWTCH-KIND (1) = SPACES OR WS-CHG-COUNT = 0 THEN
              GO TO DA-020
           END-IF.

           PERFORM DAA-MEASURE-ONE-WATCH
              VARYING WS-WATCH-IX FROM 1 BY 1
              UNTIL WS-WATCH-IX > 10.

           PERFORM DB-TRY-ONE-CHANGE
              VARYING WS-CHG-IX FROM 1 BY 1
              UNTIL WS-CHG-IX > WS-CHG-COUNT.

           IF WS-SECTION-OPEN = 1 THEN
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKWDGS-RECORD FROM WS-RPT-LINE
              MOVE WS-SUB-MATCH-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'CHANGES FOR ' BAQHWTCH-SUBSCRIBER ': ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKWDGS-RECORD FROM WS-RPT-LINE
              MOVE SPACES TO WS-RPT-LINE
              WRITE RBKWDGS-RECORD FROM WS-RPT-LINE
           END-IF.

       DA-020.
           READ RBKWTCH-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-WTCH-EOF-SW
           END-READ.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-MEASURE-ONE-WATCH
      *
      * The length of watch WS-WATCH-IX's value without its trailing
      * blanks - what a PREFIX or AUTHOR watch compares on.
      *----------------------------------------------------------------*
       DAA-MEASURE-ONE-WATCH SECTION.
       DAA-010.
           MOVE 0 TO WS-TRAIL-CNT.
           INSPECT FUNCTION REVERSE(BAQHWTCH-VALUE (WS-WATCH-IX))
              TALLYING WS-TRAIL-CNT FOR LEADING SPACE.
           COMPUTE WS-WATCH-LEN (WS-WATCH-IX) =
              LENGTH OF BAQHWTCH-VALUE (WS-WATCH-IX) - WS-TRAIL-CNT.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-TRY-ONE-CHANGE
      *
      * Reports change WS-CHG-IX in the subscriber's section when one
      * of the subscriber's watches matches it. The first watch that
      * matches is named on the line.
      *----------------------------------------------------------------*
       DB-TRY-ONE-CHANGE SECTION.
       DB-010.
           MOVE SPACES TO WS-MATCH-KIND.

           PERFORM DBA-TRY-ONE-WATCH
              VARYING WS-WATCH-IX FROM 1 BY 1
              UNTIL WS-WATCH-IX > 10
                 OR WS-MATCH-KIND NOT = SPACES.

           IF WS-MATCH-KIND = SPACES THEN
              GO TO DB-999
           END-IF.

           IF WS-SECTION-OPEN = 0 THEN
              PERFORM DC-WRITE-SECTION-BANNER
           END-IF.

           ADD 1 TO WS-SUB-MATCH-CNT.
           ADD 1 TO WS-MATCH-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CHG-TIME (WS-CHG-IX) ' '
              WS-CHG-TYPE (WS-CHG-IX) ' '
              WS-CHG-FIELD (WS-CHG-IX) ' '
              WS-MATCH-KIND ' '
              WS-CHG-TITLE (WS-CHG-IX) (1:70)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWDGS-RECORD FROM WS-RPT-LINE.

           IF WS-CHG-TYPE (WS-CHG-IX) = 'CHANGED' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '                                 '
                 WS-CHG-OLD (WS-CHG-IX) (1:45) ' -> '
                 WS-CHG-NEW (WS-CHG-IX) (1:45)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKWDGS-RECORD FROM WS-RPT-LINE
           END-IF.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBA-TRY-ONE-WATCH
      *
      * Matches watch WS-WATCH-IX against change WS-CHG-IX, setting
      * WS-MATCH-KIND to the watch's kind when it matches.
      *----------------------------------------------------------------*
       DBA-TRY-ONE-WATCH SECTION.
       DBA-010.
           IF BAQHWTCH-KIND (WS-WATCH-IX) = SPACES OR
              WS-WATCH-LEN (WS-WATCH-IX) = 0 THEN
              GO TO DBA-999
           END-IF.

           EVALUATE BAQHWTCH-KIND (WS-WATCH-IX)
              WHEN 'TITLE'
                 IF WS-CHG-TITLE (WS-CHG-IX) =
                    BAQHWTCH-VALUE (WS-WATCH-IX) THEN
                    MOVE 'TITLE' TO WS-MATCH-KIND
                 END-IF
              WHEN 'PREFIX'
                 IF WS-CHG-TITLE (WS-CHG-IX)
                       (1:WS-WATCH-LEN (WS-WATCH-IX)) =
                    BAQHWTCH-VALUE (WS-WATCH-IX)
                       (1:WS-WATCH-LEN (WS-WATCH-IX)) THEN
                    MOVE 'PREFIX' TO WS-MATCH-KIND
                 END-IF
              WHEN 'TYPE'
                 IF (WS-CHG-DOC-TYPE (WS-CHG-IX) NOT = SPACES AND
                     WS-CHG-DOC-TYPE (WS-CHG-IX) =
                        BAQHWTCH-VALUE (WS-WATCH-IX)) OR
                    (WS-CHG-OLD-DOC-TYPE (WS-CHG-IX) NOT = SPACES AND
                     WS-CHG-OLD-DOC-TYPE (WS-CHG-IX) =
                        BAQHWTCH-VALUE (WS-WATCH-IX)) THEN
                    MOVE 'TYPE' TO WS-MATCH-KIND
                 END-IF
              WHEN 'AUTHOR'
                 MOVE 0 TO WS-AUTH-HITS
                 INSPECT WS-CHG-AUTHORS (WS-CHG-IX)
                    TALLYING WS-AUTH-HITS FOR ALL
                       BAQHWTCH-VALUE (WS-WATCH-IX)
                          (1:WS-WATCH-LEN (WS-WATCH-IX))
                 INSPECT WS-CHG-OLD-AUTHORS (WS-CHG-IX)
                    TALLYING WS-AUTH-HITS FOR ALL
                       BAQHWTCH-VALUE (WS-WATCH-IX)
                          (1:WS-WATCH-LEN (WS-WATCH-IX))
                 IF WS-AUTH-HITS > 0 THEN
                    MOVE 'AUTHOR' TO WS-MATCH-KIND
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       DBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DC-WRITE-SECTION-BANNER
      *
      * Opens the subscriber's section: the routed banner the
      * distribution product bursts on, then the column heading.
      *----------------------------------------------------------------*
       DC-WRITE-SECTION-BANNER SECTION.
       DC-010.
           MOVE 1 TO WS-SECTION-OPEN.
           ADD 1 TO WS-SECTION-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '===== WATCHLIST DIGEST ' BAQHWTCH-SUBSCRIBER
              ' ' BAQHWTCH-NAME
              ' ROUTE ' BAQHWTCH-ROUTE
              ' CHANGES OF ' WS-REPORT-DATE ' ====='
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWDGS-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKWDGS-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TIME   TYPE    FIELD      WATCH  '
              'TITLE / OLD -> NEW'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKWDGS-RECORD FROM WS-RPT-LINE.

       DC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XJ-JOURNAL-RUN-EVENT
      *
      * Appends this step's staged event (START/END, with outcome) to
      * the run-control journal. A site without the journal DD simply
      * skips it.
      *----------------------------------------------------------------*
       XJ-JOURNAL-RUN-EVENT SECTION.
       XJ-010.
           OPEN EXTEND RBKRUNJ-FILE.
           IF WS-RUNJ-FILE-STATUS NOT = '00' THEN
              GO TO XJ-999
           END-IF.

           MOVE SPACES TO BAQHRUNJ-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHRUNJ-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHRUNJ-TIME.
           MOVE 'BAQHWTCD' TO BAQHRUNJ-PROGRAM.
           MOVE 'WTCD' TO BAQHRUNJ-STEP.
           MOVE WS-RUNJ-EVENT TO BAQHRUNJ-EVENT.
           MOVE WS-RUNJ-OUTCOME TO BAQHRUNJ-OUTCOME.
           WRITE BAQHRUNJ-RECORD.

           CLOSE RBKRUNJ-FILE.

       XJ-999.
           EXIT.

      *----------------------------------------------------------------*
      * XK-CHECK-PREREQ-STEP
      *
      * Scans the run-control journal for the newest END record of
      * the prerequisite step and judges it: SUCCESS, and dated
      * today or yesterday, passes. A missing journal DD leaves the
      * run ungated (the journal is not configured at this site);
      * FORCE on the PARM is parsed here for the caller's override.
      *----------------------------------------------------------------*
       XK-CHECK-PREREQ-STEP SECTION.
       XK-010.
           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'FORCE'.
           IF WS-KEYWORD-POS + 5 NOT > LENGTH OF WS-PARM-TEXT THEN
              MOVE 1 TO WS-FORCE-ON
           END-IF.

           MOVE 0 TO WS-PREREQ-OK.
           MOVE SPACES TO WS-PREREQ-OUTCOME.
           MOVE SPACES TO WS-PREREQ-DATE.
           MOVE 'N' TO WS-RUNJ-EOF-SW.

           OPEN INPUT RBKRUNJ-FILE.
           IF WS-RUNJ-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHWTCD RBKRUNJ not available, file status '
                 WS-RUNJ-FILE-STATUS ' - running ungated.'
              MOVE 1 TO WS-PREREQ-OK
              GO TO XK-999
           END-IF.

           READ RBKRUNJ-FILE
               AT END
                  MOVE 'Y' TO WS-RUNJ-EOF-SW
           END-READ.

           PERFORM XKA-SCAN-ONE-JOURNAL-REC UNTIL WS-RUNJ-EOF.

           CLOSE RBKRUNJ-FILE.

           IF WS-PREREQ-OUTCOME NOT = 'SUCCESS' THEN
              GO TO XK-999
           END-IF.

           IF WS-PREREQ-DATE NOT NUMERIC THEN
              GO TO XK-999
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-PREREQ-DATE TO WS-DATE-NUM.
           COMPUTE WS-PREREQ-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

      * Tonight's cycle - the prerequisite ran today, or yesterday
      * evening when this step runs after midnight.
           IF WS-TODAY-INT - WS-PREREQ-INT NOT > 1 THEN
              MOVE 1 TO WS-PREREQ-OK
           END-IF.

       XK-999.
           EXIT.

      *----------------------------------------------------------------*
      * XKA-SCAN-ONE-JOURNAL-REC
      *
      * Notes the newest END record of the prerequisite step.
      *----------------------------------------------------------------*
       XKA-SCAN-ONE-JOURNAL-REC SECTION.
       XKA-010.
           IF BAQHRUNJ-STEP = WS-PREREQ-STEP AND
              BAQHRUNJ-EVENT = 'END' THEN
              MOVE BAQHRUNJ-OUTCOME TO WS-PREREQ-OUTCOME
              MOVE BAQHRUNJ-DATE TO WS-PREREQ-DATE
           END-IF.

       XKA-020.
           READ RBKRUNJ-FILE
               AT END
                  MOVE 'Y' TO WS-RUNJ-EOF-SW
           END-READ.

       XKA-999.
           EXIT.
