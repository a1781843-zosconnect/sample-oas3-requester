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
      * BAQHPRVB                                                      *
      *                                                               *
      * Field-level provenance build. BAQHCHGC records that a field   *
      * changed and its before/after values, but not who changed it;  *
      * the audit trail knows the program, transaction, user and      *
      * correlation id of every write but not the field values. Run   *
      * nightly after BAQHCHGC, this step joins the two: each of the  *
      * capture's RBKCHGH records is matched to the audit record of   *
      * the write that made it, and the provenance store (DD name     *
      * RBKPROV, see BAQHPROV) gets the field's new value and that    *
      * setter, replacing whatever set it before.                     *
      *                                                               *
      * The matching write is the latest successful, non-read         *
      * operation on the title in the keyed audit repository (DD name *
      * RBKAUDK, title path) between the prior generation's snapshot  *
      * and tonight's - the window in which the change can have been  *
      * made, taken from the *HDR records of RBKEXTP and RBKEXTR. The *
      * audit trail records a call against a title, not against a     *
      * field, so every field that moved in one window is credited to *
      * that window's last write. A change with no such write on the  *
      * trail was made outside the local channels and is stored as    *
      * such (SOURCE 'N'), which is itself the answer to "which       *
      * system keeps overwriting this".                               *
      *                                                               *
      * PARM keywords, either of which may be omitted:                *
      *   DATE=YYYYMMDD   the capture date to apply, by default the   *
      *                   date of tonight's successful BAQHCHGC run   *
      *                   on RBKRUNJ, or today                        *
      *   FORCE           run even though the gatekeeper finds no     *
      *                   successful CHGC step for tonight's cycle    *
      *                                                               *
      * Inputs:  RBKCHGH, RBKAUDK, RBKEXTR, RBKEXTP, RBKRUNJ          *
      * Outputs: RBKPROV, RBKRUNJ (START/END of step PROV)            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHPRVB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKCHGH-FILE ASSIGN TO RBKCHGH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGH-FILE-STATUS.

      * The keyed audit repository, browsed along its title path.
      * FILE STATUS lets a run without it store every change as
      * made outside the local channels, rather than fail.
           SELECT RBKAUDK-FILE ASSIGN TO RBKAUDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKAUD-KEY
               ALTERNATE RECORD KEY IS BAQHKAUD-KEY-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-AUDK-FILE-STATUS.

           SELECT RBKPROV-FILE ASSIGN TO RBKPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAQHPROV-KEY
               FILE STATUS IS WS-PROV-FILE-STATUS.

      * Only the *HDR record of each generation is read, for the
      * snapshot date/time that bounds the capture window.
           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT RBKEXTP-FILE ASSIGN TO RBKEXTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

      * Run-control journal (DD name RBKRUNJ) - scanned for the
      * prerequisite CHGC step's outcome by the gatekeeper, then
      * appended with this step's own START/END records. FILE
      * STATUS lets a site without the journal run ungated.
           SELECT RBKRUNJ-FILE ASSIGN TO RBKRUNJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCHGH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGH.

       FD  RBKAUDK-FILE.
       COPY BAQHKAUD.

       FD  RBKPROV-FILE.
       COPY BAQHPROV.

       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXTC.

      * The prior generation's header, in the BAQHEXTC shape, named
      * locally since BAQHEXTC-RECORD is already RBKEXTR's.
       FD  RBKEXTP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXTP-RECORD.
           03 RBKEXTP-TYPE         PIC X(05).
           03 RBKEXTP-SNAP-ID      PIC X(16).
           03 RBKEXTP-DATE         PIC X(08).
           03 RBKEXTP-TIME         PIC X(06).
           03 FILLER               PIC X(565).

       FD  RBKRUNJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHRUNJ.

       WORKING-STORAGE SECTION.

       01 WS-CHGH-FILE-STATUS PIC X(2).
       01 WS-AUDK-FILE-STATUS PIC X(2).
       01 WS-PROV-FILE-STATUS PIC X(2).
       01 WS-EXTR-FILE-STATUS PIC X(2).

       01 WS-CHGH-EOF-SW      PIC X VALUE 'N'.
           88 WS-CHGH-EOF     VALUE 'Y'.
       01 WS-AUDK-EOF-SW      PIC X VALUE 'N'.
           88 WS-AUDK-EOF     VALUE 'Y'.
       01 WS-AUDK-OPEN        PIC 9 VALUE 0.

      * The capture date whose changes are applied.
       01 WS-CAPTURE-DATE     PIC X(8) VALUE SPACES.

      * The capture window, as yyyymmddhhmmss stamps: after the
      * prior generation's snapshot, up to and including tonight's.
       01 WS-WIN-FROM         PIC X(14) VALUE SPACES.
       01 WS-WIN-TO           PIC X(14) VALUE SPACES.
       01 WS-AUDK-STAMP       PIC X(14) VALUE SPACES.
       01 WS-DAY-INT          PIC S9(9) COMP VALUE 0.

      * The setter found for the current title - the join is made
      * once per title, since BAQHCHGC writes a title's changed
      * fields together.
       01 WS-SETTER-TITLE     PIC X(80) VALUE LOW-VALUES.
       01 WS-SETTER-FOUND     PIC 9 VALUE 0.
       01 WS-SETTER-STAMP     PIC X(14) VALUE SPACES.
       01 WS-SETTER.
           03 WS-SETTER-DATE      PIC X(8).
           03 WS-SETTER-TIME      PIC X(6).
           03 WS-SETTER-PROGRAM   PIC X(8).
           03 WS-SETTER-TXID      PIC X(8).
           03 WS-SETTER-USER      PIC X(8).
           03 WS-SETTER-OPERATION PIC X(13).
           03 WS-SETTER-CORREL-ID PIC X(16).

      * Operations that only read the catalog, and so cannot have
      * set a value - everything else that succeeded is a write.
       01 WS-AUDK-OPERATION   PIC X(13) VALUE SPACES.
           88 WS-READ-ONLY-OP VALUES 'GARB' 'GRBK' 'BGET' 'GETVAL'
                                     'DUPCHK' 'DEPTGET' 'VERIFY'
                                     'CERT' 'SEAL' 'VLDT' 'QCHK'
                                     'CMPE'.

       01 WS-PROV-FIELD       PIC X(10) VALUE SPACES.
       01 WS-PROV-VALUE       PIC X(200) VALUE SPACES.

       01 WS-CHG-CNT          PIC 9(7) COMP VALUE 0.
       01 WS-AUDIT-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-OUTSIDE-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-FAIL-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZZZZ9.

       01 WS-RC               PIC 9 VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * Run-control journal state. The gatekeeper scans RBKRUNJ for
      * the newest END record of the prerequisite CHGC step; the run
      * refuses to start unless that END says SUCCESS and is from
      * tonight's cycle (today or yesterday - the chain may cross
      * midnight). FORCE on the PARM overrides a refusal, for the
      * operator who knows why the journal is wrong.
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

      * The gatekeeper: no provenance for a capture that did not
      * happen.
           PERFORM XK-CHECK-PREREQ-STEP.
           IF WS-PREREQ-OK = 0 AND WS-FORCE-ON = 0 THEN
              DISPLAY 'BAQHPRVB REFUSED - prerequisite CHGC has no'
                 ' successful END for tonight''s cycle on RBKRUNJ.'
              DISPLAY 'BAQHPRVB rerun the change capture, or'
                 ' override with FORCE on the PARM.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PREREQ-OK = 0 AND WS-FORCE-ON = 1 THEN
              DISPLAY 'BAQHPRVB gatekeeper overridden by FORCE -'
                 ' proceeding without a verified CHGC.'
           END-IF.

           MOVE 'START' TO WS-RUNJ-EVENT.
           MOVE SPACES TO WS-RUNJ-OUTCOME.
           PERFORM XJ-JOURNAL-RUN-EVENT.

      * The capture date applied - keyed, or the day of tonight's
      * successful capture, or today.
           IF WS-PREREQ-OUTCOME = 'SUCCESS' AND
              WS-PREREQ-DATE IS NUMERIC THEN
              MOVE WS-PREREQ-DATE TO WS-CAPTURE-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CAPTURE-DATE
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'DATE='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-CAPTURE-DATE
           END-IF.

           IF WS-CAPTURE-DATE NOT NUMERIC THEN
              DISPLAY 'BAQHPRVB DATE=' WS-CAPTURE-DATE
                 ' is not a date - nothing applied.'
              MOVE FAILED TO WS-RC
              GO TO A-900
           END-IF.

           PERFORM BA-SET-CAPTURE-WINDOW.

           OPEN INPUT RBKCHGH-FILE.
           IF WS-CHGH-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHPRVB RBKCHGH will not open, file status '
                 WS-CHGH-FILE-STATUS ' - nothing applied.'
              MOVE FAILED TO WS-RC
              GO TO A-900
           END-IF.

           OPEN I-O RBKPROV-FILE.
           IF WS-PROV-FILE-STATUS NOT = '00' AND
              WS-PROV-FILE-STATUS NOT = '97' THEN
              DISPLAY 'BAQHPRVB RBKPROV will not open, file status '
                 WS-PROV-FILE-STATUS ' - nothing applied.'
              CLOSE RBKCHGH-FILE
              MOVE FAILED TO WS-RC
              GO TO A-900
           END-IF.

           OPEN INPUT RBKAUDK-FILE.
           IF WS-AUDK-FILE-STATUS = '00' OR
              WS-AUDK-FILE-STATUS = '97' THEN
              MOVE 1 TO WS-AUDK-OPEN
           ELSE
              DISPLAY 'BAQHPRVB RBKAUDK not available, file status '
                 WS-AUDK-FILE-STATUS ' - every change is stored as'
                 ' made outside the local channels.'
           END-IF.

           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-CHGH-EOF-SW
           END-READ.

           PERFORM CA-APPLY-ONE-CHANGE UNTIL WS-CHGH-EOF.

           CLOSE RBKCHGH-FILE.
           CLOSE RBKPROV-FILE.
           IF WS-AUDK-OPEN = 1 THEN
              CLOSE RBKAUDK-FILE
           END-IF.

           DISPLAY 'BAQHPRVB capture of ' WS-CAPTURE-DATE
              ', window ' WS-WIN-FROM ' to ' WS-WIN-TO '.'.
           MOVE WS-CHG-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHPRVB changes applied:       ' WS-CNT-ED.
           MOVE WS-AUDIT-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHPRVB   matched to audit:    ' WS-CNT-ED.
           MOVE WS-OUTSIDE-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHPRVB   outside channels:    ' WS-CNT-ED.
           MOVE WS-FAIL-CNT TO WS-CNT-ED.
           DISPLAY 'BAQHPRVB store writes failed:   ' WS-CNT-ED.

           IF WS-FAIL-CNT > 0 THEN
              MOVE FAILED TO WS-RC
           END-IF.

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
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-SET-CAPTURE-WINDOW
      *
      * The window opens at the prior generation's snapshot and
      * closes at tonight's, from each one's *HDR. A generation
      * without a header leaves its end of the window at the
      * capture date's eve (from) or its close (to).
      *----------------------------------------------------------------*
       BA-SET-CAPTURE-WINDOW SECTION.
       BA-010.
           MOVE WS-CAPTURE-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE SPACES TO WS-WIN-FROM.
           STRING WS-DATE-NUM '000000'
              DELIMITED BY SIZE INTO WS-WIN-FROM.
           MOVE SPACES TO WS-WIN-TO.
           STRING WS-CAPTURE-DATE '235959'
              DELIMITED BY SIZE INTO WS-WIN-TO.

      * Only the two headers are read, for the capture window; each
      * goes to the lineage ledger as a header-only read.
           OPEN INPUT RBKEXTP-FILE.
           IF WS-EXTR-FILE-STATUS = '00' THEN
              READ RBKEXTP-FILE
                 AT END
                    MOVE SPACES TO RBKEXTP-TYPE
              END-READ
              IF RBKEXTP-TYPE (1:4) = '*HDR' THEN
                 MOVE 'BAQHPRVB' TO BAQHLINW-PROGRAM
                 MOVE 'RBKEXTP' TO BAQHLINW-DD
                 MOVE 'H' TO BAQHLINW-DIRECTION
                 MOVE 'E' TO BAQHLINW-FRAME
                 MOVE RBKEXTP-RECORD (1:120) TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
              END-IF
              IF RBKEXTP-TYPE (1:4) = '*HDR' AND
                 RBKEXTP-DATE IS NUMERIC AND
                 RBKEXTP-TIME IS NUMERIC THEN
                 MOVE RBKEXTP-DATE TO WS-WIN-FROM (1:8)
                 MOVE RBKEXTP-TIME TO WS-WIN-FROM (9:6)
              END-IF
              CLOSE RBKEXTP-FILE
           END-IF.

           OPEN INPUT RBKEXTR-FILE.
           IF WS-EXTR-FILE-STATUS = '00' THEN
              READ RBKEXTR-FILE
                 AT END
                    MOVE SPACES TO BAQHEXTC-TYPE
              END-READ
              IF BAQHEXTC-TYPE (1:4) = '*HDR' THEN
                 MOVE 'BAQHPRVB' TO BAQHLINW-PROGRAM
                 MOVE 'RBKEXTR' TO BAQHLINW-DD
                 MOVE 'H' TO BAQHLINW-DIRECTION
                 MOVE 'E' TO BAQHLINW-FRAME
                 MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
              END-IF
              IF BAQHEXTC-TYPE (1:4) = '*HDR' AND
                 BAQHEXTC-DATE IS NUMERIC AND
                 BAQHEXTC-TIME IS NUMERIC THEN
                 MOVE BAQHEXTC-DATE TO WS-WIN-TO (1:8)
                 MOVE BAQHEXTC-TIME TO WS-WIN-TO (9:6)
              END-IF
              CLOSE RBKEXTR-FILE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-APPLY-ONE-CHANGE
      *
      * One RBKCHGH record of the capture date: finds its setter
      * (once per title) and stores the field's new value with it.
      * A CHANGED record provides its own field; an ADDED or
      * REMOVED one is the book's '*BOOK' row.
      *----------------------------------------------------------------*
       CA-APPLY-ONE-CHANGE SECTION.
       CA-010.
           IF BAQHCHGH-DATE NOT = WS-CAPTURE-DATE THEN
              GO TO CA-020
           END-IF.

           EVALUATE BAQHCHGH-TYPE
              WHEN 'CHANGED'
                 MOVE BAQHCHGH-FIELD TO WS-PROV-FIELD
                 MOVE BAQHCHGH-NEW-VALUE TO WS-PROV-VALUE
              WHEN 'ADDED'
                 MOVE '*BOOK' TO WS-PROV-FIELD
                 MOVE SPACES TO WS-PROV-VALUE
                 STRING 'ADDED AS ' BAQHCHGH-NEW-VALUE (1:9)
                    DELIMITED BY SIZE INTO WS-PROV-VALUE
              WHEN 'REMOVED'
                 MOVE '*BOOK' TO WS-PROV-FIELD
                 MOVE 'REMOVED' TO WS-PROV-VALUE
              WHEN OTHER
                 GO TO CA-020
           END-EVALUATE.

           IF BAQHCHGH-TITLE NOT = WS-SETTER-TITLE THEN
              MOVE BAQHCHGH-TITLE TO WS-SETTER-TITLE
              PERFORM CB-FIND-SETTER
           END-IF.

           PERFORM CC-STORE-PROVENANCE.

       CA-020.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-CHGH-EOF-SW
           END-READ.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-FIND-SETTER
      *
      * Browses the title's records on the audit repository's title
      * path for the latest successful write inside the window.
      *----------------------------------------------------------------*
       CB-FIND-SETTER SECTION.
       CB-010.
           MOVE 0 TO WS-SETTER-FOUND.
           MOVE SPACES TO WS-SETTER-STAMP.
           MOVE SPACES TO WS-SETTER.

           IF WS-AUDK-OPEN = 0 THEN
              GO TO CB-999
           END-IF.

           MOVE 'N' TO WS-AUDK-EOF-SW.
           MOVE WS-SETTER-TITLE TO BAQHKAUD-KEY-TITLE.
           START RBKAUDK-FILE KEY = BAQHKAUD-KEY-TITLE
              INVALID KEY
                 GO TO CB-999
           END-START.

           PERFORM CBA-TRY-ONE-AUDIT-REC UNTIL WS-AUDK-EOF.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBA-TRY-ONE-AUDIT-REC
      *----------------------------------------------------------------*
       CBA-TRY-ONE-AUDIT-REC SECTION.
       CBA-010.
           READ RBKAUDK-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-AUDK-EOF-SW
                  GO TO CBA-999
           END-READ.

           IF BAQHKAUD-KEY-TITLE NOT = WS-SETTER-TITLE THEN
              MOVE 'Y' TO WS-AUDK-EOF-SW
              GO TO CBA-999
           END-IF.

           IF BAQHKAUD-RESULT NOT = 'SUCCESS' THEN
              GO TO CBA-999
           END-IF.

           MOVE BAQHKAUD-OPERATION TO WS-AUDK-OPERATION.
           IF WS-READ-ONLY-OP THEN
              GO TO CBA-999
           END-IF.

           MOVE BAQHKAUD-DATE TO WS-AUDK-STAMP (1:8).
           MOVE BAQHKAUD-TIME TO WS-AUDK-STAMP (9:6).
           IF WS-AUDK-STAMP NOT > WS-WIN-FROM OR
              WS-AUDK-STAMP > WS-WIN-TO OR
              WS-AUDK-STAMP < WS-SETTER-STAMP THEN
              GO TO CBA-999
           END-IF.

           MOVE 1 TO WS-SETTER-FOUND.
           MOVE WS-AUDK-STAMP TO WS-SETTER-STAMP.
           MOVE BAQHKAUD-DATE TO WS-SETTER-DATE.
           MOVE BAQHKAUD-TIME TO WS-SETTER-TIME.
           MOVE BAQHKAUD-PROGRAM TO WS-SETTER-PROGRAM.
           MOVE BAQHKAUD-TXID TO WS-SETTER-TXID.
           MOVE BAQHKAUD-USER TO WS-SETTER-USER.
           MOVE BAQHKAUD-OPERATION TO WS-SETTER-OPERATION.
           MOVE BAQHKAUD-CORREL-ID TO WS-SETTER-CORREL-ID.

       CBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-STORE-PROVENANCE
      *
      * Writes or rewrites the title + field row with the new value
      * and its setter.
      *----------------------------------------------------------------*
       CC-STORE-PROVENANCE SECTION.
       CC-010.
           MOVE BAQHCHGH-TITLE TO BAQHPROV-TITLE.
           MOVE WS-PROV-FIELD TO BAQHPROV-FIELD.

           READ RBKPROV-FILE
               INVALID KEY
                  MOVE SPACES TO BAQHPROV-RECORD
                  MOVE BAQHCHGH-TITLE TO BAQHPROV-TITLE
                  MOVE WS-PROV-FIELD TO BAQHPROV-FIELD
           END-READ.

           MOVE WS-PROV-VALUE TO BAQHPROV-VALUE.
           MOVE BAQHCHGH-DATE TO BAQHPROV-CAPT-DATE.
           MOVE BAQHCHGH-TIME TO BAQHPROV-CAPT-TIME.

           IF WS-SETTER-FOUND = 1 THEN
              MOVE 'A' TO BAQHPROV-SOURCE
              MOVE WS-SETTER-DATE TO BAQHPROV-SET-DATE
              MOVE WS-SETTER-TIME TO BAQHPROV-SET-TIME
              MOVE WS-SETTER-PROGRAM TO BAQHPROV-PROGRAM
              MOVE WS-SETTER-TXID TO BAQHPROV-TXID
              MOVE WS-SETTER-USER TO BAQHPROV-USER
              MOVE WS-SETTER-OPERATION TO BAQHPROV-OPERATION
              MOVE WS-SETTER-CORREL-ID TO BAQHPROV-CORREL-ID
              ADD 1 TO WS-AUDIT-CNT
           ELSE
              MOVE 'N' TO BAQHPROV-SOURCE
              MOVE BAQHCHGH-DATE TO BAQHPROV-SET-DATE
              MOVE BAQHCHGH-TIME TO BAQHPROV-SET-TIME
              MOVE SPACES TO BAQHPROV-PROGRAM
              MOVE SPACES TO BAQHPROV-TXID
              MOVE SPACES TO BAQHPROV-USER
              MOVE SPACES TO BAQHPROV-OPERATION
              MOVE SPACES TO BAQHPROV-CORREL-ID
              ADD 1 TO WS-OUTSIDE-CNT
           END-IF.

           IF WS-PROV-FILE-STATUS = '00' THEN
              REWRITE BAQHPROV-RECORD
           ELSE
              WRITE BAQHPROV-RECORD
           END-IF.

           IF WS-PROV-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHPRVB RBKPROV write of '
                 BAQHPROV-TITLE (1:40) ' ' BAQHPROV-FIELD
                 ' failed, file status ' WS-PROV-FILE-STATUS
              ADD 1 TO WS-FAIL-CNT
           ELSE
              ADD 1 TO WS-CHG-CNT
           END-IF.

       CC-999.
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
           MOVE 'BAQHPRVB' TO BAQHRUNJ-PROGRAM.
           MOVE 'PROV' TO BAQHRUNJ-STEP.
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
              DISPLAY 'BAQHPRVB RBKRUNJ not available, file status '
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
      * Notes the newest END record of the prerequisite step. A later
      * START after that END does not clear it - an in-flight rerun
      * of the producer does not invalidate the snapshot it already
      * delivered.
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
