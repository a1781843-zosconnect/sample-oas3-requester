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
      * BAQHMASK                                                      *
      *                                                               *
      * Personal-data masking of PROD-derived datasets bound for      *
      * TEST. A BAQHSSEL subset or a BAQHBNDL bundle seeds TEST with  *
      * real author names, department contacts and audit user ids;    *
      * this step copies each dataset it is given with those replaced *
      * by realistic substitutes and every other byte left alone:     *
      *                                                               *
      *   RBKEXTR -> RBKMEXT  an extract generation (layout 01 or 02, *
      *                       control records passed through)         *
      *   RBKBNDL -> RBKMBND  a catalog bundle (its RBKEXTR and       *
      *                       RBKCAT sections; version 02 or 03)      *
      *   RBKAUDT -> RBKMAUD  the audit trail (the USER field, which  *
      *                       lies outside the sealed positions, so   *
      *                       the masked trail still verifies)        *
      *   RBKCHGH -> RBKMCHG  the change history (the before and      *
      *                       after values of AUTHORS and DEPARTMENT) *
      *                                                               *
      * A dataset whose input DD is absent is skipped; any mix of the *
      * four can be masked in one run.                                *
      *                                                               *
      * A substitute is derived from the name alone - folded to upper *
      * case (DBCS-aware, through BAQHDBCS) and hashed the way the    *
      * BAQHERSB pseudonym is - so the same real name becomes the     *
      * same substitute in every dataset and on every run, and the    *
      * author cross-reference, co-authorship and title joins still   *
      * hold in TEST. Names become "First I. Last" from the tables    *
      * below, a contact holding an e-mail address becomes            *
      * first.last@example.com, a user id becomes TUnnnnnn. Author    *
      * lists are split on the semicolons outside double-byte         *
      * stretches only, rebuilt '; ' separated within the field's own *
      * width, and every masked field is checked with BAQHDBCS VALID  *
      * before it is written.                                         *
      *                                                               *
      * The output must not land under a production high-level        *
      * qualifier: OUTHLQ= on the PARM states the HLQ the output DDs  *
      * are allocated under (RBKMASK passes its own symbolic), and a  *
      * missing OUTHLQ or one whose first qualifier is PROD refuses   *
      * the run before any output is opened (RBK016E, RC 8).          *
      *                                                               *
      * What was masked, dataset by dataset, is reported on RBKMSKR.  *
      * RC 4 when two different names came out with one substitute,   *
      * an author list had to be shortened to fit, or a field was     *
      * blanked for failing the DBCS check; RC 8 when the run is      *
      * refused or no dataset could be masked.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHMASK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The four PROD-derived inputs, each optional.
           SELECT RBKEXTR-FILE ASSIGN TO RBKEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT RBKBNDL-FILE ASSIGN TO RBKBNDL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT RBKAUDT-FILE ASSIGN TO RBKAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT RBKCHGH-FILE ASSIGN TO RBKCHGH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

      * Their masked copies, allocated under OUTHLQ.
           SELECT RBKMEXT-FILE ASSIGN TO RBKMEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT RBKMBND-FILE ASSIGN TO RBKMBND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT RBKMAUD-FILE ASSIGN TO RBKMAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT RBKMCHG-FILE ASSIGN TO RBKMCHG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT RBKMSKR-FILE ASSIGN TO RBKMSKR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXTR-IN-RECORD       PIC X(600).

       FD  RBKBNDL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKBNDL-RECORD          PIC X(600).

       FD  RBKAUDT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAUDT.

       FD  RBKCHGH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGH.

       FD  RBKMEXT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKMEXT-RECORD          PIC X(600).

       FD  RBKMBND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKMBND-RECORD          PIC X(600).

       FD  RBKMAUD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKMAUD-RECORD          PIC X(258).

       FD  RBKMCHG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKMCHG-RECORD          PIC X(527).

       FD  RBKMSKR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKMSKR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-IN-FILE-STATUS   PIC X(2).
       01 WS-OUT-FILE-STATUS  PIC X(2).
       01 WS-IN-EOF-SW        PIC X VALUE 'N'.
           88 WS-IN-EOF       VALUE 'Y'.

       01 WS-RUN-DATE         PIC X(8).
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.

      * The HLQ the masked output is allocated under, and its first
      * qualifier - the one that says which environment owns it.
       01 WS-OUT-HLQ          PIC X(24) VALUE SPACES.
       01 WS-OUT-HLQ-FIRST    PIC X(8) VALUE SPACES.

      * The working copies of the record shapes a masked field is
      * found in. An extract record in layout 01 is masked through
      * the BAQHEXT1 view, a bundle's version-02 catalog row through
      * the narrower shape below (as BAQHBNDL carries them).
       COPY BAQHEXTR.
       COPY BAQHEXT1.
       COPY BAQHEXTC.
       COPY BAQHKCAT.
       01 WS-CAT-02-ROW.
           03 WS-C2-TITLE         PIC X(80).
           03 WS-C2-STATUS        PIC X(09).
           03 WS-C2-FORM-NUMBER   PIC X(12).
           03 WS-C2-PUB-DATE      PIC X(20).
           03 WS-C2-DOC-TYPE      PIC X(03).
           03 WS-C2-SIZE-MB       PIC 9(03)V9(02).
           03 WS-C2-URL           PIC X(60).
           03 WS-C2-AUTHORS       PIC X(200).
           03 WS-C2-SNAP-DATE     PIC X(08).
           03 WS-C2-SNAP-TIME     PIC X(06).
           03 WS-C2-DEPT-ID       PIC X(05).
           03 WS-C2-DEPT-NAME     PIC X(40).
           03 WS-C2-DEPT-CONTACT  PIC X(40).

      * The department value BAQHCHGC writes for a DEPARTMENT change.
       01 WS-CHG-DEPT.
           03 WS-CHG-DEPT-ID      PIC X(05).
           03 WS-CHG-DEPT-NAME    PIC X(40).
           03 WS-CHG-DEPT-CONTACT PIC X(40).
           03 FILLER              PIC X(115).

      * Layout version of the extract (or the bundle's extract
      * section) being masked, from its *HDR; '01' until one is seen.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.
      * Bundle version and the section being read.
       01 WS-BNDL-VER         PIC X(2) VALUE SPACES.
       01 WS-BNDL-STORE       PIC X(8) VALUE SPACES.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

      * Substitute names. A substitute is the first name, middle
      * initial and last name the hash selects - 40 x 26 x 60 of
      * them - plain single-byte text with no punctuation that an
      * author list or an e-mail address would trip over.
       01 WS-FIRST-NAME-VALUES.
           03 FILLER PIC X(50) VALUE
              'Alice     Brian     Carmen    David     Elena     '.
           03 FILLER PIC X(50) VALUE
              'Felix     Grace     Hiroshi   Ingrid    James     '.
           03 FILLER PIC X(50) VALUE
              'Kavita    Lucas     Maria     Nikolai   Olivia    '.
           03 FILLER PIC X(50) VALUE
              'Pedro     Quentin   Rosa      Samuel    Tanya     '.
           03 FILLER PIC X(50) VALUE
              'Umar      Valerie   Walter    Ximena    Yusuf     '.
           03 FILLER PIC X(50) VALUE
              'Zofia     Anders    Beatriz   Chen      Dmitri    '.
           03 FILLER PIC X(50) VALUE
              'Fatima    Gustavo   Helga     Ivan      Julia     '.
           03 FILLER PIC X(50) VALUE
              'Kenji     Laura     Mateo     Nadia     Oscar     '.
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           03 WS-FIRST-NAME       PIC X(10) OCCURS 40 TIMES.

       01 WS-LAST-NAME-VALUES.
           03 FILLER PIC X(48) VALUE
              'Abbott      Baker       Castillo    Dalton      '.
           03 FILLER PIC X(48) VALUE
              'Eriksen     Fischer     Garcia      Hansen      '.
           03 FILLER PIC X(48) VALUE
              'Ito         Jensen      Kowalski    Lindqvist   '.
           03 FILLER PIC X(48) VALUE
              'Moreau      Nakamura    Olsen       Petrov      '.
           03 FILLER PIC X(48) VALUE
              'Quinn       Rossi       Schmidt     Tanaka      '.
           03 FILLER PIC X(48) VALUE
              'Ueda        Vargas      Weber       Xu          '.
           03 FILLER PIC X(48) VALUE
              'Yamamoto    Zimmer      Andersen    Bauer       '.
           03 FILLER PIC X(48) VALUE
              'Costa       Dubois      Engel       Ferreira    '.
           03 FILLER PIC X(48) VALUE
              'Gallagher   Horvat      Iqbal       Jansen      '.
           03 FILLER PIC X(48) VALUE
              'Keller      Larsen      Mendez      Novak       '.
           03 FILLER PIC X(48) VALUE
              'Ortega      Park        Ricci       Santos      '.
           03 FILLER PIC X(48) VALUE
              'Thompson    Ulrich      Volkov      Walsh       '.
           03 FILLER PIC X(48) VALUE
              'Young       Ziegler     Berg        Carter      '.
           03 FILLER PIC X(48) VALUE
              'Dietrich    Evans       Foster      Graham      '.
           03 FILLER PIC X(48) VALUE
              'Hughes      Kaur        Lopez       Morgan      '.
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           03 WS-LAST-NAME        PIC X(12) OCCURS 60 TIMES.

       01 WS-INITIALS         PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-UPPER-LETTERS    PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-LOWER-LETTERS    PIC X(26)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.

      * Substitute derivation: the folded name's bytes taken into
      * nine digits, multiply-and-add modulo a prime, as BAQHERSB
      * derives its pseudonyms.
       01 WS-HASH-WORK        PIC 9(18) COMP VALUE 0.
       01 WS-HASH-POS         PIC 9(4) COMP VALUE 0.
       01 WS-HASH-QUOT        PIC 9(18) COMP VALUE 0.
       01 WS-HASH-REM         PIC 9(9) COMP VALUE 0.
       01 WS-FIRST-IX         PIC 9(4) COMP VALUE 0.
       01 WS-INITIAL-IX       PIC 9(4) COMP VALUE 0.
       01 WS-LAST-IX          PIC 9(4) COMP VALUE 0.
       01 WS-USER-NUM         PIC 9(6) VALUE 0.

      * BAQHDBCS call parameters.
       01 WS-DBCS-FUNC        PIC X(5) VALUE SPACES.
       01 WS-DBCS-STR         PIC X(200) VALUE SPACES.
       01 WS-DBCS-LEN         PIC 9(4) VALUE 0.
       01 WS-DBCS-RC          PIC 9 VALUE 0.
       77 SHIFT-OUT-CODE      PIC X VALUE X'0E'.
       77 SHIFT-IN-CODE       PIC X VALUE X'0F'.

      * One name being masked, and its substitute.
       01 WS-NAME             PIC X(200) VALUE SPACES.
       01 WS-NAME-LEN         PIC 9(4) COMP VALUE 0.
       01 WS-TRAIL-CNT        PIC 9(4) COMP VALUE 0.
       01 WS-SUBST            PIC X(40) VALUE SPACES.
       01 WS-SUBST-LEN        PIC 9(4) COMP VALUE 0.

      * An author list being rebuilt: scanned a byte at a time with
      * the shift state tracked, so a semicolon inside a double-byte
      * stretch is never taken for a separator.
       01 WS-LIST             PIC X(200) VALUE SPACES.
       01 WS-LIST-OUT         PIC X(200) VALUE SPACES.
       01 WS-LIST-OUT-LEN     PIC 9(4) COMP VALUE 0.
       01 WS-LIST-POS         PIC 9(4) COMP VALUE 0.
       01 WS-LIST-CHAR        PIC X VALUE SPACE.
       01 WS-LIST-IN-DBCS     PIC 9 VALUE 0.
       01 WS-LIST-FULL        PIC 9 VALUE 0.

      * A contact or user id being masked.
       01 WS-CONTACT          PIC X(40) VALUE SPACES.
       01 WS-AT-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-USER-ID          PIC X(8) VALUE SPACES.

      * The names seen this run and the substitutes they were given,
      * so two names that come out with the same substitute are
      * caught and reported. Past the table's size the masking goes
      * on unchanged; only the reporting of shared substitutes stops.
       01 WS-SEEN-TABLE.
           03 WS-SEEN-ENTRY OCCURS 5000 TIMES.
              05 WS-SEEN-NAME     PIC X(60).
              05 WS-SEEN-SUBST    PIC X(40).
       01 WS-SEEN-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-SEEN-IDX         PIC 9(4) COMP VALUE 0.
       01 WS-SEEN-FOUND       PIC 9(4) COMP VALUE 0.
       01 WS-SEEN-SHARED      PIC 9(4) COMP VALUE 0.
       01 WS-SEEN-TAKEN       PIC 9 VALUE 0.
       01 WS-SEEN-MAX         PIC 9(4) COMP VALUE 5000.
       01 WS-SEEN-OVERFLOW    PIC 9 VALUE 0.

      * The dataset being masked, and its counts.
       01 WS-DS-IN-DD         PIC X(8) VALUE SPACES.
       01 WS-DS-OUT-DD        PIC X(8) VALUE SPACES.
       01 WS-DS-FIELDS        PIC X(70) VALUE SPACES.
       01 WS-DS-STATE         PIC X(40) VALUE SPACES.
       01 WS-DS-REC-CNT       PIC 9(9) COMP VALUE 0.
       01 WS-DS-MASKED-CNT    PIC 9(9) COMP VALUE 0.
       01 WS-DS-NAME-CNT      PIC 9(9) COMP VALUE 0.
       01 WS-DS-CONTACT-CNT   PIC 9(9) COMP VALUE 0.
       01 WS-DS-USER-CNT      PIC 9(9) COMP VALUE 0.
       01 WS-REC-TOUCHED      PIC 9 VALUE 0.

       01 WS-DATASET-CNT      PIC 9(4) COMP VALUE 0.
       01 WS-DATASET-FAIL-CNT PIC 9(4) COMP VALUE 0.
       01 WS-NAME-TOTAL       PIC 9(9) COMP VALUE 0.
       01 WS-SHORTENED-CNT    PIC 9(9) COMP VALUE 0.
       01 WS-DBCS-FAIL-CNT    PIC 9(9) COMP VALUE 0.
       01 WS-CNT-ED           PIC ZZZZZZZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * The standing fixed-format operator alert, the same RBKWTO
      * stub and parameter area as the other alerting programs.
       01 WS-WTO-PARM.
           03 WS-WTO-MSG-ID   PIC X(8) VALUE SPACES.
           03 WS-WTO-TEXT     PIC X(70) VALUE SPACES.
           03 WS-WTO-ROUTCDE  PIC 9(3) VALUE 1.
           03 WS-WTO-DESC     PIC 9(3) VALUE 6.

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
              FOR CHARACTERS BEFORE INITIAL 'OUTHLQ='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 8.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-OUT-HLQ
           END-IF.
           UNSTRING WS-OUT-HLQ DELIMITED BY '.'
              INTO WS-OUT-HLQ-FIRST.

      * Nothing is opened for output until the target is known not
      * to be production.
           IF WS-OUT-HLQ = SPACES THEN
              DISPLAY 'BAQHMASK needs OUTHLQ=hlq on the PARM - the HLQ'
                 ' the masked datasets are allocated under.'
              MOVE 'RBK016E' TO WS-WTO-MSG-ID
              MOVE 'MASKING REFUSED - NO OUTPUT HLQ STATED'
                 TO WS-WTO-TEXT
              PERFORM XA-ISSUE-WTO
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           IF WS-OUT-HLQ-FIRST = 'PROD' THEN
              MOVE 'RBK016E' TO WS-WTO-MSG-ID
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'MASKING REFUSED - OUTPUT HLQ ' DELIMITED BY SIZE
                 WS-OUT-HLQ DELIMITED BY SPACE
                 ' IS PRODUCTION' DELIMITED BY SIZE
                 INTO WS-WTO-TEXT
              PERFORM XA-ISSUE-WTO
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           OPEN OUTPUT RBKMSKR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PERSONAL-DATA MASKING REPORT - RUN ' WS-RUN-DATE
              '   OUTPUT HLQ ' WS-OUT-HLQ
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           PERFORM BA-MASK-EXTRACT.
           PERFORM CA-MASK-BUNDLE.
           PERFORM DA-MASK-AUDIT-TRAIL.
           PERFORM EA-MASK-CHANGE-HISTORY.

           PERFORM HA-WRITE-SUMMARY.

           CLOSE RBKMSKR-FILE.

           IF WS-DATASET-CNT = 0 OR WS-DATASET-FAIL-CNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-SEEN-SHARED > 0 OR WS-SHORTENED-CNT > 0 OR
                 WS-DBCS-FAIL-CNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       A-999.
           STOP RUN.

      *----------------------------------------------------------------*
      * BA-MASK-EXTRACT
      *
      * RBKEXTR to RBKMEXT. The control records pass through as they
      * are - the snapshot identifier and count still describe the
      * masked copy - and both sides are recorded on the lineage
      * ledger.
      *----------------------------------------------------------------*
       BA-MASK-EXTRACT SECTION.
       BA-010.
           MOVE 'RBKEXTR' TO WS-DS-IN-DD.
           MOVE 'RBKMEXT' TO WS-DS-OUT-DD.
           MOVE 'AUTHORS (EACH NAME), DEPT-CONTACT' TO WS-DS-FIELDS.
           PERFORM XB-RESET-DATASET-COUNTS.

           OPEN INPUT RBKEXTR-FILE.
           IF WS-IN-FILE-STATUS = '35' THEN
              MOVE 'NOT SUPPLIED' TO WS-DS-STATE
              PERFORM XR-REPORT-DATASET
              GO TO BA-999
           END-IF.
           IF WS-IN-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT MASKED - INPUT CANNOT BE READ' TO WS-DS-STATE
              ADD 1 TO WS-DATASET-FAIL-CNT
              PERFORM XR-REPORT-DATASET
              GO TO BA-999
           END-IF.

           OPEN OUTPUT RBKMEXT-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT MASKED - NO OUTPUT DD' TO WS-DS-STATE
              ADD 1 TO WS-DATASET-FAIL-CNT
              PERFORM XR-REPORT-DATASET
              CLOSE RBKEXTR-FILE
              GO TO BA-999
           END-IF.

           MOVE '01' TO WS-EXTR-LAYOUT-VER.
           MOVE 'N' TO WS-IN-EOF-SW.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           PERFORM BAA-MASK-ONE-EXTR-REC UNTIL WS-IN-EOF.

           CLOSE RBKEXTR-FILE.
           CLOSE RBKMEXT-FILE.

           MOVE 'MASKED' TO WS-DS-STATE.
           ADD 1 TO WS-DATASET-CNT.
           PERFORM XR-REPORT-DATASET.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-MASK-ONE-EXTR-REC
      *----------------------------------------------------------------*
       BAA-MASK-ONE-EXTR-REC SECTION.
       BAA-010.
           ADD 1 TO WS-DS-REC-CNT.
           MOVE RBKEXTR-IN-RECORD TO BAQHEXTR-RECORD.

           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHMASK' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
              PERFORM MX-MASK-EXTRACT-REC
              WRITE RBKMEXT-RECORD FROM BAQHEXTR-RECORD
              MOVE 'RBKMEXT' TO BAQHLINW-DD
              MOVE 'W' TO BAQHLINW-DIRECTION
              CALL 'BAQHLINW' USING BAQHLINW-AREA
              GO TO BAA-020
           END-IF.

           PERFORM MX-MASK-EXTRACT-REC.
           WRITE RBKMEXT-RECORD FROM BAQHEXTR-RECORD.

       BAA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-MASK-BUNDLE
      *
      * RBKBNDL to RBKMBND. The framing passes through untouched, so
      * the masked bundle verifies and imports exactly as the
      * original would; inside it, the RBKEXTR section is masked as
      * an extract and each RBKCAT row as a catalog record. The
      * cross-reference, alias and form-number sections carry no
      * personal data.
      *----------------------------------------------------------------*
       CA-MASK-BUNDLE SECTION.
       CA-010.
           MOVE 'RBKBNDL' TO WS-DS-IN-DD.
           MOVE 'RBKMBND' TO WS-DS-OUT-DD.
           MOVE 'RBKEXTR AND RBKCAT SECTIONS: AUTHORS, DEPT-CONTACT'
              TO WS-DS-FIELDS.
           PERFORM XB-RESET-DATASET-COUNTS.

           OPEN INPUT RBKBNDL-FILE.
           IF WS-IN-FILE-STATUS = '35' THEN
              MOVE 'NOT SUPPLIED' TO WS-DS-STATE
              PERFORM XR-REPORT-DATASET
              GO TO CA-999
           END-IF.
           IF WS-IN-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT MASKED - INPUT CANNOT BE READ' TO WS-DS-STATE
              ADD 1 TO WS-DATASET-FAIL-CNT
              PERFORM XR-REPORT-DATASET
              GO TO CA-999
           END-IF.

           OPEN OUTPUT RBKMBND-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT MASKED - NO OUTPUT DD' TO WS-DS-STATE
              ADD 1 TO WS-DATASET-FAIL-CNT
              PERFORM XR-REPORT-DATASET
              CLOSE RBKBNDL-FILE
              GO TO CA-999
           END-IF.

           MOVE SPACES TO WS-BNDL-VER.
           MOVE SPACES TO WS-BNDL-STORE.
           MOVE 'N' TO WS-IN-EOF-SW.
           READ RBKBNDL-FILE
               AT END
                  MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           PERFORM CAA-MASK-ONE-BUNDLE-REC UNTIL WS-IN-EOF.

           CLOSE RBKBNDL-FILE.
           CLOSE RBKMBND-FILE.

           MOVE 'MASKED' TO WS-DS-STATE.
           ADD 1 TO WS-DATASET-CNT.
           PERFORM XR-REPORT-DATASET.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-MASK-ONE-BUNDLE-REC
      *
      * The bundle's own control records are told apart by their tag
      * the way BAQHBNDL's import tells them apart.
      *----------------------------------------------------------------*
       CAA-MASK-ONE-BUNDLE-REC SECTION.
       CAA-010.
           ADD 1 TO WS-DS-REC-CNT.
           MOVE RBKBNDL-RECORD TO RBKMBND-RECORD.

           EVALUATE RBKBNDL-RECORD (1:4)
              WHEN 'BNDL'
                 MOVE RBKBNDL-RECORD (5:2) TO WS-BNDL-VER
              WHEN 'ENDB'
                 CONTINUE
              WHEN 'SECT'
                 MOVE RBKBNDL-RECORD (6:8) TO WS-BNDL-STORE
                 MOVE '01' TO WS-EXTR-LAYOUT-VER
              WHEN 'ENDS'
                 MOVE SPACES TO WS-BNDL-STORE
              WHEN OTHER
                 PERFORM CAB-MASK-ONE-SECTION-REC
           END-EVALUATE.

           WRITE RBKMBND-RECORD.

       CAA-020.
           READ RBKBNDL-FILE
               AT END
                  MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAB-MASK-ONE-SECTION-REC
      *
      * A version-02 bundle carries its catalog rows in the 488-byte
      * shape from before the API's full widths were held; every
      * later bundle carries them as BAQHKCAT.
      *----------------------------------------------------------------*
       CAB-MASK-ONE-SECTION-REC SECTION.
       CAB-010.
           EVALUATE WS-BNDL-STORE
              WHEN 'RBKEXTR'
                 MOVE RBKBNDL-RECORD TO BAQHEXTR-RECORD
                 PERFORM MX-MASK-EXTRACT-REC
                 MOVE BAQHEXTR-RECORD TO RBKMBND-RECORD
              WHEN 'RBKCAT'
                 MOVE 0 TO WS-REC-TOUCHED
                 IF WS-BNDL-VER = '02' THEN
                    MOVE RBKBNDL-RECORD (1:488) TO WS-CAT-02-ROW
                    MOVE WS-C2-AUTHORS TO WS-LIST
                    PERFORM MA-MASK-AUTHOR-LIST
                    MOVE WS-LIST TO WS-C2-AUTHORS
                    MOVE WS-C2-DEPT-CONTACT TO WS-CONTACT
                    PERFORM MC-MASK-CONTACT
                    MOVE WS-CONTACT TO WS-C2-DEPT-CONTACT
                    MOVE WS-CAT-02-ROW TO RBKMBND-RECORD (1:488)
                 ELSE
                    MOVE RBKBNDL-RECORD (1:553) TO BAQHKCAT-RECORD
                    MOVE BAQHKCAT-AUTHORS TO WS-LIST
                    PERFORM MA-MASK-AUTHOR-LIST
                    MOVE WS-LIST TO BAQHKCAT-AUTHORS
                    MOVE BAQHKCAT-DEPT-CONTACT TO WS-CONTACT
                    PERFORM MC-MASK-CONTACT
                    MOVE WS-CONTACT TO BAQHKCAT-DEPT-CONTACT
                    MOVE BAQHKCAT-RECORD TO RBKMBND-RECORD (1:553)
                 END-IF
                 IF WS-REC-TOUCHED = 1 THEN
                    ADD 1 TO WS-DS-MASKED-CNT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-MASK-AUDIT-TRAIL
      *
      * RBKAUDT to RBKMAUD. Only the user id is personal; it lies
      * past the 163 sealed positions, so each record's check value
      * and the chain through them are unchanged by the masking.
      *----------------------------------------------------------------*
       DA-MASK-AUDIT-TRAIL SECTION.
       DA-010.
           MOVE 'RBKAUDT' TO WS-DS-IN-DD.
           MOVE 'RBKMAUD' TO WS-DS-OUT-DD.
           MOVE 'USER' TO WS-DS-FIELDS.
           PERFORM XB-RESET-DATASET-COUNTS.

           OPEN INPUT RBKAUDT-FILE.
           IF WS-IN-FILE-STATUS = '35' THEN
              MOVE 'NOT SUPPLIED' TO WS-DS-STATE
              PERFORM XR-REPORT-DATASET
              GO TO DA-999
           END-IF.
           IF WS-IN-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT MASKED - INPUT CANNOT BE READ' TO WS-DS-STATE
              ADD 1 TO WS-DATASET-FAIL-CNT
              PERFORM XR-REPORT-DATASET
              GO TO DA-999
           END-IF.

           OPEN OUTPUT RBKMAUD-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT MASKED - NO OUTPUT DD' TO WS-DS-STATE
              ADD 1 TO WS-DATASET-FAIL-CNT
              PERFORM XR-REPORT-DATASET
              CLOSE RBKAUDT-FILE
              GO TO DA-999
           END-IF.

           MOVE 'N' TO WS-IN-EOF-SW.
           READ RBKAUDT-FILE
               AT END
                  MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           PERFORM DAA-MASK-ONE-AUDIT-REC UNTIL WS-IN-EOF.

           CLOSE RBKAUDT-FILE.
           CLOSE RBKMAUD-FILE.

           MOVE 'MASKED' TO WS-DS-STATE.
           ADD 1 TO WS-DATASET-CNT.
           PERFORM XR-REPORT-DATASET.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-MASK-ONE-AUDIT-REC
      *----------------------------------------------------------------*
       DAA-MASK-ONE-AUDIT-REC SECTION.
       DAA-010.
           ADD 1 TO WS-DS-REC-CNT.

           IF BAQHAUDT-USER NOT = SPACES THEN
              MOVE BAQHAUDT-USER TO WS-USER-ID
              PERFORM MU-MASK-USER-ID
              MOVE WS-USER-ID TO BAQHAUDT-USER
              ADD 1 TO WS-DS-MASKED-CNT
           END-IF.

           WRITE RBKMAUD-RECORD FROM BAQHAUDT-RECORD.

       DAA-020.
           READ RBKAUDT-FILE
               AT END
                  MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-MASK-CHANGE-HISTORY
      *
      * RBKCHGH to RBKMCHG. An AUTHORS change carries two author
      * lists, a DEPARTMENT change two department values (id, name,
      * contact, as BAQHCHGC writes them); the titles, dates and all
      * other fields pass through.
      *----------------------------------------------------------------*
       EA-MASK-CHANGE-HISTORY SECTION.
       EA-010.
           MOVE 'RBKCHGH' TO WS-DS-IN-DD.
           MOVE 'RBKMCHG' TO WS-DS-OUT-DD.
           MOVE 'AUTHORS AND DEPARTMENT CONTACT, BEFORE AND AFTER'
              TO WS-DS-FIELDS.
           PERFORM XB-RESET-DATASET-COUNTS.

           OPEN INPUT RBKCHGH-FILE.
           IF WS-IN-FILE-STATUS = '35' THEN
              MOVE 'NOT SUPPLIED' TO WS-DS-STATE
              PERFORM XR-REPORT-DATASET
              GO TO EA-999
           END-IF.
           IF WS-IN-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT MASKED - INPUT CANNOT BE READ' TO WS-DS-STATE
              ADD 1 TO WS-DATASET-FAIL-CNT
              PERFORM XR-REPORT-DATASET
              GO TO EA-999
           END-IF.

           OPEN OUTPUT RBKMCHG-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00' THEN
              MOVE 'NOT MASKED - NO OUTPUT DD' TO WS-DS-STATE
              ADD 1 TO WS-DATASET-FAIL-CNT
              PERFORM XR-REPORT-DATASET
              CLOSE RBKCHGH-FILE
              GO TO EA-999
           END-IF.

           MOVE 'N' TO WS-IN-EOF-SW.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           PERFORM EAA-MASK-ONE-CHANGE-REC UNTIL WS-IN-EOF.

           CLOSE RBKCHGH-FILE.
           CLOSE RBKMCHG-FILE.

           MOVE 'MASKED' TO WS-DS-STATE.
           ADD 1 TO WS-DATASET-CNT.
           PERFORM XR-REPORT-DATASET.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-MASK-ONE-CHANGE-REC
      *----------------------------------------------------------------*
       EAA-MASK-ONE-CHANGE-REC SECTION.
       EAA-010.
           ADD 1 TO WS-DS-REC-CNT.
           MOVE 0 TO WS-REC-TOUCHED.

           EVALUATE BAQHCHGH-FIELD
              WHEN 'AUTHORS'
                 MOVE BAQHCHGH-OLD-VALUE TO WS-LIST
                 PERFORM MA-MASK-AUTHOR-LIST
                 MOVE WS-LIST TO BAQHCHGH-OLD-VALUE
                 MOVE BAQHCHGH-NEW-VALUE TO WS-LIST
                 PERFORM MA-MASK-AUTHOR-LIST
                 MOVE WS-LIST TO BAQHCHGH-NEW-VALUE
              WHEN 'DEPARTMENT'
                 MOVE BAQHCHGH-OLD-VALUE TO WS-CHG-DEPT
                 MOVE WS-CHG-DEPT-CONTACT TO WS-CONTACT
                 PERFORM MC-MASK-CONTACT
                 MOVE WS-CONTACT TO WS-CHG-DEPT-CONTACT
                 MOVE WS-CHG-DEPT TO BAQHCHGH-OLD-VALUE
                 MOVE BAQHCHGH-NEW-VALUE TO WS-CHG-DEPT
                 MOVE WS-CHG-DEPT-CONTACT TO WS-CONTACT
                 PERFORM MC-MASK-CONTACT
                 MOVE WS-CONTACT TO WS-CHG-DEPT-CONTACT
                 MOVE WS-CHG-DEPT TO BAQHCHGH-NEW-VALUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-REC-TOUCHED = 1 THEN
              ADD 1 TO WS-DS-MASKED-CNT
           END-IF.

           WRITE RBKMCHG-RECORD FROM BAQHCHGH-RECORD.

       EAA-020.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.

       EAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-SUMMARY
      *----------------------------------------------------------------*
       HA-WRITE-SUMMARY SECTION.
       HA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE WS-DATASET-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATASETS MASKED:                    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE WS-DATASET-FAIL-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATASETS THAT COULD NOT BE MASKED:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE WS-NAME-TOTAL TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NAMES REPLACED, ALL DATASETS:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE WS-SEEN-COUNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DISTINCT NAMES:                     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-SEEN-OVERFLOW = 1 THEN
              MOVE '(TABLE FULL - LATER NAMES NOT COUNTED)'
                 TO WS-RPT-LINE (48:38)
           END-IF.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE WS-SEEN-SHARED TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NAMES SHARING ANOTHER''S SUBSTITUTE: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE WS-SHORTENED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'AUTHOR LISTS SHORTENED TO FIT:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE WS-DBCS-FAIL-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FIELDS BLANKED, FAILED DBCS CHECK:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MA-MASK-AUTHOR-LIST
      *
      * Rebuilds the author list in WS-LIST with every name replaced
      * by its substitute, '; ' separated as the extract writes them.
      * A name whose substitute no longer fits ends the list there -
      * a whole name is never cut.
      *----------------------------------------------------------------*
       MA-MASK-AUTHOR-LIST SECTION.
       MA-010.
           IF WS-LIST = SPACES THEN
              GO TO MA-999
           END-IF.

           MOVE SPACES TO WS-LIST-OUT.
           MOVE 0 TO WS-LIST-OUT-LEN.
           MOVE 0 TO WS-LIST-FULL.
           MOVE 0 TO WS-LIST-IN-DBCS.
           MOVE SPACES TO WS-NAME.
           MOVE 0 TO WS-NAME-LEN.

           PERFORM MAA-SCAN-ONE-LIST-BYTE
              VARYING WS-LIST-POS FROM 1 BY 1
              UNTIL WS-LIST-POS > LENGTH OF WS-LIST.
           PERFORM MAB-CLOSE-ONE-NAME.

           IF WS-LIST-FULL = 1 THEN
              ADD 1 TO WS-SHORTENED-CNT
           END-IF.

           MOVE WS-LIST-OUT TO WS-LIST.
           MOVE WS-LIST TO WS-DBCS-STR.
           PERFORM MV-CHECK-DBCS.
           IF WS-DBCS-RC NOT = 0 THEN
              MOVE SPACES TO WS-LIST
           END-IF.
           MOVE 1 TO WS-REC-TOUCHED.

       MA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MAA-SCAN-ONE-LIST-BYTE
      *
      * Leading blanks of a name are dropped; everything from its
      * first character to the next single-byte semicolon is the
      * name.
      *----------------------------------------------------------------*
       MAA-SCAN-ONE-LIST-BYTE SECTION.
       MAA-010.
           MOVE WS-LIST (WS-LIST-POS:1) TO WS-LIST-CHAR.

           IF WS-LIST-CHAR = SHIFT-OUT-CODE THEN
              MOVE 1 TO WS-LIST-IN-DBCS
           END-IF.
           IF WS-LIST-CHAR = SHIFT-IN-CODE THEN
              MOVE 0 TO WS-LIST-IN-DBCS
           END-IF.

           IF WS-LIST-IN-DBCS = 0 AND WS-LIST-CHAR = ';' THEN
              PERFORM MAB-CLOSE-ONE-NAME
              GO TO MAA-999
           END-IF.

           IF WS-NAME-LEN = 0 AND WS-LIST-CHAR = SPACE THEN
              GO TO MAA-999
           END-IF.

           ADD 1 TO WS-NAME-LEN.
           MOVE WS-LIST-CHAR TO WS-NAME (WS-NAME-LEN:1).

       MAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MAB-CLOSE-ONE-NAME
      *
      * Takes the name gathered so far, trailing blanks off, through
      * MS-DERIVE-NAME-SUBSTITUTE and appends its substitute to the
      * rebuilt list.
      *----------------------------------------------------------------*
       MAB-CLOSE-ONE-NAME SECTION.
       MAB-010.
           PERFORM MN-TRIM-NAME.

           IF WS-NAME-LEN = 0 OR WS-LIST-FULL = 1 THEN
              GO TO MAB-020
           END-IF.

           PERFORM MS-DERIVE-NAME-SUBSTITUTE.
           ADD 1 TO WS-DS-NAME-CNT.
           ADD 1 TO WS-NAME-TOTAL.

           IF WS-LIST-OUT-LEN > 0 THEN
              IF WS-LIST-OUT-LEN + 2 + WS-SUBST-LEN >
                    LENGTH OF WS-LIST-OUT THEN
                 MOVE 1 TO WS-LIST-FULL
                 GO TO MAB-020
              END-IF
              MOVE '; ' TO WS-LIST-OUT (WS-LIST-OUT-LEN + 1:2)
              ADD 2 TO WS-LIST-OUT-LEN
           END-IF.
           MOVE WS-SUBST (1:WS-SUBST-LEN)
              TO WS-LIST-OUT (WS-LIST-OUT-LEN + 1:WS-SUBST-LEN).
           ADD WS-SUBST-LEN TO WS-LIST-OUT-LEN.

       MAB-020.
           MOVE SPACES TO WS-NAME.
           MOVE 0 TO WS-NAME-LEN.

       MAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * MC-MASK-CONTACT
      *
      * A department contact is a person's name or their address;
      * either way it is replaced whole. An address keeps the shape
      * of one, so a TEST system that validates it still accepts it.
      *----------------------------------------------------------------*
       MC-MASK-CONTACT SECTION.
       MC-010.
           IF WS-CONTACT = SPACES THEN
              GO TO MC-999
           END-IF.

           MOVE WS-CONTACT TO WS-NAME.
           MOVE LENGTH OF WS-CONTACT TO WS-NAME-LEN.
           PERFORM MN-TRIM-NAME.
           PERFORM MS-DERIVE-NAME-SUBSTITUTE.

           MOVE 0 TO WS-AT-CNT.
           INSPECT WS-CONTACT TALLYING WS-AT-CNT FOR ALL '@'.

           MOVE SPACES TO WS-CONTACT.
           IF WS-AT-CNT > 0 THEN
              STRING WS-FIRST-NAME (WS-FIRST-IX) DELIMITED BY SPACE
                 '.' DELIMITED BY SIZE
                 WS-LAST-NAME (WS-LAST-IX) DELIMITED BY SPACE
                 '@example.com' DELIMITED BY SIZE
                 INTO WS-CONTACT
              INSPECT WS-CONTACT
                 CONVERTING WS-UPPER-LETTERS TO WS-LOWER-LETTERS
           ELSE
              MOVE WS-SUBST TO WS-CONTACT
           END-IF.

           MOVE WS-CONTACT TO WS-DBCS-STR.
           PERFORM MV-CHECK-DBCS.
           IF WS-DBCS-RC NOT = 0 THEN
              MOVE SPACES TO WS-CONTACT
           END-IF.

           ADD 1 TO WS-DS-CONTACT-CNT.
           MOVE 1 TO WS-REC-TOUCHED.

       MC-999.
           EXIT.

      *----------------------------------------------------------------*
      * MN-TRIM-NAME
      *
      * Takes the trailing blanks off WS-NAME (1:WS-NAME-LEN).
      *----------------------------------------------------------------*
       MN-TRIM-NAME SECTION.
       MN-010.
           IF WS-NAME-LEN = 0 THEN
              GO TO MN-999
           END-IF.

           MOVE 0 TO WS-TRAIL-CNT.
           INSPECT FUNCTION REVERSE(WS-NAME (1:WS-NAME-LEN))
              TALLYING WS-TRAIL-CNT FOR LEADING SPACE.
           SUBTRACT WS-TRAIL-CNT FROM WS-NAME-LEN.

       MN-999.
           EXIT.

      *----------------------------------------------------------------*
      * MS-DERIVE-NAME-SUBSTITUTE
      *
      * WS-NAME (1:WS-NAME-LEN) in, WS-SUBST and WS-SUBST-LEN out,
      * with the three table subscripts left set for MC. The name is
      * folded first, so a name keyed in another case on another day
      * still lands on the same substitute.
      *----------------------------------------------------------------*
       MS-DERIVE-NAME-SUBSTITUTE SECTION.
       MS-010.
           MOVE 'FOLD ' TO WS-DBCS-FUNC.
           MOVE SPACES TO WS-DBCS-STR.
           MOVE WS-NAME (1:WS-NAME-LEN) TO WS-DBCS-STR.
           MOVE 200 TO WS-DBCS-LEN.
           CALL 'BAQHDBCS' USING WS-DBCS-FUNC WS-DBCS-STR
                                 WS-DBCS-LEN WS-DBCS-RC.

           MOVE 0 TO WS-HASH-WORK.
           PERFORM MSA-HASH-ONE-BYTE
              VARYING WS-HASH-POS FROM 1 BY 1
              UNTIL WS-HASH-POS > WS-NAME-LEN.

           DIVIDE WS-HASH-WORK BY 40 GIVING WS-HASH-QUOT
              REMAINDER WS-HASH-REM.
           COMPUTE WS-FIRST-IX = WS-HASH-REM + 1.
           DIVIDE WS-HASH-QUOT BY 26 GIVING WS-HASH-QUOT
              REMAINDER WS-HASH-REM.
           COMPUTE WS-INITIAL-IX = WS-HASH-REM + 1.
           DIVIDE WS-HASH-QUOT BY 60 GIVING WS-HASH-QUOT
              REMAINDER WS-HASH-REM.
           COMPUTE WS-LAST-IX = WS-HASH-REM + 1.

           MOVE SPACES TO WS-SUBST.
           MOVE 1 TO WS-SUBST-LEN.
           STRING WS-FIRST-NAME (WS-FIRST-IX) DELIMITED BY SPACE
              ' ' WS-INITIALS (WS-INITIAL-IX:1) '. '
                 DELIMITED BY SIZE
              WS-LAST-NAME (WS-LAST-IX) DELIMITED BY SPACE
              INTO WS-SUBST WITH POINTER WS-SUBST-LEN.
           SUBTRACT 1 FROM WS-SUBST-LEN.

           PERFORM MT-TRACK-SUBSTITUTE.

       MS-999.
           EXIT.

      *----------------------------------------------------------------*
      * MSA-HASH-ONE-BYTE
      *----------------------------------------------------------------*
       MSA-HASH-ONE-BYTE SECTION.
       MSA-010.
           COMPUTE WS-HASH-WORK = FUNCTION MOD(
              WS-HASH-WORK * 31
              + FUNCTION ORD(WS-DBCS-STR (WS-HASH-POS:1)),
              999999937).

       MSA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MT-TRACK-SUBSTITUTE
      *
      * Records the folded name against its substitute the first time
      * it is seen; a new name arriving at a substitute another name
      * already holds is counted, since in TEST the two would be
      * taken for one person.
      *----------------------------------------------------------------*
       MT-TRACK-SUBSTITUTE SECTION.
       MT-010.
           MOVE 0 TO WS-SEEN-FOUND.
           MOVE 0 TO WS-SEEN-TAKEN.
           PERFORM MTA-MATCH-ONE-SEEN
              VARYING WS-SEEN-IDX FROM 1 BY 1
              UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                 OR WS-SEEN-FOUND > 0.

           IF WS-SEEN-FOUND > 0 THEN
              GO TO MT-999
           END-IF.

           IF WS-SEEN-TAKEN = 1 THEN
              ADD 1 TO WS-SEEN-SHARED
           END-IF.

           IF WS-SEEN-COUNT NOT < WS-SEEN-MAX THEN
              MOVE 1 TO WS-SEEN-OVERFLOW
              GO TO MT-999
           END-IF.

           ADD 1 TO WS-SEEN-COUNT.
           MOVE WS-DBCS-STR TO WS-SEEN-NAME (WS-SEEN-COUNT).
           MOVE WS-SUBST TO WS-SEEN-SUBST (WS-SEEN-COUNT).

       MT-999.
           EXIT.

      *----------------------------------------------------------------*
      * MTA-MATCH-ONE-SEEN
      *----------------------------------------------------------------*
       MTA-MATCH-ONE-SEEN SECTION.
       MTA-010.
           IF WS-SEEN-NAME (WS-SEEN-IDX) = WS-DBCS-STR (1:60) THEN
              MOVE WS-SEEN-IDX TO WS-SEEN-FOUND
              GO TO MTA-999
           END-IF.

           IF WS-SEEN-SUBST (WS-SEEN-IDX) = WS-SUBST THEN
              MOVE 1 TO WS-SEEN-TAKEN
           END-IF.

       MTA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MU-MASK-USER-ID
      *
      * A user id becomes TU and six digits of the same hash, upper-
      * cased first as RACF holds it.
      *----------------------------------------------------------------*
       MU-MASK-USER-ID SECTION.
       MU-010.
           MOVE SPACES TO WS-DBCS-STR.
           MOVE WS-USER-ID TO WS-DBCS-STR.
           INSPECT WS-DBCS-STR
              CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS.

           MOVE 0 TO WS-HASH-WORK.
           PERFORM MSA-HASH-ONE-BYTE
              VARYING WS-HASH-POS FROM 1 BY 1
              UNTIL WS-HASH-POS > LENGTH OF WS-USER-ID.

           DIVIDE WS-HASH-WORK BY 1000000 GIVING WS-HASH-QUOT
              REMAINDER WS-USER-NUM.

           MOVE SPACES TO WS-USER-ID.
           STRING 'TU' WS-USER-NUM
              DELIMITED BY SIZE INTO WS-USER-ID.
           ADD 1 TO WS-DS-USER-CNT.

       MU-999.
           EXIT.

      *----------------------------------------------------------------*
      * MV-CHECK-DBCS
      *
      * The masked field, staged in WS-DBCS-STR, must hold its shift
      * codes in pairs and its double-byte stretches whole; one that
      * does not is blanked by the caller and counted.
      *----------------------------------------------------------------*
       MV-CHECK-DBCS SECTION.
       MV-010.
           MOVE 'VALID' TO WS-DBCS-FUNC.
           MOVE 200 TO WS-DBCS-LEN.
           CALL 'BAQHDBCS' USING WS-DBCS-FUNC WS-DBCS-STR
                                 WS-DBCS-LEN WS-DBCS-RC.
           IF WS-DBCS-RC NOT = 0 THEN
              ADD 1 TO WS-DBCS-FAIL-CNT
           END-IF.

       MV-999.
           EXIT.

      *----------------------------------------------------------------*
      * MX-MASK-EXTRACT-REC
      *
      * Masks the extract record in BAQHEXTR-RECORD in place. A *HDR
      * sets the layout the data records after it are read in; a
      * layout-01 record is masked through the BAQHEXT1 view and
      * written back in layout 01, so the masked copy is the same
      * generation the original was.
      *----------------------------------------------------------------*
       MX-MASK-EXTRACT-REC SECTION.
       MX-010.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' THEN
              MOVE BAQHEXTR-RECORD TO BAQHEXTC-RECORD
              MOVE BAQHEXTC-LAYOUT-VER TO WS-EXTR-LAYOUT-VER
              IF WS-EXTR-LAYOUT-VER = SPACES THEN
                 MOVE '01' TO WS-EXTR-LAYOUT-VER
              END-IF
              GO TO MX-999
           END-IF.
           IF BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              GO TO MX-999
           END-IF.

           MOVE 0 TO WS-REC-TOUCHED.
           IF WS-EXTR-LAYOUT-VER = '01' THEN
              MOVE BAQHEXTR-RECORD TO BAQHEXT1-RECORD
              MOVE BAQHEXT1-AUTHORS TO WS-LIST
              PERFORM MA-MASK-AUTHOR-LIST
              MOVE WS-LIST TO BAQHEXT1-AUTHORS
              MOVE BAQHEXT1-DEPT-CONTACT TO WS-CONTACT
              PERFORM MC-MASK-CONTACT
              MOVE WS-CONTACT TO BAQHEXT1-DEPT-CONTACT
              MOVE BAQHEXT1-RECORD TO BAQHEXTR-RECORD
           ELSE
              MOVE BAQHEXTR-AUTHORS TO WS-LIST
              PERFORM MA-MASK-AUTHOR-LIST
              MOVE WS-LIST TO BAQHEXTR-AUTHORS
              MOVE BAQHEXTR-DEPT-CONTACT TO WS-CONTACT
              PERFORM MC-MASK-CONTACT
              MOVE WS-CONTACT TO BAQHEXTR-DEPT-CONTACT
           END-IF.

           IF WS-REC-TOUCHED = 1 THEN
              ADD 1 TO WS-DS-MASKED-CNT
           END-IF.

       MX-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-ISSUE-WTO
      *
      * Issues the numbered alert staged in WS-WTO-PARM as a proper
      * WTO through the site's RBKWTO stub, with a DISPLAY copy for
      * the job log.
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
      * XB-RESET-DATASET-COUNTS
      *----------------------------------------------------------------*
       XB-RESET-DATASET-COUNTS SECTION.
       XB-010.
           MOVE SPACES TO WS-DS-STATE.
           MOVE 0 TO WS-DS-REC-CNT.
           MOVE 0 TO WS-DS-MASKED-CNT.
           MOVE 0 TO WS-DS-NAME-CNT.
           MOVE 0 TO WS-DS-CONTACT-CNT.
           MOVE 0 TO WS-DS-USER-CNT.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XR-REPORT-DATASET
      *
      * One dataset's block on RBKMSKR: what it became, which fields
      * were masked, and how many of each were replaced.
      *----------------------------------------------------------------*
       XR-REPORT-DATASET SECTION.
       XR-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATASET ' WS-DS-IN-DD ' -> ' WS-DS-OUT-DD '   '
              WS-DS-STATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           IF WS-DS-STATE NOT = 'MASKED' THEN
              GO TO XR-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '   FIELDS MASKED: ' WS-DS-FIELDS
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE WS-DS-REC-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '   RECORDS COPIED:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-DS-MASKED-CNT TO WS-CNT-ED.
           STRING '   WITH A FIELD MASKED: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE (35:40).
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

           MOVE WS-DS-NAME-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '   AUTHOR NAMES:         ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-DS-CONTACT-CNT TO WS-CNT-ED.
           STRING '   CONTACTS:            ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE (35:40).
           MOVE WS-DS-USER-CNT TO WS-CNT-ED.
           STRING '   USER IDS:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE (75:30).
           WRITE RBKMSKR-RECORD FROM WS-RPT-LINE.

       XR-999.
           EXIT.
