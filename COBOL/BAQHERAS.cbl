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
      * BAQHERAS                                                      *
      *                                                               *
      * Author personal-data erasure. A former author's privacy       *
      * request is honoured by replacing their name, wherever the     *
      * suite holds it locally, with a stable pseudonym - the same    *
      * one in every store, so the catalog still hangs together (the  *
      * same books still share an author) while the person is no      *
      * longer named. The privacy desk keys the case on RBKERIN (one  *
      * BAQHERIN record per person); the canonical-author registry    *
      * widens each name to every registered spelling of it, and      *
      * BAQHERSB matches and replaces them all, so every store agrees *
      * on what was erased.                                           *
      *                                                               *
      * An erasure rewrites history, so it goes through the four-eyes *
      * gate first: the run consumes a standing APPROVED RBKAPPR      *
      * record for operation ERAS and title 'ERASURE CASE ref', or    *
      * queues a PENDING request for the RBKA reviewer and refuses    *
      * with RC 8, exactly the way the legal-hold maintenance does.   *
      * The approval and the queued request carry only the case       *
      * reference, never the names.                                   *
      *                                                               *
      * Once approved, this step scrubs:                              *
      *   RBKAMST   author master       -> RBKAMSN (new copy)         *
      *   RBKACAN   author registry     -> RBKACNN (new copy)         *
      *   RBKCAT    keyed catalog          (rewritten in place)       *
      *   RBKAUTX   author path            (rows rekeyed in place)    *
      *   RBKCHGH   change history      -> RBKCHGN (new copy)         *
      *   RBKPROV   provenance store       (rewritten in place)       *
      *   RBKARCH   purged-book archive -> RBKARCN (new copy)         *
      *   RBKEXCP   exception queue     -> RBKEXCN (new copy)         *
      *   RBKAUDA   audit archives      -> RBKAUDZ (new copy)         *
      *   RBKAUDT   audit trail         -> RBKAUDN (new copy)         *
      *   RBKAUDK   keyed audit twin       (rewritten in place)       *
      * and writes the variant worklist RBKERWK for the steps that    *
      * follow it. The JCL swaps each new copy over its live dataset  *
      * afterwards, as it does for the housekeeping run, and runs     *
      * BAQHERAX once per retained RBKEXTR generation and BAQHERAI    *
      * for the IMS RBKAUTH segments, each extending the certificate. *
      * Any of the stores' DDs may be left out; the certificate says  *
      * so. RBKAUDA is the archive generations staged to              *
      * variable-length form, as for the BAQHARCQ search, and RBKAUDZ *
      * comes back in the same form.                                  *
      *                                                               *
      * The audit trail is tamper-evident, and a scrubbed title or    *
      * message inside the sealed positions changes the record's byte *
      * sum. Rather than leave the chains silently broken, the run    *
      * re-seals them: each changed record's check value moves by the *
      * change in its own sum and in its predecessor's check value,   *
      * so every link that was intact stays intact, and a link that   *
      * was already broken stays broken by exactly as much - an       *
      * erasure never hides earlier tampering. The archives are       *
      * walked before the live trail so a chain carries on across     *
      * them, RBKSEAL's banked value for each re-chained program      *
      * moves with its chain, and a RESEAL record naming the case and *
      * the counts is appended to the trail and sealed in this        *
      * program's own chain, where BAQHHSKP's VERIFY reports it.      *
      *                                                               *
      * The completion certificate (RBKERCT) states the case, the     *
      * approver and the pseudonyms assigned, then one line per store *
      * with the records read, the records changed and the names      *
      * replaced. The names themselves appear nowhere in the output;  *
      * RBKERIN and RBKERWK are the only datasets that still hold     *
      * them, and the run JCL deletes both at end of job. The catalog *
      * of record behind the Redbook API is outside this run and is   *
      * corrected by the publications desk, or the next pull brings   *
      * the name back.                                                *
      *                                                               *
      * PARM: REF=ref   the erasure case reference (up to 16 bytes).  *
      * RC 0 erased, RC 8 refused (queued for approval, no case       *
      * reference, or nothing on RBKERIN).                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHERAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKERIN-FILE ASSIGN TO RBKERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERIN-FILE-STATUS.

           SELECT RBKAPPR-FILE ASSIGN TO RBKAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT RBKERWK-FILE ASSIGN TO RBKERWK
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKERCT-FILE ASSIGN TO RBKERCT
               ORGANIZATION IS SEQUENTIAL.

      * The flat stores, each copied to a scrubbed new dataset.
      * FILE STATUS on the inputs lets a site without one of them
      * run without it.
           SELECT RBKAMST-FILE ASSIGN TO RBKAMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMST-FILE-STATUS.
           SELECT RBKAMSN-FILE ASSIGN TO RBKAMSN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKACAN-FILE ASSIGN TO RBKACAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACAN-FILE-STATUS.
           SELECT RBKACNN-FILE ASSIGN TO RBKACNN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKCHGH-FILE ASSIGN TO RBKCHGH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGH-FILE-STATUS.
           SELECT RBKCHGN-FILE ASSIGN TO RBKCHGN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKARCH-FILE ASSIGN TO RBKARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT RBKARCN-FILE ASSIGN TO RBKARCN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKEXCP-FILE ASSIGN TO RBKEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT RBKEXCN-FILE ASSIGN TO RBKEXCN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKAUDA-FILE ASSIGN TO RBKAUDA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDA-FILE-STATUS.
           SELECT RBKAUDZ-FILE ASSIGN TO RBKAUDZ
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKAUDT-FILE ASSIGN TO RBKAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-FILE-STATUS.
           SELECT RBKAUDN-FILE ASSIGN TO RBKAUDN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDN-FILE-STATUS.

      * The keyed stores, scrubbed in place.
           SELECT RBKCAT-FILE ASSIGN TO RBKCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKCAT-TITLE
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT RBKAUTX-FILE ASSIGN TO RBKAUTX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKAXR-KEY
               FILE STATUS IS WS-AUTX-FILE-STATUS.

           SELECT RBKPROV-FILE ASSIGN TO RBKPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHPROV-KEY
               FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT RBKAUDK-FILE ASSIGN TO RBKAUDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKAUD-KEY
               ALTERNATE RECORD KEY IS BAQHKAUD-KEY-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-AUDK-FILE-STATUS.

      * Audit-chain state, shared per program with the chained
      * writers.
           SELECT RBKSEAL-FILE ASSIGN TO RBKSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKERIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHERIN.

       FD  RBKAPPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAPPR.

       FD  RBKERWK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHERWK.

       FD  RBKERCT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKERCT-RECORD          PIC X(132).

       FD  RBKAMST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAMST.

       FD  RBKAMSN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKAMSN-RECORD          PIC X(80).

       FD  RBKACAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHACAN.

       FD  RBKACNN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKACNN-RECORD          PIC X(80).

       FD  RBKCHGH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGH.

       FD  RBKCHGN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCHGN-RECORD          PIC X(527).

       FD  RBKARCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKARCH-RECORD          PIC X(589).

       FD  RBKARCN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKARCN-RECORD          PIC X(589).

       FD  RBKEXCP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXCP.

       FD  RBKEXCN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXCN-RECORD          PIC X(326).

      * Variable-length, since HKV01 (163-byte) to HKV07 (258-byte)
      * generations travel in the same input; each record goes back
      * out at its own length.
       FD  RBKAUDA-FILE
           RECORD IS VARYING IN SIZE FROM 163 TO 258 CHARACTERS
              DEPENDING ON WS-AUDA-LEN
           LABEL RECORDS ARE STANDARD.
       01  RBKAUDA-RECORD          PIC X(258).

       FD  RBKAUDZ-FILE
           RECORD IS VARYING IN SIZE FROM 163 TO 258 CHARACTERS
              DEPENDING ON WS-AUDZ-LEN
           LABEL RECORDS ARE STANDARD.
       01  RBKAUDZ-RECORD          PIC X(258).

       FD  RBKAUDT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKAUDT-RECORD          PIC X(258).

       FD  RBKAUDN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKAUDN-RECORD          PIC X(258).

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKAUTX-FILE.
       COPY BAQHKAXR.

       FD  RBKPROV-FILE.
       COPY BAQHPROV.

       FD  RBKAUDK-FILE.
       COPY BAQHKAUD.

       FD  RBKSEAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKSEAL-RECORD.
           03 RBKSEAL-PROGRAM      PIC X(8).
           03 RBKSEAL-CHAIN        PIC 9(9).
           03 FILLER               PIC X(63).

       WORKING-STORAGE SECTION.

       01 WS-ERIN-FILE-STATUS PIC X(2).
       01 WS-APPR-FILE-STATUS PIC X(2).
       01 WS-AMST-FILE-STATUS PIC X(2).
       01 WS-ACAN-FILE-STATUS PIC X(2).
       01 WS-CHGH-FILE-STATUS PIC X(2).
       01 WS-ARCH-FILE-STATUS PIC X(2).
       01 WS-EXCP-FILE-STATUS PIC X(2).
       01 WS-AUDA-FILE-STATUS PIC X(2).
       01 WS-AUDT-FILE-STATUS PIC X(2).
       01 WS-AUDN-FILE-STATUS PIC X(2).
       01 WS-CAT-FILE-STATUS  PIC X(2).
       01 WS-AUTX-FILE-STATUS PIC X(2).
       01 WS-PROV-FILE-STATUS PIC X(2).
       01 WS-AUDK-FILE-STATUS PIC X(2).
       01 WS-SEAL-FILE-STATUS PIC X(2).

       01 WS-EOF-SW           PIC X VALUE 'N'.
           88 WS-EOF            VALUE 'Y'.
       01 WS-APPR-EOF-SW      PIC X VALUE 'N'.
           88 WS-APPR-EOF     VALUE 'Y'.

      * The REF= case reference off the PARM.
       01 WS-REF-ARG          PIC X(16) VALUE SPACES.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.

       01 WS-RUN-DATE         PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME         PIC X(6) VALUE SPACES.

      * The names being erased, off RBKERIN, each with its
      * pseudonym; SELF-SW notes the registry's own row for the
      * pseudonym has been written, so the folded variants do not
      * write it again.
       01 WS-ERN-TABLE.
           03 WS-ERN-ENTRY OCCURS 20 TIMES.
              05 WS-ERN-NAME       PIC X(40).
              05 WS-ERN-PSEUDO     PIC X(40).
              05 WS-ERN-SELF-SW    PIC X.
       01 WS-ERN-CNT          PIC 9(4) COMP VALUE 0.
       01 WS-ERN-MAX          PIC 9(4) COMP VALUE 20.
       01 WS-ERN-IX           PIC 9(4) COMP VALUE 0.
       01 WS-ERN-FOUND        PIC 9(4) COMP VALUE 0.

      * The variant table and each scrub request.
       COPY BAQHERSB.
       01 WS-VX               PIC 9(4) COMP VALUE 0.
       01 WS-ACAN-PASS        PIC 9 VALUE 0.
       01 WS-HIT-PSEUDO       PIC X(40) VALUE SPACES.
       01 WS-ADD-NAME         PIC X(40) VALUE SPACES.
       01 WS-VAR-OVERFLOW     PIC 9(7) COMP VALUE 0.

      * Four-eyes gate state: ERAS approves an erasure case, matched
      * on 'ERASURE CASE ref' and consumed as USED.
       01 WS-APPR-OPCODE      PIC X(4) VALUE 'ERAS'.
       01 WS-APPR-TITLE       PIC X(80) VALUE SPACES.
       01 WS-APPR-RELEASED    PIC 9 VALUE 0.
       01 WS-APPROVER         PIC X(8) VALUE SPACES.
       01 WS-AUDIT-RESULT     PIC X(9) VALUE SPACES.

      * The working views of the audit and archive records.
       COPY BAQHAUDT.
       COPY BAQHCRIN.

      * One store's counts, written to the certificate and then
      * reset for the next store, and the run's totals.
       01 WS-ST-READ          PIC 9(9) COMP VALUE 0.
       01 WS-ST-CHANGED       PIC 9(9) COMP VALUE 0.
       01 WS-ST-HITS          PIC 9(9) COMP VALUE 0.
       01 WS-ST-FOLDED        PIC 9(9) COMP VALUE 0.
       01 WS-ST-RECHAINED     PIC 9(9) COMP VALUE 0.
       01 WS-REC-HITS         PIC 9(4) COMP VALUE 0.
       01 WS-TOT-CHANGED      PIC 9(9) COMP VALUE 0.
       01 WS-TOT-HITS         PIC 9(9) COMP VALUE 0.
       01 WS-CT-STORE         PIC X(8) VALUE SPACES.
       01 WS-CT-DESC          PIC X(30) VALUE SPACES.
       01 WS-CT-NOTE          PIC X(48) VALUE SPACES.
       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       01 WS-CNT-ED2          PIC ZZZZZZZZ9.
       01 WS-PGM-ED           PIC ZZZ9.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       COPY BAQHERCT.

      * Author master: the two name halves as one name, and the
      * pseudonym split back into halves.
       01 WS-FULL-NAME        PIC X(81) VALUE SPACES.
       01 WS-PSD-PTR          PIC 9(4) COMP VALUE 0.

      * Author path rekeying: the row under its old key, and the
      * variant whose rows are being moved.
       01 WS-AXR-SAVE         PIC X(149) VALUE SPACES.
       01 WS-AXR-VARIANT      PIC X(40) VALUE SPACES.
       01 WS-AXR-DONE-SW      PIC X VALUE 'N'.
           88 WS-AXR-DONE     VALUE 'Y'.

      * Audit re-seal state: one entry per chained program met on
      * the archives and the trail. OLD-PREV is the check value the
      * program's previous record carried, NEW-PREV the one it
      * carries now; while they differ, every later record of the
      * chain moves by the difference.
       01 WS-RCH-TABLE.
           03 WS-RCH-ENTRY OCCURS 20 TIMES.
              05 WS-RCH-PGM        PIC X(8).
              05 WS-RCH-OLD-PREV   PIC 9(9).
              05 WS-RCH-NEW-PREV   PIC 9(9).
              05 WS-RCH-CNT        PIC 9(7) COMP.
       01 WS-RCH-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-RCH-MAX          PIC 9(4) COMP VALUE 20.
       01 WS-RCH-IX           PIC 9(4) COMP VALUE 0.
       01 WS-RCH-FOUND        PIC 9(4) COMP VALUE 0.
       01 WS-RCH-TOT          PIC 9(9) COMP VALUE 0.
       01 WS-RCH-PGM-CNT      PIC 9(4) COMP VALUE 0.
       01 WS-RCH-OVERFLOW     PIC 9(7) COMP VALUE 0.

       01 WS-AUDA-LEN         PIC 9(4) COMP VALUE 0.
       01 WS-AUDZ-LEN         PIC 9(4) COMP VALUE 0.
       01 WS-AUD-LEN          PIC 9(4) COMP VALUE 0.
       01 WS-CHAINED-SW       PIC X VALUE 'N'.
           88 WS-CHAINED      VALUE 'Y'.
       01 WS-CHAIN-POS        PIC 9(4) COMP VALUE 0.
       01 WS-CHAIN-SUM        PIC 9(9) COMP VALUE 0.
       01 WS-OLD-SUM          PIC 9(9) COMP VALUE 0.
       01 WS-OLD-CHECK        PIC 9(9) VALUE 0.
       01 WS-NEW-CHECK        PIC 9(9) VALUE 0.
       01 WS-CHAIN-WORK       PIC S9(11) COMP VALUE 0.
       01 WS-CHAIN-VALUE      PIC 9(9) VALUE 0.

      * RBKSEAL, held whole while the re-chained programs' banked
      * values are moved and this program's own is replaced.
       01 WS-SEAL-TABLE.
           03 WS-SEAL-REC         PIC X(80) OCCURS 20 TIMES.
       01 WS-SEAL-CNT         PIC 9(4) COMP VALUE 0.
       01 WS-SEAL-IX          PIC 9(4) COMP VALUE 0.
       01 WS-SEAL-MOVED       PIC 9(4) COMP VALUE 0.
       01 WS-SEAL-EOF-SW      PIC X VALUE 'N'.
           88 WS-SEAL-EOF     VALUE 'Y'.

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

           IF PARM-LENGTH > 0 THEN
              MOVE 0 TO WS-KEYWORD-POS
              INSPECT PARM-DATA TALLYING WS-KEYWORD-POS
                 FOR CHARACTERS BEFORE INITIAL 'REF='
              COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 5
              IF WS-KEYWORD-START NOT > LENGTH OF PARM-DATA THEN
                 UNSTRING PARM-DATA (WS-KEYWORD-START:)
                    DELIMITED BY SPACE INTO WS-REF-ARG
              END-IF
           END-IF.

           IF WS-REF-ARG = SPACES THEN
              DISPLAY 'BAQHERAS NO REF= ERASURE CASE REFERENCE KEYED.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-APPR-TITLE.
           STRING 'ERASURE CASE ' WS-REF-ARG
              DELIMITED BY SIZE INTO WS-APPR-TITLE.

           PERFORM BA-LOAD-ERASURE-REQUESTS.

      * The four-eyes gate: no standing approval, nothing is erased -
      * the case is queued for the RBKA reviewer and this run
      * refuses, the same as the legal-hold gate.
           PERFORM CA-CHECK-APPROVAL.
           IF WS-APPR-RELEASED = 0 THEN
              DISPLAY 'BAQHERAS ERASURE CASE ' WS-REF-ARG
                 ' QUEUED FOR APPROVAL ON RBKA - RERUN ONCE'
                 ' APPROVED.'
              MOVE 'QUEUED' TO WS-AUDIT-RESULT
              PERFORM XA-WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM BB-LOAD-VARIANTS.
           PERFORM BC-WRITE-WORKLIST.

           OPEN OUTPUT RBKERCT-FILE.
           PERFORM FA-WRITE-CERT-HEADER.

           PERFORM DA-ERASE-AUTHOR-MASTER.
           PERFORM DB-ERASE-AUTHOR-REGISTRY.
           PERFORM DC-ERASE-CATALOG.
           PERFORM DD-ERASE-AUTHOR-PATH.
           PERFORM DE-ERASE-CHANGE-HISTORY.
           PERFORM DF-ERASE-PROVENANCE.
           PERFORM DG-ERASE-BOOK-ARCHIVE.
           PERFORM DH-ERASE-EXCEPTIONS.

      * The archives before the live trail, so each program's chain
      * is followed in the order it was written.
           PERFORM EA-ERASE-AUDIT-ARCHIVE.
           PERFORM EB-ERASE-AUDIT-TRAIL.
           PERFORM EC-ERASE-KEYED-AUDIT.
           PERFORM ED-RESEAL-AUDIT-CHAINS.

           PERFORM FB-WRITE-CERT-FOOTER.
           CLOSE RBKERCT-FILE.

           MOVE WS-TOT-CHANGED TO WS-CNT-ED.
           MOVE WS-RCH-TOT TO WS-CNT-ED2.
           DISPLAY 'BAQHERAS ERASURE CASE ' WS-REF-ARG ' COMPLETE -'
              WS-CNT-ED ' RECORDS CHANGED,' WS-CNT-ED2
              ' AUDIT RECORDS RE-CHAINED.'.

       A-999.
           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-ERASURE-REQUESTS
      *
      * One name per RBKERIN record, each given its pseudonym - the
      * desk's own, or the stable derived one. A case too big for
      * the table is refused whole rather than half erased.
      *----------------------------------------------------------------*
       BA-LOAD-ERASURE-REQUESTS SECTION.
       BA-010.
           OPEN INPUT RBKERIN-FILE.
           IF WS-ERIN-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHERAS RBKERIN NOT AVAILABLE - NOTHING TO'
                 ' ERASE.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKERIN-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM BAA-ADD-ONE-REQUEST UNTIL WS-EOF.

           CLOSE RBKERIN-FILE.

           IF WS-ERN-CNT = 0 THEN
              DISPLAY 'BAQHERAS NO NAMES ON RBKERIN - NOTHING TO'
                 ' ERASE.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-ADD-ONE-REQUEST
      *----------------------------------------------------------------*
       BAA-ADD-ONE-REQUEST SECTION.
       BAA-010.
           IF BAQHERIN-NAME = SPACES THEN
              GO TO BAA-020
           END-IF.

           IF WS-ERN-CNT NOT < WS-ERN-MAX THEN
              DISPLAY 'BAQHERAS MORE THAN ' WS-ERN-MAX
                 ' NAMES ON RBKERIN - SPLIT THE CASE.'
              CLOSE RBKERIN-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-ERN-CNT.
           MOVE FUNCTION TRIM(BAQHERIN-NAME)
              TO WS-ERN-NAME (WS-ERN-CNT).
           MOVE 'N' TO WS-ERN-SELF-SW (WS-ERN-CNT).

           IF BAQHERIN-PSEUDONYM = SPACES THEN
              MOVE 'P' TO BAQHERSB-FUNCTION
              MOVE WS-ERN-NAME (WS-ERN-CNT) TO BAQHERSB-NAME
              CALL 'BAQHERSB' USING BAQHERSB-AREA
              MOVE BAQHERSB-PSEUDONYM TO WS-ERN-PSEUDO (WS-ERN-CNT)
           ELSE
              MOVE FUNCTION TRIM(BAQHERIN-PSEUDONYM)
                 TO WS-ERN-PSEUDO (WS-ERN-CNT)
           END-IF.

       BAA-020.
           READ RBKERIN-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-LOAD-VARIANTS
      *
      * Each name is its own first variant. The registry then widens
      * it: every spelling registered against the name as its
      * canonical form, and the canonical form of a name keyed as a
      * variant, take the same pseudonym. Two passes, so a canonical
      * form learnt late in the first still brings in the variants
      * registered ahead of it.
      *----------------------------------------------------------------*
       BB-LOAD-VARIANTS SECTION.
       BB-010.
           MOVE 0 TO BAQHERSB-VAR-CNT.

           PERFORM BBA-ADD-NAME-VARIANT
              VARYING WS-ERN-IX FROM 1 BY 1
              UNTIL WS-ERN-IX > WS-ERN-CNT.

           PERFORM BBB-SCAN-REGISTRY
              VARYING WS-ACAN-PASS FROM 1 BY 1
              UNTIL WS-ACAN-PASS > 2.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-ADD-NAME-VARIANT
      *----------------------------------------------------------------*
       BBA-ADD-NAME-VARIANT SECTION.
       BBA-010.
           MOVE WS-ERN-NAME (WS-ERN-IX) TO WS-ADD-NAME.
           MOVE WS-ERN-PSEUDO (WS-ERN-IX) TO WS-HIT-PSEUDO.
           PERFORM XV-ADD-VARIANT.

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBB-SCAN-REGISTRY
      *----------------------------------------------------------------*
       BBB-SCAN-REGISTRY SECTION.
       BBB-010.
           OPEN INPUT RBKACAN-FILE.
           IF WS-ACAN-FILE-STATUS NOT = '00' THEN
              GO TO BBB-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKACAN-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM BBC-WIDEN-ONE-ENTRY UNTIL WS-EOF.

           CLOSE RBKACAN-FILE.

       BBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBC-WIDEN-ONE-ENTRY
      *----------------------------------------------------------------*
       BBC-WIDEN-ONE-ENTRY SECTION.
       BBC-010.
           MOVE 'N' TO BAQHERSB-FUNCTION.
           MOVE BAQHACAN-CANONICAL TO BAQHERSB-NAME.
           CALL 'BAQHERSB' USING BAQHERSB-AREA.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-PSEUDONYM TO WS-HIT-PSEUDO
              MOVE BAQHACAN-VARIANT TO WS-ADD-NAME
              PERFORM XV-ADD-VARIANT
           END-IF.

           MOVE 'N' TO BAQHERSB-FUNCTION.
           MOVE BAQHACAN-VARIANT TO BAQHERSB-NAME.
           CALL 'BAQHERSB' USING BAQHERSB-AREA.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-PSEUDONYM TO WS-HIT-PSEUDO
              MOVE BAQHACAN-CANONICAL TO WS-ADD-NAME
              PERFORM XV-ADD-VARIANT
           END-IF.

       BBC-020.
           READ RBKACAN-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       BBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-WRITE-WORKLIST
      *
      * The variants and their pseudonyms, for the extract and IMS
      * steps that follow.
      *----------------------------------------------------------------*
       BC-WRITE-WORKLIST SECTION.
       BC-010.
           OPEN OUTPUT RBKERWK-FILE.

           PERFORM BCA-WRITE-ONE-VARIANT
              VARYING WS-VX FROM 1 BY 1
              UNTIL WS-VX > BAQHERSB-VAR-CNT.

           CLOSE RBKERWK-FILE.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BCA-WRITE-ONE-VARIANT
      *----------------------------------------------------------------*
       BCA-WRITE-ONE-VARIANT SECTION.
       BCA-010.
           MOVE SPACES TO BAQHERWK-RECORD.
           MOVE BAQHERSB-VARIANT (WS-VX) TO BAQHERWK-VARIANT.
           MOVE BAQHERSB-PSEUDO (WS-VX) TO BAQHERWK-PSEUDONYM.
           WRITE BAQHERWK-RECORD.

       BCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-CHECK-APPROVAL
      *
      * Looks for a standing APPROVED request for this erasure case
      * and consumes it (rewritten USED); with none standing, queues
      * a PENDING request for the RBKA reviewer, its record count
      * the number of people named in the case.
      *----------------------------------------------------------------*
       CA-CHECK-APPROVAL SECTION.
       CA-010.
           MOVE 0 TO WS-APPR-RELEASED.
           MOVE 'N' TO WS-APPR-EOF-SW.

           OPEN I-O RBKAPPR-FILE.
           IF WS-APPR-FILE-STATUS = '00' THEN
              READ RBKAPPR-FILE
                  AT END
                     MOVE 'Y' TO WS-APPR-EOF-SW
              END-READ
              PERFORM CAA-SCAN-ONE-APPROVAL UNTIL WS-APPR-EOF
                 OR WS-APPR-RELEASED = 1
              CLOSE RBKAPPR-FILE
           END-IF.

           IF WS-APPR-RELEASED = 1 THEN
              DISPLAY 'BAQHERAS ERASURE CASE ' WS-REF-ARG
                 ' RELEASED BY APPROVAL FROM ' WS-APPROVER
              GO TO CA-999
           END-IF.

           MOVE SPACES TO BAQHAPPR-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAPPR-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAPPR-TIME.
           MOVE 'BAQHERAS' TO BAQHAPPR-REQUESTOR.
           MOVE WS-APPR-OPCODE TO BAQHAPPR-OPERATION.
           MOVE WS-APPR-TITLE TO BAQHAPPR-TITLE.
           MOVE WS-ERN-CNT TO BAQHAPPR-REC-COUNT.
           MOVE 'PENDING' TO BAQHAPPR-STATUS.
           MOVE 0 TO BAQHAPPR-BOOK-ID.

           OPEN EXTEND RBKAPPR-FILE.
           IF WS-APPR-FILE-STATUS = '00' THEN
              WRITE BAQHAPPR-RECORD
              CLOSE RBKAPPR-FILE
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-SCAN-ONE-APPROVAL
      *----------------------------------------------------------------*
       CAA-SCAN-ONE-APPROVAL SECTION.
       CAA-010.
           IF BAQHAPPR-STATUS = 'APPROVED' AND
              BAQHAPPR-OPERATION = WS-APPR-OPCODE AND
              BAQHAPPR-TITLE = WS-APPR-TITLE THEN
              MOVE 'USED' TO BAQHAPPR-STATUS
              REWRITE BAQHAPPR-RECORD
              MOVE BAQHAPPR-APPROVER TO WS-APPROVER
              MOVE 1 TO WS-APPR-RELEASED
              GO TO CAA-999
           END-IF.

       CAA-020.
           READ RBKAPPR-FILE
               AT END
                  MOVE 'Y' TO WS-APPR-EOF-SW
           END-READ.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-ERASE-AUTHOR-MASTER
      *
      * The master holds each name as two halves; the two are
      * matched as one name, and the pseudonym split back into its
      * first word and the rest.
      *----------------------------------------------------------------*
       DA-ERASE-AUTHOR-MASTER SECTION.
       DA-010.
           MOVE 'RBKAMST' TO WS-CT-STORE.
           MOVE 'AUTHOR MASTER' TO WS-CT-DESC.

           OPEN INPUT RBKAMST-FILE.
           IF WS-AMST-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO DA-999
           END-IF.

           OPEN OUTPUT RBKAMSN-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKAMST-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM DAA-SCRUB-ONE-AUTHOR UNTIL WS-EOF.

           CLOSE RBKAMST-FILE.
           CLOSE RBKAMSN-FILE.

           MOVE 'NEW COPY ON RBKAMSN' TO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-SCRUB-ONE-AUTHOR
      *----------------------------------------------------------------*
       DAA-SCRUB-ONE-AUTHOR SECTION.
       DAA-010.
           ADD 1 TO WS-ST-READ.

           MOVE SPACES TO WS-FULL-NAME.
           IF BAQHAMST-FIRST-NAME = SPACES THEN
              MOVE FUNCTION TRIM(BAQHAMST-LAST-NAME) TO WS-FULL-NAME
           ELSE
              STRING FUNCTION TRIM(BAQHAMST-FIRST-NAME)
                 DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(BAQHAMST-LAST-NAME)
                 DELIMITED BY SIZE
                 INTO WS-FULL-NAME
           END-IF.

           IF WS-FULL-NAME (41:41) NOT = SPACES THEN
              GO TO DAA-020
           END-IF.

           MOVE 'N' TO BAQHERSB-FUNCTION.
           MOVE WS-FULL-NAME TO BAQHERSB-NAME.
           CALL 'BAQHERSB' USING BAQHERSB-AREA.

           IF BAQHERSB-HITS > 0 THEN
              MOVE SPACES TO BAQHAMST-FIRST-NAME
              MOVE SPACES TO BAQHAMST-LAST-NAME
              MOVE 1 TO WS-PSD-PTR
              UNSTRING BAQHERSB-PSEUDONYM DELIMITED BY SPACE
                 INTO BAQHAMST-FIRST-NAME
                 WITH POINTER WS-PSD-PTR
              END-UNSTRING
              IF WS-PSD-PTR NOT > LENGTH OF BAQHERSB-PSEUDONYM THEN
                 MOVE BAQHERSB-PSEUDONYM (WS-PSD-PTR:)
                    TO BAQHAMST-LAST-NAME
              END-IF
              ADD 1 TO WS-ST-CHANGED
              ADD 1 TO WS-ST-HITS
           END-IF.

       DAA-020.
           WRITE RBKAMSN-RECORD FROM BAQHAMST-RECORD.

           READ RBKAMST-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-ERASE-AUTHOR-REGISTRY
      *
      * Both sides of each entry are matched whole. Every spelling
      * of an erased name collapses onto its pseudonym, so the
      * entries would all become the pseudonym mapped to itself -
      * the first is kept as the pseudonym's own entry (the
      * registry's rule that a preferred form is its own variant)
      * and the rest are folded away.
      *----------------------------------------------------------------*
       DB-ERASE-AUTHOR-REGISTRY SECTION.
       DB-010.
           MOVE 'RBKACAN' TO WS-CT-STORE.
           MOVE 'CANONICAL-AUTHOR REGISTRY' TO WS-CT-DESC.

           OPEN INPUT RBKACAN-FILE.
           IF WS-ACAN-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO DB-999
           END-IF.

           OPEN OUTPUT RBKACNN-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKACAN-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM DBA-SCRUB-ONE-ENTRY UNTIL WS-EOF.

           CLOSE RBKACAN-FILE.
           CLOSE RBKACNN-FILE.

           MOVE WS-ST-FOLDED TO WS-CNT-ED.
           STRING 'NEW COPY ON RBKACNN,' WS-CNT-ED ' FOLDED'
              DELIMITED BY SIZE INTO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DBA-SCRUB-ONE-ENTRY
      *----------------------------------------------------------------*
       DBA-SCRUB-ONE-ENTRY SECTION.
       DBA-010.
           ADD 1 TO WS-ST-READ.
           MOVE 0 TO WS-REC-HITS.

           MOVE 'N' TO BAQHERSB-FUNCTION.
           MOVE BAQHACAN-VARIANT TO BAQHERSB-NAME.
           CALL 'BAQHERSB' USING BAQHERSB-AREA.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-PSEUDONYM TO BAQHACAN-VARIANT
              ADD 1 TO WS-REC-HITS
           END-IF.

           MOVE 'N' TO BAQHERSB-FUNCTION.
           MOVE BAQHACAN-CANONICAL TO BAQHERSB-NAME.
           CALL 'BAQHERSB' USING BAQHERSB-AREA.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-PSEUDONYM TO BAQHACAN-CANONICAL
              ADD 1 TO WS-REC-HITS
           END-IF.

           IF WS-REC-HITS > 0 THEN
              ADD 1 TO WS-ST-CHANGED
              ADD WS-REC-HITS TO WS-ST-HITS
           END-IF.

      * A pseudonym's own entry is written once - including one a
      * previous erasure left behind.
           IF BAQHACAN-VARIANT = BAQHACAN-CANONICAL THEN
              MOVE BAQHACAN-CANONICAL TO WS-HIT-PSEUDO
              PERFORM XN-FIND-PSEUDONYM
              IF WS-ERN-FOUND > 0 THEN
                 IF WS-ERN-SELF-SW (WS-ERN-FOUND) = 'Y' THEN
                    ADD 1 TO WS-ST-FOLDED
                    GO TO DBA-020
                 END-IF
                 MOVE 'Y' TO WS-ERN-SELF-SW (WS-ERN-FOUND)
              END-IF
           END-IF.

           WRITE RBKACNN-RECORD FROM BAQHACAN-RECORD.

       DBA-020.
           READ RBKACAN-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DC-ERASE-CATALOG
      *----------------------------------------------------------------*
       DC-ERASE-CATALOG SECTION.
       DC-010.
           MOVE 'RBKCAT' TO WS-CT-STORE.
           MOVE 'KEYED CATALOG' TO WS-CT-DESC.

           OPEN I-O RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO DC-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKCAT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM DCA-SCRUB-ONE-BOOK UNTIL WS-EOF.

           CLOSE RBKCAT-FILE.

           MOVE 'REWRITTEN IN PLACE' TO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       DC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DCA-SCRUB-ONE-BOOK
      *----------------------------------------------------------------*
       DCA-SCRUB-ONE-BOOK SECTION.
       DCA-010.
           ADD 1 TO WS-ST-READ.
           MOVE 0 TO WS-REC-HITS.

           MOVE BAQHKCAT-AUTHORS TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHKCAT-AUTHORS TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHKCAT-AUTHORS
              REWRITE BAQHKCAT-RECORD
              ADD 1 TO WS-ST-CHANGED
           END-IF.

       DCA-020.
           READ RBKCAT-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DD-ERASE-AUTHOR-PATH
      *
      * The author is the leading half of the cross-reference key,
      * so each of a variant's rows is deleted and written again
      * under the pseudonym. A row the pseudonym already has for the
      * same book (the book listed two spellings of the one author)
      * is folded into it.
      *----------------------------------------------------------------*
       DD-ERASE-AUTHOR-PATH SECTION.
       DD-010.
           MOVE 'RBKAUTX' TO WS-CT-STORE.
           MOVE 'AUTHOR PATH' TO WS-CT-DESC.

           OPEN I-O RBKAUTX-FILE.
           IF WS-AUTX-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO DD-999
           END-IF.

           PERFORM DDA-REKEY-ONE-VARIANT
              VARYING WS-VX FROM 1 BY 1
              UNTIL WS-VX > BAQHERSB-VAR-CNT.

           CLOSE RBKAUTX-FILE.

           MOVE WS-ST-FOLDED TO WS-CNT-ED.
           STRING 'ROWS REKEYED IN PLACE,' WS-CNT-ED ' FOLDED'
              DELIMITED BY SIZE INTO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       DD-999.
           EXIT.

      *----------------------------------------------------------------*
      * DDA-REKEY-ONE-VARIANT
      *----------------------------------------------------------------*
       DDA-REKEY-ONE-VARIANT SECTION.
       DDA-010.
           MOVE BAQHERSB-VARIANT (WS-VX) TO WS-AXR-VARIANT.
           IF WS-AXR-VARIANT = SPACES OR
              WS-AXR-VARIANT = BAQHERSB-PSEUDO (WS-VX) THEN
              GO TO DDA-999
           END-IF.

           MOVE 'N' TO WS-AXR-DONE-SW.
           PERFORM DDB-REKEY-NEXT-ROW UNTIL WS-AXR-DONE.

       DDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DDB-REKEY-NEXT-ROW
      *
      * Repositions on the variant each time, since the delete and
      * the write both disturb the browse.
      *----------------------------------------------------------------*
       DDB-REKEY-NEXT-ROW SECTION.
       DDB-010.
           MOVE WS-AXR-VARIANT TO BAQHKAXR-AUTHOR.
           MOVE LOW-VALUES TO BAQHKAXR-TITLE.

           START RBKAUTX-FILE KEY IS NOT < BAQHKAXR-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-AXR-DONE-SW
                  GO TO DDB-999
           END-START.

           READ RBKAUTX-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-AXR-DONE-SW
                  GO TO DDB-999
           END-READ.

           IF BAQHKAXR-AUTHOR NOT = WS-AXR-VARIANT THEN
              MOVE 'Y' TO WS-AXR-DONE-SW
              GO TO DDB-999
           END-IF.

           ADD 1 TO WS-ST-READ.
           MOVE BAQHKAXR-RECORD TO WS-AXR-SAVE.

           DELETE RBKAUTX-FILE RECORD
               INVALID KEY
                  DISPLAY 'BAQHERAS RBKAUTX DELETE failed, file'
                     ' status ' WS-AUTX-FILE-STATUS
                  MOVE 'Y' TO WS-AXR-DONE-SW
                  GO TO DDB-999
           END-DELETE.

           MOVE WS-AXR-SAVE TO BAQHKAXR-RECORD.
           MOVE BAQHERSB-PSEUDO (WS-VX) TO BAQHKAXR-AUTHOR.

           WRITE BAQHKAXR-RECORD
               INVALID KEY
                  ADD 1 TO WS-ST-FOLDED
           END-WRITE.

           ADD 1 TO WS-ST-CHANGED.
           ADD 1 TO WS-ST-HITS.

       DDB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DE-ERASE-CHANGE-HISTORY
      *
      * A name can stand in either value of a change - an author
      * list before and after it moved.
      *----------------------------------------------------------------*
       DE-ERASE-CHANGE-HISTORY SECTION.
       DE-010.
           MOVE 'RBKCHGH' TO WS-CT-STORE.
           MOVE 'CHANGE HISTORY' TO WS-CT-DESC.

           OPEN INPUT RBKCHGH-FILE.
           IF WS-CHGH-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO DE-999
           END-IF.

           OPEN OUTPUT RBKCHGN-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM DEA-SCRUB-ONE-CHANGE UNTIL WS-EOF.

           CLOSE RBKCHGH-FILE.
           CLOSE RBKCHGN-FILE.

           MOVE 'NEW COPY ON RBKCHGN' TO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       DE-999.
           EXIT.

      *----------------------------------------------------------------*
      * DEA-SCRUB-ONE-CHANGE
      *----------------------------------------------------------------*
       DEA-SCRUB-ONE-CHANGE SECTION.
       DEA-010.
           ADD 1 TO WS-ST-READ.
           MOVE 0 TO WS-REC-HITS.

           MOVE BAQHCHGH-OLD-VALUE TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHCHGH-OLD-VALUE TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHCHGH-OLD-VALUE
           END-IF.

           MOVE BAQHCHGH-NEW-VALUE TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHCHGH-NEW-VALUE TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHCHGH-NEW-VALUE
           END-IF.

           IF WS-REC-HITS > 0 THEN
              ADD 1 TO WS-ST-CHANGED
           END-IF.

           WRITE RBKCHGN-RECORD FROM BAQHCHGH-RECORD.

       DEA-020.
           READ RBKCHGH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DF-ERASE-PROVENANCE
      *----------------------------------------------------------------*
       DF-ERASE-PROVENANCE SECTION.
       DF-010.
           MOVE 'RBKPROV' TO WS-CT-STORE.
           MOVE 'FIELD PROVENANCE STORE' TO WS-CT-DESC.

           OPEN I-O RBKPROV-FILE.
           IF WS-PROV-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO DF-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKPROV-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM DFA-SCRUB-ONE-ROW UNTIL WS-EOF.

           CLOSE RBKPROV-FILE.

           MOVE 'REWRITTEN IN PLACE' TO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       DF-999.
           EXIT.

      *----------------------------------------------------------------*
      * DFA-SCRUB-ONE-ROW
      *----------------------------------------------------------------*
       DFA-SCRUB-ONE-ROW SECTION.
       DFA-010.
           ADD 1 TO WS-ST-READ.
           MOVE 0 TO WS-REC-HITS.

           MOVE BAQHPROV-VALUE TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHPROV-VALUE TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHPROV-VALUE
              REWRITE BAQHPROV-RECORD
              ADD 1 TO WS-ST-CHANGED
           END-IF.

       DFA-020.
           READ RBKPROV-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DG-ERASE-BOOK-ARCHIVE
      *
      * The purged books, in the bulk-create shape they are kept in
      * for resurrection - a resurrected book comes back under the
      * pseudonym.
      *----------------------------------------------------------------*
       DG-ERASE-BOOK-ARCHIVE SECTION.
       DG-010.
           MOVE 'RBKARCH' TO WS-CT-STORE.
           MOVE 'PURGED-BOOK ARCHIVE' TO WS-CT-DESC.

           OPEN INPUT RBKARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO DG-999
           END-IF.

           OPEN OUTPUT RBKARCN-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKARCH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM DGA-SCRUB-ONE-ARCHIVED-BOOK UNTIL WS-EOF.

           CLOSE RBKARCH-FILE.
           CLOSE RBKARCN-FILE.

           MOVE 'NEW COPY ON RBKARCN' TO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       DG-999.
           EXIT.

      *----------------------------------------------------------------*
      * DGA-SCRUB-ONE-ARCHIVED-BOOK
      *----------------------------------------------------------------*
       DGA-SCRUB-ONE-ARCHIVED-BOOK SECTION.
       DGA-010.
           ADD 1 TO WS-ST-READ.
           MOVE 0 TO WS-REC-HITS.
           MOVE RBKARCH-RECORD TO BAQHCRIN-RECORD.

           MOVE BAQHCRIN-AUTHORS TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHCRIN-AUTHORS TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHCRIN-AUTHORS
              ADD 1 TO WS-ST-CHANGED
           END-IF.

           WRITE RBKARCN-RECORD FROM BAQHCRIN-RECORD.

       DGA-020.
           READ RBKARCH-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DH-ERASE-EXCEPTIONS
      *
      * A parked patch can carry an author list as its value, and
      * the API's message text can quote it.
      *----------------------------------------------------------------*
       DH-ERASE-EXCEPTIONS SECTION.
       DH-010.
           MOVE 'RBKEXCP' TO WS-CT-STORE.
           MOVE 'EXCEPTION QUEUE' TO WS-CT-DESC.

           OPEN INPUT RBKEXCP-FILE.
           IF WS-EXCP-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO DH-999
           END-IF.

           OPEN OUTPUT RBKEXCN-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKEXCP-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM DHA-SCRUB-ONE-EXCEPTION UNTIL WS-EOF.

           CLOSE RBKEXCP-FILE.
           CLOSE RBKEXCN-FILE.

           MOVE 'NEW COPY ON RBKEXCN' TO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       DH-999.
           EXIT.

      *----------------------------------------------------------------*
      * DHA-SCRUB-ONE-EXCEPTION
      *----------------------------------------------------------------*
       DHA-SCRUB-ONE-EXCEPTION SECTION.
       DHA-010.
           ADD 1 TO WS-ST-READ.
           MOVE 0 TO WS-REC-HITS.

           MOVE BAQHEXCP-VALUE TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHEXCP-VALUE TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHEXCP-VALUE
           END-IF.

           MOVE BAQHEXCP-MESSAGE TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHEXCP-MESSAGE TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHEXCP-MESSAGE
           END-IF.

           IF WS-REC-HITS > 0 THEN
              ADD 1 TO WS-ST-CHANGED
           END-IF.

           WRITE RBKEXCN-RECORD FROM BAQHEXCP-RECORD.

       DHA-020.
           READ RBKEXCP-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DHA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-ERASE-AUDIT-ARCHIVE
      *
      * The archive generations, each record going back out at the
      * length it came in at; a generation's HKV0n header passes
      * through untouched.
      *----------------------------------------------------------------*
       EA-ERASE-AUDIT-ARCHIVE SECTION.
       EA-010.
           MOVE 'RBKAUDA' TO WS-CT-STORE.
           MOVE 'AUDIT ARCHIVE GENERATIONS' TO WS-CT-DESC.

           OPEN INPUT RBKAUDA-FILE.
           IF WS-AUDA-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO EA-999
           END-IF.

           OPEN OUTPUT RBKAUDZ-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKAUDA-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM EAA-SCRUB-ONE-ARCHIVED-AUDIT UNTIL WS-EOF.

           CLOSE RBKAUDA-FILE.
           CLOSE RBKAUDZ-FILE.

           MOVE WS-ST-RECHAINED TO WS-CNT-ED.
           STRING 'NEW COPY ON RBKAUDZ,' WS-CNT-ED ' RE-CHAINED'
              DELIMITED BY SIZE INTO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-SCRUB-ONE-ARCHIVED-AUDIT
      *----------------------------------------------------------------*
       EAA-SCRUB-ONE-ARCHIVED-AUDIT SECTION.
       EAA-010.
           MOVE WS-AUDA-LEN TO WS-AUDZ-LEN.

           IF RBKAUDA-RECORD (1:4) = 'HKV0' THEN
              WRITE RBKAUDZ-RECORD FROM RBKAUDA-RECORD
              GO TO EAA-020
           END-IF.

           ADD 1 TO WS-ST-READ.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE RBKAUDA-RECORD (1:WS-AUDA-LEN) TO BAQHAUDT-RECORD.
           MOVE WS-AUDA-LEN TO WS-AUD-LEN.

           PERFORM XR-RESEAL-AUDIT-REC.

           WRITE RBKAUDZ-RECORD FROM BAQHAUDT-RECORD.

       EAA-020.
           READ RBKAUDA-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       EAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-ERASE-AUDIT-TRAIL
      *----------------------------------------------------------------*
       EB-ERASE-AUDIT-TRAIL SECTION.
       EB-010.
           MOVE 'RBKAUDT' TO WS-CT-STORE.
           MOVE 'AUDIT TRAIL' TO WS-CT-DESC.

           OPEN INPUT RBKAUDT-FILE.
           IF WS-AUDT-FILE-STATUS NOT = '00' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO EB-999
           END-IF.

           OPEN OUTPUT RBKAUDN-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKAUDT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM EBA-SCRUB-ONE-AUDIT UNTIL WS-EOF.

           CLOSE RBKAUDT-FILE.
           CLOSE RBKAUDN-FILE.

           MOVE WS-ST-RECHAINED TO WS-CNT-ED.
           STRING 'NEW COPY ON RBKAUDN,' WS-CNT-ED ' RE-CHAINED'
              DELIMITED BY SIZE INTO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EBA-SCRUB-ONE-AUDIT
      *----------------------------------------------------------------*
       EBA-SCRUB-ONE-AUDIT SECTION.
       EBA-010.
           ADD 1 TO WS-ST-READ.
           MOVE RBKAUDT-RECORD TO BAQHAUDT-RECORD.
           MOVE LENGTH OF RBKAUDT-RECORD TO WS-AUD-LEN.

           PERFORM XR-RESEAL-AUDIT-REC.

           WRITE RBKAUDN-RECORD FROM BAQHAUDT-RECORD.

       EBA-020.
           READ RBKAUDT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       EBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EC-ERASE-KEYED-AUDIT
      *
      * The keyed twin carries no check value, so its records are
      * simply rewritten; the title is its alternate path and moves
      * with the rewrite.
      *----------------------------------------------------------------*
       EC-ERASE-KEYED-AUDIT SECTION.
       EC-010.
           MOVE 'RBKAUDK' TO WS-CT-STORE.
           MOVE 'KEYED AUDIT REPOSITORY' TO WS-CT-DESC.

           OPEN I-O RBKAUDK-FILE.
           IF WS-AUDK-FILE-STATUS NOT = '00'
              AND WS-AUDK-FILE-STATUS NOT = '97' THEN
              PERFORM XD-NOTE-STORE-ABSENT
              GO TO EC-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKAUDK-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM ECA-SCRUB-ONE-KEYED-AUDIT UNTIL WS-EOF.

           CLOSE RBKAUDK-FILE.

           MOVE 'REWRITTEN IN PLACE' TO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       EC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ECA-SCRUB-ONE-KEYED-AUDIT
      *----------------------------------------------------------------*
       ECA-SCRUB-ONE-KEYED-AUDIT SECTION.
       ECA-010.
           ADD 1 TO WS-ST-READ.
           MOVE 0 TO WS-REC-HITS.

           MOVE BAQHKAUD-KEY-TITLE TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHKAUD-KEY-TITLE TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHKAUD-KEY-TITLE
           END-IF.

           MOVE BAQHKAUD-MESSAGE TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHKAUD-MESSAGE TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHKAUD-MESSAGE
           END-IF.

           IF WS-REC-HITS > 0 THEN
              REWRITE BAQHKAUD-RECORD
              ADD 1 TO WS-ST-CHANGED
           END-IF.

       ECA-020.
           READ RBKAUDK-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       ECA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ED-RESEAL-AUDIT-CHAINS
      *
      * Moves each re-chained program's banked RBKSEAL value by the
      * amount its chain moved, then records the re-seal on the new
      * trail - a RESEAL record naming the case and the counts, and
      * a SEAL record, both in this program's own chain - and banks
      * this program's value with the rest.
      *----------------------------------------------------------------*
       ED-RESEAL-AUDIT-CHAINS SECTION.
       ED-010.
           MOVE 'RBKSEAL' TO WS-CT-STORE.
           MOVE 'AUDIT CHAIN STATE' TO WS-CT-DESC.

           MOVE 0 TO WS-RCH-PGM-CNT.
           PERFORM EDC-COUNT-ONE-CHAIN
              VARYING WS-RCH-IX FROM 1 BY 1
              UNTIL WS-RCH-IX > WS-RCH-COUNT.

           MOVE 0 TO WS-CHAIN-VALUE.
           MOVE 0 TO WS-SEAL-CNT.
           MOVE 0 TO WS-SEAL-MOVED.
           MOVE 'N' TO WS-SEAL-EOF-SW.

           OPEN INPUT RBKSEAL-FILE.
           IF WS-SEAL-FILE-STATUS = '00' THEN
              READ RBKSEAL-FILE
                  AT END
                     MOVE 'Y' TO WS-SEAL-EOF-SW
              END-READ
              PERFORM EDA-STASH-ONE-SEAL-REC UNTIL WS-SEAL-EOF
              CLOSE RBKSEAL-FILE
           END-IF.

      * The RESEAL record. It names only the case reference.
           MOVE WS-RCH-TOT TO WS-CNT-ED.
           MOVE WS-RCH-PGM-CNT TO WS-PGM-ED.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHERAS' TO BAQHAUDT-PROGRAM.
           MOVE 'RESEAL' TO BAQHAUDT-OPERATION.
           STRING WS-APPR-TITLE DELIMITED BY '  '
              ' -' DELIMITED BY SIZE
              WS-CNT-ED DELIMITED BY SIZE
              ' RECORDS RE-CHAINED IN' DELIMITED BY SIZE
              WS-PGM-ED DELIMITED BY SIZE
              ' CHAINS' DELIMITED BY SIZE
              INTO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE 'RESEALED' TO BAQHAUDT-RESULT.
           MOVE WS-REF-ARG TO BAQHAUDT-CORREL-ID.
           MOVE WS-APPROVER TO BAQHAUDT-USER.
           PERFORM XT-APPEND-NEW-TRAIL.

      * And the run-end SEAL that closes this program's stretch.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHERAS' TO BAQHAUDT-PROGRAM.
           MOVE 'SEAL' TO BAQHAUDT-OPERATION.
           MOVE 'RUN END SEAL' TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE 'SEALED' TO BAQHAUDT-RESULT.
           PERFORM XT-APPEND-NEW-TRAIL.

           OPEN OUTPUT RBKSEAL-FILE.
           IF WS-SEAL-FILE-STATUS = '00' THEN
              PERFORM EDB-REWRITE-ONE-SEAL-REC
                 VARYING WS-SEAL-IX FROM 1 BY 1
                 UNTIL WS-SEAL-IX > WS-SEAL-CNT
              MOVE SPACES TO RBKSEAL-RECORD
              MOVE 'BAQHERAS' TO RBKSEAL-PROGRAM
              MOVE WS-CHAIN-VALUE TO RBKSEAL-CHAIN
              WRITE RBKSEAL-RECORD
              CLOSE RBKSEAL-FILE
           END-IF.

           MOVE WS-SEAL-CNT TO WS-ST-READ.
           MOVE WS-SEAL-MOVED TO WS-ST-CHANGED.
           MOVE WS-RCH-PGM-CNT TO WS-PGM-ED.
           STRING 'BANKED VALUES MOVED,' WS-PGM-ED ' CHAINS RE-SEALED'
              DELIMITED BY SIZE INTO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       ED-999.
           EXIT.

      *----------------------------------------------------------------*
      * EDA-STASH-ONE-SEAL-REC
      *
      * Every other program's record is carried forward, moved by
      * its chain's difference where the chain was re-sealed; this
      * program's own, moved the same way, seeds its chain.
      *----------------------------------------------------------------*
       EDA-STASH-ONE-SEAL-REC SECTION.
       EDA-010.
           IF RBKSEAL-CHAIN IS NOT NUMERIC THEN
              GO TO EDA-015
           END-IF.

           MOVE RBKSEAL-PROGRAM TO BAQHAUDT-PROGRAM.
           PERFORM XRB-LOOK-UP-CHAIN.
           IF WS-RCH-FOUND > 0 THEN
              IF WS-RCH-NEW-PREV (WS-RCH-FOUND) NOT =
                 WS-RCH-OLD-PREV (WS-RCH-FOUND) THEN
                 COMPUTE WS-CHAIN-WORK = RBKSEAL-CHAIN
                    + WS-RCH-NEW-PREV (WS-RCH-FOUND)
                    - WS-RCH-OLD-PREV (WS-RCH-FOUND) + 1000000000
                 COMPUTE RBKSEAL-CHAIN =
                    FUNCTION MOD(WS-CHAIN-WORK, 1000000000)
                 ADD 1 TO WS-SEAL-MOVED
              END-IF
           END-IF.

           IF RBKSEAL-PROGRAM = 'BAQHERAS' THEN
              MOVE RBKSEAL-CHAIN TO WS-CHAIN-VALUE
              GO TO EDA-020
           END-IF.

       EDA-015.
           IF WS-SEAL-CNT < 20 THEN
              ADD 1 TO WS-SEAL-CNT
              MOVE RBKSEAL-RECORD TO WS-SEAL-REC (WS-SEAL-CNT)
           END-IF.

       EDA-020.
           READ RBKSEAL-FILE
               AT END
                  MOVE 'Y' TO WS-SEAL-EOF-SW
           END-READ.

       EDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EDB-REWRITE-ONE-SEAL-REC
      *----------------------------------------------------------------*
       EDB-REWRITE-ONE-SEAL-REC SECTION.
       EDB-010.
           MOVE WS-SEAL-REC (WS-SEAL-IX) TO RBKSEAL-RECORD.
           WRITE RBKSEAL-RECORD.

       EDB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EDC-COUNT-ONE-CHAIN
      *----------------------------------------------------------------*
       EDC-COUNT-ONE-CHAIN SECTION.
       EDC-010.
           IF WS-RCH-CNT (WS-RCH-IX) > 0 THEN
              ADD 1 TO WS-RCH-PGM-CNT
           END-IF.

       EDC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-WRITE-CERT-HEADER
      *
      * The case, its approver and the pseudonyms - never the names.
      *----------------------------------------------------------------*
       FA-WRITE-CERT-HEADER SECTION.
       FA-010.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'AUTHOR PERSONAL-DATA ERASURE - COMPLETION CERTIFICATE'
              TO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ERASURE CASE:       ' WS-REF-ARG
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RUN:                ' WS-RUN-DATE ' ' WS-RUN-TIME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'APPROVED BY:        ' WS-APPROVER
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

           MOVE WS-ERN-CNT TO WS-CNT-ED.
           MOVE BAQHERSB-VAR-CNT TO WS-CNT-ED2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PERSONS ERASED:     ' WS-CNT-ED
              '   SPELLINGS MATCHED:' WS-CNT-ED2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

           PERFORM FAA-WRITE-ONE-PSEUDONYM
              VARYING WS-ERN-IX FROM 1 BY 1
              UNTIL WS-ERN-IX > WS-ERN-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'STORE' TO WS-RPT-LINE (1:5).
           MOVE 'DESCRIPTION' TO WS-RPT-LINE (11:11).
           MOVE 'READ' TO WS-RPT-LINE (48:4).
           MOVE 'CHANGED' TO WS-RPT-LINE (57:7).
           MOVE 'REPLACED' TO WS-RPT-LINE (68:8).
           MOVE 'NOTE' TO WS-RPT-LINE (79:4).
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-WRITE-ONE-PSEUDONYM
      *----------------------------------------------------------------*
       FAA-WRITE-ONE-PSEUDONYM SECTION.
       FAA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PSEUDONYM ASSIGNED: ' WS-ERN-PSEUDO (WS-ERN-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-WRITE-CERT-FOOTER
      *----------------------------------------------------------------*
       FB-WRITE-CERT-FOOTER SECTION.
       FB-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

           MOVE WS-TOT-CHANGED TO WS-CNT-ED.
           MOVE WS-TOT-HITS TO WS-CNT-ED2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LOCAL STORES:       ' WS-CNT-ED
              ' RECORDS CHANGED,' WS-CNT-ED2 ' NAMES REPLACED'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

           IF WS-VAR-OVERFLOW > 0 THEN
              MOVE WS-VAR-OVERFLOW TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '*** WARNING:' WS-CNT-ED
                 ' REGISTERED SPELLINGS OVER THE TABLE LIMIT WERE'
                 ' NOT MATCHED - SPLIT THE CASE AND RERUN'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKERCT-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-RCH-OVERFLOW > 0 THEN
              MOVE WS-RCH-OVERFLOW TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '*** WARNING:' WS-CNT-ED
                 ' AUDIT RECORDS OF UNTRACKED PROGRAMS KEPT THEIR'
                 ' CHECK VALUES - VERIFY WILL REPORT THEM'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKERCT-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXTRACT GENERATIONS (BAQHERAX) AND IMS RBKAUTH'
              ' (BAQHERAI) FOLLOW BELOW.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKERCT-RECORD FROM WS-RPT-LINE.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-WRITE-AUDIT-REC
      *
      * The queued-for-approval refusal lands on the live trail
      * outside the chains, the way the legal-hold gate's does; the
      * correlation field carries the case reference.
      *----------------------------------------------------------------*
       XA-WRITE-AUDIT-REC SECTION.
       XA-010.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHERAS' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE WS-APPR-OPCODE TO BAQHAUDT-OPERATION.
           MOVE WS-APPR-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE WS-AUDIT-RESULT TO BAQHAUDT-RESULT.
           MOVE WS-REF-ARG TO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           MOVE 0 TO BAQHAUDT-BOOK-ID.

           OPEN EXTEND RBKAUDT-FILE.
           IF WS-AUDT-FILE-STATUS = '00' THEN
              WRITE RBKAUDT-RECORD FROM BAQHAUDT-RECORD
              CLOSE RBKAUDT-FILE
           END-IF.

           PERFORM XB-MIRROR-KEYED-AUDIT.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-MIRROR-KEYED-AUDIT
      *
      * A run without the RBKAUDK DD, or a cluster this program
      * cannot open, just skips the copy - the sequential trail
      * stays the record of authority.
      *----------------------------------------------------------------*
       XB-MIRROR-KEYED-AUDIT SECTION.
       XB-010.
           MOVE BAQHAUDT-DATE        TO BAQHKAUD-DATE.
           MOVE BAQHAUDT-TIME        TO BAQHKAUD-TIME.
           MOVE BAQHAUDT-CORREL-ID   TO BAQHKAUD-CORREL-ID.
           MOVE BAQHAUDT-KEY-TITLE   TO BAQHKAUD-KEY-TITLE.
           MOVE BAQHAUDT-PROGRAM     TO BAQHKAUD-PROGRAM.
           MOVE BAQHAUDT-TXID        TO BAQHKAUD-TXID.
           MOVE BAQHAUDT-OPERATION   TO BAQHKAUD-OPERATION.
           MOVE BAQHAUDT-COMP-CODE   TO BAQHKAUD-COMP-CODE.
           MOVE BAQHAUDT-REASON-CODE TO BAQHKAUD-REASON-CODE.
           MOVE BAQHAUDT-HTTP-STATUS TO BAQHKAUD-HTTP-STATUS.
           MOVE BAQHAUDT-RESULT      TO BAQHKAUD-RESULT.
           MOVE BAQHAUDT-MESSAGE     TO BAQHKAUD-MESSAGE.
           MOVE BAQHAUDT-USER        TO BAQHKAUD-USER.
           MOVE BAQHAUDT-CHANGE-ID   TO BAQHKAUD-CHANGE-ID.
           MOVE BAQHAUDT-CATALOG     TO BAQHKAUD-CATALOG.
           MOVE BAQHAUDT-BOOK-ID     TO BAQHKAUD-BOOK-ID.

           OPEN I-O RBKAUDK-FILE.
           IF WS-AUDK-FILE-STATUS NOT = '00'
              AND WS-AUDK-FILE-STATUS NOT = '97'
              AND WS-AUDK-FILE-STATUS NOT = '05' THEN
              GO TO XB-999
           END-IF.

           WRITE BAQHKAUD-RECORD.
           CLOSE RBKAUDK-FILE.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-WRITE-CERT-LINE
      *
      * Writes the current store's certificate line, adds its counts
      * to the run's totals and clears them for the next store.
      *----------------------------------------------------------------*
       XC-WRITE-CERT-LINE SECTION.
       XC-010.
           MOVE SPACES TO BAQHERCT-LINE.
           MOVE WS-CT-STORE TO BAQHERCT-STORE.
           MOVE WS-CT-DESC TO BAQHERCT-DESC.
           MOVE WS-ST-READ TO BAQHERCT-READ.
           MOVE WS-ST-CHANGED TO BAQHERCT-CHANGED.
           MOVE WS-ST-HITS TO BAQHERCT-REPLACED.
           MOVE WS-CT-NOTE TO BAQHERCT-NOTE.
           WRITE RBKERCT-RECORD FROM BAQHERCT-LINE.

           ADD WS-ST-CHANGED TO WS-TOT-CHANGED.
           ADD WS-ST-HITS TO WS-TOT-HITS.

           MOVE 0 TO WS-ST-READ.
           MOVE 0 TO WS-ST-CHANGED.
           MOVE 0 TO WS-ST-HITS.
           MOVE 0 TO WS-ST-FOLDED.
           MOVE 0 TO WS-ST-RECHAINED.
           MOVE SPACES TO WS-CT-NOTE.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XD-NOTE-STORE-ABSENT
      *----------------------------------------------------------------*
       XD-NOTE-STORE-ABSENT SECTION.
       XD-010.
           MOVE 'DD NOT PRESENT - STORE NOT IN THIS RUN' TO WS-CT-NOTE.
           PERFORM XC-WRITE-CERT-LINE.

       XD-999.
           EXIT.

      *----------------------------------------------------------------*
      * XN-FIND-PSEUDONYM
      *
      * Sets WS-ERN-FOUND to the case entry whose pseudonym is
      * WS-HIT-PSEUDO, or zero.
      *----------------------------------------------------------------*
       XN-FIND-PSEUDONYM SECTION.
       XN-010.
           MOVE 0 TO WS-ERN-FOUND.
           PERFORM XNA-TEST-ONE-PSEUDONYM
              VARYING WS-ERN-IX FROM 1 BY 1
              UNTIL WS-ERN-IX > WS-ERN-CNT OR WS-ERN-FOUND > 0.

       XN-999.
           EXIT.

      *----------------------------------------------------------------*
      * XNA-TEST-ONE-PSEUDONYM
      *----------------------------------------------------------------*
       XNA-TEST-ONE-PSEUDONYM SECTION.
       XNA-010.
           IF WS-ERN-PSEUDO (WS-ERN-IX) = WS-HIT-PSEUDO THEN
              MOVE WS-ERN-IX TO WS-ERN-FOUND
           END-IF.

       XNA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XR-RESEAL-AUDIT-REC
      *
      * Scrubs the audit record in BAQHAUDT-RECORD (WS-AUD-LEN bytes
      * of it) and, where it is chained, moves its check value by
      * the change in its sealed-byte sum and in its predecessor's
      * check value. Its own old and new check values then become
      * the predecessor's for the chain's next record. A 163-byte
      * record predates the chains, and a zero check value is a
      * record written outside them; both are scrubbed only.
      *----------------------------------------------------------------*
       XR-RESEAL-AUDIT-REC SECTION.
       XR-010.
           MOVE 0 TO WS-REC-HITS.
           MOVE 'N' TO WS-CHAINED-SW.

           IF WS-AUD-LEN NOT < 172 THEN
              IF BAQHAUDT-CHECK-VALUE IS NUMERIC THEN
                 IF BAQHAUDT-CHECK-VALUE > 0 THEN
                    MOVE 'Y' TO WS-CHAINED-SW
                 END-IF
              END-IF
           END-IF.

           IF WS-CHAINED THEN
              MOVE BAQHAUDT-CHECK-VALUE TO WS-OLD-CHECK
              PERFORM XY-SUM-SEALED-BYTES
              MOVE WS-CHAIN-SUM TO WS-OLD-SUM
           END-IF.

           MOVE BAQHAUDT-KEY-TITLE TO BAQHERSB-TEXT.
           MOVE LENGTH OF BAQHAUDT-KEY-TITLE TO BAQHERSB-TEXT-LEN.
           PERFORM XS-SCRUB-TEXT.
           IF BAQHERSB-HITS > 0 THEN
              MOVE BAQHERSB-TEXT TO BAQHAUDT-KEY-TITLE
           END-IF.

           IF WS-AUD-LEN NOT < 222 THEN
              MOVE BAQHAUDT-MESSAGE TO BAQHERSB-TEXT
              MOVE LENGTH OF BAQHAUDT-MESSAGE TO BAQHERSB-TEXT-LEN
              PERFORM XS-SCRUB-TEXT
              IF BAQHERSB-HITS > 0 THEN
                 MOVE BAQHERSB-TEXT TO BAQHAUDT-MESSAGE
              END-IF
           END-IF.

           IF WS-REC-HITS > 0 THEN
              ADD 1 TO WS-ST-CHANGED
           END-IF.

           IF NOT WS-CHAINED THEN
              GO TO XR-999
           END-IF.

           PERFORM XRA-FIND-CHAIN.
           IF WS-RCH-FOUND = 0 THEN
              GO TO XR-999
           END-IF.

           PERFORM XY-SUM-SEALED-BYTES.
           COMPUTE WS-CHAIN-WORK = WS-OLD-CHECK
              + WS-RCH-NEW-PREV (WS-RCH-FOUND)
              - WS-RCH-OLD-PREV (WS-RCH-FOUND)
              + WS-CHAIN-SUM - WS-OLD-SUM + 2000000000.
           COMPUTE WS-NEW-CHECK =
              FUNCTION MOD(WS-CHAIN-WORK, 1000000000).

           IF WS-NEW-CHECK NOT = WS-OLD-CHECK THEN
              MOVE WS-NEW-CHECK TO BAQHAUDT-CHECK-VALUE
              ADD 1 TO WS-RCH-CNT (WS-RCH-FOUND)
              ADD 1 TO WS-RCH-TOT
              ADD 1 TO WS-ST-RECHAINED
           END-IF.

           MOVE WS-OLD-CHECK TO WS-RCH-OLD-PREV (WS-RCH-FOUND).
           MOVE WS-NEW-CHECK TO WS-RCH-NEW-PREV (WS-RCH-FOUND).

       XR-999.
           EXIT.

      *----------------------------------------------------------------*
      * XRA-FIND-CHAIN
      *
      * Finds the record's program in the re-seal table, adding it
      * on its first record with both predecessors set to the value
      * that record was chained from - so its first link is judged
      * exactly as the verifier would judge it. A program past the
      * table's end is counted and its records keep their values.
      *----------------------------------------------------------------*
       XRA-FIND-CHAIN SECTION.
       XRA-010.
           PERFORM XRB-LOOK-UP-CHAIN.
           IF WS-RCH-FOUND > 0 THEN
              GO TO XRA-999
           END-IF.

           IF WS-RCH-COUNT NOT < WS-RCH-MAX THEN
              ADD 1 TO WS-RCH-OVERFLOW
              GO TO XRA-999
           END-IF.

           ADD 1 TO WS-RCH-COUNT.
           MOVE WS-RCH-COUNT TO WS-RCH-FOUND.
           MOVE BAQHAUDT-PROGRAM TO WS-RCH-PGM (WS-RCH-FOUND).
           COMPUTE WS-CHAIN-WORK =
              WS-OLD-CHECK - WS-OLD-SUM + 1000000000.
           COMPUTE WS-RCH-OLD-PREV (WS-RCH-FOUND) =
              FUNCTION MOD(WS-CHAIN-WORK, 1000000000).
           MOVE WS-RCH-OLD-PREV (WS-RCH-FOUND)
              TO WS-RCH-NEW-PREV (WS-RCH-FOUND).
           MOVE 0 TO WS-RCH-CNT (WS-RCH-FOUND).

       XRA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XRB-LOOK-UP-CHAIN
      *
      * Sets WS-RCH-FOUND to BAQHAUDT-PROGRAM's re-seal entry, or
      * zero.
      *----------------------------------------------------------------*
       XRB-LOOK-UP-CHAIN SECTION.
       XRB-010.
           MOVE 0 TO WS-RCH-FOUND.
           PERFORM XRC-TEST-ONE-CHAIN
              VARYING WS-RCH-IX FROM 1 BY 1
              UNTIL WS-RCH-IX > WS-RCH-COUNT OR WS-RCH-FOUND > 0.

       XRB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XRC-TEST-ONE-CHAIN
      *----------------------------------------------------------------*
       XRC-TEST-ONE-CHAIN SECTION.
       XRC-010.
           IF WS-RCH-PGM (WS-RCH-IX) = BAQHAUDT-PROGRAM THEN
              MOVE WS-RCH-IX TO WS-RCH-FOUND
           END-IF.

       XRC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XS-SCRUB-TEXT
      *
      * Scrubs BAQHERSB-TEXT, adding the replacements to the
      * record's and the store's counts.
      *----------------------------------------------------------------*
       XS-SCRUB-TEXT SECTION.
       XS-010.
           MOVE 'T' TO BAQHERSB-FUNCTION.
           CALL 'BAQHERSB' USING BAQHERSB-AREA.
           IF BAQHERSB-RC NOT = 0 THEN
              MOVE 0 TO BAQHERSB-HITS
           END-IF.

           ADD BAQHERSB-HITS TO WS-REC-HITS.
           ADD BAQHERSB-HITS TO WS-ST-HITS.

       XS-999.
           EXIT.

      *----------------------------------------------------------------*
      * XT-APPEND-NEW-TRAIL
      *
      * Chains the record in BAQHAUDT-RECORD in this program's own
      * chain and appends it to the new trail and the keyed twin.
      *----------------------------------------------------------------*
       XT-APPEND-NEW-TRAIL SECTION.
       XT-010.
           MOVE 0 TO BAQHAUDT-BOOK-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           PERFORM XY-SUM-SEALED-BYTES.
           COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE + WS-CHAIN-SUM.
           COMPUTE WS-CHAIN-VALUE =
              FUNCTION MOD(WS-CHAIN-WORK, 1000000000).
           MOVE WS-CHAIN-VALUE TO BAQHAUDT-CHECK-VALUE.

           OPEN EXTEND RBKAUDN-FILE.
           IF WS-AUDN-FILE-STATUS = '00' THEN
              WRITE RBKAUDN-RECORD FROM BAQHAUDT-RECORD
              CLOSE RBKAUDN-FILE
           END-IF.

           PERFORM XB-MIRROR-KEYED-AUDIT.

       XT-999.
           EXIT.

      *----------------------------------------------------------------*
      * XV-ADD-VARIANT
      *
      * Adds WS-ADD-NAME to the variant table under WS-HIT-PSEUDO,
      * unless it is blank or already there.
      *----------------------------------------------------------------*
       XV-ADD-VARIANT SECTION.
       XV-010.
           IF WS-ADD-NAME = SPACES THEN
              GO TO XV-999
           END-IF.

           MOVE 'N' TO BAQHERSB-FUNCTION.
           MOVE WS-ADD-NAME TO BAQHERSB-NAME.
           CALL 'BAQHERSB' USING BAQHERSB-AREA.
           IF BAQHERSB-HITS > 0 THEN
              GO TO XV-999
           END-IF.

           IF BAQHERSB-VAR-CNT NOT < BAQHERSB-VAR-MAX THEN
              ADD 1 TO WS-VAR-OVERFLOW
              GO TO XV-999
           END-IF.

           ADD 1 TO BAQHERSB-VAR-CNT.
           MOVE WS-ADD-NAME TO BAQHERSB-VARIANT (BAQHERSB-VAR-CNT).
           MOVE 0 TO BAQHERSB-VAR-LEN (BAQHERSB-VAR-CNT).
           MOVE WS-HIT-PSEUDO TO BAQHERSB-PSEUDO (BAQHERSB-VAR-CNT).
           MOVE 0 TO BAQHERSB-PSD-LEN (BAQHERSB-VAR-CNT).

       XV-999.
           EXIT.

      *----------------------------------------------------------------*
      * XY-SUM-SEALED-BYTES
      *
      * The byte sum of the record's leading 163 positions, the
      * part the check value seals.
      *----------------------------------------------------------------*
       XY-SUM-SEALED-BYTES SECTION.
       XY-010.
           MOVE 0 TO WS-CHAIN-SUM.
           PERFORM XYA-SUM-ONE-BYTE
              VARYING WS-CHAIN-POS FROM 1 BY 1
              UNTIL WS-CHAIN-POS > 163.

       XY-999.
           EXIT.

      *----------------------------------------------------------------*
      * XYA-SUM-ONE-BYTE
      *----------------------------------------------------------------*
       XYA-SUM-ONE-BYTE SECTION.
       XYA-010.
           ADD FUNCTION ORD(BAQHAUDT-RECORD (WS-CHAIN-POS:1))
              TO WS-CHAIN-SUM.

       XYA-999.
           EXIT.
