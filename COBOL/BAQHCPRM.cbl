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
      * BAQHCPRM                                                      *
      *                                                               *
      * Control-data promotion between DEV, TEST and PROD. The        *
      * catalog stores travel as a BAQHBNDL bundle; this is the same  *
      * idea for the maintained control datasets that drive how the   *
      * programs behave - the edit rules (RBKEDRL), create templates  *
      * (RBKTPLT), status transition rules (RBKSTTR), pacing profile  *
      * (RBKPACE), freeze calendar (RBKFRZC), property dictionary     *
      * (RBKPDIC) and SLA targets (RBKSLAT) - so that what reaches    *
      * PROD is what was tested, not a hand copy. Two modes:          *
      *                                                               *
      *   PARM='EXPORT ...' packages the chosen datasets, as          *
      *   allocated from the source environment's HLQ, into one       *
      *   package dataset (DD name RBKCPKG, see BAQHCPKG): a header,  *
      *   one framed section per dataset with its record count and    *
      *   checksum, and a trailer carrying the package fingerprint.   *
      *                                                               *
      *   PARM='IMPORT ...' verifies the package end to end, then     *
      *   reports field by field how each packaged dataset differs    *
      *   from the target environment's current copy (RBKCPRP). The   *
      *   package is applied - each packaged dataset replaced whole - *
      *   only when a standing APPROVED four-eyes request for exactly *
      *   this package (operation CPRM, titled with its fingerprint)  *
      *   is on RBKAPPR; otherwise a PENDING request is queued for the*
      *   RBKA reviewer, who reads the difference report first, and   *
      *   the run refuses. Every dataset replaced is journalled on    *
      *   RBKCPJN (BAQHCPJN) and each import outcome is audited.      *
      *                                                               *
      * A package bound for PROD must have been taken from TEST.      *
      *                                                               *
      * PARM keywords:                                                *
      *   FROM=env  EXPORT - the source environment, DEV/TEST/PROD    *
      *   HLQ=hlq   EXPORT - the source HLQ, recorded in the package  *
      *   SETS=list EXPORT - datasets by code, comma separated (EDRL, *
      *             TPLT, STTR, PACE, FRZC, PDIC, SLAT); all seven    *
      *             when omitted                                      *
      *   TO=env    IMPORT - the target environment                   *
      *   BY=user   both - the user running the step; on IMPORT the   *
      *             user the approval request is raised for, so RBKA  *
      *             will not let the same user approve it             *
      *                                                               *
      * Return code 8 when an export is incomplete, or an import is   *
      * refused, queued for approval or fails part way.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCPRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The seven control datasets - the source environment's
      * copies on an EXPORT, the target's on an IMPORT.
           SELECT RBKEDRL-FILE ASSIGN TO RBKEDRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDRL-FILE-STATUS.

           SELECT RBKTPLT-FILE ASSIGN TO RBKTPLT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TPLT-FILE-STATUS.

           SELECT RBKSTTR-FILE ASSIGN TO RBKSTTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STTR-FILE-STATUS.

           SELECT RBKPACE-FILE ASSIGN TO RBKPACE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACE-FILE-STATUS.

           SELECT RBKFRZC-FILE ASSIGN TO RBKFRZC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZC-FILE-STATUS.

           SELECT RBKPDIC-FILE ASSIGN TO RBKPDIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDIC-FILE-STATUS.

           SELECT RBKSLAT-FILE ASSIGN TO RBKSLAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAT-FILE-STATUS.

           SELECT RBKCPKG-FILE ASSIGN TO RBKCPKG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPKG-FILE-STATUS.

           SELECT RBKCPRP-FILE ASSIGN TO RBKCPRP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKCPJN-FILE ASSIGN TO RBKCPJN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPJN-FILE-STATUS.

           SELECT RBKAPPR-FILE ASSIGN TO RBKAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT RBKAUDT-FILE ASSIGN TO RBKAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-FILE-STATUS.

      * Keyed audit repository (DD name RBKAUDK), mirrored per
      * record as the other batch writers do; a run without the DD
      * keeps the sequential trail and skips the copy.
           SELECT RBKAUDK-FILE ASSIGN TO RBKAUDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKAUD-KEY
               ALTERNATE RECORD KEY IS BAQHKAUD-KEY-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-AUDK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKEDRL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEDRL.

       FD  RBKTPLT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHTPLT.

       FD  RBKSTTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHSTTR.

       FD  RBKPACE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHPACE.

       FD  RBKFRZC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHFRZC.

       FD  RBKPDIC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHPDIC.

       FD  RBKSLAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHSLAT.

       FD  RBKCPKG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCPKG.

       FD  RBKCPRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCPRP-RECORD          PIC X(132).

       FD  RBKCPJN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCPJN.

       FD  RBKAPPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAPPR.

       FD  RBKAUDT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAUDT.

       FD  RBKAUDK-FILE.
       COPY BAQHKAUD.

       WORKING-STORAGE SECTION.

       01 WS-EDRL-FILE-STATUS PIC X(2).
       01 WS-TPLT-FILE-STATUS PIC X(2).
       01 WS-STTR-FILE-STATUS PIC X(2).
       01 WS-PACE-FILE-STATUS PIC X(2).
       01 WS-FRZC-FILE-STATUS PIC X(2).
       01 WS-PDIC-FILE-STATUS PIC X(2).
       01 WS-SLAT-FILE-STATUS PIC X(2).
       01 WS-CPKG-FILE-STATUS PIC X(2).
       01 WS-CPJN-FILE-STATUS PIC X(2).
       01 WS-APPR-FILE-STATUS PIC X(2).
       01 WS-AUDT-FILE-STATUS PIC X(2).
       01 WS-AUDK-FILE-STATUS PIC X(2).

       01 WS-MODE             PIC X(6) VALUE SPACES.
           88 WS-MODE-EXPORT  VALUE 'EXPORT'.
           88 WS-MODE-IMPORT  VALUE 'IMPORT'.

       01 WS-CPKG-EOF-SW      PIC X VALUE 'N'.
           88 WS-CPKG-EOF     VALUE 'Y'.
       01 WS-SET-EOF-SW       PIC X VALUE 'N'.
           88 WS-SET-EOF      VALUE 'Y'.
       01 WS-APPR-EOF-SW      PIC X VALUE 'N'.
           88 WS-APPR-EOF     VALUE 'Y'.

      * PARM keywords.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-KW-NAME          PIC X(5) VALUE SPACES.
       01 WS-KW-LEN           PIC 9(4) COMP VALUE 0.
       01 WS-KW-VALUE         PIC X(60) VALUE SPACES.
       01 WS-FROM-ENV         PIC X(4) VALUE SPACES.
       01 WS-TO-ENV           PIC X(4) VALUE SPACES.
       01 WS-FROM-HLQ         PIC X(24) VALUE SPACES.
       01 WS-BY-USER          PIC X(8) VALUE SPACES.
       01 WS-SETS-ARG         PIC X(60) VALUE SPACES.
       01 WS-SEL-CODES.
           03 WS-SEL-CODE     PIC X(4) OCCURS 7 TIMES.
       01 WS-SEL-IX           PIC 9(4) COMP VALUE 0.

      * The seven datasets a package may carry: code, DD name,
      * record length, the leading key that pairs a packaged record
      * with the target's, and the run of the field table below
      * that describes its layout.
       01 WS-SET-VALUES.
           05 FILLER PIC X(25) VALUE 'EDRLRBKEDRL 206008001006'.
           05 FILLER PIC X(25) VALUE 'TPLTRBKTPLT 200008007006'.
           05 FILLER PIC X(25) VALUE 'STTRRBKSTTR 027018013004'.
           05 FILLER PIC X(25) VALUE 'PACERBKPACE 080012017004'.
           05 FILLER PIC X(25) VALUE 'FRZCRBKFRZC 080012021006'.
           05 FILLER PIC X(25) VALUE 'PDICRBKPDIC 040020027004'.
           05 FILLER PIC X(25) VALUE 'SLATRBKSLAT 032009031004'.
       01 WS-SET-TABLE REDEFINES WS-SET-VALUES.
           03 WS-SET-ENTRY OCCURS 7 TIMES.
              05 WS-SET-CODE       PIC X(4).
              05 WS-SET-DSNAME     PIC X(8).
              05 WS-SET-REC-LEN    PIC 9(3).
              05 WS-SET-KEY-LEN    PIC 9(3).
              05 WS-SET-FLD-FIRST  PIC 9(3).
              05 WS-SET-FLD-CNT    PIC 9(3).
              05 FILLER            PIC X(1).
       01 WS-SET-COUNT        PIC 9(4) COMP VALUE 7.
       01 WS-SET-IX           PIC 9(4) COMP VALUE 0.
       01 WS-SET-HIT          PIC 9(4) COMP VALUE 0.
       01 WS-FIND-CODE        PIC X(8) VALUE SPACES.
       01 WS-SET-STATE-TABLE.
           03 WS-SET-STATE OCCURS 7 TIMES.
              05 WS-SET-SELECTED   PIC 9.
              05 WS-SET-SEEN       PIC 9.
              05 WS-SET-ADDED      PIC 9(5) COMP.
              05 WS-SET-CHANGED    PIC 9(5) COMP.
              05 WS-SET-REMOVED    PIC 9(5) COMP.
              05 WS-SET-PKG-COUNT  PIC 9(9) COMP.
              05 WS-SET-PKG-SUM    PIC 9(9) COMP.

      * Field layouts, as the copybooks declare them: name, offset,
      * length, and M for a value that is reported as set or blank
      * but never printed (the freeze override code).
       01 WS-FLD-VALUES.
           05 FILLER PIC X(17) VALUE 'RULE-ID   001008 '.
           05 FILLER PIC X(17) VALUE 'FIELD     009010 '.
           05 FILLER PIC X(17) VALUE 'RULE-TYPE 019008 '.
           05 FILLER PIC X(17) VALUE 'PARM1     027040 '.
           05 FILLER PIC X(17) VALUE 'PARM2     067040 '.
           05 FILLER PIC X(17) VALUE 'VALUES    107100 '.
           05 FILLER PIC X(17) VALUE 'NAME      001008 '.
           05 FILLER PIC X(17) VALUE 'STATUS    009009 '.
           05 FILLER PIC X(17) VALUE 'DOC-TYPE  018003 '.
           05 FILLER PIC X(17) VALUE 'URL-PREFIX021060 '.
           05 FILLER PIC X(17) VALUE 'SIZE-MB   081005 '.
           05 FILLER PIC X(17) VALUE 'EXTRA     086100 '.
           05 FILLER PIC X(17) VALUE 'FROM      001009 '.
           05 FILLER PIC X(17) VALUE 'TO        010009 '.
           05 FILLER PIC X(17) VALUE 'ALLOWED   019001 '.
           05 FILLER PIC X(17) VALUE 'AUTH-LEVEL020008 '.
           05 FILLER PIC X(17) VALUE 'TYPE      001004 '.
           05 FILLER PIC X(17) VALUE 'PARM1     005004 '.
           05 FILLER PIC X(17) VALUE 'PARM2     009004 '.
           05 FILLER PIC X(17) VALUE 'PARM3     013005 '.
           05 FILLER PIC X(17) VALUE 'FROM-DATE 001008 '.
           05 FILLER PIC X(17) VALUE 'FROM-TIME 009004 '.
           05 FILLER PIC X(17) VALUE 'TO-DATE   013008 '.
           05 FILLER PIC X(17) VALUE 'TO-TIME   021004 '.
           05 FILLER PIC X(17) VALUE 'OVERRIDE  025008M'.
           05 FILLER PIC X(17) VALUE 'REASON    033040 '.
           05 FILLER PIC X(17) VALUE 'NAME      001020 '.
           05 FILLER PIC X(17) VALUE 'TYPE      021004 '.
           05 FILLER PIC X(17) VALUE 'LENGTH    025003 '.
           05 FILLER PIC X(17) VALUE 'REQUIRED  028001 '.
           05 FILLER PIC X(17) VALUE 'TYPE      001001 '.
           05 FILLER PIC X(17) VALUE 'NAME      002008 '.
           05 FILLER PIC X(17) VALUE 'TARGET-PCT010005 '.
           05 FILLER PIC X(17) VALUE 'THRESHOLD 015007 '.
       01 WS-FLD-TABLE REDEFINES WS-FLD-VALUES.
           03 WS-FLD-ENTRY OCCURS 34 TIMES.
              05 WS-FLD-NAME       PIC X(10).
              05 WS-FLD-OFF        PIC 9(3).
              05 WS-FLD-LEN        PIC 9(3).
              05 WS-FLD-MASK       PIC X(1).
       01 WS-FLD-IX           PIC 9(4) COMP VALUE 0.
       01 WS-FLD-LAST         PIC 9(4) COMP VALUE 0.

      * One control record on its way through, padded to the widest.
       01 WS-SET-REC          PIC X(256) VALUE SPACES.
       01 WS-OPEN-OK          PIC 9 VALUE 0.

      * The target's current copy of the dataset being compared.
       01 WS-TG-TABLE.
           03 WS-TG-ENTRY OCCURS 1000 TIMES.
              05 WS-TG-REC         PIC X(256).
              05 WS-TG-MATCHED     PIC 9.
       01 WS-TG-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-TG-MAX           PIC 9(4) COMP VALUE 1000.
       01 WS-TG-IX            PIC 9(4) COMP VALUE 0.
       01 WS-TG-HIT           PIC 9(4) COMP VALUE 0.
       01 WS-TG-AVAIL         PIC 9 VALUE 0.
       01 WS-TG-SUM           PIC 9(9) COMP VALUE 0.
       01 WS-KEY-LEN          PIC 9(4) COMP VALUE 0.
       01 WS-REC-DIFFERS      PIC 9 VALUE 0.

      * The checksum, computed exactly as BAQHRBKB's X-FINGERPRINT-
      * CONFIG computes it: each record in a 400-byte space-padded
      * buffer, every byte's ordinal weighted by its position.
       01 WS-SUM-BUF          PIC X(400) VALUE SPACES.
       01 WS-SUM-POS          PIC 9(4) COMP VALUE 0.
       01 WS-SUM              PIC 9(9) COMP VALUE 0.
       01 WS-SUM-CNT          PIC 9(9) COMP VALUE 0.

      * The package being written or read.
       01 WS-PKG-FROM-ENV     PIC X(4) VALUE SPACES.
       01 WS-PKG-FROM-HLQ     PIC X(24) VALUE SPACES.
       01 WS-PKG-DATE         PIC X(8) VALUE SPACES.
       01 WS-PKG-TIME         PIC X(6) VALUE SPACES.
       01 WS-PKG-BY           PIC X(8) VALUE SPACES.
       01 WS-PKG-FP           PIC 9(9) COMP VALUE 0.
       01 WS-PKG-FP-ED        PIC 9(9) VALUE 0.
       01 WS-PKG-SECT-CNT     PIC 9(4) COMP VALUE 0.
       01 WS-PKG-TOTAL-RECS   PIC 9(9) COMP VALUE 0.
       01 WS-CUR-SET          PIC 9(4) COMP VALUE 0.
       01 WS-VER-OK           PIC 9 VALUE 0.
       01 WS-VER-TRL-SEEN     PIC 9 VALUE 0.
       01 WS-VER-REASON       PIC X(60) VALUE SPACES.

      * Import outcome.
       01 WS-TOTAL-DIFFS      PIC 9(7) COMP VALUE 0.
       01 WS-APPR-TITLE       PIC X(80) VALUE SPACES.
       01 WS-APPR-RELEASED    PIC 9 VALUE 0.
       01 WS-APPR-PENDING     PIC 9 VALUE 0.
       01 WS-APPROVER         PIC X(8) VALUE SPACES.
       01 WS-AUDIT-RESULT     PIC X(9) VALUE SPACES.
       01 WS-APPLIED-CNT      PIC 9(4) COMP VALUE 0.

       01 WS-SECT-ED          PIC Z9.
       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       01 WS-CNT-ED-2         PIC ZZZZZZZZ9.
       01 WS-DIFF-ED-1        PIC ZZZZ9.
       01 WS-DIFF-ED-2        PIC ZZZZ9.
       01 WS-DIFF-ED-3        PIC ZZZZ9.
       01 WS-SUM-ED           PIC 9(9).
       01 WS-SUM-ED-2         PIC 9(9).
       01 WS-SHOW-VALUE       PIC X(100) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-RUN-TIME         PIC X(6).
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       01 WS-RC               PIC 9 VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

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

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           IF WS-PARM-TEXT (1:6) = 'EXPORT' THEN
              MOVE 'EXPORT' TO WS-MODE
           END-IF.
           IF WS-PARM-TEXT (1:6) = 'IMPORT' THEN
              MOVE 'IMPORT' TO WS-MODE
           END-IF.

           IF NOT WS-MODE-EXPORT AND NOT WS-MODE-IMPORT THEN
              DISPLAY 'BAQHCPRM needs EXPORT or IMPORT on the PARM.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM BA-TAKE-PARM-KEYWORDS.
           IF WS-RC = FAILED THEN
              GO TO A-999
           END-IF.

           OPEN OUTPUT RBKCPRP-FILE.

           IF WS-MODE-EXPORT THEN
              PERFORM CA-EXPORT-PACKAGE
           ELSE
              PERFORM DA-IMPORT-PACKAGE
           END-IF.

           CLOSE RBKCPRP-FILE.

       A-999.
           IF WS-RC NOT = OK THEN
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-TAKE-PARM-KEYWORDS
      *
      * An export must say where it is taken from and by whom, an
      * import where it is going and by whom. SETS= picks the
      * datasets an export carries; every code must be known.
      *----------------------------------------------------------------*
       BA-TAKE-PARM-KEYWORDS SECTION.
       BA-010.
           MOVE 'BY=' TO WS-KW-NAME.
           MOVE 3 TO WS-KW-LEN.
           PERFORM BB-FIND-KEYWORD.
           MOVE WS-KW-VALUE TO WS-BY-USER.
           IF WS-BY-USER = SPACES THEN
              DISPLAY 'BAQHCPRM needs BY=user on the PARM.'
              MOVE FAILED TO WS-RC
              GO TO BA-999
           END-IF.

           IF WS-MODE-IMPORT THEN
              MOVE 'TO=' TO WS-KW-NAME
              MOVE 3 TO WS-KW-LEN
              PERFORM BB-FIND-KEYWORD
              MOVE WS-KW-VALUE TO WS-TO-ENV
              IF WS-TO-ENV NOT = 'DEV' AND
                 WS-TO-ENV NOT = 'TEST' AND
                 WS-TO-ENV NOT = 'PROD' THEN
                 DISPLAY 'BAQHCPRM IMPORT needs TO=DEV, TEST or PROD.'
                 MOVE FAILED TO WS-RC
              END-IF
              GO TO BA-999
           END-IF.

           MOVE 'FROM=' TO WS-KW-NAME.
           MOVE 5 TO WS-KW-LEN.
           PERFORM BB-FIND-KEYWORD.
           MOVE WS-KW-VALUE TO WS-FROM-ENV.
           IF WS-FROM-ENV NOT = 'DEV' AND
              WS-FROM-ENV NOT = 'TEST' AND
              WS-FROM-ENV NOT = 'PROD' THEN
              DISPLAY 'BAQHCPRM EXPORT needs FROM=DEV, TEST or PROD.'
              MOVE FAILED TO WS-RC
              GO TO BA-999
           END-IF.

           MOVE 'HLQ=' TO WS-KW-NAME.
           MOVE 4 TO WS-KW-LEN.
           PERFORM BB-FIND-KEYWORD.
           MOVE WS-KW-VALUE TO WS-FROM-HLQ.
           IF WS-FROM-HLQ = SPACES THEN
              DISPLAY 'BAQHCPRM EXPORT needs HLQ=hlq on the PARM.'
              MOVE FAILED TO WS-RC
              GO TO BA-999
           END-IF.

           MOVE 'SETS=' TO WS-KW-NAME.
           MOVE 5 TO WS-KW-LEN.
           PERFORM BB-FIND-KEYWORD.
           MOVE WS-KW-VALUE TO WS-SETS-ARG.

           IF WS-SETS-ARG = SPACES THEN
              PERFORM BC-SELECT-ONE-SET
                 VARYING WS-SET-IX FROM 1 BY 1
                 UNTIL WS-SET-IX > WS-SET-COUNT
              GO TO BA-999
           END-IF.

           MOVE SPACES TO WS-SEL-CODES.
           UNSTRING WS-SETS-ARG DELIMITED BY ','
              INTO WS-SEL-CODE (1) WS-SEL-CODE (2) WS-SEL-CODE (3)
                   WS-SEL-CODE (4) WS-SEL-CODE (5) WS-SEL-CODE (6)
                   WS-SEL-CODE (7).

           PERFORM BD-SELECT-NAMED-SET
              VARYING WS-SEL-IX FROM 1 BY 1
              UNTIL WS-SEL-IX > 7 OR WS-RC = FAILED.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-FIND-KEYWORD
      *
      * Leaves in WS-KW-VALUE the PARM value after the keyword in
      * WS-KW-NAME (WS-KW-LEN long), or spaces when it is not there.
      *----------------------------------------------------------------*
       BB-FIND-KEYWORD SECTION.
       BB-010.
           MOVE SPACES TO WS-KW-VALUE.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL WS-KW-NAME (1:WS-KW-LEN).
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + WS-KW-LEN + 1.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-KW-VALUE
           END-IF.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-SELECT-ONE-SET
      *----------------------------------------------------------------*
       BC-SELECT-ONE-SET SECTION.
       BC-010.
           MOVE 1 TO WS-SET-SELECTED (WS-SET-IX).

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BD-SELECT-NAMED-SET
      *----------------------------------------------------------------*
       BD-SELECT-NAMED-SET SECTION.
       BD-010.
           IF WS-SEL-CODE (WS-SEL-IX) = SPACES THEN
              GO TO BD-999
           END-IF.

           MOVE WS-SEL-CODE (WS-SEL-IX) TO WS-FIND-CODE.
           PERFORM XF-FIND-SET.
           IF WS-SET-HIT = 0 THEN
              DISPLAY 'BAQHCPRM SETS= code ' WS-SEL-CODE (WS-SEL-IX)
                 ' is not a control dataset this program promotes.'
              MOVE FAILED TO WS-RC
              GO TO BD-999
           END-IF.

           MOVE 1 TO WS-SET-SELECTED (WS-SET-HIT).

       BD-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-EXPORT-PACKAGE
      *
      * Writes the header, one section per selected dataset and the
      * trailer. A selected dataset that cannot be read stops the
      * export before the trailer is written, so the part-package
      * left behind can never be imported.
      *----------------------------------------------------------------*
       CA-EXPORT-PACKAGE SECTION.
       CA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CONTROL-DATA PROMOTION EXPORT FROM ' WS-FROM-ENV
              ' (' DELIMITED BY SIZE
              WS-FROM-HLQ DELIMITED BY SPACE
              ') - RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
              ' BY ' WS-BY-USER
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           OPEN OUTPUT RBKCPKG-FILE.
           IF WS-CPKG-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKCPKG CANNOT BE OPENED, FILE STATUS '
                 WS-CPKG-FILE-STATUS ' - NOTHING EXPORTED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              MOVE FAILED TO WS-RC
              GO TO CA-999
           END-IF.

           MOVE SPACES TO BAQHCPKG-RECORD.
           MOVE 'CPKG' TO BAQHCPKG-TAG.
           MOVE '01' TO BAQHCPKG-VERSION.
           MOVE WS-FROM-ENV TO BAQHCPKG-FROM-ENV.
           MOVE WS-FROM-HLQ TO BAQHCPKG-FROM-HLQ.
           MOVE WS-RUN-DATE TO BAQHCPKG-PKG-DATE.
           MOVE WS-RUN-TIME TO BAQHCPKG-PKG-TIME.
           MOVE WS-BY-USER TO BAQHCPKG-PKG-BY.
           WRITE BAQHCPKG-RECORD.

           MOVE 0 TO WS-PKG-FP.
           MOVE 0 TO WS-PKG-SECT-CNT.
           MOVE 0 TO WS-PKG-TOTAL-RECS.

           PERFORM CB-EXPORT-ONE-SET
              VARYING WS-SET-IX FROM 1 BY 1
              UNTIL WS-SET-IX > WS-SET-COUNT OR WS-RC = FAILED.

           IF WS-RC = FAILED THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'EXPORT INCOMPLETE - THE PACKAGE HAS NO TRAILER '
                 'AND CANNOT BE IMPORTED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              CLOSE RBKCPKG-FILE
              GO TO CA-999
           END-IF.

           MOVE SPACES TO BAQHCPKG-RECORD.
           MOVE 'ENDP' TO BAQHCPKG-TAG.
           MOVE WS-PKG-SECT-CNT TO BAQHCPKG-SECT-COUNT.
           MOVE WS-PKG-TOTAL-RECS TO BAQHCPKG-TOTAL-RECS.
           MOVE WS-PKG-FP TO BAQHCPKG-FINGERPRINT.
           WRITE BAQHCPKG-RECORD.

           CLOSE RBKCPKG-FILE.

           MOVE WS-PKG-FP TO WS-PKG-FP-ED.
           MOVE WS-PKG-TOTAL-RECS TO WS-CNT-ED.
           MOVE WS-PKG-SECT-CNT TO WS-SECT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PACKAGE WRITTEN - ' WS-SECT-ED ' DATASETS, '
              WS-CNT-ED ' RECORDS, FINGERPRINT ' WS-PKG-FP-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           DISPLAY 'BAQHCPRM exported ' WS-SECT-ED
              ' datasets from ' WS-FROM-ENV ', fingerprint '
              WS-PKG-FP-ED '.'.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-EXPORT-ONE-SET
      *----------------------------------------------------------------*
       CB-EXPORT-ONE-SET SECTION.
       CB-010.
           IF WS-SET-SELECTED (WS-SET-IX) = 0 THEN
              GO TO CB-999
           END-IF.

           PERFORM XA-OPEN-SET-INPUT.
           IF WS-OPEN-OK = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-SET-DSNAME (WS-SET-IX)
                 ' CANNOT BE READ - NOT ALLOCATED OR NOT CATALOGUED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              MOVE FAILED TO WS-RC
              GO TO CB-999
           END-IF.

           MOVE SPACES TO BAQHCPKG-RECORD.
           MOVE 'SECT' TO BAQHCPKG-TAG.
           MOVE WS-SET-DSNAME (WS-SET-IX) TO BAQHCPKG-DSNAME.
           MOVE WS-SET-REC-LEN (WS-SET-IX) TO BAQHCPKG-REC-LEN.
           WRITE BAQHCPKG-RECORD.

           MOVE 0 TO WS-SUM.
           MOVE 0 TO WS-SUM-CNT.
           MOVE 'N' TO WS-SET-EOF-SW.
           PERFORM XB-READ-SET-RECORD.
           PERFORM CBA-EXPORT-ONE-RECORD UNTIL WS-SET-EOF.

           PERFORM XD-CLOSE-SET-FILE.

           MOVE SPACES TO BAQHCPKG-RECORD.
           MOVE 'ENDS' TO BAQHCPKG-TAG.
           MOVE WS-SET-DSNAME (WS-SET-IX) TO BAQHCPKG-END-DSNAME.
           MOVE WS-SUM-CNT TO BAQHCPKG-REC-COUNT.
           MOVE WS-SUM TO BAQHCPKG-CHECKSUM.
           WRITE BAQHCPKG-RECORD.

           ADD 1 TO WS-PKG-SECT-CNT.
           ADD WS-SUM-CNT TO WS-PKG-TOTAL-RECS.
           PERFORM XG-FOLD-INTO-FINGERPRINT.

           MOVE WS-SUM-CNT TO WS-CNT-ED.
           MOVE WS-SUM TO WS-SUM-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-SET-DSNAME (WS-SET-IX) ' ' WS-CNT-ED
              ' RECORDS  CHECKSUM ' WS-SUM-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBA-EXPORT-ONE-RECORD
      *----------------------------------------------------------------*
       CBA-EXPORT-ONE-RECORD SECTION.
       CBA-010.
           PERFORM XE-SUM-ONE-RECORD.

           MOVE SPACES TO BAQHCPKG-RECORD.
           MOVE 'DATA' TO BAQHCPKG-TAG.
           MOVE WS-SET-REC TO BAQHCPKG-BODY.
           WRITE BAQHCPKG-RECORD.

           PERFORM XB-READ-SET-RECORD.

       CBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-IMPORT-PACKAGE
      *
      * Verify, compare, then - only under a standing approval for
      * this very package - apply and journal.
      *----------------------------------------------------------------*
       DA-IMPORT-PACKAGE SECTION.
       DA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CONTROL-DATA PROMOTION IMPORT TO ' WS-TO-ENV
              ' - RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
              ' BY ' WS-BY-USER
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           PERFORM DB-VERIFY-PACKAGE.

           IF WS-PKG-FROM-ENV NOT = SPACES THEN
              MOVE WS-PKG-FP TO WS-PKG-FP-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'PACKAGE FROM ' WS-PKG-FROM-ENV ' ('
                 DELIMITED BY SIZE
                 WS-PKG-FROM-HLQ DELIMITED BY SPACE
                 ') TAKEN ' WS-PKG-DATE ' ' WS-PKG-TIME
                 ' BY ' WS-PKG-BY
                 '  FINGERPRINT ' WS-PKG-FP-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-APPR-TITLE.
           STRING 'CONTROL PROMOTION ' DELIMITED BY SIZE
              WS-PKG-FROM-ENV DELIMITED BY SPACE
              ' TO ' DELIMITED BY SIZE
              WS-TO-ENV DELIMITED BY SPACE
              ' PACKAGE ' WS-PKG-DATE ' ' WS-PKG-TIME
              ' FINGERPRINT ' WS-PKG-FP-ED
              DELIMITED BY SIZE INTO WS-APPR-TITLE.

           IF WS-VER-OK = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'PACKAGE REFUSED - ' WS-VER-REASON
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              DISPLAY 'BAQHCPRM ' WS-RPT-LINE (1:80)
              MOVE 'REFUSED' TO WS-AUDIT-RESULT
              PERFORM XH-WRITE-AUDIT-REC
              MOVE FAILED TO WS-RC
              GO TO DA-999
           END-IF.

      * Nothing reaches PROD that did not come from TEST, and a
      * package is never loaded back where it was taken.
           IF WS-PKG-FROM-ENV = WS-TO-ENV OR
              (WS-TO-ENV = 'PROD' AND WS-PKG-FROM-ENV NOT = 'TEST')
              THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'PACKAGE REFUSED - A PACKAGE FROM '
                 WS-PKG-FROM-ENV ' MAY NOT BE PROMOTED TO '
                 WS-TO-ENV '; PROD TAKES PACKAGES FROM TEST ONLY.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              DISPLAY 'BAQHCPRM ' WS-RPT-LINE (1:80)
              MOVE 'REFUSED' TO WS-AUDIT-RESULT
              PERFORM XH-WRITE-AUDIT-REC
              MOVE FAILED TO WS-RC
              GO TO DA-999
           END-IF.

           MOVE WS-PKG-TOTAL-RECS TO WS-CNT-ED.
           MOVE WS-PKG-SECT-CNT TO WS-SECT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PACKAGE VERIFIED - ' WS-SECT-ED
              ' DATASETS, ' WS-CNT-ED ' RECORDS.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           PERFORM EA-COMPARE-PACKAGE.
           IF WS-RC = FAILED THEN
              MOVE 'FAILED' TO WS-AUDIT-RESULT
              PERFORM XH-WRITE-AUDIT-REC
              GO TO DA-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           IF WS-TOTAL-DIFFS = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'THE TARGET ALREADY HOLDS EXACTLY WHAT THE '
                 'PACKAGE CARRIES - NOTHING TO PROMOTE.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              DISPLAY 'BAQHCPRM nothing to promote.'
              GO TO DA-999
           END-IF.

      * The four-eyes gate: the reviewer approves this package by
      * its fingerprint after reading the differences above.
           PERFORM FA-CHECK-APPROVAL.
           IF WS-APPR-RELEASED = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'PROMOTION QUEUED FOR APPROVAL ON RBKA - RERUN '
                 'ONCE A SECOND USER HAS APPROVED IT.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              DISPLAY 'BAQHCPRM promotion queued for approval on'
                 ' RBKA - rerun once approved.'
              MOVE 'QUEUED' TO WS-AUDIT-RESULT
              PERFORM XH-WRITE-AUDIT-REC
              MOVE FAILED TO WS-RC
              GO TO DA-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PROMOTION RELEASED BY APPROVAL FROM ' WS-APPROVER
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           PERFORM GA-APPLY-PACKAGE.

           IF WS-RC = FAILED THEN
              MOVE 'FAILED' TO WS-AUDIT-RESULT
           ELSE
              MOVE 'PROMOTED' TO WS-AUDIT-RESULT
              MOVE WS-APPLIED-CNT TO WS-SECT-ED
              DISPLAY 'BAQHCPRM promoted ' WS-SECT-ED
                 ' datasets to ' WS-TO-ENV '.'
           END-IF.
           PERFORM XH-WRITE-AUDIT-REC.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-VERIFY-PACKAGE
      *
      * Reads the whole package once before anything is compared:
      * a header first, sections of known datasets each at most
      * once, every section's count and checksum recomputed from its
      * records, and a trailer whose totals and fingerprint agree.
      * The first fault found is the reason given.
      *----------------------------------------------------------------*
       DB-VERIFY-PACKAGE SECTION.
       DB-010.
           MOVE 0 TO WS-VER-OK.
           MOVE 0 TO WS-VER-TRL-SEEN.
           MOVE SPACES TO WS-VER-REASON.
           MOVE 0 TO WS-PKG-FP.
           MOVE 0 TO WS-PKG-SECT-CNT.
           MOVE 0 TO WS-PKG-TOTAL-RECS.
           MOVE 0 TO WS-CUR-SET.

           OPEN INPUT RBKCPKG-FILE.
           IF WS-CPKG-FILE-STATUS NOT = '00' THEN
              MOVE 'RBKCPKG CANNOT BE READ.' TO WS-VER-REASON
              GO TO DB-999
           END-IF.

           MOVE 'N' TO WS-CPKG-EOF-SW.
           READ RBKCPKG-FILE
               AT END
                  MOVE 'Y' TO WS-CPKG-EOF-SW
           END-READ.

           IF WS-CPKG-EOF OR BAQHCPKG-TAG NOT = 'CPKG' OR
              BAQHCPKG-VERSION NOT = '01' THEN
              MOVE 'RBKCPKG DOES NOT START WITH A PACKAGE HEADER.'
                 TO WS-VER-REASON
              CLOSE RBKCPKG-FILE
              GO TO DB-999
           END-IF.

           MOVE BAQHCPKG-FROM-ENV TO WS-PKG-FROM-ENV.
           MOVE BAQHCPKG-FROM-HLQ TO WS-PKG-FROM-HLQ.
           MOVE BAQHCPKG-PKG-DATE TO WS-PKG-DATE.
           MOVE BAQHCPKG-PKG-TIME TO WS-PKG-TIME.
           MOVE BAQHCPKG-PKG-BY TO WS-PKG-BY.

           READ RBKCPKG-FILE
               AT END
                  MOVE 'Y' TO WS-CPKG-EOF-SW
           END-READ.

           PERFORM DC-VERIFY-ONE-RECORD
              UNTIL WS-CPKG-EOF OR WS-VER-REASON NOT = SPACES.

           CLOSE RBKCPKG-FILE.

           IF WS-VER-REASON = SPACES AND WS-VER-TRL-SEEN = 0 THEN
              STRING 'THE PACKAGE HAS NO TRAILER - THE EXPORT DID '
                 'NOT FINISH.'
                 DELIMITED BY SIZE INTO WS-VER-REASON
           END-IF.

           IF WS-VER-REASON = SPACES THEN
              MOVE 1 TO WS-VER-OK
           END-IF.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DC-VERIFY-ONE-RECORD
      *----------------------------------------------------------------*
       DC-VERIFY-ONE-RECORD SECTION.
       DC-010.
           IF WS-VER-TRL-SEEN = 1 THEN
              MOVE 'RECORDS FOLLOW THE PACKAGE TRAILER.'
                 TO WS-VER-REASON
              GO TO DC-999
           END-IF.

           EVALUATE BAQHCPKG-TAG
              WHEN 'SECT'
                 IF WS-CUR-SET NOT = 0 THEN
                    MOVE 'A SECTION STARTS INSIDE ANOTHER.'
                       TO WS-VER-REASON
                    GO TO DC-999
                 END-IF
                 MOVE BAQHCPKG-DSNAME TO WS-FIND-CODE
                 PERFORM XF-FIND-SET
                 IF WS-SET-HIT = 0 THEN
                    STRING 'UNKNOWN DATASET ' BAQHCPKG-DSNAME
                       ' IN THE PACKAGE.'
                       DELIMITED BY SIZE INTO WS-VER-REASON
                    GO TO DC-999
                 END-IF
                 IF WS-SET-SEEN (WS-SET-HIT) = 1 THEN
                    STRING 'DATASET ' BAQHCPKG-DSNAME
                       ' IS PACKAGED TWICE.'
                       DELIMITED BY SIZE INTO WS-VER-REASON
                    GO TO DC-999
                 END-IF
                 IF BAQHCPKG-REC-LEN NOT =
                       WS-SET-REC-LEN (WS-SET-HIT) THEN
                    STRING 'DATASET ' BAQHCPKG-DSNAME
                       ' WAS PACKAGED AT A DIFFERENT RECORD LENGTH.'
                       DELIMITED BY SIZE INTO WS-VER-REASON
                    GO TO DC-999
                 END-IF
                 MOVE WS-SET-HIT TO WS-CUR-SET
                 MOVE WS-SET-HIT TO WS-SET-IX
                 MOVE 1 TO WS-SET-SEEN (WS-CUR-SET)
                 MOVE 0 TO WS-SUM
                 MOVE 0 TO WS-SUM-CNT
              WHEN 'DATA'
                 IF WS-CUR-SET = 0 THEN
                    MOVE 'A DATA RECORD LIES OUTSIDE ANY SECTION.'
                       TO WS-VER-REASON
                    GO TO DC-999
                 END-IF
                 MOVE SPACES TO WS-SET-REC
                 MOVE BAQHCPKG-BODY (1:WS-SET-REC-LEN (WS-CUR-SET))
                    TO WS-SET-REC
                 PERFORM XE-SUM-ONE-RECORD
              WHEN 'ENDS'
                 IF WS-CUR-SET = 0 OR
                    BAQHCPKG-END-DSNAME NOT =
                       WS-SET-DSNAME (WS-CUR-SET) THEN
                    MOVE 'A SECTION TRAILER MATCHES NO SECTION.'
                       TO WS-VER-REASON
                    GO TO DC-999
                 END-IF
                 IF BAQHCPKG-REC-COUNT NOT = WS-SUM-CNT OR
                    BAQHCPKG-CHECKSUM NOT = WS-SUM THEN
                    STRING 'DATASET ' BAQHCPKG-END-DSNAME
                       ' FAILS ITS COUNT OR CHECKSUM.'
                       DELIMITED BY SIZE INTO WS-VER-REASON
                    GO TO DC-999
                 END-IF
                 MOVE WS-CUR-SET TO WS-SET-IX
                 MOVE WS-SUM-CNT TO WS-SET-PKG-COUNT (WS-SET-IX)
                 MOVE WS-SUM TO WS-SET-PKG-SUM (WS-SET-IX)
                 ADD 1 TO WS-PKG-SECT-CNT
                 ADD WS-SUM-CNT TO WS-PKG-TOTAL-RECS
                 PERFORM XG-FOLD-INTO-FINGERPRINT
                 MOVE 0 TO WS-CUR-SET
              WHEN 'ENDP'
                 IF WS-CUR-SET NOT = 0 THEN
                    MOVE 'THE PACKAGE ENDS INSIDE A SECTION.'
                       TO WS-VER-REASON
                    GO TO DC-999
                 END-IF
                 IF BAQHCPKG-SECT-COUNT NOT = WS-PKG-SECT-CNT OR
                    BAQHCPKG-TOTAL-RECS NOT = WS-PKG-TOTAL-RECS OR
                    BAQHCPKG-FINGERPRINT NOT = WS-PKG-FP THEN
                    STRING 'THE PACKAGE TRAILER DISAGREES WITH '
                       'ITS CONTENTS.'
                       DELIMITED BY SIZE INTO WS-VER-REASON
                    GO TO DC-999
                 END-IF
                 MOVE 1 TO WS-VER-TRL-SEEN
              WHEN OTHER
                 MOVE 'THE PACKAGE HOLDS A RECORD OF UNKNOWN TYPE.'
                    TO WS-VER-REASON
                 GO TO DC-999
           END-EVALUATE.

       DC-020.
           READ RBKCPKG-FILE
               AT END
                  MOVE 'Y' TO WS-CPKG-EOF-SW
           END-READ.

       DC-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-COMPARE-PACKAGE
      *
      * The second pass of the package: each section's records are
      * paired by key with the target's current copy and every
      * difference is reported field by field - ADDED and REMOVED
      * records with their non-blank fields, CHANGED ones with the
      * old and new value of each field that moved.
      *----------------------------------------------------------------*
       EA-COMPARE-PACKAGE SECTION.
       EA-010.
           MOVE 0 TO WS-TOTAL-DIFFS.
           MOVE 0 TO WS-CUR-SET.

           OPEN INPUT RBKCPKG-FILE.
           MOVE 'N' TO WS-CPKG-EOF-SW.
           READ RBKCPKG-FILE
               AT END
                  MOVE 'Y' TO WS-CPKG-EOF-SW
           END-READ.

           PERFORM EB-COMPARE-ONE-RECORD
              UNTIL WS-CPKG-EOF OR WS-RC = FAILED.

           CLOSE RBKCPKG-FILE.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-COMPARE-ONE-RECORD
      *----------------------------------------------------------------*
       EB-COMPARE-ONE-RECORD SECTION.
       EB-010.
           EVALUATE BAQHCPKG-TAG
              WHEN 'SECT'
                 MOVE BAQHCPKG-DSNAME TO WS-FIND-CODE
                 PERFORM XF-FIND-SET
                 MOVE WS-SET-HIT TO WS-CUR-SET
                 MOVE WS-SET-HIT TO WS-SET-IX
                 MOVE WS-SET-KEY-LEN (WS-SET-IX) TO WS-KEY-LEN
                 COMPUTE WS-FLD-LAST = WS-SET-FLD-FIRST (WS-SET-IX)
                    + WS-SET-FLD-CNT (WS-SET-IX) - 1
                 PERFORM EC-LOAD-TARGET-SET
              WHEN 'DATA'
                 MOVE SPACES TO WS-SET-REC
                 MOVE BAQHCPKG-BODY (1:WS-SET-REC-LEN (WS-CUR-SET))
                    TO WS-SET-REC
                 PERFORM ED-PAIR-ONE-RECORD
              WHEN 'ENDS'
                 PERFORM EF-CLOSE-SET-COMPARISON
                 MOVE 0 TO WS-CUR-SET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       EB-020.
           READ RBKCPKG-FILE
               AT END
                  MOVE 'Y' TO WS-CPKG-EOF-SW
           END-READ.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EC-LOAD-TARGET-SET
      *
      * Loads the target's current copy of the section's dataset.
      * A target that does not hold the dataset yet compares as
      * empty - every packaged record is then ADDED. A copy too big
      * for the table cannot be compared, and the import stops.
      *----------------------------------------------------------------*
       EC-LOAD-TARGET-SET SECTION.
       EC-010.
           MOVE 0 TO WS-TG-CNT.
           MOVE 0 TO WS-TG-AVAIL.
           MOVE 0 TO WS-SUM.
           MOVE 0 TO WS-SUM-CNT.
           MOVE 0 TO WS-SET-ADDED (WS-SET-IX).
           MOVE 0 TO WS-SET-CHANGED (WS-SET-IX).
           MOVE 0 TO WS-SET-REMOVED (WS-SET-IX).

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           PERFORM XA-OPEN-SET-INPUT.
           IF WS-OPEN-OK = 1 THEN
              MOVE 1 TO WS-TG-AVAIL
              MOVE 'N' TO WS-SET-EOF-SW
              PERFORM XB-READ-SET-RECORD
              PERFORM ECA-LOAD-ONE-TARGET
                 UNTIL WS-SET-EOF OR WS-RC = FAILED
              PERFORM XD-CLOSE-SET-FILE
           END-IF.
           MOVE WS-SUM TO WS-TG-SUM.

           MOVE WS-SET-PKG-COUNT (WS-SET-IX) TO WS-CNT-ED.
           MOVE WS-SET-PKG-SUM (WS-SET-IX) TO WS-SUM-ED.
           MOVE WS-SUM-CNT TO WS-CNT-ED-2.
           MOVE WS-TG-SUM TO WS-SUM-ED-2.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-TG-AVAIL = 1 THEN
              STRING WS-SET-DSNAME (WS-SET-IX)
                 ' PACKAGE ' WS-CNT-ED ' RECORDS CHECKSUM ' WS-SUM-ED
                 '   TARGET ' WS-CNT-ED-2 ' RECORDS CHECKSUM '
                 WS-SUM-ED-2
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING WS-SET-DSNAME (WS-SET-IX)
                 ' PACKAGE ' WS-CNT-ED ' RECORDS CHECKSUM ' WS-SUM-ED
                 '   TARGET HOLDS NO COPY YET'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM XR-WRITE-RPT-LINE.

           IF WS-RC = FAILED THEN
              MOVE WS-TG-MAX TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '  THE TARGET COPY HOLDS MORE THAN ' WS-CNT-ED
                 ' RECORDS AND CANNOT BE COMPARED - IMPORT STOPPED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
           END-IF.

       EC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ECA-LOAD-ONE-TARGET
      *----------------------------------------------------------------*
       ECA-LOAD-ONE-TARGET SECTION.
       ECA-010.
           IF WS-TG-CNT NOT < WS-TG-MAX THEN
              MOVE FAILED TO WS-RC
              GO TO ECA-999
           END-IF.

           PERFORM XE-SUM-ONE-RECORD.

           ADD 1 TO WS-TG-CNT.
           MOVE WS-SET-REC TO WS-TG-REC (WS-TG-CNT).
           MOVE 0 TO WS-TG-MATCHED (WS-TG-CNT).

           PERFORM XB-READ-SET-RECORD.

       ECA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ED-PAIR-ONE-RECORD
      *
      * Finds the packaged record's key among the target's records
      * not yet paired, and reports it ADDED or CHANGED.
      *----------------------------------------------------------------*
       ED-PAIR-ONE-RECORD SECTION.
       ED-010.
           MOVE 0 TO WS-TG-HIT.
           PERFORM EDA-MATCH-ONE-TARGET
              VARYING WS-TG-IX FROM 1 BY 1
              UNTIL WS-TG-IX > WS-TG-CNT OR WS-TG-HIT > 0.

           IF WS-TG-HIT = 0 THEN
              ADD 1 TO WS-SET-ADDED (WS-SET-IX)
              ADD 1 TO WS-TOTAL-DIFFS
              MOVE SPACES TO WS-RPT-LINE
              STRING '  ADDED    ' WS-SET-REC (1:WS-KEY-LEN)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              PERFORM EE-LIST-ONE-FIELD
                 VARYING WS-FLD-IX FROM WS-SET-FLD-FIRST (WS-SET-IX)
                 BY 1 UNTIL WS-FLD-IX > WS-FLD-LAST
              GO TO ED-999
           END-IF.

           MOVE 1 TO WS-TG-MATCHED (WS-TG-HIT).

           IF WS-TG-REC (WS-TG-HIT) = WS-SET-REC THEN
              GO TO ED-999
           END-IF.

           ADD 1 TO WS-SET-CHANGED (WS-SET-IX).
           ADD 1 TO WS-TOTAL-DIFFS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  CHANGED  ' WS-SET-REC (1:WS-KEY-LEN)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           MOVE 0 TO WS-REC-DIFFERS.
           PERFORM EG-COMPARE-ONE-FIELD
              VARYING WS-FLD-IX FROM WS-SET-FLD-FIRST (WS-SET-IX)
              BY 1 UNTIL WS-FLD-IX > WS-FLD-LAST.

      * Bytes that moved outside every named field (a FILLER) are
      * still a change, and are said to be.
           IF WS-REC-DIFFERS = 0 THEN
              MOVE '    (UNNAMED FILLER BYTES ONLY)' TO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
           END-IF.

       ED-999.
           EXIT.

      *----------------------------------------------------------------*
      * EDA-MATCH-ONE-TARGET
      *----------------------------------------------------------------*
       EDA-MATCH-ONE-TARGET SECTION.
       EDA-010.
           IF WS-TG-MATCHED (WS-TG-IX) = 0 AND
              WS-TG-REC (WS-TG-IX) (1:WS-KEY-LEN) =
                 WS-SET-REC (1:WS-KEY-LEN) THEN
              MOVE WS-TG-IX TO WS-TG-HIT
           END-IF.

       EDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EE-LIST-ONE-FIELD
      *
      * One non-blank field of an ADDED record (from WS-SET-REC) or
      * a REMOVED one (from WS-TG-REC, moved there first).
      *----------------------------------------------------------------*
       EE-LIST-ONE-FIELD SECTION.
       EE-010.
           IF WS-FLD-OFF (WS-FLD-IX) NOT > WS-KEY-LEN THEN
              GO TO EE-999
           END-IF.
           IF WS-SET-REC (WS-FLD-OFF (WS-FLD-IX):
                 WS-FLD-LEN (WS-FLD-IX)) = SPACES THEN
              GO TO EE-999
           END-IF.

           MOVE WS-SET-REC (WS-FLD-OFF (WS-FLD-IX):
              WS-FLD-LEN (WS-FLD-IX)) TO WS-SHOW-VALUE.
           IF WS-FLD-MASK (WS-FLD-IX) = 'M' THEN
              MOVE '(SET)' TO WS-SHOW-VALUE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '    ' WS-FLD-NAME (WS-FLD-IX) ' = ' WS-SHOW-VALUE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

       EE-999.
           EXIT.

      *----------------------------------------------------------------*
      * EF-CLOSE-SET-COMPARISON
      *
      * Target records no packaged record paired with are REMOVED
      * by the promotion; then the dataset's tally.
      *----------------------------------------------------------------*
       EF-CLOSE-SET-COMPARISON SECTION.
       EF-010.
           PERFORM EFA-REPORT-ONE-REMOVED
              VARYING WS-TG-IX FROM 1 BY 1
              UNTIL WS-TG-IX > WS-TG-CNT.

           MOVE SPACES TO WS-SET-REC.

           MOVE WS-SET-ADDED (WS-SET-IX) TO WS-DIFF-ED-1.
           MOVE WS-SET-CHANGED (WS-SET-IX) TO WS-DIFF-ED-2.
           MOVE WS-SET-REMOVED (WS-SET-IX) TO WS-DIFF-ED-3.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SET-ADDED (WS-SET-IX) = 0 AND
              WS-SET-CHANGED (WS-SET-IX) = 0 AND
              WS-SET-REMOVED (WS-SET-IX) = 0 THEN
              STRING '  ' WS-SET-DSNAME (WS-SET-IX)
                 ' UNCHANGED BY THE PACKAGE.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING '  ' WS-SET-DSNAME (WS-SET-IX) WS-DIFF-ED-1
                 ' ADDED' WS-DIFF-ED-2 ' CHANGED' WS-DIFF-ED-3
                 ' REMOVED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM XR-WRITE-RPT-LINE.

       EF-999.
           EXIT.

      *----------------------------------------------------------------*
      * EFA-REPORT-ONE-REMOVED
      *----------------------------------------------------------------*
       EFA-REPORT-ONE-REMOVED SECTION.
       EFA-010.
           IF WS-TG-MATCHED (WS-TG-IX) = 1 THEN
              GO TO EFA-999
           END-IF.

           ADD 1 TO WS-SET-REMOVED (WS-SET-IX).
           ADD 1 TO WS-TOTAL-DIFFS.

           MOVE WS-TG-REC (WS-TG-IX) TO WS-SET-REC.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  REMOVED  ' WS-SET-REC (1:WS-KEY-LEN)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.
           PERFORM EE-LIST-ONE-FIELD
              VARYING WS-FLD-IX FROM WS-SET-FLD-FIRST (WS-SET-IX)
              BY 1 UNTIL WS-FLD-IX > WS-FLD-LAST.

       EFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EG-COMPARE-ONE-FIELD
      *----------------------------------------------------------------*
       EG-COMPARE-ONE-FIELD SECTION.
       EG-010.
           IF WS-SET-REC (WS-FLD-OFF (WS-FLD-IX):
                 WS-FLD-LEN (WS-FLD-IX)) =
              WS-TG-REC (WS-TG-HIT) (WS-FLD-OFF (WS-FLD-IX):
                 WS-FLD-LEN (WS-FLD-IX)) THEN
              GO TO EG-999
           END-IF.

           MOVE 1 TO WS-REC-DIFFERS.

           MOVE WS-TG-REC (WS-TG-HIT) (WS-FLD-OFF (WS-FLD-IX):
              WS-FLD-LEN (WS-FLD-IX)) TO WS-SHOW-VALUE.
           IF WS-FLD-MASK (WS-FLD-IX) = 'M' THEN
              PERFORM EGA-MASK-SHOW-VALUE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    ' WS-FLD-NAME (WS-FLD-IX) ' WAS: '
              WS-SHOW-VALUE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

           MOVE WS-SET-REC (WS-FLD-OFF (WS-FLD-IX):
              WS-FLD-LEN (WS-FLD-IX)) TO WS-SHOW-VALUE.
           IF WS-FLD-MASK (WS-FLD-IX) = 'M' THEN
              PERFORM EGA-MASK-SHOW-VALUE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '               NOW: ' WS-SHOW-VALUE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

       EG-999.
           EXIT.

      *----------------------------------------------------------------*
      * EGA-MASK-SHOW-VALUE
      *----------------------------------------------------------------*
       EGA-MASK-SHOW-VALUE SECTION.
       EGA-010.
           IF WS-SHOW-VALUE = SPACES THEN
              MOVE '(BLANK)' TO WS-SHOW-VALUE
           ELSE
              MOVE '(SET)' TO WS-SHOW-VALUE
           END-IF.

       EGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-CHECK-APPROVAL
      *
      * Consumes a standing APPROVED CPRM request whose title names
      * this package (rewritten USED). With none standing, queues a
      * PENDING one under the BY= user - unless the same package is
      * already waiting, so a rerun before the review does not
      * queue it twice.
      *----------------------------------------------------------------*
       FA-CHECK-APPROVAL SECTION.
       FA-010.
           MOVE 0 TO WS-APPR-RELEASED.
           MOVE 0 TO WS-APPR-PENDING.
           MOVE 'N' TO WS-APPR-EOF-SW.

           OPEN I-O RBKAPPR-FILE.
           IF WS-APPR-FILE-STATUS = '00' THEN
              READ RBKAPPR-FILE
                  AT END
                     MOVE 'Y' TO WS-APPR-EOF-SW
              END-READ
              PERFORM FAA-SCAN-ONE-APPROVAL UNTIL WS-APPR-EOF
                 OR WS-APPR-RELEASED = 1
              CLOSE RBKAPPR-FILE
           END-IF.

           IF WS-APPR-RELEASED = 1 OR WS-APPR-PENDING = 1 THEN
              GO TO FA-999
           END-IF.

           MOVE SPACES TO BAQHAPPR-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAPPR-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAPPR-TIME.
           MOVE WS-BY-USER TO BAQHAPPR-REQUESTOR.
           MOVE 'CPRM' TO BAQHAPPR-OPERATION.
           MOVE WS-APPR-TITLE TO BAQHAPPR-TITLE.
           MOVE WS-TOTAL-DIFFS TO BAQHAPPR-REC-COUNT.
           MOVE 'PENDING' TO BAQHAPPR-STATUS.
           MOVE 0 TO BAQHAPPR-BOOK-ID.

           OPEN EXTEND RBKAPPR-FILE.
           IF WS-APPR-FILE-STATUS = '00' THEN
              WRITE BAQHAPPR-RECORD
              CLOSE RBKAPPR-FILE
           END-IF.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-SCAN-ONE-APPROVAL
      *----------------------------------------------------------------*
       FAA-SCAN-ONE-APPROVAL SECTION.
       FAA-010.
           IF BAQHAPPR-OPERATION = 'CPRM' AND
              BAQHAPPR-TITLE = WS-APPR-TITLE THEN
              IF BAQHAPPR-STATUS = 'APPROVED' THEN
                 MOVE 'USED' TO BAQHAPPR-STATUS
                 REWRITE BAQHAPPR-RECORD
                 MOVE BAQHAPPR-APPROVER TO WS-APPROVER
                 MOVE 1 TO WS-APPR-RELEASED
                 GO TO FAA-999
              END-IF
              IF BAQHAPPR-STATUS = 'PENDING' THEN
                 MOVE 1 TO WS-APPR-PENDING
              END-IF
           END-IF.

       FAA-020.
           READ RBKAPPR-FILE
               AT END
                  MOVE 'Y' TO WS-APPR-EOF-SW
           END-READ.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-APPLY-PACKAGE
      *
      * The third pass of the package: each packaged dataset is
      * rewritten whole in the target from its section, and
      * journalled. Datasets the package does not carry are left as
      * they are.
      *----------------------------------------------------------------*
       GA-APPLY-PACKAGE SECTION.
       GA-010.
           MOVE 0 TO WS-APPLIED-CNT.
           MOVE 0 TO WS-CUR-SET.

           OPEN EXTEND RBKCPJN-FILE.
           IF WS-CPJN-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKCPJN CANNOT BE OPENED, FILE STATUS '
                 WS-CPJN-FILE-STATUS ' - NOTHING APPLIED WITHOUT '
                 'ITS JOURNAL.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XR-WRITE-RPT-LINE
              MOVE FAILED TO WS-RC
              GO TO GA-999
           END-IF.

           OPEN INPUT RBKCPKG-FILE.
           MOVE 'N' TO WS-CPKG-EOF-SW.
           READ RBKCPKG-FILE
               AT END
                  MOVE 'Y' TO WS-CPKG-EOF-SW
           END-READ.

           PERFORM GB-APPLY-ONE-RECORD
              UNTIL WS-CPKG-EOF OR WS-RC = FAILED.

           CLOSE RBKCPKG-FILE.
           CLOSE RBKCPJN-FILE.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GB-APPLY-ONE-RECORD
      *----------------------------------------------------------------*
       GB-APPLY-ONE-RECORD SECTION.
       GB-010.
           EVALUATE BAQHCPKG-TAG
              WHEN 'SECT'
                 MOVE BAQHCPKG-DSNAME TO WS-FIND-CODE
                 PERFORM XF-FIND-SET
                 MOVE WS-SET-HIT TO WS-CUR-SET
                 MOVE WS-SET-HIT TO WS-SET-IX
                 PERFORM XC-OPEN-SET-OUTPUT
                 IF WS-OPEN-OK = 0 THEN
                    MOVE SPACES TO WS-RPT-LINE
                    STRING WS-SET-DSNAME (WS-SET-IX)
                       ' CANNOT BE OPENED FOR OUTPUT - PROMOTION '
                       'STOPPED; DATASETS ABOVE WERE REPLACED.'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                    PERFORM XR-WRITE-RPT-LINE
                    MOVE FAILED TO WS-RC
                    GO TO GB-999
                 END-IF
              WHEN 'DATA'
                 MOVE SPACES TO WS-SET-REC
                 MOVE BAQHCPKG-BODY (1:WS-SET-REC-LEN (WS-CUR-SET))
                    TO WS-SET-REC
                 PERFORM XW-WRITE-SET-RECORD
              WHEN 'ENDS'
                 PERFORM XD-CLOSE-SET-FILE
                 PERFORM GC-JOURNAL-ONE-SET
                 MOVE 0 TO WS-CUR-SET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       GB-020.
           READ RBKCPKG-FILE
               AT END
                  MOVE 'Y' TO WS-CPKG-EOF-SW
           END-READ.

       GB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GC-JOURNAL-ONE-SET
      *----------------------------------------------------------------*
       GC-JOURNAL-ONE-SET SECTION.
       GC-010.
           ADD 1 TO WS-APPLIED-CNT.

           MOVE SPACES TO BAQHCPJN-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHCPJN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHCPJN-TIME.
           MOVE WS-TO-ENV TO BAQHCPJN-TO-ENV.
           MOVE WS-SET-DSNAME (WS-SET-IX) TO BAQHCPJN-DSNAME.
           MOVE WS-SET-PKG-COUNT (WS-SET-IX) TO BAQHCPJN-REC-COUNT.
           MOVE WS-SET-PKG-SUM (WS-SET-IX) TO BAQHCPJN-CHECKSUM.
           MOVE WS-SET-ADDED (WS-SET-IX) TO BAQHCPJN-ADDED.
           MOVE WS-SET-CHANGED (WS-SET-IX) TO BAQHCPJN-CHANGED.
           MOVE WS-SET-REMOVED (WS-SET-IX) TO BAQHCPJN-REMOVED.
           MOVE WS-PKG-FROM-ENV TO BAQHCPJN-FROM-ENV.
           MOVE WS-PKG-FROM-HLQ TO BAQHCPJN-FROM-HLQ.
           MOVE WS-PKG-FP TO BAQHCPJN-FINGERPRINT.
           MOVE WS-PKG-DATE TO BAQHCPJN-PKG-DATE.
           MOVE WS-PKG-TIME TO BAQHCPJN-PKG-TIME.
           MOVE WS-PKG-BY TO BAQHCPJN-PKG-BY.
           MOVE WS-BY-USER TO BAQHCPJN-IMPORTED-BY.
           MOVE WS-APPROVER TO BAQHCPJN-APPROVED-BY.
           WRITE BAQHCPJN-RECORD.

           MOVE WS-SET-PKG-COUNT (WS-SET-IX) TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PROMOTED ' WS-SET-DSNAME (WS-SET-IX) ' - '
              WS-CNT-ED ' RECORDS.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XR-WRITE-RPT-LINE.

       GC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-OPEN-SET-INPUT
      *
      * Opens the dataset WS-SET-IX names for input; WS-OPEN-OK
      * says whether it could be.
      *----------------------------------------------------------------*
       XA-OPEN-SET-INPUT SECTION.
       XA-010.
           MOVE 0 TO WS-OPEN-OK.

           EVALUATE WS-SET-IX
              WHEN 1
                 OPEN INPUT RBKEDRL-FILE
                 IF WS-EDRL-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 2
                 OPEN INPUT RBKTPLT-FILE
                 IF WS-TPLT-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 3
                 OPEN INPUT RBKSTTR-FILE
                 IF WS-STTR-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 4
                 OPEN INPUT RBKPACE-FILE
                 IF WS-PACE-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 5
                 OPEN INPUT RBKFRZC-FILE
                 IF WS-FRZC-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 6
                 OPEN INPUT RBKPDIC-FILE
                 IF WS-PDIC-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 7
                 OPEN INPUT RBKSLAT-FILE
                 IF WS-SLAT-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
           END-EVALUATE.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-READ-SET-RECORD
      *
      * Reads the next record of the open dataset into WS-SET-REC,
      * or sets WS-SET-EOF.
      *----------------------------------------------------------------*
       XB-READ-SET-RECORD SECTION.
       XB-010.
           MOVE SPACES TO WS-SET-REC.

           EVALUATE WS-SET-IX
              WHEN 1
                 READ RBKEDRL-FILE
                    AT END
                       MOVE 'Y' TO WS-SET-EOF-SW
                    NOT AT END
                       MOVE BAQHEDRL-RECORD TO WS-SET-REC
                 END-READ
              WHEN 2
                 READ RBKTPLT-FILE
                    AT END
                       MOVE 'Y' TO WS-SET-EOF-SW
                    NOT AT END
                       MOVE BAQHTPLT-RECORD TO WS-SET-REC
                 END-READ
              WHEN 3
                 READ RBKSTTR-FILE
                    AT END
                       MOVE 'Y' TO WS-SET-EOF-SW
                    NOT AT END
                       MOVE BAQHSTTR-RECORD TO WS-SET-REC
                 END-READ
              WHEN 4
                 READ RBKPACE-FILE
                    AT END
                       MOVE 'Y' TO WS-SET-EOF-SW
                    NOT AT END
                       MOVE BAQHPACE-RECORD TO WS-SET-REC
                 END-READ
              WHEN 5
                 READ RBKFRZC-FILE
                    AT END
                       MOVE 'Y' TO WS-SET-EOF-SW
                    NOT AT END
                       MOVE BAQHFRZC-RECORD TO WS-SET-REC
                 END-READ
              WHEN 6
                 READ RBKPDIC-FILE
                    AT END
                       MOVE 'Y' TO WS-SET-EOF-SW
                    NOT AT END
                       MOVE BAQHPDIC-RECORD TO WS-SET-REC
                 END-READ
              WHEN 7
                 READ RBKSLAT-FILE
                    AT END
                       MOVE 'Y' TO WS-SET-EOF-SW
                    NOT AT END
                       MOVE BAQHSLAT-RECORD TO WS-SET-REC
                 END-READ
           END-EVALUATE.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-OPEN-SET-OUTPUT
      *----------------------------------------------------------------*
       XC-OPEN-SET-OUTPUT SECTION.
       XC-010.
           MOVE 0 TO WS-OPEN-OK.

           EVALUATE WS-SET-IX
              WHEN 1
                 OPEN OUTPUT RBKEDRL-FILE
                 IF WS-EDRL-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 2
                 OPEN OUTPUT RBKTPLT-FILE
                 IF WS-TPLT-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 3
                 OPEN OUTPUT RBKSTTR-FILE
                 IF WS-STTR-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 4
                 OPEN OUTPUT RBKPACE-FILE
                 IF WS-PACE-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 5
                 OPEN OUTPUT RBKFRZC-FILE
                 IF WS-FRZC-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 6
                 OPEN OUTPUT RBKPDIC-FILE
                 IF WS-PDIC-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
              WHEN 7
                 OPEN OUTPUT RBKSLAT-FILE
                 IF WS-SLAT-FILE-STATUS = '00' THEN
                    MOVE 1 TO WS-OPEN-OK
                 END-IF
           END-EVALUATE.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XD-CLOSE-SET-FILE
      *----------------------------------------------------------------*
       XD-CLOSE-SET-FILE SECTION.
       XD-010.
           EVALUATE WS-SET-IX
              WHEN 1 CLOSE RBKEDRL-FILE
              WHEN 2 CLOSE RBKTPLT-FILE
              WHEN 3 CLOSE RBKSTTR-FILE
              WHEN 4 CLOSE RBKPACE-FILE
              WHEN 5 CLOSE RBKFRZC-FILE
              WHEN 6 CLOSE RBKPDIC-FILE
              WHEN 7 CLOSE RBKSLAT-FILE
           END-EVALUATE.

       XD-999.
           EXIT.

      *----------------------------------------------------------------*
      * XE-SUM-ONE-RECORD
      *
      * Adds WS-SET-REC to the running count and checksum, the
      * record travelling through the 400-byte buffer as it does in
      * BAQHRBKB so the two agree.
      *----------------------------------------------------------------*
       XE-SUM-ONE-RECORD SECTION.
       XE-010.
           ADD 1 TO WS-SUM-CNT.

           MOVE SPACES TO WS-SUM-BUF.
           MOVE WS-SET-REC (1:WS-SET-REC-LEN (WS-SET-IX))
              TO WS-SUM-BUF.

           PERFORM XEA-SUM-ONE-BYTE
              VARYING WS-SUM-POS FROM 1 BY 1
              UNTIL WS-SUM-POS > 400.

           COMPUTE WS-SUM = FUNCTION MOD(WS-SUM, 1000000000).

       XE-999.
           EXIT.

      *----------------------------------------------------------------*
      * XEA-SUM-ONE-BYTE
      *----------------------------------------------------------------*
       XEA-SUM-ONE-BYTE SECTION.
       XEA-010.
           COMPUTE WS-SUM = WS-SUM
              + FUNCTION ORD(WS-SUM-BUF (WS-SUM-POS:1))
              * WS-SUM-POS.

       XEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XF-FIND-SET
      *
      * Leaves WS-SET-HIT at the dataset whose code or DD name is
      * in WS-FIND-CODE, or 0.
      *----------------------------------------------------------------*
       XF-FIND-SET SECTION.
       XF-010.
           MOVE 0 TO WS-SET-HIT.

           PERFORM XFA-MATCH-ONE-SET
              VARYING WS-SET-IX FROM 1 BY 1
              UNTIL WS-SET-IX > WS-SET-COUNT OR WS-SET-HIT > 0.

       XF-999.
           EXIT.

      *----------------------------------------------------------------*
      * XFA-MATCH-ONE-SET
      *----------------------------------------------------------------*
       XFA-MATCH-ONE-SET SECTION.
       XFA-010.
           IF WS-FIND-CODE = WS-SET-CODE (WS-SET-IX) OR
              WS-FIND-CODE = WS-SET-DSNAME (WS-SET-IX) THEN
              MOVE WS-SET-IX TO WS-SET-HIT
           END-IF.

       XFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XG-FOLD-INTO-FINGERPRINT
      *
      * The package fingerprint folds in each section's count and
      * checksum weighted by the section's place in the package, so
      * reordered, dropped or altered sections all move it.
      *----------------------------------------------------------------*
       XG-FOLD-INTO-FINGERPRINT SECTION.
       XG-010.
           COMPUTE WS-PKG-FP = FUNCTION MOD(WS-PKG-FP +
              (WS-SUM + WS-SUM-CNT) * WS-PKG-SECT-CNT, 1000000000).

       XG-999.
           EXIT.

      *----------------------------------------------------------------*
      * XH-WRITE-AUDIT-REC
      *
      * Every import outcome - refused, queued, promoted or failed -
      * lands on the audit trail under the package's approval title,
      * for the BY= user. Like the other maintenance programs this
      * one appends outside the per-program tamper-evidence chains,
      * so its check value is zero.
      *----------------------------------------------------------------*
       XH-WRITE-AUDIT-REC SECTION.
       XH-010.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHCPRM' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE WS-BY-USER TO BAQHAUDT-USER.
           MOVE SPACES TO BAQHAUDT-CHANGE-ID.
           MOVE 'CPRM' TO BAQHAUDT-OPERATION.
           MOVE WS-APPR-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE WS-AUDIT-RESULT TO BAQHAUDT-RESULT.
           STRING WS-PKG-FROM-ENV DELIMITED BY SPACE
              '>' WS-TO-ENV DELIMITED BY SIZE
              INTO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           MOVE 0 TO BAQHAUDT-BOOK-ID.
           MOVE SPACES TO BAQHAUDT-MESSAGE.
           IF WS-AUDIT-RESULT = 'PROMOTED' THEN
              STRING 'APPROVED BY ' WS-APPROVER
                 DELIMITED BY SIZE INTO BAQHAUDT-MESSAGE
           END-IF.

           OPEN EXTEND RBKAUDT-FILE.
           IF WS-AUDT-FILE-STATUS = '00' THEN
              WRITE BAQHAUDT-RECORD
              CLOSE RBKAUDT-FILE
           END-IF.

           PERFORM XI-MIRROR-KEYED-AUDIT.

       XH-999.
           EXIT.

      *----------------------------------------------------------------*
      * XI-MIRROR-KEYED-AUDIT
      *----------------------------------------------------------------*
       XI-MIRROR-KEYED-AUDIT SECTION.
       XI-010.
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
              GO TO XI-999
           END-IF.

           WRITE BAQHKAUD-RECORD.
           CLOSE RBKAUDK-FILE.

       XI-999.
           EXIT.

      *----------------------------------------------------------------*
      * XR-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       XR-WRITE-RPT-LINE SECTION.
       XR-010.
           WRITE RBKCPRP-RECORD FROM WS-RPT-LINE.

       XR-999.
           EXIT.

      *----------------------------------------------------------------*
      * XW-WRITE-SET-RECORD
      *----------------------------------------------------------------*
       XW-WRITE-SET-RECORD SECTION.
       XW-010.
           EVALUATE WS-SET-IX
              WHEN 1
                 MOVE WS-SET-REC TO BAQHEDRL-RECORD
                 WRITE BAQHEDRL-RECORD
              WHEN 2
                 MOVE WS-SET-REC TO BAQHTPLT-RECORD
                 WRITE BAQHTPLT-RECORD
              WHEN 3
                 MOVE WS-SET-REC TO BAQHSTTR-RECORD
                 WRITE BAQHSTTR-RECORD
              WHEN 4
                 MOVE WS-SET-REC TO BAQHPACE-RECORD
                 WRITE BAQHPACE-RECORD
              WHEN 5
                 MOVE WS-SET-REC TO BAQHFRZC-RECORD
                 WRITE BAQHFRZC-RECORD
              WHEN 6
                 MOVE WS-SET-REC TO BAQHPDIC-RECORD
                 WRITE BAQHPDIC-RECORD
              WHEN 7
                 MOVE WS-SET-REC TO BAQHSLAT-RECORD
                 WRITE BAQHSLAT-RECORD
           END-EVALUATE.

       XW-999.
           EXIT.
