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
      * BAQHSODR                                                      *
      *                                                               *
      * Segregation-of-duties violation report. The four-eyes flow,   *
      * the daily certification and the legal-hold maintenance each   *
      * assume two people; this run checks that across them for the   *
      * last DAYS days. The rules in force, the activities behind     *
      * them and the exempt user IDs are on the RBKSODT rule table    *
      * (BAQHSODT), so a rule can be switched off, widened or given   *
      * an exemption without a change here. It reads:                 *
      *   RBKAPPR - SELFAPPR: an approval request APPROVED (or USED)  *
      *             by the user who made it,                          *
      *   RBKHOLD - HOLDSELF: a hold RELEASED by the user who placed  *
      *             it,                                               *
      *   RBKCERT and RBKAUDK - CERTOWN: a certified day on which the *
      *             certifying user made successful changes of their  *
      *             own (the rule's A rows say which transactions and *
      *             operations are changes),                          *
      *   RBKAMLG, RBKAUDK and RBKCAT - AUTHCRT: an author-master     *
      *             change followed, within the rule's window, by a   *
      *             successful create by the same user of a book the  *
      *             catalog lists that author on,                     *
      * and writes the violations, rule by rule, on RBKSODR. A        *
      * violation by an exempt user is listed as exempt.              *
      *                                                               *
      * Return code 4 when there is a violation that is not exempt;   *
      * 8 when the rule table has a fault (nothing is checked), or an *
      * active rule could not be checked because its input was not    *
      * available or overflowed the tables.                           *
      *                                                               *
      * PARM keyword, optional:                                       *
      *   DAYS=n   how many days back to look (default 31)            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHSODR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKSODT-FILE ASSIGN TO RBKSODT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SODT-FILE-STATUS.

           SELECT RBKAPPR-FILE ASSIGN TO RBKAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT RBKHOLD-FILE ASSIGN TO RBKHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT RBKCERT-FILE ASSIGN TO RBKCERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.

           SELECT RBKAMLG-FILE ASSIGN TO RBKAMLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMLG-FILE-STATUS.

           SELECT RBKAUDK-FILE ASSIGN TO RBKAUDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKAUD-KEY
               ALTERNATE RECORD KEY IS BAQHKAUD-KEY-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-AUDK-FILE-STATUS.

           SELECT RBKCAT-FILE ASSIGN TO RBKCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKCAT-TITLE
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT RBKSODR-FILE ASSIGN TO RBKSODR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKSODT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHSODT.

       FD  RBKAPPR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAPPR.

       FD  RBKHOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHHOLD.

       FD  RBKCERT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCERT.

      * The RBAM author-master change log, as ARG-WRITE-CHANGE-LOG
      * in BAQHRBKC writes it (WS-AMLG-REC there).
       FD  RBKAMLG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKAMLG-RECORD.
           03 RBKAMLG-DATE         PIC X(8).
           03 RBKAMLG-TIME         PIC X(6).
           03 RBKAMLG-USER         PIC X(8).
           03 RBKAMLG-ACTION       PIC X(6).
           03 RBKAMLG-FIRST        PIC X(40).
           03 RBKAMLG-LAST         PIC X(40).
           03 FILLER               PIC X(12).

       FD  RBKAUDK-FILE.
       COPY BAQHKAUD.

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKSODR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKSODR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SODT-FILE-STATUS PIC X(2).
       01 WS-APPR-FILE-STATUS PIC X(2).
       01 WS-HOLD-FILE-STATUS PIC X(2).
       01 WS-CERT-FILE-STATUS PIC X(2).
       01 WS-AMLG-FILE-STATUS PIC X(2).
       01 WS-AUDK-FILE-STATUS PIC X(2).
       01 WS-CAT-FILE-STATUS  PIC X(2).

       01 WS-EOF-SW           PIC X VALUE 'N'.
           88 WS-EOF          VALUE 'Y'.
       01 WS-CAT-OPEN         PIC 9 VALUE 0.

       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-DAYS-ARG         PIC X(5) VALUE SPACES.
       01 WS-ARG-LEN          PIC 9(4) COMP VALUE 0.
       01 WS-LOOKBACK-DAYS    PIC 9(5) VALUE 31.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-WORK-INT         PIC S9(9) COMP VALUE 0.
       01 WS-FROM-DATE        PIC X(8) VALUE SPACES.
       01 WS-TO-DATE          PIC X(8) VALUE SPACES.

      * The four rules, in the order the report takes them. STATE
      * is C (checked), O (switched off), M (no R row) or U (its
      * input could not be read - NOTE says why).
       01 WS-RL-NAMES.
           05 FILLER PIC X(8) VALUE 'SELFAPPR'.
           05 FILLER PIC X(8) VALUE 'CERTOWN'.
           05 FILLER PIC X(8) VALUE 'HOLDSELF'.
           05 FILLER PIC X(8) VALUE 'AUTHCRT'.
       01 WS-RL-NAME-TABLE REDEFINES WS-RL-NAMES.
           05 WS-RL-ID PIC X(8) OCCURS 4 TIMES.
       01 WS-RL-TABLE.
           03 WS-RL-ENTRY OCCURS 4 TIMES.
              05 WS-RL-SEEN        PIC 9.
              05 WS-RL-ACTIVE      PIC X.
              05 WS-RL-WINDOW      PIC 9(3).
              05 WS-RL-TEXT        PIC X(60).
              05 WS-RL-ACT-CNT     PIC 9(4) COMP.
              05 WS-RL-STATE       PIC X.
              05 WS-RL-NOTE        PIC X(60).
              05 WS-RL-VIOLATIONS  PIC 9(7) COMP.
              05 WS-RL-EXEMPTED    PIC 9(7) COMP.
       01 WS-SELFAPPR-IX      PIC 9(4) COMP VALUE 1.
       01 WS-CERTOWN-IX       PIC 9(4) COMP VALUE 2.
       01 WS-HOLDSELF-IX      PIC 9(4) COMP VALUE 3.
       01 WS-AUTHCRT-IX       PIC 9(4) COMP VALUE 4.
       01 WS-RULE-IX          PIC 9(4) COMP VALUE 0.
       01 WS-RULE-HIT         PIC 9(4) COMP VALUE 0.
       01 WS-FIND-RULE        PIC X(8) VALUE SPACES.

      * Activities (A rows) and exemptions (X rows). An exemption
      * for every rule has rule index 0.
       01 WS-AV-TABLE.
           03 WS-AV-ENTRY OCCURS 50 TIMES.
              05 WS-AV-RULE-IX     PIC 9(4) COMP.
              05 WS-AV-VALUE       PIC X(13).
       01 WS-AV-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-AV-MAX           PIC 9(4) COMP VALUE 50.
       01 WS-EX-TABLE.
           03 WS-EX-ENTRY OCCURS 100 TIMES.
              05 WS-EX-RULE-IX     PIC 9(4) COMP.
              05 WS-EX-USER        PIC X(8).
              05 WS-EX-REASON      PIC X(40).
       01 WS-EX-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-EX-MAX           PIC 9(4) COMP VALUE 100.
       01 WS-EX-HIT           PIC 9(4) COMP VALUE 0.
       01 WS-TBL-IX           PIC 9(4) COMP VALUE 0.
       01 WS-TBL-HIT          PIC 9(4) COMP VALUE 0.

      * Rule table faults.
       01 WS-ROW-NO           PIC 9(5) COMP VALUE 0.
       01 WS-ROW-ED           PIC ZZZZ9.
       01 WS-FAULT-CNT        PIC 9(5) COMP VALUE 0.
       01 WS-FAULT-TEXT       PIC X(60) VALUE SPACES.

      * The window's certifications, with the changes each
      * certifier made on the day they certified.
       01 WS-CE-TABLE.
           03 WS-CE-ENTRY OCCURS 500 TIMES.
              05 WS-CE-CHG-DATE    PIC X(8).
              05 WS-CE-USER        PIC X(8).
              05 WS-CE-CERT-DATE   PIC X(8).
              05 WS-CE-CHANGES     PIC 9(7) COMP.
              05 WS-CE-TITLE       PIC X(80).
       01 WS-CE-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-CE-MAX           PIC 9(4) COMP VALUE 500.
       01 WS-CE-IX            PIC 9(4) COMP VALUE 0.

      * The window's author-master changes, each with the last date
      * a create by the same user still conflicts with it.
       01 WS-AM-TABLE.
           03 WS-AM-ENTRY OCCURS 500 TIMES.
              05 WS-AM-STAMP       PIC X(14).
              05 WS-AM-UNTIL       PIC X(8).
              05 WS-AM-USER        PIC X(8).
              05 WS-AM-ACTION      PIC X(6).
              05 WS-AM-FIRST       PIC X(40).
              05 WS-AM-LAST        PIC X(40).
       01 WS-AM-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-AM-MAX           PIC 9(4) COMP VALUE 500.
       01 WS-AM-IX            PIC 9(4) COMP VALUE 0.

      * AUTHCRT conflicts are found during the audit pass and listed
      * after it.
       01 WS-VI-TABLE.
           03 WS-VI-ENTRY OCCURS 300 TIMES.
              05 WS-VI-USER        PIC X(8).
              05 WS-VI-DATE        PIC X(8).
              05 WS-VI-TEXT        PIC X(110).
       01 WS-VI-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-VI-MAX           PIC 9(4) COMP VALUE 300.
       01 WS-VI-IX            PIC 9(4) COMP VALUE 0.
       01 WS-VI-LOST          PIC 9(7) COMP VALUE 0.

      * The audit record being looked at.
       01 WS-AUD-STAMP        PIC X(14) VALUE SPACES.
       01 WS-ACT-HIT          PIC 9 VALUE 0.
       01 WS-CAT-STATE        PIC X VALUE SPACE.
       01 WS-UNCHECKED-CREATES PIC 9(7) COMP VALUE 0.
       01 WS-AUTHORS-UC       PIC X(200) VALUE SPACES.
       01 WS-NAME-UC          PIC X(40) VALUE SPACES.
       01 WS-NAME-LEN         PIC 9(4) COMP VALUE 0.
       01 WS-NAME-TALLY       PIC 9(4) COMP VALUE 0.
       01 WS-NAME-HIT         PIC 9 VALUE 0.

      * The violation being written.
       01 WS-V-USER           PIC X(8) VALUE SPACES.
       01 WS-V-DATE           PIC X(8) VALUE SPACES.
       01 WS-V-TEXT           PIC X(110) VALUE SPACES.

       01 WS-TOT-VIOLATIONS   PIC 9(7) COMP VALUE 0.
       01 WS-TOT-EXEMPTED     PIC 9(7) COMP VALUE 0.
       01 WS-TOT-UNCHECKED    PIC 9(5) COMP VALUE 0.

       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       01 WS-CHANGES-ED       PIC ZZZZZZ9.

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
              FOR CHARACTERS BEFORE INITIAL 'DAYS='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 6.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              MOVE 0 TO WS-ARG-LEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-DAYS-ARG
                 COUNT IN WS-ARG-LEN
              IF WS-ARG-LEN > 0 AND WS-ARG-LEN NOT > 5 THEN
                 IF WS-DAYS-ARG (1:WS-ARG-LEN) IS NUMERIC THEN
                    MOVE WS-DAYS-ARG (1:WS-ARG-LEN)
                       TO WS-LOOKBACK-DAYS
                 END-IF
              END-IF
           END-IF.

           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-TO-DATE.

           INITIALIZE WS-RL-TABLE.

           OPEN OUTPUT RBKSODR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SEGREGATION-OF-DUTIES VIOLATIONS ' WS-FROM-DATE
              ' TO ' WS-TO-DATE '  (RUN ' WS-RUN-DATE ')'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.

      * The rule table first; a fault in it stops the run before
      * anything is checked.
           PERFORM BA-LOAD-RULE-TABLE.

           IF WS-FAULT-CNT > 0 THEN
              MOVE WS-FAULT-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKSODT HAS ' WS-CNT-ED ' FAULT(S) - NO RULE '
                 'WAS CHECKED THIS RUN.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKSODR-RECORD FROM WS-RPT-LINE
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           PERFORM CA-CHECK-SELF-APPROVAL.
           PERFORM DA-CHECK-HOLD-RELEASE.

      * CERTOWN and AUTHCRT share one pass of the audit repository.
           PERFORM EA-LOAD-CERTIFICATIONS.
           PERFORM FA-LOAD-AUTHOR-CHANGES.
           IF WS-RL-STATE (WS-CERTOWN-IX) = 'C' OR
              WS-RL-STATE (WS-AUTHCRT-IX) = 'C' THEN
              PERFORM GA-SCAN-AUDIT
           END-IF.
           PERFORM HA-WRITE-CERT-RULE.
           PERFORM IA-WRITE-AUTHOR-RULE.

           PERFORM JA-WRITE-SUMMARY.

           IF WS-TOT-UNCHECKED > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TOT-VIOLATIONS > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       A-999.
           CLOSE RBKSODR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-RULE-TABLE
      *----------------------------------------------------------------*
       BA-LOAD-RULE-TABLE SECTION.
       BA-010.
           MOVE 0 TO WS-ROW-NO.

           OPEN INPUT RBKSODT-FILE.
           IF WS-SODT-FILE-STATUS NOT = '00' THEN
              MOVE 'RBKSODT NOT AVAILABLE TO THIS RUN.'
                 TO WS-RPT-LINE
              WRITE RBKSODR-RECORD FROM WS-RPT-LINE
              ADD 1 TO WS-FAULT-CNT
              GO TO BA-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKSODT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM BB-LOAD-ONE-ROW UNTIL WS-EOF.

           CLOSE RBKSODT-FILE.

      * An active rule that works from the audit repository needs
      * to be told what counts as its activity.
           MOVE 0 TO WS-ROW-NO.
           MOVE SPACES TO BAQHSODT-RECORD.
           PERFORM BC-CHECK-ONE-RULE
              VARYING WS-RULE-IX FROM 1 BY 1
              UNTIL WS-RULE-IX > 4.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-LOAD-ONE-ROW
      *----------------------------------------------------------------*
       BB-LOAD-ONE-ROW SECTION.
       BB-010.
           ADD 1 TO WS-ROW-NO.

           EVALUATE BAQHSODT-TYPE
              WHEN '*'
              WHEN SPACE
                 CONTINUE
              WHEN 'R'
                 PERFORM BBA-LOAD-RULE-ROW
              WHEN 'A'
                 PERFORM BBB-LOAD-ACTIVITY-ROW
              WHEN 'X'
                 PERFORM BBC-LOAD-EXEMPT-ROW
              WHEN OTHER
                 MOVE 'UNKNOWN ROW TYPE' TO WS-FAULT-TEXT
                 PERFORM BZ-WRITE-FAULT
           END-EVALUATE.

       BB-020.
           READ RBKSODT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-LOAD-RULE-ROW
      *----------------------------------------------------------------*
       BBA-LOAD-RULE-ROW SECTION.
       BBA-010.
           MOVE BAQHSODT-RULE-ID TO WS-FIND-RULE.
           PERFORM BD-FIND-RULE.
           IF WS-RULE-HIT = 0 THEN
              MOVE 'NOT SELFAPPR, CERTOWN, HOLDSELF OR AUTHCRT'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBA-999
           END-IF.

           IF WS-RL-SEEN (WS-RULE-HIT) = 1 THEN
              MOVE 'RULE DEFINED TWICE' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBA-999
           END-IF.

           IF BAQHSODT-ACTIVE NOT = 'Y' AND
              BAQHSODT-ACTIVE NOT = 'N' THEN
              MOVE 'ACTIVE NOT Y OR N' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBA-999
           END-IF.

           IF BAQHSODT-WINDOW NOT = SPACES AND
              BAQHSODT-WINDOW IS NOT NUMERIC THEN
              MOVE 'WINDOW NOT NUMERIC' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBA-999
           END-IF.

           MOVE 1 TO WS-RL-SEEN (WS-RULE-HIT).
           MOVE BAQHSODT-ACTIVE TO WS-RL-ACTIVE (WS-RULE-HIT).
           IF BAQHSODT-WINDOW = SPACES THEN
              MOVE 0 TO WS-RL-WINDOW (WS-RULE-HIT)
           ELSE
              MOVE BAQHSODT-WINDOW TO WS-RL-WINDOW (WS-RULE-HIT)
           END-IF.
           MOVE BAQHSODT-TEXT TO WS-RL-TEXT (WS-RULE-HIT).

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBB-LOAD-ACTIVITY-ROW
      *----------------------------------------------------------------*
       BBB-LOAD-ACTIVITY-ROW SECTION.
       BBB-010.
           MOVE BAQHSODT-ACT-RULE TO WS-FIND-RULE.
           PERFORM BD-FIND-RULE.
           IF WS-RULE-HIT NOT = WS-CERTOWN-IX AND
              WS-RULE-HIT NOT = WS-AUTHCRT-IX THEN
              MOVE 'ACTIVITIES ARE FOR CERTOWN AND AUTHCRT ONLY'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBB-999
           END-IF.

           IF BAQHSODT-ACT-VALUE = SPACES THEN
              MOVE 'ACTIVITY ROW WITH NO TRANSACTION OR OPERATION'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBB-999
           END-IF.

           IF WS-AV-CNT NOT < WS-AV-MAX THEN
              MOVE 'MORE ACTIVITY ROWS THAN THE TABLE HOLDS'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBB-999
           END-IF.

           ADD 1 TO WS-AV-CNT.
           MOVE WS-RULE-HIT TO WS-AV-RULE-IX (WS-AV-CNT).
           MOVE BAQHSODT-ACT-VALUE TO WS-AV-VALUE (WS-AV-CNT).
           ADD 1 TO WS-RL-ACT-CNT (WS-RULE-HIT).

       BBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBC-LOAD-EXEMPT-ROW
      *----------------------------------------------------------------*
       BBC-LOAD-EXEMPT-ROW SECTION.
       BBC-010.
           IF BAQHSODT-EX-RULE = '*' THEN
              MOVE 0 TO WS-RULE-HIT
           ELSE
              MOVE BAQHSODT-EX-RULE TO WS-FIND-RULE
              PERFORM BD-FIND-RULE
              IF WS-RULE-HIT = 0 THEN
                 MOVE 'EXEMPTION FOR AN UNKNOWN RULE' TO WS-FAULT-TEXT
                 PERFORM BZ-WRITE-FAULT
                 GO TO BBC-999
              END-IF
           END-IF.

           IF BAQHSODT-EX-USER = SPACES THEN
              MOVE 'EXEMPTION WITH NO USER' TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBC-999
           END-IF.

           IF WS-EX-CNT NOT < WS-EX-MAX THEN
              MOVE 'MORE EXEMPTION ROWS THAN THE TABLE HOLDS'
                 TO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
              GO TO BBC-999
           END-IF.

           ADD 1 TO WS-EX-CNT.
           MOVE WS-RULE-HIT TO WS-EX-RULE-IX (WS-EX-CNT).
           MOVE BAQHSODT-EX-USER TO WS-EX-USER (WS-EX-CNT).
           MOVE BAQHSODT-EX-REASON TO WS-EX-REASON (WS-EX-CNT).

       BBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-CHECK-ONE-RULE
      *
      * Settles rule WS-RULE-IX's starting state once the table is
      * in: not in the table, switched off, or to be checked.
      *----------------------------------------------------------------*
       BC-CHECK-ONE-RULE SECTION.
       BC-010.
           EVALUATE TRUE
              WHEN WS-RL-SEEN (WS-RULE-IX) = 0
                 MOVE 'M' TO WS-RL-STATE (WS-RULE-IX)
              WHEN WS-RL-ACTIVE (WS-RULE-IX) = 'N'
                 MOVE 'O' TO WS-RL-STATE (WS-RULE-IX)
              WHEN OTHER
                 MOVE 'C' TO WS-RL-STATE (WS-RULE-IX)
           END-EVALUATE.

           IF WS-RL-STATE (WS-RULE-IX) = 'C' AND
              WS-RL-ACT-CNT (WS-RULE-IX) = 0 AND
              (WS-RULE-IX = WS-CERTOWN-IX OR
               WS-RULE-IX = WS-AUTHCRT-IX) THEN
              MOVE SPACES TO WS-FAULT-TEXT
              STRING 'RULE ' WS-RL-ID (WS-RULE-IX)
                 ' IS ACTIVE BUT HAS NO ACTIVITY (A) ROWS'
                 DELIMITED BY SIZE INTO WS-FAULT-TEXT
              PERFORM BZ-WRITE-FAULT
           END-IF.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BD-FIND-RULE
      *
      * WS-RULE-HIT is the index of rule WS-FIND-RULE, or 0.
      *----------------------------------------------------------------*
       BD-FIND-RULE SECTION.
       BD-010.
           MOVE 0 TO WS-RULE-HIT.
           PERFORM BDA-MATCH-ONE-RULE
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > 4
                 OR WS-RULE-HIT > 0.

       BD-999.
           EXIT.

      *----------------------------------------------------------------*
      * BDA-MATCH-ONE-RULE
      *----------------------------------------------------------------*
       BDA-MATCH-ONE-RULE SECTION.
       BDA-010.
           IF WS-RL-ID (WS-TBL-IX) = WS-FIND-RULE THEN
              MOVE WS-TBL-IX TO WS-RULE-HIT
           END-IF.

       BDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BZ-WRITE-FAULT
      *----------------------------------------------------------------*
       BZ-WRITE-FAULT SECTION.
       BZ-010.
           ADD 1 TO WS-FAULT-CNT.

           MOVE WS-ROW-NO TO WS-ROW-ED.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-ROW-NO = 0 THEN
              STRING 'RBKSODT: ' WS-FAULT-TEXT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'RBKSODT ROW ' WS-ROW-ED ': ' WS-FAULT-TEXT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.

           IF BAQHSODT-RECORD NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              MOVE BAQHSODT-RECORD TO WS-RPT-LINE (6:80)
              WRITE RBKSODR-RECORD FROM WS-RPT-LINE
           END-IF.

       BZ-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-CHECK-SELF-APPROVAL
      *
      * SELFAPPR: approval requests in the window that their own
      * requester approved.
      *----------------------------------------------------------------*
       CA-CHECK-SELF-APPROVAL SECTION.
       CA-010.
           MOVE WS-SELFAPPR-IX TO WS-RULE-IX.

           IF WS-RL-STATE (WS-RULE-IX) = 'C' THEN
              OPEN INPUT RBKAPPR-FILE
              IF WS-APPR-FILE-STATUS NOT = '00' THEN
                 MOVE SPACES TO WS-RL-NOTE (WS-RULE-IX)
                 STRING 'RBKAPPR NOT AVAILABLE, FILE STATUS '
                    WS-APPR-FILE-STATUS
                    DELIMITED BY SIZE INTO WS-RL-NOTE (WS-RULE-IX)
                 MOVE 'U' TO WS-RL-STATE (WS-RULE-IX)
              END-IF
           END-IF.

           PERFORM XA-WRITE-RULE-HEADING.
           IF WS-RL-STATE (WS-RULE-IX) NOT = 'C' THEN
              GO TO CA-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKAPPR-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM CB-CHECK-ONE-APPROVAL UNTIL WS-EOF.

           CLOSE RBKAPPR-FILE.

           PERFORM XB-WRITE-RULE-FOOTER.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-CHECK-ONE-APPROVAL
      *----------------------------------------------------------------*
       CB-CHECK-ONE-APPROVAL SECTION.
       CB-010.
           IF BAQHAPPR-DATE < WS-FROM-DATE OR
              BAQHAPPR-DATE > WS-TO-DATE THEN
              GO TO CB-020
           END-IF.

           IF BAQHAPPR-APPROVER = SPACES OR
              BAQHAPPR-APPROVER NOT = BAQHAPPR-REQUESTOR THEN
              GO TO CB-020
           END-IF.

           IF BAQHAPPR-STATUS NOT = 'APPROVED' AND
              BAQHAPPR-STATUS NOT = 'USED' THEN
              GO TO CB-020
           END-IF.

           MOVE BAQHAPPR-APPROVER TO WS-V-USER.
           MOVE BAQHAPPR-DATE TO WS-V-DATE.
           MOVE SPACES TO WS-V-TEXT.
           STRING 'APPROVED OWN ' BAQHAPPR-OPERATION ' REQUEST ('
              DELIMITED BY SIZE
              BAQHAPPR-STATUS DELIMITED BY SPACE
              ') ' BAQHAPPR-TITLE
              DELIMITED BY SIZE INTO WS-V-TEXT.
           PERFORM XC-WRITE-VIOLATION.

       CB-020.
           READ RBKAPPR-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-CHECK-HOLD-RELEASE
      *
      * HOLDSELF: holds released in the window by the user who
      * placed them.
      *----------------------------------------------------------------*
       DA-CHECK-HOLD-RELEASE SECTION.
       DA-010.
           MOVE WS-HOLDSELF-IX TO WS-RULE-IX.

           IF WS-RL-STATE (WS-RULE-IX) = 'C' THEN
              OPEN INPUT RBKHOLD-FILE
              IF WS-HOLD-FILE-STATUS NOT = '00' THEN
                 MOVE SPACES TO WS-RL-NOTE (WS-RULE-IX)
                 STRING 'RBKHOLD NOT AVAILABLE, FILE STATUS '
                    WS-HOLD-FILE-STATUS
                    DELIMITED BY SIZE INTO WS-RL-NOTE (WS-RULE-IX)
                 MOVE 'U' TO WS-RL-STATE (WS-RULE-IX)
              END-IF
           END-IF.

           PERFORM XA-WRITE-RULE-HEADING.
           IF WS-RL-STATE (WS-RULE-IX) NOT = 'C' THEN
              GO TO DA-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKHOLD-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM DB-CHECK-ONE-HOLD UNTIL WS-EOF.

           CLOSE RBKHOLD-FILE.

           PERFORM XB-WRITE-RULE-FOOTER.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-CHECK-ONE-HOLD
      *----------------------------------------------------------------*
       DB-CHECK-ONE-HOLD SECTION.
       DB-010.
           IF BAQHHOLD-STATUS NOT = 'RELEASED' THEN
              GO TO DB-020
           END-IF.

           IF BAQHHOLD-REL-DATE < WS-FROM-DATE OR
              BAQHHOLD-REL-DATE > WS-TO-DATE THEN
              GO TO DB-020
           END-IF.

           IF BAQHHOLD-PLACED-BY = SPACES OR
              BAQHHOLD-PLACED-BY NOT = BAQHHOLD-REL-BY THEN
              GO TO DB-020
           END-IF.

           MOVE BAQHHOLD-REL-BY TO WS-V-USER.
           MOVE BAQHHOLD-REL-DATE TO WS-V-DATE.
           MOVE SPACES TO WS-V-TEXT.
           STRING 'PLACED ' BAQHHOLD-PLACED-DATE ' AND RELEASED HOLD '
              BAQHHOLD-REF ' ' BAQHHOLD-TITLE
              DELIMITED BY SIZE INTO WS-V-TEXT.
           PERFORM XC-WRITE-VIOLATION.

       DB-020.
           READ RBKHOLD-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-LOAD-CERTIFICATIONS
      *
      * CERTOWN: the days in the window that were certified, and by
      * whom.
      *----------------------------------------------------------------*
       EA-LOAD-CERTIFICATIONS SECTION.
       EA-010.
           MOVE WS-CERTOWN-IX TO WS-RULE-IX.
           IF WS-RL-STATE (WS-RULE-IX) NOT = 'C' THEN
              GO TO EA-999
           END-IF.

           OPEN INPUT RBKCERT-FILE.
           IF WS-CERT-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RL-NOTE (WS-RULE-IX)
              STRING 'RBKCERT NOT AVAILABLE, FILE STATUS '
                 WS-CERT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-RL-NOTE (WS-RULE-IX)
              MOVE 'U' TO WS-RL-STATE (WS-RULE-IX)
              GO TO EA-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKCERT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM EB-LOAD-ONE-CERTIFICATION UNTIL WS-EOF.

           CLOSE RBKCERT-FILE.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-LOAD-ONE-CERTIFICATION
      *----------------------------------------------------------------*
       EB-LOAD-ONE-CERTIFICATION SECTION.
       EB-010.
           IF BAQHCERT-CHG-DATE < WS-FROM-DATE OR
              BAQHCERT-CHG-DATE > WS-TO-DATE OR
              BAQHCERT-USER = SPACES THEN
              GO TO EB-020
           END-IF.

           IF WS-CE-CNT NOT < WS-CE-MAX THEN
              MOVE 'MORE CERTIFICATIONS THAN THE TABLE HOLDS'
                 TO WS-RL-NOTE (WS-RULE-IX)
              MOVE 'U' TO WS-RL-STATE (WS-RULE-IX)
              MOVE 'Y' TO WS-EOF-SW
              GO TO EB-999
           END-IF.

           ADD 1 TO WS-CE-CNT.
           MOVE BAQHCERT-CHG-DATE TO WS-CE-CHG-DATE (WS-CE-CNT).
           MOVE BAQHCERT-USER TO WS-CE-USER (WS-CE-CNT).
           MOVE BAQHCERT-DATE TO WS-CE-CERT-DATE (WS-CE-CNT).
           MOVE 0 TO WS-CE-CHANGES (WS-CE-CNT).
           MOVE SPACES TO WS-CE-TITLE (WS-CE-CNT).

       EB-020.
           READ RBKCERT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-LOAD-AUTHOR-CHANGES
      *
      * AUTHCRT: the author-master changes in the window, and the
      * catalog the created books' authors are looked up on.
      *----------------------------------------------------------------*
       FA-LOAD-AUTHOR-CHANGES SECTION.
       FA-010.
           MOVE WS-AUTHCRT-IX TO WS-RULE-IX.
           IF WS-RL-STATE (WS-RULE-IX) NOT = 'C' THEN
              GO TO FA-999
           END-IF.

           OPEN INPUT RBKAMLG-FILE.
           IF WS-AMLG-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RL-NOTE (WS-RULE-IX)
              STRING 'RBKAMLG NOT AVAILABLE, FILE STATUS '
                 WS-AMLG-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-RL-NOTE (WS-RULE-IX)
              MOVE 'U' TO WS-RL-STATE (WS-RULE-IX)
              GO TO FA-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKAMLG-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM FB-LOAD-ONE-AUTHOR-CHANGE UNTIL WS-EOF.

           CLOSE RBKAMLG-FILE.

           IF WS-RL-STATE (WS-RULE-IX) NOT = 'C' OR
              WS-AM-CNT = 0 THEN
              GO TO FA-999
           END-IF.

           OPEN INPUT RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS = '00' OR
              WS-CAT-FILE-STATUS = '97' THEN
              MOVE 1 TO WS-CAT-OPEN
           ELSE
              MOVE SPACES TO WS-RL-NOTE (WS-RULE-IX)
              STRING 'RBKCAT NOT AVAILABLE, FILE STATUS '
                 WS-CAT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-RL-NOTE (WS-RULE-IX)
              MOVE 'U' TO WS-RL-STATE (WS-RULE-IX)
           END-IF.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-LOAD-ONE-AUTHOR-CHANGE
      *----------------------------------------------------------------*
       FB-LOAD-ONE-AUTHOR-CHANGE SECTION.
       FB-010.
           IF RBKAMLG-DATE < WS-FROM-DATE OR
              RBKAMLG-DATE > WS-TO-DATE OR
              RBKAMLG-DATE IS NOT NUMERIC OR
              RBKAMLG-USER = SPACES THEN
              GO TO FB-020
           END-IF.

           IF WS-AM-CNT NOT < WS-AM-MAX THEN
              MOVE 'MORE AUTHOR CHANGES THAN THE TABLE HOLDS'
                 TO WS-RL-NOTE (WS-RULE-IX)
              MOVE 'U' TO WS-RL-STATE (WS-RULE-IX)
              MOVE 'Y' TO WS-EOF-SW
              GO TO FB-999
           END-IF.

           ADD 1 TO WS-AM-CNT.
           MOVE RBKAMLG-DATE TO WS-AM-STAMP (WS-AM-CNT) (1:8).
           MOVE RBKAMLG-TIME TO WS-AM-STAMP (WS-AM-CNT) (9:6).
           MOVE RBKAMLG-USER TO WS-AM-USER (WS-AM-CNT).
           MOVE RBKAMLG-ACTION TO WS-AM-ACTION (WS-AM-CNT).
           MOVE RBKAMLG-FIRST TO WS-AM-FIRST (WS-AM-CNT).
           MOVE RBKAMLG-LAST TO WS-AM-LAST (WS-AM-CNT).

      * A create conflicts up to WINDOW days after the change.
           MOVE RBKAMLG-DATE TO WS-DATE-NUM.
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              + WS-RL-WINDOW (WS-RULE-IX).
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-AM-UNTIL (WS-AM-CNT).

       FB-020.
           READ RBKAMLG-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-SCAN-AUDIT
      *
      * One pass of the keyed audit repository from the start of
      * the window, for the successful activity of named users.
      *----------------------------------------------------------------*
       GA-SCAN-AUDIT SECTION.
       GA-010.
           OPEN INPUT RBKAUDK-FILE.
           IF WS-AUDK-FILE-STATUS NOT = '00' AND
              WS-AUDK-FILE-STATUS NOT = '97' THEN
              PERFORM GAA-AUDIT-UNAVAILABLE
                 VARYING WS-RULE-IX FROM 1 BY 1
                 UNTIL WS-RULE-IX > 4
              GO TO GA-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO BAQHKAUD-KEY.
           MOVE WS-FROM-DATE TO BAQHKAUD-DATE.
           START RBKAUDK-FILE KEY NOT < BAQHKAUD-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-SW
           END-START.

           IF NOT WS-EOF THEN
              PERFORM GZ-READ-AUDIT
           END-IF.
           PERFORM GB-TAKE-AUDIT-REC UNTIL WS-EOF.

           CLOSE RBKAUDK-FILE.

       GA-999.
           IF WS-CAT-OPEN = 1 THEN
              CLOSE RBKCAT-FILE
              MOVE 0 TO WS-CAT-OPEN
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
      * GAA-AUDIT-UNAVAILABLE
      *----------------------------------------------------------------*
       GAA-AUDIT-UNAVAILABLE SECTION.
       GAA-010.
           IF WS-RL-STATE (WS-RULE-IX) = 'C' AND
              (WS-RULE-IX = WS-CERTOWN-IX OR
               WS-RULE-IX = WS-AUTHCRT-IX) THEN
              MOVE SPACES TO WS-RL-NOTE (WS-RULE-IX)
              STRING 'RBKAUDK NOT AVAILABLE, FILE STATUS '
                 WS-AUDK-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-RL-NOTE (WS-RULE-IX)
              MOVE 'U' TO WS-RL-STATE (WS-RULE-IX)
           END-IF.

       GAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GB-TAKE-AUDIT-REC
      *----------------------------------------------------------------*
       GB-TAKE-AUDIT-REC SECTION.
       GB-010.
           IF BAQHKAUD-DATE > WS-TO-DATE THEN
              MOVE 'Y' TO WS-EOF-SW
              GO TO GB-999
           END-IF.

           IF BAQHKAUD-USER = SPACES OR
              BAQHKAUD-RESULT NOT = 'SUCCESS' THEN
              GO TO GB-020
           END-IF.

           IF WS-RL-STATE (WS-CERTOWN-IX) = 'C' THEN
              MOVE WS-CERTOWN-IX TO WS-RULE-IX
              PERFORM GC-MATCH-ACTIVITY
              IF WS-ACT-HIT = 1 THEN
                 PERFORM GBA-COUNT-OWN-CHANGE
                    VARYING WS-CE-IX FROM 1 BY 1
                    UNTIL WS-CE-IX > WS-CE-CNT
              END-IF
           END-IF.

           IF WS-RL-STATE (WS-AUTHCRT-IX) = 'C' THEN
              MOVE WS-AUTHCRT-IX TO WS-RULE-IX
              PERFORM GC-MATCH-ACTIVITY
              IF WS-ACT-HIT = 1 THEN
                 MOVE BAQHKAUD-DATE TO WS-AUD-STAMP (1:8)
                 MOVE BAQHKAUD-TIME TO WS-AUD-STAMP (9:6)
                 MOVE SPACE TO WS-CAT-STATE
                 PERFORM GBB-CHECK-AUTHOR-CREATE
                    VARYING WS-AM-IX FROM 1 BY 1
                    UNTIL WS-AM-IX > WS-AM-CNT
                       OR WS-CAT-STATE = 'N'
              END-IF
           END-IF.

       GB-020.
           PERFORM GZ-READ-AUDIT.

       GB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GBA-COUNT-OWN-CHANGE
      *----------------------------------------------------------------*
       GBA-COUNT-OWN-CHANGE SECTION.
       GBA-010.
           IF WS-CE-CHG-DATE (WS-CE-IX) = BAQHKAUD-DATE AND
              WS-CE-USER (WS-CE-IX) = BAQHKAUD-USER THEN
              ADD 1 TO WS-CE-CHANGES (WS-CE-IX)
              IF WS-CE-TITLE (WS-CE-IX) = SPACES THEN
                 MOVE BAQHKAUD-KEY-TITLE TO WS-CE-TITLE (WS-CE-IX)
              END-IF
           END-IF.

       GBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GBB-CHECK-AUTHOR-CREATE
      *
      * Does this create, by the user who made author change
      * WS-AM-IX and after it, name that author? The created book
      * is read from the catalog once, on the first change that
      * needs it; WS-CAT-STATE is then Y (read) or N (not in the
      * catalog - the create is counted as unchecked).
      *----------------------------------------------------------------*
       GBB-CHECK-AUTHOR-CREATE SECTION.
       GBB-010.
           IF WS-AM-USER (WS-AM-IX) NOT = BAQHKAUD-USER OR
              WS-AUD-STAMP NOT > WS-AM-STAMP (WS-AM-IX) OR
              BAQHKAUD-DATE > WS-AM-UNTIL (WS-AM-IX) THEN
              GO TO GBB-999
           END-IF.

           IF WS-CAT-STATE = SPACE THEN
              MOVE BAQHKAUD-KEY-TITLE TO BAQHKCAT-TITLE
              READ RBKCAT-FILE
                  INVALID KEY
                     MOVE 'N' TO WS-CAT-STATE
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-CAT-STATE
                     MOVE FUNCTION UPPER-CASE(BAQHKCAT-AUTHORS)
                        TO WS-AUTHORS-UC
              END-READ
              IF WS-CAT-STATE = 'N' THEN
                 ADD 1 TO WS-UNCHECKED-CREATES
                 GO TO GBB-999
              END-IF
           END-IF.

      * The author counts as named when the catalog's author list
      * carries both the last and the first name.
           MOVE 1 TO WS-NAME-HIT.
           MOVE FUNCTION UPPER-CASE(WS-AM-LAST (WS-AM-IX))
              TO WS-NAME-UC.
           PERFORM GBC-FIND-NAME.
           IF WS-AM-FIRST (WS-AM-IX) NOT = SPACES THEN
              MOVE FUNCTION UPPER-CASE(WS-AM-FIRST (WS-AM-IX))
                 TO WS-NAME-UC
              PERFORM GBC-FIND-NAME
           END-IF.
           IF WS-NAME-HIT = 0 THEN
              GO TO GBB-999
           END-IF.

           IF WS-VI-CNT NOT < WS-VI-MAX THEN
              ADD 1 TO WS-VI-LOST
              GO TO GBB-999
           END-IF.

           ADD 1 TO WS-VI-CNT.
           MOVE BAQHKAUD-USER TO WS-VI-USER (WS-VI-CNT).
           MOVE BAQHKAUD-DATE TO WS-VI-DATE (WS-VI-CNT).
           MOVE SPACES TO WS-VI-TEXT (WS-VI-CNT).
           STRING WS-AM-ACTION (WS-AM-IX) DELIMITED BY SPACE
              ' AUTHOR ' DELIMITED BY SIZE
              WS-AM-FIRST (WS-AM-IX) DELIMITED BY '  '
              ' ' DELIMITED BY SIZE
              WS-AM-LAST (WS-AM-IX) DELIMITED BY '  '
              ' AT ' WS-AM-STAMP (WS-AM-IX) (9:4)
              ' ON ' WS-AM-STAMP (WS-AM-IX) (1:8)
              ', THEN CREATED ' BAQHKAUD-KEY-TITLE
              DELIMITED BY SIZE
              INTO WS-VI-TEXT (WS-VI-CNT).

       GBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GBC-FIND-NAME
      *
      * Clears WS-NAME-HIT unless WS-NAME-UC is in WS-AUTHORS-UC.
      *----------------------------------------------------------------*
       GBC-FIND-NAME SECTION.
       GBC-010.
           MOVE 0 TO WS-NAME-LEN.
           INSPECT WS-NAME-UC TALLYING WS-NAME-LEN
              FOR CHARACTERS BEFORE INITIAL '  '.
           IF WS-NAME-LEN = 0 THEN
              MOVE 0 TO WS-NAME-HIT
              GO TO GBC-999
           END-IF.

           MOVE 0 TO WS-NAME-TALLY.
           INSPECT WS-AUTHORS-UC TALLYING WS-NAME-TALLY
              FOR ALL WS-NAME-UC (1:WS-NAME-LEN).
           IF WS-NAME-TALLY = 0 THEN
              MOVE 0 TO WS-NAME-HIT
           END-IF.

       GBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * GC-MATCH-ACTIVITY
      *
      * WS-ACT-HIT is 1 when the audit record's transaction or
      * operation is one of rule WS-RULE-IX's activities.
      *----------------------------------------------------------------*
       GC-MATCH-ACTIVITY SECTION.
       GC-010.
           MOVE 0 TO WS-ACT-HIT.
           PERFORM GCA-MATCH-ONE-ACTIVITY
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-AV-CNT
                 OR WS-ACT-HIT = 1.

       GC-999.
           EXIT.

      *----------------------------------------------------------------*
      * GCA-MATCH-ONE-ACTIVITY
      *----------------------------------------------------------------*
       GCA-MATCH-ONE-ACTIVITY SECTION.
       GCA-010.
           IF WS-AV-RULE-IX (WS-TBL-IX) = WS-RULE-IX AND
              (WS-AV-VALUE (WS-TBL-IX) = BAQHKAUD-TXID OR
               WS-AV-VALUE (WS-TBL-IX) = BAQHKAUD-OPERATION) THEN
              MOVE 1 TO WS-ACT-HIT
           END-IF.

       GCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GZ-READ-AUDIT
      *----------------------------------------------------------------*
       GZ-READ-AUDIT SECTION.
       GZ-010.
           READ RBKAUDK-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF WS-AUDK-FILE-STATUS NOT = '00' AND
              WS-AUDK-FILE-STATUS NOT = '02' THEN
              MOVE 'Y' TO WS-EOF-SW
           END-IF.

       GZ-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WRITE-CERT-RULE
      *----------------------------------------------------------------*
       HA-WRITE-CERT-RULE SECTION.
       HA-010.
           MOVE WS-CERTOWN-IX TO WS-RULE-IX.
           PERFORM XA-WRITE-RULE-HEADING.
           IF WS-RL-STATE (WS-RULE-IX) NOT = 'C' THEN
              GO TO HA-999
           END-IF.

           PERFORM HB-WRITE-ONE-CERT
              VARYING WS-CE-IX FROM 1 BY 1
              UNTIL WS-CE-IX > WS-CE-CNT.

           PERFORM XB-WRITE-RULE-FOOTER.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HB-WRITE-ONE-CERT
      *----------------------------------------------------------------*
       HB-WRITE-ONE-CERT SECTION.
       HB-010.
           IF WS-CE-CHANGES (WS-CE-IX) = 0 THEN
              GO TO HB-999
           END-IF.

           MOVE WS-CE-USER (WS-CE-IX) TO WS-V-USER.
           MOVE WS-CE-CHG-DATE (WS-CE-IX) TO WS-V-DATE.
           MOVE WS-CE-CHANGES (WS-CE-IX) TO WS-CHANGES-ED.
           MOVE SPACES TO WS-V-TEXT.
           STRING 'CERTIFIED ON ' WS-CE-CERT-DATE (WS-CE-IX)
              ' A DAY WITH' WS-CHANGES-ED ' CHANGE(S) OF THEIR OWN,'
              ' FIRST ' WS-CE-TITLE (WS-CE-IX)
              DELIMITED BY SIZE INTO WS-V-TEXT.
           PERFORM XC-WRITE-VIOLATION.

       HB-999.
           EXIT.

      *----------------------------------------------------------------*
      * IA-WRITE-AUTHOR-RULE
      *----------------------------------------------------------------*
       IA-WRITE-AUTHOR-RULE SECTION.
       IA-010.
           MOVE WS-AUTHCRT-IX TO WS-RULE-IX.
           PERFORM XA-WRITE-RULE-HEADING.
           IF WS-RL-STATE (WS-RULE-IX) NOT = 'C' THEN
              GO TO IA-999
           END-IF.

           PERFORM IB-WRITE-ONE-CREATE
              VARYING WS-VI-IX FROM 1 BY 1
              UNTIL WS-VI-IX > WS-VI-CNT.

           IF WS-VI-LOST > 0 THEN
              ADD WS-VI-LOST TO WS-RL-VIOLATIONS (WS-RULE-IX)
              ADD WS-VI-LOST TO WS-TOT-VIOLATIONS
              MOVE WS-VI-LOST TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '  ' WS-CNT-ED ' FURTHER CONFLICT(S) NOT LISTED'
                 ' - THE LIST IS FULL.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKSODR-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-UNCHECKED-CREATES > 0 THEN
              MOVE WS-UNCHECKED-CREATES TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING '  ' WS-CNT-ED ' CREATE(S) AFTER AN AUTHOR CHANGE'
                 ' NOT CHECKED - THE TITLE IS NOT IN RBKCAT YET.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKSODR-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM XB-WRITE-RULE-FOOTER.

       IA-999.
           EXIT.

      *----------------------------------------------------------------*
      * IB-WRITE-ONE-CREATE
      *----------------------------------------------------------------*
       IB-WRITE-ONE-CREATE SECTION.
       IB-010.
           MOVE WS-VI-USER (WS-VI-IX) TO WS-V-USER.
           MOVE WS-VI-DATE (WS-VI-IX) TO WS-V-DATE.
           MOVE WS-VI-TEXT (WS-VI-IX) TO WS-V-TEXT.
           PERFORM XC-WRITE-VIOLATION.

       IB-999.
           EXIT.

      *----------------------------------------------------------------*
      * JA-WRITE-SUMMARY
      *----------------------------------------------------------------*
       JA-WRITE-SUMMARY SECTION.
       JA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.
           MOVE ALL '-' TO WS-RPT-LINE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.

           MOVE WS-TOT-VIOLATIONS TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'VIOLATIONS              ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-EXEMPTED TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXEMPT                  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-UNCHECKED TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ACTIVE RULES UNCHECKED  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.

       JA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-WRITE-RULE-HEADING
      *
      * Rule WS-RULE-IX's heading, and why it was not checked when
      * it was not.
      *----------------------------------------------------------------*
       XA-WRITE-RULE-HEADING SECTION.
       XA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.
           MOVE ALL '-' TO WS-RPT-LINE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULE ' WS-RL-ID (WS-RULE-IX) '  '
              WS-RL-TEXT (WS-RULE-IX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           EVALUATE WS-RL-STATE (WS-RULE-IX)
              WHEN 'M'
                 MOVE '  NOT IN RBKSODT - NOT CHECKED.' TO WS-RPT-LINE
              WHEN 'O'
                 MOVE '  SWITCHED OFF IN RBKSODT - NOT CHECKED.'
                    TO WS-RPT-LINE
              WHEN 'U'
                 ADD 1 TO WS-TOT-UNCHECKED
                 STRING '  ** NOT CHECKED - ' WS-RL-NOTE (WS-RULE-IX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN OTHER
                 MOVE 'USER' TO WS-RPT-LINE (3:4)
                 MOVE 'DATE' TO WS-RPT-LINE (13:4)
                 MOVE 'CONFLICT' TO WS-RPT-LINE (23:8)
           END-EVALUATE.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-WRITE-RULE-FOOTER
      *----------------------------------------------------------------*
       XB-WRITE-RULE-FOOTER SECTION.
       XB-010.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-RL-VIOLATIONS (WS-RULE-IX) = 0 AND
              WS-RL-EXEMPTED (WS-RULE-IX) = 0 THEN
              MOVE '  NO VIOLATIONS.' TO WS-RPT-LINE
           ELSE
              MOVE WS-RL-VIOLATIONS (WS-RULE-IX) TO WS-CNT-ED
              STRING '  VIOLATIONS ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              MOVE WS-RL-EXEMPTED (WS-RULE-IX) TO WS-CNT-ED
              STRING '  EXEMPT ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE (25:)
           END-IF.
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-WRITE-VIOLATION
      *
      * One violation of rule WS-RULE-IX by WS-V-USER - listed as
      * exempt, with the reason, when RBKSODT exempts the user.
      *----------------------------------------------------------------*
       XC-WRITE-VIOLATION SECTION.
       XC-010.
           MOVE 0 TO WS-EX-HIT.
           PERFORM XCA-MATCH-ONE-EXEMPTION
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-EX-CNT
                 OR WS-EX-HIT > 0.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-V-USER TO WS-RPT-LINE (3:8).
           MOVE WS-V-DATE TO WS-RPT-LINE (13:8).
           MOVE WS-V-TEXT TO WS-RPT-LINE (23:110).
           WRITE RBKSODR-RECORD FROM WS-RPT-LINE.

           IF WS-EX-HIT = 0 THEN
              ADD 1 TO WS-RL-VIOLATIONS (WS-RULE-IX)
              ADD 1 TO WS-TOT-VIOLATIONS
           ELSE
              ADD 1 TO WS-RL-EXEMPTED (WS-RULE-IX)
              ADD 1 TO WS-TOT-EXEMPTED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'EXEMPT - ' WS-EX-REASON (WS-EX-HIT)
                 DELIMITED BY SIZE INTO WS-RPT-LINE (23:)
              WRITE RBKSODR-RECORD FROM WS-RPT-LINE
           END-IF.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XCA-MATCH-ONE-EXEMPTION
      *----------------------------------------------------------------*
       XCA-MATCH-ONE-EXEMPTION SECTION.
       XCA-010.
           IF WS-EX-USER (WS-TBL-IX) = WS-V-USER AND
              (WS-EX-RULE-IX (WS-TBL-IX) = 0 OR
               WS-EX-RULE-IX (WS-TBL-IX) = WS-RULE-IX) THEN
              MOVE WS-TBL-IX TO WS-EX-HIT
           END-IF.

       XCA-999.
           EXIT.
