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
      * BAQHRCRT                                                      *
      *                                                               *
      * Quarterly access recertification for the RBKRES profiles      *
      * AO-CHECK-OPERATION-AUTH in BAQHRBKC checks - RBK.INQUIRY,     *
      * RBK.UPDATE, RBK.DESTROY, RBK.CERTIFY and RBK.RESUBMIT. It     *
      * takes:                                                        *
      *   RBKDBU0 - the RACF database unload (IRRDBU00, BAQHRDBU).    *
      *             Read three times, so the order the unload lists   *
      *             its record types in does not matter: once for the *
      *             five profiles (or the RBK.* / RBK.** generic that *
      *             covers one that is not defined discretely), their *
      *             owners, universal access and access lists; once   *
      *             for which access-list IDs are groups and who is   *
      *             connected to those groups; once for the users'    *
      *             names, revoke status and last RACF logon,         *
      *   RBKAUDK - the keyed audit repository (BAQHKAUD): each       *
      *             user's last audited activity of any kind, and the *
      *             last audited use of each profile - a              *
      *             transaction maps to its profile as                *
      *             AO-CHECK-OPERATION-AUTH maps it. Authorization    *
      *             denials are not use,                              *
      * and writes:                                                   *
      *   RBKRCWS - the recertification worksheet. Per profile, its   *
      *             owner, every user who holds READ or better -      *
      *             directly, or through the group that gives the most*
      *             (a user's own entry governs even when it gives    *
      *             less) - with the last activity and last use, the  *
      *             findings, KEEP and REMOVE columns and a signature *
      *             block for the access owner.                       *
      *                                                               *
      * Findings, each setting return code 4:                         *
      *   DORMANT            - no use of the profile in the last N    *
      *                        days (PARM DORMANT=, default 90),      *
      *   DESTROY-NEVER-USED - RBK.DESTROY held, never used,          *
      *   REVOKED            - a revoked user still on the list,      *
      *   UNDEFINED          - an access-list ID that is no longer a  *
      *                        RACF user or group,                    *
      * and, for the profile as a whole, universal access (UACC or    *
      * ID(*) of READ or better) and a profile the unload does not    *
      * have at all.                                                  *
      *                                                               *
      * An unload or audit repository this run cannot open, or more   *
      * entries, connections or holders than its tables hold, writes  *
      * no worksheet (return code 8) - a partial list would be        *
      * signed as complete.                                           *
      *                                                               *
      * PARM keyword, optional:                                       *
      *   DORMANT=n   days without use before access is dormant       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHRCRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKDBU0-FILE ASSIGN TO RBKDBU0
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBU-FILE-STATUS.

           SELECT RBKAUDK-FILE ASSIGN TO RBKAUDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKAUD-KEY
               ALTERNATE RECORD KEY IS BAQHKAUD-KEY-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-AUDK-FILE-STATUS.

           SELECT RBKRCWS-FILE ASSIGN TO RBKRCWS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKDBU0-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 5 TO 4096
              DEPENDING ON WS-DBU-LEN
           LABEL RECORDS ARE STANDARD.
       01  RBKDBU0-RECORD          PIC X(4096).

       FD  RBKAUDK-FILE.
       COPY BAQHKAUD.

       FD  RBKRCWS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKRCWS-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-DBU-FILE-STATUS  PIC X(2).
       01 WS-AUDK-FILE-STATUS PIC X(2).
       01 WS-DBU-LEN          PIC 9(4) COMP VALUE 0.

       01 WS-DBU-EOF-SW       PIC X VALUE 'N'.
           88 WS-DBU-EOF      VALUE 'Y'.
       01 WS-AUDK-EOF-SW      PIC X VALUE 'N'.
           88 WS-AUDK-EOF     VALUE 'Y'.
       01 WS-REFUSED          PIC 9 VALUE 0.

      * The unload record being looked at, its short records padded.
       COPY BAQHRDBU.

       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-DAYS-ARG         PIC X(5) VALUE SPACES.
       01 WS-ARG-LEN          PIC 9(4) COMP VALUE 0.
       01 WS-DORMANT-DAYS     PIC 9(5) VALUE 90.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
       01 WS-CUTOFF-INT       PIC S9(9) COMP VALUE 0.
       01 WS-CUTOFF-DATE      PIC X(8) VALUE SPACES.

      * The five profiles AO-CHECK-OPERATION-AUTH asks about, then
      * the two generics that can stand in for one of them.
       01 WS-PF-NAMES.
           05 FILLER PIC X(12) VALUE 'RBK.INQUIRY'.
           05 FILLER PIC X(12) VALUE 'RBK.UPDATE'.
           05 FILLER PIC X(12) VALUE 'RBK.DESTROY'.
           05 FILLER PIC X(12) VALUE 'RBK.CERTIFY'.
           05 FILLER PIC X(12) VALUE 'RBK.RESUBMIT'.
           05 FILLER PIC X(12) VALUE 'RBK.*'.
           05 FILLER PIC X(12) VALUE 'RBK.**'.
       01 WS-PF-NAME-TABLE REDEFINES WS-PF-NAMES.
           05 WS-PF-NAME PIC X(12) OCCURS 7 TIMES.
       01 WS-PF-TABLE.
           03 WS-PF-ENTRY OCCURS 7 TIMES.
              05 WS-PF-DEFINED     PIC 9.
              05 WS-PF-OWNER       PIC X(8).
              05 WS-PF-UACC        PIC X(8).
              05 WS-PF-SRC         PIC 9(4) COMP.
              05 WS-PF-UNIV        PIC 9.
              05 WS-PF-UNIV-HOW    PIC X(5).
              05 WS-PF-LAST-USE    PIC X(8).
              05 WS-PF-HOLDERS     PIC 9(5) COMP.
              05 WS-PF-FLAGGED     PIC 9(5) COMP.
       01 WS-PF-IX            PIC 9(4) COMP VALUE 0.
       01 WS-PF-HIT           PIC 9(4) COMP VALUE 0.
       01 WS-FIND-NAME        PIC X(246) VALUE SPACES.
       01 WS-DESTROY-IX       PIC 9(4) COMP VALUE 3.

      * The RBKRES access-list entries of those profiles. KIND is
      * U (user), G (group), * (ID(*)) or blank (neither - an ID
      * RACF no longer knows).
       01 WS-AC-TABLE.
           03 WS-AC-ENTRY OCCURS 500 TIMES.
              05 WS-AC-PF          PIC 9(4) COMP.
              05 WS-AC-ID          PIC X(8).
              05 WS-AC-ACCESS      PIC X(8).
              05 WS-AC-RANK        PIC 9.
              05 WS-AC-KIND        PIC X.
       01 WS-AC-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-AC-MAX           PIC 9(4) COMP VALUE 500.
       01 WS-AC-IX            PIC 9(4) COMP VALUE 0.

      * The connections to the groups on those access lists.
       01 WS-GM-TABLE.
           03 WS-GM-ENTRY OCCURS 5000 TIMES.
              05 WS-GM-GROUP       PIC X(8).
              05 WS-GM-MEMBER      PIC X(8).
       01 WS-GM-CNT           PIC 9(5) COMP VALUE 0.
       01 WS-GM-MAX           PIC 9(5) COMP VALUE 5000.
       01 WS-GM-IX            PIC 9(5) COMP VALUE 0.

      * Every user the access lists reach, in user ID order, with
      * what each holds on each of the five profiles.
       01 WS-US-TABLE.
           03 WS-US-ENTRY OCCURS 2000 TIMES.
              05 WS-US-ID          PIC X(8).
              05 WS-US-NAME        PIC X(20).
              05 WS-US-FOUND       PIC 9.
              05 WS-US-REVOKED     PIC 9.
              05 WS-US-LOGON       PIC X(10).
              05 WS-US-LAST-ACT    PIC X(8).
              05 WS-US-HOLD OCCURS 5 TIMES.
                 07 WS-US-RANK     PIC 9.
                 07 WS-US-DIRECT   PIC 9.
                 07 WS-US-VIA      PIC X(8).
                 07 WS-US-ACCESS   PIC X(8).
                 07 WS-US-LAST-USE PIC X(8).
       01 WS-US-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-US-MAX           PIC 9(4) COMP VALUE 2000.
       01 WS-US-IX            PIC 9(4) COMP VALUE 0.
       01 WS-INS-IX           PIC 9(4) COMP VALUE 0.
       01 WS-TBL-IX           PIC 9(5) COMP VALUE 0.
       01 WS-TBL-HIT          PIC 9(5) COMP VALUE 0.
       01 WS-FIND-ID          PIC X(8) VALUE SPACES.
       01 WS-FIND-KIND        PIC X VALUE SPACE.
       01 WS-APPLY-DIRECT     PIC 9 VALUE 0.
       01 WS-OVERFLOW-CNT     PIC 9(7) COMP VALUE 0.

      * RACF access levels, lowest first; READ (2) is what the
      * transactions need.
       01 WS-ACCESS-WORD      PIC X(8) VALUE SPACES.
       01 WS-ACCESS-RANK      PIC 9 VALUE 0.

      * The audit record being joined.
       01 WS-MAP-TXID         PIC X(8) VALUE SPACES.
       01 WS-MAP-PF           PIC 9(4) COMP VALUE 0.

      * The holder being written.
       01 WS-FLAGS            PIC X(38) VALUE SPACES.
       01 WS-FLAG-PTR         PIC 9(4) COMP VALUE 0.

      * Run totals.
       01 WS-AUDK-READ        PIC 9(9) COMP VALUE 0.
       01 WS-AUDK-JOINED      PIC 9(9) COMP VALUE 0.
       01 WS-TOT-HOLDERS      PIC 9(7) COMP VALUE 0.
       01 WS-TOT-FLAGGED      PIC 9(7) COMP VALUE 0.
       01 WS-TOT-DORMANT      PIC 9(7) COMP VALUE 0.
       01 WS-TOT-NEVER        PIC 9(7) COMP VALUE 0.
       01 WS-TOT-REVOKED      PIC 9(7) COMP VALUE 0.
       01 WS-TOT-UNDEFINED    PIC 9(7) COMP VALUE 0.
       01 WS-TOT-UNIV         PIC 9(7) COMP VALUE 0.
       01 WS-TOT-NOPROF       PIC 9(7) COMP VALUE 0.

       01 WS-CNT-ED           PIC ZZZZZZZZ9.
       01 WS-DAYS-ED          PIC ZZZZ9.

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
              FOR CHARACTERS BEFORE INITIAL 'DORMANT='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 9.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              MOVE 0 TO WS-ARG-LEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-DAYS-ARG
                 COUNT IN WS-ARG-LEN
              IF WS-ARG-LEN > 0 AND WS-ARG-LEN NOT > 5 THEN
                 IF WS-DAYS-ARG (1:WS-ARG-LEN) IS NUMERIC THEN
                    MOVE WS-DAYS-ARG (1:WS-ARG-LEN)
                       TO WS-DORMANT-DAYS
                 END-IF
              END-IF
           END-IF.

      * Access last used before the cut-off date is dormant.
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-DORMANT-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
              TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-CUTOFF-DATE.

           INITIALIZE WS-PF-TABLE.

           OPEN OUTPUT RBKRCWS-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RBKRES ACCESS RECERTIFICATION WORKSHEET  (RUN '
              WS-RUN-DATE ')'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-DORMANT-DAYS TO WS-DAYS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DORMANT = NOT USED IN ' WS-DAYS-ED
              ' DAYS (SINCE ' WS-CUTOFF-DATE ').'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LAST ACT AND LAST USE ARE FROM THE KEYED AUDIT '
              'REPOSITORY - A TRANSACTION THAT WRITES NO '
              'AUDIT RECORD LEAVES NO TRACE THERE.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.

           PERFORM BA-LOAD-PROFILES.
           IF WS-REFUSED = 0 THEN
              PERFORM CA-READ-CONNECTIONS
           END-IF.
           IF WS-REFUSED = 0 THEN
              PERFORM DA-EXPAND-HOLDERS
           END-IF.

           IF WS-OVERFLOW-CNT > 0 THEN
              MOVE WS-OVERFLOW-CNT TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-CNT-ED ' ENTRIES, CONNECTIONS OR HOLDERS DID'
                 ' NOT FIT THE TABLES - NO WORKSHEET THIS RUN.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRCWS-RECORD FROM WS-RPT-LINE
              MOVE 1 TO WS-REFUSED
           END-IF.

           IF WS-REFUSED = 0 THEN
              PERFORM EA-READ-USER-DETAILS
           END-IF.
           IF WS-REFUSED = 0 THEN
              PERFORM FA-JOIN-AUDIT-ACTIVITY
           END-IF.

           IF WS-REFUSED > 0 THEN
              MOVE 8 TO RETURN-CODE
              GO TO A-999
           END-IF.

           PERFORM GA-WRITE-WORKSHEET.

           IF WS-TOT-FLAGGED > 0 OR WS-TOT-UNIV > 0 OR
              WS-TOT-NOPROF > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           CLOSE RBKRCWS-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-PROFILES
      *
      * First pass of the unload: the RBKRES profiles' basic records
      * and access lists. A profile not defined discretely is then
      * resolved to the RBK.* or RBK.** generic, as RACF would.
      *----------------------------------------------------------------*
       BA-LOAD-PROFILES SECTION.
       BA-010.
           PERFORM BY-OPEN-UNLOAD.
           IF WS-REFUSED > 0 THEN
              GO TO BA-999
           END-IF.

           PERFORM BB-TAKE-PROFILE-REC UNTIL WS-DBU-EOF.

           CLOSE RBKDBU0-FILE.

           PERFORM BC-RESOLVE-PROFILE
              VARYING WS-PF-IX FROM 1 BY 1
              UNTIL WS-PF-IX > 5.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-TAKE-PROFILE-REC
      *----------------------------------------------------------------*
       BB-TAKE-PROFILE-REC SECTION.
       BB-010.
           IF BAQHRDBU-RESOURCE-BASIC AND
              BAQHRDBU-GRBD-CLASS = 'RBKRES' THEN
              MOVE BAQHRDBU-GRBD-NAME TO WS-FIND-NAME
              PERFORM BBA-FIND-PROFILE
              IF WS-PF-HIT > 0 THEN
                 MOVE 1 TO WS-PF-DEFINED (WS-PF-HIT)
                 MOVE BAQHRDBU-GRBD-OWNER TO WS-PF-OWNER (WS-PF-HIT)
                 MOVE BAQHRDBU-GRBD-UACC TO WS-PF-UACC (WS-PF-HIT)
              END-IF
           END-IF.

           IF BAQHRDBU-RESOURCE-ACCESS AND
              BAQHRDBU-GRACC-CLASS = 'RBKRES' THEN
              MOVE BAQHRDBU-GRACC-NAME TO WS-FIND-NAME
              PERFORM BBA-FIND-PROFILE
              IF WS-PF-HIT > 0 THEN
                 PERFORM BBB-KEEP-ACCESS-ENTRY
              END-IF
           END-IF.

       BB-020.
           PERFORM BZ-READ-UNLOAD.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBA-FIND-PROFILE
      *
      * WS-PF-HIT is the WS-PF-NAME slot WS-FIND-NAME names, or 0.
      *----------------------------------------------------------------*
       BBA-FIND-PROFILE SECTION.
       BBA-010.
           MOVE 0 TO WS-PF-HIT.
           PERFORM BBAA-MATCH-ONE-PROFILE
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > 7
                 OR WS-PF-HIT > 0.

       BBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBAA-MATCH-ONE-PROFILE
      *----------------------------------------------------------------*
       BBAA-MATCH-ONE-PROFILE SECTION.
       BBAA-010.
           IF WS-PF-NAME (WS-TBL-IX) = WS-FIND-NAME THEN
              MOVE WS-TBL-IX TO WS-PF-HIT
           END-IF.

       BBAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BBB-KEEP-ACCESS-ENTRY
      *----------------------------------------------------------------*
       BBB-KEEP-ACCESS-ENTRY SECTION.
       BBB-010.
           IF WS-AC-CNT NOT < WS-AC-MAX THEN
              ADD 1 TO WS-OVERFLOW-CNT
              GO TO BBB-999
           END-IF.

           ADD 1 TO WS-AC-CNT.
           MOVE WS-PF-HIT TO WS-AC-PF (WS-AC-CNT).
           MOVE BAQHRDBU-GRACC-AUTH-ID TO WS-AC-ID (WS-AC-CNT).
           MOVE BAQHRDBU-GRACC-ACCESS TO WS-AC-ACCESS (WS-AC-CNT).
           MOVE BAQHRDBU-GRACC-ACCESS TO WS-ACCESS-WORD.
           PERFORM HA-RANK-ACCESS.
           MOVE WS-ACCESS-RANK TO WS-AC-RANK (WS-AC-CNT).
           IF BAQHRDBU-GRACC-AUTH-ID = '*' THEN
              MOVE '*' TO WS-AC-KIND (WS-AC-CNT)
           ELSE
              MOVE SPACE TO WS-AC-KIND (WS-AC-CNT)
           END-IF.

       BBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-RESOLVE-PROFILE
      *
      * Which slot's access list governs profile WS-PF-IX - its own,
      * else the more specific generic that is defined - and whether
      * that profile's universal access already lets everyone in.
      *----------------------------------------------------------------*
       BC-RESOLVE-PROFILE SECTION.
       BC-010.
           EVALUATE TRUE
              WHEN WS-PF-DEFINED (WS-PF-IX) = 1
                 MOVE WS-PF-IX TO WS-PF-SRC (WS-PF-IX)
              WHEN WS-PF-DEFINED (6) = 1
                 MOVE 6 TO WS-PF-SRC (WS-PF-IX)
              WHEN WS-PF-DEFINED (7) = 1
                 MOVE 7 TO WS-PF-SRC (WS-PF-IX)
              WHEN OTHER
                 MOVE 0 TO WS-PF-SRC (WS-PF-IX)
                 GO TO BC-999
           END-EVALUATE.

           MOVE WS-PF-UACC (WS-PF-SRC (WS-PF-IX)) TO WS-ACCESS-WORD.
           PERFORM HA-RANK-ACCESS.
           IF WS-ACCESS-RANK NOT < 2 THEN
              MOVE 1 TO WS-PF-UNIV (WS-PF-IX)
              MOVE 'UACC' TO WS-PF-UNIV-HOW (WS-PF-IX)
           END-IF.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BY-OPEN-UNLOAD
      *
      * Opens the unload for a pass and reads its first record.
      *----------------------------------------------------------------*
       BY-OPEN-UNLOAD SECTION.
       BY-010.
           OPEN INPUT RBKDBU0-FILE.
           IF WS-DBU-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKDBU0 (THE IRRDBU00 UNLOAD) NOT AVAILABLE TO '
                 'THIS RUN, FILE STATUS ' WS-DBU-FILE-STATUS
                 ' - NO WORKSHEET.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRCWS-RECORD FROM WS-RPT-LINE
              MOVE 1 TO WS-REFUSED
              GO TO BY-999
           END-IF.

           MOVE 'N' TO WS-DBU-EOF-SW.
           PERFORM BZ-READ-UNLOAD.

       BY-999.
           EXIT.

      *----------------------------------------------------------------*
      * BZ-READ-UNLOAD
      *----------------------------------------------------------------*
       BZ-READ-UNLOAD SECTION.
       BZ-010.
           READ RBKDBU0-FILE INTO BAQHRDBU-RECORD
               AT END
                  MOVE 'Y' TO WS-DBU-EOF-SW
           END-READ.

       BZ-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-READ-CONNECTIONS
      *
      * Second pass of the unload: which access-list IDs are users
      * and which are groups, and the users connected to each of
      * those groups.
      *----------------------------------------------------------------*
       CA-READ-CONNECTIONS SECTION.
       CA-010.
           PERFORM BY-OPEN-UNLOAD.
           IF WS-REFUSED > 0 THEN
              GO TO CA-999
           END-IF.

           PERFORM CB-TAKE-CONNECT-REC UNTIL WS-DBU-EOF.

           CLOSE RBKDBU0-FILE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-TAKE-CONNECT-REC
      *----------------------------------------------------------------*
       CB-TAKE-CONNECT-REC SECTION.
       CB-010.
           EVALUATE TRUE
              WHEN BAQHRDBU-GROUP-BASIC
                 MOVE BAQHRDBU-GPBD-NAME TO WS-FIND-ID
                 MOVE 'G' TO WS-FIND-KIND
                 PERFORM CBA-MARK-ACCESS-IDS
              WHEN BAQHRDBU-USER-BASIC
                 MOVE BAQHRDBU-USBD-NAME TO WS-FIND-ID
                 MOVE 'U' TO WS-FIND-KIND
                 PERFORM CBA-MARK-ACCESS-IDS
              WHEN BAQHRDBU-GROUP-MEMBER
                 PERFORM CBB-KEEP-CONNECTION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CB-020.
           PERFORM BZ-READ-UNLOAD.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBA-MARK-ACCESS-IDS
      *----------------------------------------------------------------*
       CBA-MARK-ACCESS-IDS SECTION.
       CBA-010.
           PERFORM CBAA-MARK-ONE-ENTRY
              VARYING WS-AC-IX FROM 1 BY 1
              UNTIL WS-AC-IX > WS-AC-CNT.

       CBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBAA-MARK-ONE-ENTRY
      *----------------------------------------------------------------*
       CBAA-MARK-ONE-ENTRY SECTION.
       CBAA-010.
           IF WS-AC-ID (WS-AC-IX) = WS-FIND-ID THEN
              MOVE WS-FIND-KIND TO WS-AC-KIND (WS-AC-IX)
           END-IF.

       CBAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBB-KEEP-CONNECTION
      *
      * A connection is kept only when its group is on one of the
      * access lists.
      *----------------------------------------------------------------*
       CBB-KEEP-CONNECTION SECTION.
       CBB-010.
           MOVE 0 TO WS-TBL-HIT.
           PERFORM CBBA-MATCH-ONE-GROUP
              VARYING WS-AC-IX FROM 1 BY 1
              UNTIL WS-AC-IX > WS-AC-CNT
                 OR WS-TBL-HIT > 0.
           IF WS-TBL-HIT = 0 THEN
              GO TO CBB-999
           END-IF.

           IF WS-GM-CNT NOT < WS-GM-MAX THEN
              ADD 1 TO WS-OVERFLOW-CNT
              GO TO CBB-999
           END-IF.

           ADD 1 TO WS-GM-CNT.
           MOVE BAQHRDBU-GPMEM-NAME TO WS-GM-GROUP (WS-GM-CNT).
           MOVE BAQHRDBU-GPMEM-MEMBER TO WS-GM-MEMBER (WS-GM-CNT).

       CBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBBA-MATCH-ONE-GROUP
      *----------------------------------------------------------------*
       CBBA-MATCH-ONE-GROUP SECTION.
       CBBA-010.
           IF WS-AC-ID (WS-AC-IX) = BAQHRDBU-GPMEM-NAME THEN
              MOVE WS-AC-IX TO WS-TBL-HIT
           END-IF.

       CBBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-EXPAND-HOLDERS
      *
      * Turns the access lists into what each user holds on each of
      * the five profiles. Users' own entries go first, because an
      * own entry governs whatever the user's groups would give;
      * among groups the one giving the most wins.
      *----------------------------------------------------------------*
       DA-EXPAND-HOLDERS SECTION.
       DA-010.
           PERFORM DAA-APPLY-OWN-ENTRY
              VARYING WS-AC-IX FROM 1 BY 1
              UNTIL WS-AC-IX > WS-AC-CNT.

           PERFORM DAB-APPLY-GROUP-ENTRY
              VARYING WS-AC-IX FROM 1 BY 1
              UNTIL WS-AC-IX > WS-AC-CNT.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-APPLY-OWN-ENTRY
      *----------------------------------------------------------------*
       DAA-APPLY-OWN-ENTRY SECTION.
       DAA-010.
           EVALUATE WS-AC-KIND (WS-AC-IX)
              WHEN 'G'
                 GO TO DAA-999
              WHEN '*'
                 IF WS-AC-RANK (WS-AC-IX) NOT < 2 THEN
                    PERFORM DAAA-MARK-UNIVERSAL
                       VARYING WS-PF-IX FROM 1 BY 1
                       UNTIL WS-PF-IX > 5
                 END-IF
                 GO TO DAA-999
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE WS-AC-ID (WS-AC-IX) TO WS-FIND-ID.
           PERFORM DC-FIND-OR-ADD-USER.
           IF WS-US-IX = 0 THEN
              GO TO DAA-999
           END-IF.

           MOVE 1 TO WS-APPLY-DIRECT.
           PERFORM DAC-APPLY-TO-PROFILES
              VARYING WS-PF-IX FROM 1 BY 1
              UNTIL WS-PF-IX > 5.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAAA-MARK-UNIVERSAL
      *----------------------------------------------------------------*
       DAAA-MARK-UNIVERSAL SECTION.
       DAAA-010.
           IF WS-PF-SRC (WS-PF-IX) = WS-AC-PF (WS-AC-IX) AND
              WS-PF-UNIV (WS-PF-IX) = 0 THEN
              MOVE 1 TO WS-PF-UNIV (WS-PF-IX)
              MOVE 'ID(*)' TO WS-PF-UNIV-HOW (WS-PF-IX)
           END-IF.

       DAAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAB-APPLY-GROUP-ENTRY
      *
      * A group entry below READ gives its members nothing the
      * transactions honour, so it is not expanded.
      *----------------------------------------------------------------*
       DAB-APPLY-GROUP-ENTRY SECTION.
       DAB-010.
           IF WS-AC-KIND (WS-AC-IX) NOT = 'G' OR
              WS-AC-RANK (WS-AC-IX) < 2 THEN
              GO TO DAB-999
           END-IF.

           PERFORM DABA-APPLY-ONE-MEMBER
              VARYING WS-GM-IX FROM 1 BY 1
              UNTIL WS-GM-IX > WS-GM-CNT.

       DAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DABA-APPLY-ONE-MEMBER
      *----------------------------------------------------------------*
       DABA-APPLY-ONE-MEMBER SECTION.
       DABA-010.
           IF WS-GM-GROUP (WS-GM-IX) NOT = WS-AC-ID (WS-AC-IX) THEN
              GO TO DABA-999
           END-IF.

           MOVE WS-GM-MEMBER (WS-GM-IX) TO WS-FIND-ID.
           PERFORM DC-FIND-OR-ADD-USER.
           IF WS-US-IX = 0 THEN
              GO TO DABA-999
           END-IF.

           MOVE 0 TO WS-APPLY-DIRECT.
           PERFORM DAC-APPLY-TO-PROFILES
              VARYING WS-PF-IX FROM 1 BY 1
              UNTIL WS-PF-IX > 5.

       DABA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAC-APPLY-TO-PROFILES
      *
      * Entry WS-AC-IX, for user WS-US-IX, on profile WS-PF-IX when
      * that profile is governed by the entry's access list.
      *----------------------------------------------------------------*
       DAC-APPLY-TO-PROFILES SECTION.
       DAC-010.
           IF WS-PF-SRC (WS-PF-IX) NOT = WS-AC-PF (WS-AC-IX) THEN
              GO TO DAC-999
           END-IF.

           IF WS-APPLY-DIRECT = 1 THEN
              MOVE 1 TO WS-US-DIRECT (WS-US-IX WS-PF-IX)
              MOVE '(OWN)' TO WS-US-VIA (WS-US-IX WS-PF-IX)
           ELSE
              IF WS-US-DIRECT (WS-US-IX WS-PF-IX) = 1 OR
                 WS-AC-RANK (WS-AC-IX) NOT >
                    WS-US-RANK (WS-US-IX WS-PF-IX) THEN
                 GO TO DAC-999
              END-IF
              MOVE WS-AC-ID (WS-AC-IX)
                 TO WS-US-VIA (WS-US-IX WS-PF-IX)
           END-IF.

           MOVE WS-AC-RANK (WS-AC-IX) TO WS-US-RANK (WS-US-IX WS-PF-IX).
           MOVE WS-AC-ACCESS (WS-AC-IX)
              TO WS-US-ACCESS (WS-US-IX WS-PF-IX).

       DAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DC-FIND-OR-ADD-USER
      *
      * WS-US-IX is WS-FIND-ID's row in the user table, inserted in
      * user ID order when it is new; 0 when the table is full.
      *----------------------------------------------------------------*
       DC-FIND-OR-ADD-USER SECTION.
       DC-010.
           PERFORM DD-FIND-USER.
           IF WS-US-IX > 0 THEN
              GO TO DC-999
           END-IF.

           IF WS-US-CNT NOT < WS-US-MAX THEN
              ADD 1 TO WS-OVERFLOW-CNT
              GO TO DC-999
           END-IF.

           IF WS-INS-IX = 0 THEN
              COMPUTE WS-INS-IX = WS-US-CNT + 1
           END-IF.
           ADD 1 TO WS-US-CNT.
           PERFORM DCA-MOVE-ONE-UP
              VARYING WS-TBL-IX FROM WS-US-CNT BY -1
              UNTIL WS-TBL-IX NOT > WS-INS-IX.

           MOVE WS-INS-IX TO WS-US-IX.
           INITIALIZE WS-US-ENTRY (WS-US-IX).
           MOVE WS-FIND-ID TO WS-US-ID (WS-US-IX).

       DC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DCA-MOVE-ONE-UP
      *----------------------------------------------------------------*
       DCA-MOVE-ONE-UP SECTION.
       DCA-010.
           MOVE WS-US-ENTRY (WS-TBL-IX - 1) TO WS-US-ENTRY (WS-TBL-IX).

       DCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DD-FIND-USER
      *
      * WS-US-IX is WS-FIND-ID's row in the user table, or 0; when
      * 0, WS-INS-IX is the row it would go in (0 for the end).
      *----------------------------------------------------------------*
       DD-FIND-USER SECTION.
       DD-010.
           MOVE 0 TO WS-US-IX.
           MOVE 0 TO WS-INS-IX.
           PERFORM DDA-PLACE-ONE-USER
              VARYING WS-TBL-IX FROM 1 BY 1
              UNTIL WS-TBL-IX > WS-US-CNT
                 OR WS-INS-IX > 0.

           IF WS-INS-IX > 0 THEN
              IF WS-US-ID (WS-INS-IX) = WS-FIND-ID THEN
                 MOVE WS-INS-IX TO WS-US-IX
              END-IF
           END-IF.

       DD-999.
           EXIT.

      *----------------------------------------------------------------*
      * DDA-PLACE-ONE-USER
      *----------------------------------------------------------------*
       DDA-PLACE-ONE-USER SECTION.
       DDA-010.
           IF WS-US-ID (WS-TBL-IX) NOT < WS-FIND-ID THEN
              MOVE WS-TBL-IX TO WS-INS-IX
           END-IF.

       DDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-READ-USER-DETAILS
      *
      * Third pass of the unload: the name, revoke status and last
      * RACF logon of every user the access lists reach.
      *----------------------------------------------------------------*
       EA-READ-USER-DETAILS SECTION.
       EA-010.
           PERFORM BY-OPEN-UNLOAD.
           IF WS-REFUSED > 0 THEN
              GO TO EA-999
           END-IF.

           PERFORM EB-TAKE-USER-REC UNTIL WS-DBU-EOF.

           CLOSE RBKDBU0-FILE.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-TAKE-USER-REC
      *----------------------------------------------------------------*
       EB-TAKE-USER-REC SECTION.
       EB-010.
           IF NOT BAQHRDBU-USER-BASIC THEN
              GO TO EB-020
           END-IF.

           MOVE BAQHRDBU-USBD-NAME TO WS-FIND-ID.
           PERFORM DD-FIND-USER.
           IF WS-US-IX > 0 THEN
              MOVE 1 TO WS-US-FOUND (WS-US-IX)
              MOVE BAQHRDBU-USBD-PROGRAMMER TO WS-US-NAME (WS-US-IX)
              MOVE BAQHRDBU-USBD-LASTJOB-DATE
                 TO WS-US-LOGON (WS-US-IX)
              IF BAQHRDBU-USBD-REVOKE (1:3) = 'YES' THEN
                 MOVE 1 TO WS-US-REVOKED (WS-US-IX)
              END-IF
           END-IF.

       EB-020.
           PERFORM BZ-READ-UNLOAD.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-JOIN-AUDIT-ACTIVITY
      *
      * One pass of the keyed audit repository for each user's last
      * activity and last use of each profile, and each profile's
      * last use by anyone.
      *----------------------------------------------------------------*
       FA-JOIN-AUDIT-ACTIVITY SECTION.
       FA-010.
           OPEN INPUT RBKAUDK-FILE.
           IF WS-AUDK-FILE-STATUS NOT = '00' AND
              WS-AUDK-FILE-STATUS NOT = '97' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKAUDK NOT AVAILABLE TO THIS RUN, FILE STATUS '
                 WS-AUDK-FILE-STATUS ' - NO WORKSHEET.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRCWS-RECORD FROM WS-RPT-LINE
              MOVE 1 TO WS-REFUSED
              GO TO FA-999
           END-IF.

           MOVE 'N' TO WS-AUDK-EOF-SW.
           PERFORM FZ-READ-AUDIT.
           PERFORM FB-TAKE-AUDIT-REC UNTIL WS-AUDK-EOF.

           CLOSE RBKAUDK-FILE.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-TAKE-AUDIT-REC
      *
      * Batch records carry no user ID and an authorization denial
      * is not use, so neither counts.
      *----------------------------------------------------------------*
       FB-TAKE-AUDIT-REC SECTION.
       FB-010.
           ADD 1 TO WS-AUDK-READ.

           IF BAQHKAUD-USER = SPACES OR
              BAQHKAUD-OPERATION = 'AUTHDENY' THEN
              GO TO FB-020
           END-IF.

           MOVE BAQHKAUD-TXID TO WS-MAP-TXID.
           PERFORM FC-MAP-TXID-PROFILE.
           IF WS-MAP-PF > 0 THEN
              IF BAQHKAUD-DATE > WS-PF-LAST-USE (WS-MAP-PF) THEN
                 MOVE BAQHKAUD-DATE TO WS-PF-LAST-USE (WS-MAP-PF)
              END-IF
           END-IF.

           MOVE BAQHKAUD-USER TO WS-FIND-ID.
           PERFORM DD-FIND-USER.
           IF WS-US-IX = 0 THEN
              GO TO FB-020
           END-IF.

           ADD 1 TO WS-AUDK-JOINED.
           IF BAQHKAUD-DATE > WS-US-LAST-ACT (WS-US-IX) THEN
              MOVE BAQHKAUD-DATE TO WS-US-LAST-ACT (WS-US-IX)
           END-IF.
           IF WS-MAP-PF > 0 THEN
              IF BAQHKAUD-DATE >
                 WS-US-LAST-USE (WS-US-IX WS-MAP-PF) THEN
                 MOVE BAQHKAUD-DATE
                    TO WS-US-LAST-USE (WS-US-IX WS-MAP-PF)
              END-IF
           END-IF.

       FB-020.
           PERFORM FZ-READ-AUDIT.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FC-MAP-TXID-PROFILE
      *
      * WS-MAP-PF is the profile (1-5) AO-CHECK-OPERATION-AUTH in
      * BAQHRBKC checks for transaction WS-MAP-TXID, or 0. The two
      * lists must be kept in step.
      *----------------------------------------------------------------*
       FC-MAP-TXID-PROFILE SECTION.
       FC-010.
           EVALUATE WS-MAP-TXID
              WHEN 'GARB'
              WHEN 'GRBK'
              WHEN 'RBKI'
              WHEN 'AUTQ'
              WHEN 'RBKD'
              WHEN 'RBKS'
              WHEN 'RBKP'
              WHEN 'RBKM'
              WHEN 'RBWL'
                 MOVE 1 TO WS-MAP-PF
              WHEN 'CRBK'
              WHEN 'PRBK'
              WHEN 'MRBK'
              WHEN 'RBKE'
              WHEN 'RBAM'
              WHEN 'RBER'
              WHEN 'RBRV'
              WHEN 'RBCO'
                 MOVE 2 TO WS-MAP-PF
              WHEN 'DRBK'
              WHEN 'RBKA'
                 MOVE 3 TO WS-MAP-PF
              WHEN 'RBKV'
                 MOVE 4 TO WS-MAP-PF
              WHEN 'RESB'
                 MOVE 5 TO WS-MAP-PF
              WHEN OTHER
                 MOVE 0 TO WS-MAP-PF
           END-EVALUATE.

       FC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FZ-READ-AUDIT
      *----------------------------------------------------------------*
       FZ-READ-AUDIT SECTION.
       FZ-010.
           READ RBKAUDK-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-AUDK-EOF-SW
           END-READ.
           IF WS-AUDK-FILE-STATUS NOT = '00' AND
              WS-AUDK-FILE-STATUS NOT = '02' THEN
              MOVE 'Y' TO WS-AUDK-EOF-SW
           END-IF.

       FZ-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-WRITE-WORKSHEET
      *----------------------------------------------------------------*
       GA-WRITE-WORKSHEET SECTION.
       GA-010.
           PERFORM GB-WRITE-ONE-PROFILE
              VARYING WS-PF-IX FROM 1 BY 1
              UNTIL WS-PF-IX > 5.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE 'RECERTIFICATION SUMMARY' TO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.

           MOVE WS-TOT-HOLDERS TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  PROFILE HOLDINGS LISTED        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-FLAGGED TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  HOLDINGS WITH A FINDING        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-DORMANT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    DORMANT                      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-NEVER TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    DESTROY-NEVER-USED           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-REVOKED TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    REVOKED                      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-UNDEFINED TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    UNDEFINED                    ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-UNIV TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  PROFILES WITH UNIVERSAL ACCESS ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOT-NOPROF TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  PROFILES NOT IN THE UNLOAD     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-AUDK-READ TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  AUDIT RECORDS READ             ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE WS-AUDK-JOINED TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    BY USERS LISTED HERE         ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GB-WRITE-ONE-PROFILE
      *
      * One profile's page of the worksheet: its heading, a line per
      * holder, and the access owner's sign-off.
      *----------------------------------------------------------------*
       GB-WRITE-ONE-PROFILE SECTION.
       GB-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE ALL '-' TO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-PF-LAST-USE (WS-PF-IX) = SPACES THEN
              MOVE 'NEVER' TO WS-PF-LAST-USE (WS-PF-IX)
           END-IF.
           IF WS-PF-SRC (WS-PF-IX) = 0 THEN
              STRING 'PROFILE ' WS-PF-NAME (WS-PF-IX)
                 '  CLASS RBKRES  LAST USE BY ANYONE '
                 WS-PF-LAST-USE (WS-PF-IX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'PROFILE ' WS-PF-NAME (WS-PF-IX)
                 '  CLASS RBKRES  OWNER '
                 WS-PF-OWNER (WS-PF-SRC (WS-PF-IX))
                 '  UACC ' WS-PF-UACC (WS-PF-SRC (WS-PF-IX))
                 '  LAST USE BY ANYONE ' WS-PF-LAST-USE (WS-PF-IX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.

           IF WS-PF-SRC (WS-PF-IX) = 0 THEN
              ADD 1 TO WS-TOT-NOPROF
              MOVE SPACES TO WS-RPT-LINE
              STRING '  ** NO RBKRES PROFILE IN THE UNLOAD COVERS THIS'
                 ' NAME - NO ACCESS LIST TO RECERTIFY.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRCWS-RECORD FROM WS-RPT-LINE
              GO TO GB-090
           END-IF.

           IF WS-PF-SRC (WS-PF-IX) NOT = WS-PF-IX THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '  NOT DEFINED DISCRETELY - COVERED BY GENERIC '
                 'PROFILE ' WS-PF-NAME (WS-PF-SRC (WS-PF-IX))
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRCWS-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-PF-UNIV (WS-PF-IX) = 1 THEN
              ADD 1 TO WS-TOT-UNIV
              MOVE SPACES TO WS-RPT-LINE
              STRING '  ** UNIVERSAL ACCESS - EVERY RACF USER HOLDS '
                 'THIS PROFILE THROUGH ' WS-PF-UNIV-HOW (WS-PF-IX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRCWS-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE 'USER' TO WS-RPT-LINE (3:4).
           MOVE 'NAME' TO WS-RPT-LINE (12:4).
           MOVE 'VIA' TO WS-RPT-LINE (33:3).
           MOVE 'ACCESS' TO WS-RPT-LINE (42:6).
           MOVE 'LAST ACT' TO WS-RPT-LINE (51:8).
           MOVE 'LAST USE' TO WS-RPT-LINE (60:8).
           MOVE 'RACF LOGON' TO WS-RPT-LINE (69:10).
           MOVE 'FINDINGS' TO WS-RPT-LINE (80:8).
           MOVE 'KEEP' TO WS-RPT-LINE (119:4).
           MOVE 'REMOVE' TO WS-RPT-LINE (125:6).
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.

           PERFORM GC-WRITE-ONE-HOLDER
              VARYING WS-US-IX FROM 1 BY 1
              UNTIL WS-US-IX > WS-US-CNT.

           IF WS-PF-HOLDERS (WS-PF-IX) = 0 THEN
              MOVE '  NO USER HOLDS THIS PROFILE.' TO WS-RPT-LINE
              WRITE RBKRCWS-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-PF-HOLDERS (WS-PF-IX) TO WS-CNT-ED.
           STRING '  HOLDERS ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-PF-FLAGGED (WS-PF-IX) TO WS-CNT-ED.
           STRING '  WITH A FINDING ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE (21:).
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.

       GB-090.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ACCESS OWNER: MARK KEEP OR REMOVE AGAINST EVERY '
              'HOLDER, RETURN TO SECURITY ADMINISTRATION AND SIGN.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  REVIEWED BY ______________________________  '
              'SIGNATURE ______________________________  '
              'DATE ____________'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.

       GB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GC-WRITE-ONE-HOLDER
      *----------------------------------------------------------------*
       GC-WRITE-ONE-HOLDER SECTION.
       GC-010.
           IF WS-US-RANK (WS-US-IX WS-PF-IX) < 2 THEN
              GO TO GC-999
           END-IF.

           ADD 1 TO WS-PF-HOLDERS (WS-PF-IX).
           ADD 1 TO WS-TOT-HOLDERS.

           MOVE SPACES TO WS-FLAGS.
           MOVE 1 TO WS-FLAG-PTR.
           IF WS-US-FOUND (WS-US-IX) = 0 THEN
              STRING 'UNDEFINED ' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              ADD 1 TO WS-TOT-UNDEFINED
           END-IF.
           IF WS-US-REVOKED (WS-US-IX) = 1 THEN
              STRING 'REVOKED ' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              ADD 1 TO WS-TOT-REVOKED
           END-IF.
           IF WS-US-LAST-USE (WS-US-IX WS-PF-IX) < WS-CUTOFF-DATE THEN
              STRING 'DORMANT ' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              ADD 1 TO WS-TOT-DORMANT
           END-IF.
           IF WS-PF-IX = WS-DESTROY-IX AND
              WS-US-LAST-USE (WS-US-IX WS-PF-IX) = SPACES THEN
              STRING 'DESTROY-NEVER-USED' DELIMITED BY SIZE
                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              ADD 1 TO WS-TOT-NEVER
           END-IF.
           IF WS-FLAGS NOT = SPACES THEN
              ADD 1 TO WS-PF-FLAGGED (WS-PF-IX)
              ADD 1 TO WS-TOT-FLAGGED
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-US-ID (WS-US-IX) TO WS-RPT-LINE (3:8).
           MOVE WS-US-NAME (WS-US-IX) TO WS-RPT-LINE (12:20).
           MOVE WS-US-VIA (WS-US-IX WS-PF-IX) TO WS-RPT-LINE (33:8).
           MOVE WS-US-ACCESS (WS-US-IX WS-PF-IX)
              TO WS-RPT-LINE (42:8).
           IF WS-US-LAST-ACT (WS-US-IX) = SPACES THEN
              MOVE 'NONE' TO WS-RPT-LINE (51:8)
           ELSE
              MOVE WS-US-LAST-ACT (WS-US-IX) TO WS-RPT-LINE (51:8)
           END-IF.
           IF WS-US-LAST-USE (WS-US-IX WS-PF-IX) = SPACES THEN
              MOVE 'NEVER' TO WS-RPT-LINE (60:8)
           ELSE
              MOVE WS-US-LAST-USE (WS-US-IX WS-PF-IX)
                 TO WS-RPT-LINE (60:8)
           END-IF.
           MOVE WS-US-LOGON (WS-US-IX) TO WS-RPT-LINE (69:10).
           MOVE WS-FLAGS TO WS-RPT-LINE (80:38).
           MOVE '[ ]' TO WS-RPT-LINE (119:3).
           MOVE '[ ]' TO WS-RPT-LINE (126:3).
           WRITE RBKRCWS-RECORD FROM WS-RPT-LINE.

       GC-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-RANK-ACCESS
      *
      * WS-ACCESS-RANK for RACF access level WS-ACCESS-WORD: 0 NONE
      * or unknown, 1 EXECUTE, 2 READ, 3 UPDATE, 4 CONTROL, 5 ALTER.
      *----------------------------------------------------------------*
       HA-RANK-ACCESS SECTION.
       HA-010.
           EVALUATE WS-ACCESS-WORD
              WHEN 'EXECUTE'
                 MOVE 1 TO WS-ACCESS-RANK
              WHEN 'READ'
                 MOVE 2 TO WS-ACCESS-RANK
              WHEN 'UPDATE'
                 MOVE 3 TO WS-ACCESS-RANK
              WHEN 'CONTROL'
                 MOVE 4 TO WS-ACCESS-RANK
              WHEN 'ALTER'
                 MOVE 5 TO WS-ACCESS-RANK
              WHEN OTHER
                 MOVE 0 TO WS-ACCESS-RANK
           END-EVALUATE.

       HA-999.
           EXIT.
