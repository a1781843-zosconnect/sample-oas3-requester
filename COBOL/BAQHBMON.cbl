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
      * BAQHBMON                                                      *
      *                                                               *
      * Health monitor for the long-running MQ bridges. BAQHMQIN and *
      * BAQHMQQY run unattended for days; this step runs             *
      * periodically so a hung or dead bridge is found by operations *
      * rather than by the front office. For each RBKBMCF watch-list *
      * entry (BAQHBMCF - bridge, queue manager, request queue,      *
      * thresholds) it:                                              *
      *   - reads the bridge's RBKHBT heartbeat row (BAQHHBT) and    *
      *     judges it ALIVE, SILENT (no heartbeat for longer than    *
      *     the silence threshold), STOPPED (the bridge ended) or    *
      *     NOHEART (the bridge has never written one),              *
      *   - inquires the request queue's current depth and browses   *
      *     the message at its head for the oldest-message age,      *
      *   - raises the standing fixed-format WTO alert - RBK009W for *
      *     a silent, stopped or never-seen bridge, RBK010W for a    *
      *     backlog past its depth or age threshold (or a queue that *
      *     cannot be inquired),                                     *
      *   - appends the observation to the RBKBHLH bridge-health     *
      *     history for the monthly service review, and lists it on  *
      *     the RBKBMOR report.                                      *
      * The MQ control blocks are the same trimmed CMQ images the    *
      * bridges carry, with the message descriptor taken as far as   *
      * the put date and time the age is worked from.                *
      *                                                               *
      * Return codes: 0 every bridge healthy, 4 at least one alert   *
      * raised.                                                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHBMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKBMCF-FILE ASSIGN TO RBKBMCF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BMCF-FILE-STATUS.

           SELECT RBKHBT-FILE ASSIGN TO RBKHBT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHHBT-KEY
               FILE STATUS IS WS-HBT-FILE-STATUS.

           SELECT RBKBHLH-FILE ASSIGN TO RBKBHLH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BHLH-FILE-STATUS.

           SELECT RBKBMOR-FILE ASSIGN TO RBKBMOR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKBMCF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHBMCF.

       FD  RBKHBT-FILE.
       COPY BAQHHBT.

      * Bridge-health history, appended per observation so the
      * service review can trend availability and backlog by month.
       FD  RBKBHLH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKBHLH-RECORD.
           03 RBKBHLH-DATE         PIC X(8).
           03 RBKBHLH-TIME         PIC X(6).
           03 RBKBHLH-BRIDGE       PIC X(8).
           03 RBKBHLH-QUEUE        PIC X(48).
           03 RBKBHLH-STATE        PIC X(10).
           03 RBKBHLH-SILENT-MINS  PIC 9(5).
           03 RBKBHLH-DEPTH        PIC 9(7).
           03 RBKBHLH-OLDEST-MINS  PIC 9(5).
           03 RBKBHLH-BACKLOG      PIC X(10).
           03 RBKBHLH-REQ-CNT      PIC 9(9).
           03 FILLER               PIC X(34).

       FD  RBKBMOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKBMOR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-BMCF-FILE-STATUS PIC X(2).
       01 WS-HBT-FILE-STATUS  PIC X(2).
       01 WS-BHLH-FILE-STATUS PIC X(2).

       01 WS-BMCF-EOF-SW      PIC X VALUE 'N'.
           88 WS-BMCF-EOF     VALUE 'Y'.

       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-NOW-TIME         PIC X(6) VALUE SPACES.
       01 WS-HH               PIC 9(2) VALUE 0.
       01 WS-MM               PIC 9(2) VALUE 0.
       01 WS-DATE-NUM         PIC 9(8) VALUE 0.

      * Minute stamps (days since 1600 x 1440 + minutes into the
      * day) for the elapsed-time sums. The heartbeat is local time;
      * the MQ put date/time is GMT, so the GMT offset of the local
      * clock is carried as well.
       01 WS-NOW-MINS         PIC S9(11) COMP VALUE 0.
       01 WS-NOW-GMT-MINS     PIC S9(11) COMP VALUE 0.
       01 WS-THEN-MINS        PIC S9(11) COMP VALUE 0.
       01 WS-GMT-OFFSET-MINS  PIC S9(5) COMP VALUE 0.

      * One observation's findings. STATE is ALIVE, SILENT, STOPPED,
      * NOHEART or (silence threshold zero) UNCHECKED; BACKLOG is
      * OK, DEPTH, AGE, DEPTH+AGE or NOQUEUE.
       01 WS-BRIDGE-STATE     PIC X(10) VALUE SPACES.
       01 WS-BACKLOG-STATE    PIC X(10) VALUE SPACES.
       01 WS-SILENT-MINS      PIC 9(5) VALUE 0.
       01 WS-QUEUE-DEPTH      PIC 9(7) VALUE 0.
       01 WS-OLDEST-MINS      PIC 9(5) VALUE 0.
       01 WS-HBT-REQ-CNT      PIC 9(9) VALUE 0.

       01 WS-CHECKED-CNT      PIC 9(3) VALUE 0.
       01 WS-ALERT-CNT        PIC 9(3) VALUE 0.
       01 WS-HBT-OPEN         PIC 9 VALUE 0.
       01 WS-BHLH-OPEN        PIC 9 VALUE 0.

      * The standing fixed-format operator alert, the same RBKWTO
      * shape the batch requesters raise. RBK009W = bridge silent,
      * stopped or never seen; RBK010W = request queue backlog.
       01 WS-WTO-PARM.
           03 WS-WTO-MSG-ID   PIC X(8) VALUE SPACES.
           03 WS-WTO-TEXT     PIC X(70) VALUE SPACES.
           03 WS-WTO-ROUTCDE  PIC 9(3) VALUE 1.
           03 WS-WTO-DESC     PIC 9(3) VALUE 6.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-DEPTH-ED         PIC ZZZZZZ9.
       01 WS-MINS-ED          PIC ZZZZ9.

      * MQ plumbing - the connection is kept across watch-list
      * entries on the same queue manager.
       01 WS-CONN-QMGR        PIC X(48) VALUE SPACES.
       01 WS-HCONN            PIC S9(9) BINARY VALUE 0.
       01 WS-HOBJ             PIC S9(9) BINARY VALUE 0.
       01 WS-COMPCODE         PIC S9(9) BINARY VALUE 0.
       01 WS-REASON           PIC S9(9) BINARY VALUE 0.
       01 WS-OPEN-OPTIONS     PIC S9(9) BINARY VALUE 0.
       01 WS-CLOSE-OPTIONS    PIC S9(9) BINARY VALUE 0.
       01 WS-BUFFER-LENGTH    PIC S9(9) BINARY VALUE 0.
       01 WS-DATA-LENGTH      PIC S9(9) BINARY VALUE 0.
       01 WS-BROWSE-BUFFER    PIC X(1) VALUE SPACE.

      * MQINQ of the request queue's current depth.
       01 WS-INQ-SELECTOR-COUNT PIC S9(9) BINARY VALUE 1.
       01 WS-INQ-SEL-CURDEPTH PIC S9(9) BINARY VALUE 3.
       01 WS-INQ-INTATTR-COUNT PIC S9(9) BINARY VALUE 1.
       01 WS-INQ-CURDEPTH     PIC S9(9) BINARY VALUE 0.
       01 WS-INQ-CHARATTR-LENGTH PIC S9(9) BINARY VALUE 0.
       01 WS-INQ-CHARATTRS    PIC X(1) VALUE SPACE.

      * MQ constant values used here, as defined by CMQV.
       77 MQOO-BROWSE         PIC S9(9) BINARY VALUE 8.
       77 MQOO-INQUIRE        PIC S9(9) BINARY VALUE 32.
       77 MQOO-FAIL-IF-QUIESCING PIC S9(9) BINARY VALUE 8192.
       77 MQCO-NONE           PIC S9(9) BINARY VALUE 0.
       77 MQCC-OK             PIC S9(9) BINARY VALUE 0.
       77 MQRC-NO-MSG-AVAILABLE PIC S9(9) BINARY VALUE 2033.
       77 MQRC-TRUNCATED-MSG-ACCEPTED PIC S9(9) BINARY VALUE 2079.
       77 MQGMO-NO-WAIT       PIC S9(9) BINARY VALUE 0.
       77 MQGMO-BROWSE-FIRST  PIC S9(9) BINARY VALUE 16.
       77 MQGMO-ACCEPT-TRUNCATED-MSG PIC S9(9) BINARY VALUE 64.

       01 MQ-OD.
           03 MQOD-STRUCID    PIC X(4) VALUE 'OD  '.
           03 MQOD-VERSION    PIC S9(9) BINARY VALUE 1.
           03 MQOD-OBJECTTYPE PIC S9(9) BINARY VALUE 1.
           03 MQOD-OBJECTNAME PIC X(48) VALUE SPACES.
           03 MQOD-OBJECTQMGRNAME PIC X(48) VALUE SPACES.
           03 FILLER          PIC X(68) VALUE LOW-VALUES.

      * Message descriptor - the fields of CMQMDV through PutDate
      * and PutTime, which the oldest-message age is worked from.
       01 MQ-MD.
           03 MQMD-STRUCID    PIC X(4) VALUE 'MD  '.
           03 MQMD-VERSION    PIC S9(9) BINARY VALUE 1.
           03 MQMD-REPORT     PIC S9(9) BINARY VALUE 0.
           03 MQMD-MSGTYPE    PIC S9(9) BINARY VALUE 8.
           03 MQMD-EXPIRY     PIC S9(9) BINARY VALUE -1.
           03 MQMD-FEEDBACK   PIC S9(9) BINARY VALUE 0.
           03 MQMD-ENCODING   PIC S9(9) BINARY VALUE 785.
           03 MQMD-CCSID      PIC S9(9) BINARY VALUE 0.
           03 MQMD-FORMAT     PIC X(8) VALUE 'MQSTR   '.
           03 MQMD-PRIORITY   PIC S9(9) BINARY VALUE -1.
           03 MQMD-PERSISTENCE PIC S9(9) BINARY VALUE 2.
           03 MQMD-MSGID      PIC X(24) VALUE LOW-VALUES.
           03 MQMD-CORRELID   PIC X(24) VALUE LOW-VALUES.
           03 MQMD-BACKOUTCOUNT PIC S9(9) BINARY VALUE 0.
           03 MQMD-REPLYTOQ   PIC X(48) VALUE SPACES.
           03 MQMD-REPLYTOQMGR PIC X(48) VALUE SPACES.
           03 MQMD-USERIDENTIFIER PIC X(12) VALUE SPACES.
           03 MQMD-ACCOUNTINGTOKEN PIC X(32) VALUE LOW-VALUES.
           03 MQMD-APPLIDENTITYDATA PIC X(32) VALUE SPACES.
           03 MQMD-PUTAPPLTYPE PIC S9(9) BINARY VALUE 0.
           03 MQMD-PUTAPPLNAME PIC X(28) VALUE SPACES.
      * yyyymmdd and hhmmssth, GMT.
           03 MQMD-PUTDATE    PIC X(8) VALUE SPACES.
           03 MQMD-PUTTIME    PIC X(8) VALUE SPACES.
           03 MQMD-APPLORIGINDATA PIC X(4) VALUE SPACES.

       01 MQ-GMO.
           03 MQGMO-STRUCID   PIC X(4) VALUE 'GMO '.
           03 MQGMO-VERSION   PIC S9(9) BINARY VALUE 1.
           03 MQGMO-OPTIONS   PIC S9(9) BINARY VALUE 0.
           03 MQGMO-WAITINTERVAL PIC S9(9) BINARY VALUE 0.
           03 FILLER          PIC X(56) VALUE LOW-VALUES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME.

           MOVE WS-TODAY TO WS-DATE-NUM.
           MOVE WS-NOW-TIME (1:2) TO WS-HH.
           MOVE WS-NOW-TIME (3:2) TO WS-MM.
           COMPUTE WS-NOW-MINS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
              + WS-HH * 60 + WS-MM.

      * CURRENT-DATE's trailing +hhmm/-hhmm is the local clock's
      * offset from GMT.
           MOVE 0 TO WS-GMT-OFFSET-MINS.
           IF FUNCTION CURRENT-DATE (18:4) IS NUMERIC THEN
              MOVE FUNCTION CURRENT-DATE (18:2) TO WS-HH
              MOVE FUNCTION CURRENT-DATE (20:2) TO WS-MM
              COMPUTE WS-GMT-OFFSET-MINS = WS-HH * 60 + WS-MM
              IF FUNCTION CURRENT-DATE (17:1) = '-' THEN
                 COMPUTE WS-GMT-OFFSET-MINS = 0 - WS-GMT-OFFSET-MINS
              END-IF
           END-IF.
           COMPUTE WS-NOW-GMT-MINS = WS-NOW-MINS - WS-GMT-OFFSET-MINS.

           OPEN OUTPUT RBKBMOR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'MQ BRIDGE HEALTH CHECK - ' WS-TODAY ' '
              WS-NOW-TIME (1:2) ':' WS-NOW-TIME (3:2)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBMOR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKBMOR-RECORD FROM WS-RPT-LINE.

           OPEN EXTEND RBKBHLH-FILE.
           IF WS-BHLH-FILE-STATUS = '00' THEN
              MOVE 1 TO WS-BHLH-OPEN
           END-IF.

      * Without the heartbeat registry every bridge reads as never
      * seen - which is what operations need to hear.
           OPEN INPUT RBKHBT-FILE.
           IF WS-HBT-FILE-STATUS = '00' OR
              WS-HBT-FILE-STATUS = '97' THEN
              MOVE 1 TO WS-HBT-OPEN
           END-IF.

           OPEN INPUT RBKBMCF-FILE.
           IF WS-BMCF-FILE-STATUS NOT = '00' THEN
              MOVE 'NO RBKBMCF WATCH LIST - NOTHING TO CHECK.'
                 TO WS-RPT-LINE
              WRITE RBKBMOR-RECORD FROM WS-RPT-LINE
              GO TO A-999
           END-IF.

           READ RBKBMCF-FILE
               AT END
                  MOVE 'Y' TO WS-BMCF-EOF-SW
           END-READ.

           PERFORM BA-CHECK-ONE-BRIDGE UNTIL WS-BMCF-EOF.

           CLOSE RBKBMCF-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKBMOR-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BRIDGES CHECKED: ' WS-CHECKED-CNT
              '  ALERTS RAISED: ' WS-ALERT-CNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBMOR-RECORD FROM WS-RPT-LINE.

       A-999.
           PERFORM XC-DISCONNECT-QMGR.

           IF WS-HBT-OPEN = 1 THEN
              CLOSE RBKHBT-FILE
           END-IF.
           IF WS-BHLH-OPEN = 1 THEN
              CLOSE RBKBHLH-FILE
           END-IF.
           CLOSE RBKBMOR-FILE.

           IF WS-ALERT-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-CHECK-ONE-BRIDGE
      *
      * One watch-list entry: judge the heartbeat, measure the
      * request queue, alert on either, and record the observation
      * on the report and the health history.
      *----------------------------------------------------------------*
       BA-CHECK-ONE-BRIDGE SECTION.
       BA-010.
           ADD 1 TO WS-CHECKED-CNT.

           PERFORM CA-JUDGE-HEARTBEAT.
           PERFORM CB-MEASURE-QUEUE.

           MOVE WS-QUEUE-DEPTH TO WS-DEPTH-ED.
           MOVE WS-OLDEST-MINS TO WS-MINS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING BAQHBMCF-BRIDGE ' ' BAQHBMCF-QUEUE (1:40)
              ' ' WS-BRIDGE-STATE
              ' DEPTH ' WS-DEPTH-ED
              ' OLDEST ' WS-MINS-ED ' MIN'
              ' - ' WS-BACKLOG-STATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKBMOR-RECORD FROM WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

           IF WS-BRIDGE-STATE = 'SILENT' OR
              WS-BRIDGE-STATE = 'STOPPED' OR
              WS-BRIDGE-STATE = 'NOHEART' THEN
              ADD 1 TO WS-ALERT-CNT
              MOVE 'RBK009W' TO WS-WTO-MSG-ID
              MOVE WS-SILENT-MINS TO WS-MINS-ED
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'MQ BRIDGE ' BAQHBMCF-BRIDGE ' ON '
                 BAQHBMCF-QUEUE (1:24) ' ' WS-BRIDGE-STATE
                 ' ' WS-MINS-ED ' MIN'
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
              PERFORM XA-ISSUE-WTO
           END-IF.

           IF WS-BACKLOG-STATE NOT = 'OK' THEN
              ADD 1 TO WS-ALERT-CNT
              MOVE 'RBK010W' TO WS-WTO-MSG-ID
              MOVE WS-OLDEST-MINS TO WS-MINS-ED
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'MQ QUEUE ' BAQHBMCF-QUEUE (1:20) ' '
                 WS-BACKLOG-STATE ' DEPTH ' WS-DEPTH-ED
                 ' AGE ' WS-MINS-ED 'M'
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
              PERFORM XA-ISSUE-WTO
           END-IF.

           PERFORM XB-WRITE-HISTORY-REC.

       BA-020.
           READ RBKBMCF-FILE
               AT END
                  MOVE 'Y' TO WS-BMCF-EOF-SW
           END-READ.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-JUDGE-HEARTBEAT
      *
      * Reads the bridge's RBKHBT row and works out how long it has
      * been silent. A STOPPED row means the bridge ended, cleanly
      * or not; a RUNNING row older than the silence threshold means
      * it has stopped cycling - hung in a call or gone without
      * writing its final row.
      *----------------------------------------------------------------*
       CA-JUDGE-HEARTBEAT SECTION.
       CA-010.
           MOVE SPACES TO WS-BRIDGE-STATE.
           MOVE 0 TO WS-SILENT-MINS.
           MOVE 0 TO WS-HBT-REQ-CNT.

           IF BAQHBMCF-SILENT-MINS = 0 THEN
              MOVE 'UNCHECKED' TO WS-BRIDGE-STATE
              GO TO CA-999
           END-IF.

           IF WS-HBT-OPEN = 0 THEN
              MOVE 'NOHEART' TO WS-BRIDGE-STATE
              GO TO CA-999
           END-IF.

           MOVE BAQHBMCF-BRIDGE TO BAQHHBT-BRIDGE.
           MOVE BAQHBMCF-QUEUE TO BAQHHBT-QUEUE.
           READ RBKHBT-FILE.
           IF WS-HBT-FILE-STATUS NOT = '00' THEN
              MOVE 'NOHEART' TO WS-BRIDGE-STATE
              GO TO CA-999
           END-IF.

           MOVE BAQHHBT-REQ-CNT TO WS-HBT-REQ-CNT.

           IF BAQHHBT-DATE IS NUMERIC AND
              BAQHHBT-TIME IS NUMERIC THEN
              MOVE BAQHHBT-DATE TO WS-DATE-NUM
              MOVE BAQHHBT-TIME (1:2) TO WS-HH
              MOVE BAQHHBT-TIME (3:2) TO WS-MM
              COMPUTE WS-THEN-MINS =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
                 + WS-HH * 60 + WS-MM
              IF WS-NOW-MINS > WS-THEN-MINS THEN
                 COMPUTE WS-SILENT-MINS = WS-NOW-MINS - WS-THEN-MINS
                    ON SIZE ERROR
                       MOVE 99999 TO WS-SILENT-MINS
                 END-COMPUTE
              END-IF
           ELSE
              MOVE 'NOHEART' TO WS-BRIDGE-STATE
              GO TO CA-999
           END-IF.

           IF BAQHHBT-STATE = 'STOPPED' THEN
              MOVE 'STOPPED' TO WS-BRIDGE-STATE
           ELSE
              IF WS-SILENT-MINS > BAQHBMCF-SILENT-MINS THEN
                 MOVE 'SILENT' TO WS-BRIDGE-STATE
              ELSE
                 MOVE 'ALIVE' TO WS-BRIDGE-STATE
              END-IF
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-MEASURE-QUEUE
      *
      * Opens the request queue for inquire and browse - never for
      * input, so the monitor cannot take a message from the bridge
      * - and takes its current depth. When messages are waiting the
      * one at the head is browsed, data truncated away, for its put
      * date and time: that is the oldest-message age.
      *----------------------------------------------------------------*
       CB-MEASURE-QUEUE SECTION.
       CB-010.
           MOVE 'OK' TO WS-BACKLOG-STATE.
           MOVE 0 TO WS-QUEUE-DEPTH.
           MOVE 0 TO WS-OLDEST-MINS.

           PERFORM CBA-CONNECT-QMGR.
           IF WS-HCONN = 0 THEN
              MOVE 'NOQUEUE' TO WS-BACKLOG-STATE
              GO TO CB-999
           END-IF.

           MOVE BAQHBMCF-QUEUE TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           COMPUTE WS-OPEN-OPTIONS = MQOO-BROWSE + MQOO-INQUIRE
                                   + MQOO-FAIL-IF-QUIESCING.

           CALL 'MQOPEN' USING WS-HCONN MQ-OD WS-OPEN-OPTIONS
                               WS-HOBJ WS-COMPCODE WS-REASON.

           IF WS-COMPCODE NOT = MQCC-OK THEN
              DISPLAY 'BAQHBMON MQOPEN of ' BAQHBMCF-QUEUE (1:30)
                 ' failed, reason ' WS-REASON
              MOVE 'NOQUEUE' TO WS-BACKLOG-STATE
              GO TO CB-999
           END-IF.

           CALL 'MQINQ' USING WS-HCONN WS-HOBJ
                              WS-INQ-SELECTOR-COUNT WS-INQ-SEL-CURDEPTH
                              WS-INQ-INTATTR-COUNT WS-INQ-CURDEPTH
                              WS-INQ-CHARATTR-LENGTH WS-INQ-CHARATTRS
                              WS-COMPCODE WS-REASON.

           IF WS-COMPCODE NOT = MQCC-OK THEN
              DISPLAY 'BAQHBMON MQINQ of ' BAQHBMCF-QUEUE (1:30)
                 ' failed, reason ' WS-REASON
              MOVE 'NOQUEUE' TO WS-BACKLOG-STATE
              GO TO CB-090
           END-IF.

           MOVE WS-INQ-CURDEPTH TO WS-QUEUE-DEPTH.

           IF WS-QUEUE-DEPTH > 0 THEN
              PERFORM CBB-BROWSE-OLDEST-MSG
           END-IF.

           IF BAQHBMCF-DEPTH-MAX > 0 AND
              WS-QUEUE-DEPTH > BAQHBMCF-DEPTH-MAX THEN
              MOVE 'DEPTH' TO WS-BACKLOG-STATE
           END-IF.

           IF BAQHBMCF-AGE-MAX-MINS > 0 AND
              WS-OLDEST-MINS > BAQHBMCF-AGE-MAX-MINS THEN
              IF WS-BACKLOG-STATE = 'DEPTH' THEN
                 MOVE 'DEPTH+AGE' TO WS-BACKLOG-STATE
              ELSE
                 MOVE 'AGE' TO WS-BACKLOG-STATE
              END-IF
           END-IF.

       CB-090.
           MOVE MQCO-NONE TO WS-CLOSE-OPTIONS.
           CALL 'MQCLOSE' USING WS-HCONN WS-HOBJ WS-CLOSE-OPTIONS
                                WS-COMPCODE WS-REASON.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBA-CONNECT-QMGR
      *
      * Connects to the entry's queue manager, reusing the existing
      * connection when the previous entry was on the same one.
      *----------------------------------------------------------------*
       CBA-CONNECT-QMGR SECTION.
       CBA-010.
           IF WS-HCONN NOT = 0 AND
              WS-CONN-QMGR = BAQHBMCF-QMGR THEN
              GO TO CBA-999
           END-IF.

           PERFORM XC-DISCONNECT-QMGR.

           MOVE BAQHBMCF-QMGR TO WS-CONN-QMGR.
           CALL 'MQCONN' USING WS-CONN-QMGR WS-HCONN
                               WS-COMPCODE WS-REASON.

           IF WS-COMPCODE NOT = MQCC-OK THEN
              DISPLAY 'BAQHBMON MQCONN to ' WS-CONN-QMGR (1:30)
                 ' failed, reason ' WS-REASON
              MOVE 0 TO WS-HCONN
              MOVE SPACES TO WS-CONN-QMGR
           END-IF.

       CBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CBB-BROWSE-OLDEST-MSG
      *
      * Browses the message at the head of the queue with a one-byte
      * buffer, accepting the truncation - only the descriptor's
      * GMT put date and time are wanted.
      *----------------------------------------------------------------*
       CBB-BROWSE-OLDEST-MSG SECTION.
       CBB-010.
           MOVE LOW-VALUES TO MQMD-MSGID.
           MOVE LOW-VALUES TO MQMD-CORRELID.
           COMPUTE MQGMO-OPTIONS = MQGMO-BROWSE-FIRST
                                 + MQGMO-ACCEPT-TRUNCATED-MSG
                                 + MQGMO-NO-WAIT.
           MOVE LENGTH OF WS-BROWSE-BUFFER TO WS-BUFFER-LENGTH.

           CALL 'MQGET' USING WS-HCONN WS-HOBJ MQ-MD MQ-GMO
                              WS-BUFFER-LENGTH WS-BROWSE-BUFFER
                              WS-DATA-LENGTH
                              WS-COMPCODE WS-REASON.

      * Taken by the bridge between the inquire and the browse.
           IF WS-REASON = MQRC-NO-MSG-AVAILABLE THEN
              GO TO CBB-999
           END-IF.

           IF WS-COMPCODE NOT = MQCC-OK AND
              WS-REASON NOT = MQRC-TRUNCATED-MSG-ACCEPTED THEN
              DISPLAY 'BAQHBMON browse of ' BAQHBMCF-QUEUE (1:30)
                 ' failed, reason ' WS-REASON
              GO TO CBB-999
           END-IF.

           IF MQMD-PUTDATE IS NOT NUMERIC OR
              MQMD-PUTTIME (1:4) IS NOT NUMERIC THEN
              GO TO CBB-999
           END-IF.

           MOVE MQMD-PUTDATE TO WS-DATE-NUM.
           MOVE MQMD-PUTTIME (1:2) TO WS-HH.
           MOVE MQMD-PUTTIME (3:2) TO WS-MM.
           COMPUTE WS-THEN-MINS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
              + WS-HH * 60 + WS-MM.

           IF WS-NOW-GMT-MINS > WS-THEN-MINS THEN
              COMPUTE WS-OLDEST-MINS = WS-NOW-GMT-MINS - WS-THEN-MINS
                 ON SIZE ERROR
                    MOVE 99999 TO WS-OLDEST-MINS
              END-COMPUTE
           END-IF.

       CBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-ISSUE-WTO
      *
      * Issues the numbered alert staged in WS-WTO-PARM as a proper
      * WTO via the RBKWTO stub, falling back to the job log when
      * the stub is not linked in.
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
      * XB-WRITE-HISTORY-REC
      *----------------------------------------------------------------*
       XB-WRITE-HISTORY-REC SECTION.
       XB-010.
           IF WS-BHLH-OPEN = 0 THEN
              GO TO XB-999
           END-IF.

           MOVE SPACES TO RBKBHLH-RECORD.
           MOVE WS-TODAY TO RBKBHLH-DATE.
           MOVE WS-NOW-TIME TO RBKBHLH-TIME.
           MOVE BAQHBMCF-BRIDGE TO RBKBHLH-BRIDGE.
           MOVE BAQHBMCF-QUEUE TO RBKBHLH-QUEUE.
           MOVE WS-BRIDGE-STATE TO RBKBHLH-STATE.
           MOVE WS-SILENT-MINS TO RBKBHLH-SILENT-MINS.
           MOVE WS-QUEUE-DEPTH TO RBKBHLH-DEPTH.
           MOVE WS-OLDEST-MINS TO RBKBHLH-OLDEST-MINS.
           MOVE WS-BACKLOG-STATE TO RBKBHLH-BACKLOG.
           MOVE WS-HBT-REQ-CNT TO RBKBHLH-REQ-CNT.
           WRITE RBKBHLH-RECORD.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-DISCONNECT-QMGR
      *----------------------------------------------------------------*
       XC-DISCONNECT-QMGR SECTION.
       XC-010.
           IF WS-HCONN NOT = 0 THEN
              CALL 'MQDISC' USING WS-HCONN WS-COMPCODE WS-REASON
              MOVE 0 TO WS-HCONN
              MOVE SPACES TO WS-CONN-QMGR
           END-IF.

       XC-999.
           EXIT.
