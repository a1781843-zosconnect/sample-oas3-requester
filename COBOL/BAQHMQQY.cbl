      *     queue, stamped with the BAQHKCAT-SNAP-DATE/TIME of the    *
      *     answering record so the reply says how fresh it is,       *
      *   - ends cleanly when a STOP request arrives.                 *
      * Like the intake bridge it keeps a heartbeat row on RBKHBT     *
      * (BAQHHBT) for the BAQHBMON health monitor.                    *
      * The MQ control blocks are the same trimmed CMQ images the     *
      * intake bridge carries.                                        *
      *****************************************************************
               RECORD KEY IS BAQHKAXR-KEY
               FILE STATUS IS WS-AUTX-FILE-STATUS.

      * Bridge heartbeat registry (DD name RBKHBT) - see
      * DG-WRITE-HEARTBEAT. FILE STATUS lets a region without the
      * DD run unmonitored.
           SELECT RBKHBT-FILE ASSIGN TO RBKHBT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHHBT-KEY
               FILE STATUS IS WS-HBT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCAT-FILE.
       FD  RBKAUTX-FILE.
       COPY BAQHKAXR.

       FD  RBKHBT-FILE.
       COPY BAQHHBT.

       WORKING-STORAGE SECTION.

      * The inquiry request/reply message layouts.
       01 WS-FNXR-FILE-STATUS PIC X(2).
       01 WS-AUTX-FILE-STATUS PIC X(2).

      * Heartbeat state - rewritten at most once a minute while
      * RUNNING, the same as the intake bridge.
       01 WS-HBT-FILE-STATUS  PIC X(2).
       01 WS-HBT-UNUSABLE     PIC 9 VALUE 0.
       01 WS-HBT-STATE        PIC X(8) VALUE 'RUNNING'.
       01 WS-HBT-NOW          PIC X(12) VALUE SPACES.
       01 WS-HBT-LAST-STAMP   PIC X(12) VALUE SPACES.

      * MQ plumbing - connection/object handles, completion and
      * reason codes, and the trimmed control blocks, the same as
      * the intake bridge.
              GO TO A-999
           END-IF.

           PERFORM DG-WRITE-HEARTBEAT.

           PERFORM DA-SERVE-ONE-REQUEST
              UNTIL WS-SERVICE-STOPPED.

           PERFORM EA-DISCONNECT-QUEUE.

           MOVE 'STOPPED' TO WS-HBT-STATE.
           PERFORM DG-WRITE-HEARTBEAT.

           DISPLAY 'BAQHMQQY served ' WS-REQ-CNT ' inquiries.'.

       A-999.
                              WS-DATA-LENGTH
                              WS-COMPCODE WS-REASON.

      * Back from the wait, message or not - the service is alive.
           PERFORM DG-WRITE-HEARTBEAT.

           IF WS-REASON = MQRC-NO-MSG-AVAILABLE THEN
      * Nothing arrived inside the wait - park on the queue again.
              GO TO DA-999
       DE-999.
           EXIT.

      *----------------------------------------------------------------*
      * DG-WRITE-HEARTBEAT
      *
      * Rewrites this service's RBKHBT row (program + request queue)
      * - at most once a minute while RUNNING, always for the final
      * STOPPED. A registry this program cannot open is reported
      * once and thereafter skipped.
      *----------------------------------------------------------------*
       DG-WRITE-HEARTBEAT SECTION.
       DG-010.
           IF WS-HBT-UNUSABLE = 1 THEN
              GO TO DG-999
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-HBT-NOW.
           IF WS-HBT-STATE = 'RUNNING' AND
              WS-HBT-NOW = WS-HBT-LAST-STAMP THEN
              GO TO DG-999
           END-IF.

           OPEN I-O RBKHBT-FILE.
           IF WS-HBT-FILE-STATUS NOT = '00'
              AND WS-HBT-FILE-STATUS NOT = '97'
              AND WS-HBT-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHMQQY RBKHBT unusable, file status '
                 WS-HBT-FILE-STATUS ' - heartbeat not written.'
              MOVE 1 TO WS-HBT-UNUSABLE
              GO TO DG-999
           END-IF.

           MOVE SPACES TO BAQHHBT-RECORD.
           MOVE 'BAQHMQQY' TO BAQHHBT-BRIDGE.
           MOVE WS-QUEUE-NAME TO BAQHHBT-QUEUE.
           READ RBKHBT-FILE.

           MOVE SPACES TO BAQHHBT-RECORD.
           MOVE 'BAQHMQQY' TO BAQHHBT-BRIDGE.
           MOVE WS-QUEUE-NAME TO BAQHHBT-QUEUE.
           MOVE WS-QMGR-NAME TO BAQHHBT-QMGR.
           MOVE WS-HBT-NOW (1:8) TO BAQHHBT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHHBT-TIME.
           MOVE WS-HBT-STATE TO BAQHHBT-STATE.
           MOVE WS-REQ-CNT TO BAQHHBT-REQ-CNT.
           MOVE 0 TO BAQHHBT-FAIL-CNT.

           IF WS-HBT-FILE-STATUS = '00' THEN
              REWRITE BAQHHBT-RECORD
           ELSE
              WRITE BAQHHBT-RECORD
           END-IF.

           CLOSE RBKHBT-FILE.
           MOVE WS-HBT-NOW TO WS-HBT-LAST-STAMP.

       DG-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-DISCONNECT-QUEUE
      *----------------------------------------------------------------*
