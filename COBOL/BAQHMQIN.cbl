      * nightly BLKC. This long-running program:                     *
      *   - connects to the queue manager and request queue named    *
      *     on the PARM (QM=qmgr Q=queue),                           *
      *     and serving the catalog named by CATALOG= (REDBOOK when  *
      *     absent - see BAQHCATQ),                                  *
      *   - waits on the queue, dispatching each CRBK/PRBK/MRBK      *
      *     request through the same BAQEXEC call patterns the BMP's *
      *     C-EXECUTE uses,                                          *
      *   - appends each failure to the RBKEXCP exception queue, so  *
      *     the RESB transaction covers this channel too,            *
      *   - ends cleanly when a STOP request arrives.                *
      * Each request is taken under syncpoint and committed only     *
      * once its reply and its audit/exception records are written,  *
      * so a bridge that abends mid-request leaves the request on    *
      * the queue. A message the queue manager has already backed    *
      * out as often as the backout threshold allows is not          *
      * dispatched again: it is moved to the backout queue and       *
      * listed on the RBKPOIS poison-message report. The backout     *
      * queue and threshold are the request queue's own BOQNAME and  *
      * BOTHRESH attributes, overridable on the PARM (BOQNAME=queue  *
      * BOTHRESH=n); the bridge will not start without a backout     *
      * queue.                                                       *
      * A heartbeat row on RBKHBT (BAQHHBT) is rewritten at start,   *
      * at most once a minute while serving, and at the end, so the  *
      * BAQHBMON health monitor can tell a hung or dead bridge.      *
      * Server target and credentials come from RBKCFG/RBKSECR, the  *
      * same as the other batch requesters. The MQ control blocks    *
      * here are the trimmed fields of the IBM-supplied CMQODV/      *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      * Editorial reservation register (DD name RBKRSRV), the titles
      * editors have checked out on the RBCO transaction - read per
      * message before any create, patch or merge is dispatched.
      * FILE STATUS lets a region without the DD run unguarded.
           SELECT RBKRSRV-FILE ASSIGN TO RBKRSRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAQHRSRV-TITLE
               FILE STATUS IS WS-RSRV-FILE-STATUS.

      * Poison-message report (DD name RBKPOIS), one line appended
      * per message moved to the backout queue. FILE STATUS lets a
      * region without the DD rely on the job log DISPLAY instead.
           SELECT RBKPOIS-FILE ASSIGN TO RBKPOIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POIS-FILE-STATUS.

      * Bridge heartbeat registry (DD name RBKHBT), this bridge's row
      * rewritten as it cycles - see DN-WRITE-HEARTBEAT. FILE STATUS
      * lets a region without the DD run unmonitored.
           SELECT RBKHBT-FILE ASSIGN TO RBKHBT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHHBT-KEY
               FILE STATUS IS WS-HBT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCFG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BAQHHOLD.

       FD  RBKRSRV-FILE.
       COPY BAQHRSRV.

       FD  RBKPOIS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKPOIS-RECORD         PIC X(132).

       FD  RBKHBT-FILE.
       COPY BAQHHBT.

       WORKING-STORAGE SECTION.

      * API requester Host API required copy books
       01 WS-HOLD-HIT         PIC 9 VALUE 0.
       01 WS-HOLD-REF         PIC X(16) VALUE SPACES.

      * Reservation register state - see DO-CHECK-RESERVATION. The
      * refusal text names the holder; it goes back in the reply
      * and onto the RBKEXCP record queued for replay.
       01 WS-RSRV-FILE-STATUS PIC X(2).
       01 WS-RSRV-CHK-TITLE   PIC X(80) VALUE SPACES.
       01 WS-RSRV-HIT         PIC 9 VALUE 0.
       01 WS-RSRV-NOW         PIC X(12) VALUE SPACES.
       01 WS-RSRV-DUE-STAMP   PIC X(12) VALUE SPACES.
       01 WS-RSRV-TEXT        PIC X(50) VALUE SPACES.

      * Unit-of-work and backout handling - see DL-ROUTE-TO-BACKOUT-
      * QUEUE and DM-END-UNIT-OF-WORK. The backout queue and
      * threshold come from the PARM when given there, else from the
      * request queue's own attributes; a queue with no threshold
      * set gets the default of three deliveries.
       01 WS-BOQ-NAME         PIC X(48) VALUE SPACES.
       01 WS-BACKOUT-THRESHOLD PIC S9(9) BINARY VALUE 0.
       01 WS-BOTHRESH-PARM    PIC 9(4) VALUE 0.
       01 WS-UOW-STATE        PIC 9 VALUE 0.
           88 WS-UOW-COMMIT   VALUE 0.
           88 WS-UOW-BACKOUT  VALUE 1.
       01 WS-POIS-FILE-STATUS PIC X(2).

      * Heartbeat state - see DN-WRITE-HEARTBEAT. The row is only
      * rewritten when the minute has moved on, so a busy bridge
      * does not pay for a KSDS update per message.
       01 WS-HBT-FILE-STATUS  PIC X(2).
       01 WS-HBT-UNUSABLE     PIC 9 VALUE 0.
       01 WS-HBT-STATE        PIC X(8) VALUE 'RUNNING'.
       01 WS-HBT-NOW          PIC X(12) VALUE SPACES.
       01 WS-HBT-LAST-STAMP   PIC X(12) VALUE SPACES.
       01 WS-POIS-LINE.
           03 WS-POIS-DATE    PIC X(8).
           03 FILLER          PIC X VALUE SPACE.
           03 WS-POIS-TIME    PIC X(6).
           03 FILLER          PIC X VALUE SPACE.
           03 WS-POIS-OPERATION PIC X(4).
           03 FILLER          PIC X(10) VALUE ' BACKOUTS='.
           03 WS-POIS-BACKOUTS PIC ZZZ9.
           03 FILLER          PIC X(7) VALUE ' TITLE='.
           03 WS-POIS-TITLE   PIC X(80).
           03 FILLER          PIC X(11) VALUE SPACES.

      * Server-target and credential config, loaded the same way
      * the other batch requesters load theirs.
       01 WS-CFG-FILE-STATUS  PIC X(2).
       01 WS-CFG-SCOPE        PIC X(30) VALUE SPACES.
       01 WS-CFG-OAUTH-LOADED PIC 9 VALUE 0.

      * The putting application's user identifier, taken from the
      * request's message descriptor as it is got (the reply reuses
      * the descriptor) and carried onto the audit record.
       01 WS-REQ-USER         PIC X(8) VALUE SPACES.

      * End-to-end correlation, the same scheme as the other
      * requesters - the identifier goes out on the request header,
      * into the reply message, and onto any exception record.
       01 WS-BUFFER-LENGTH   PIC S9(9) BINARY VALUE 0.
       01 WS-DATA-LENGTH     PIC S9(9) BINARY VALUE 0.

      * MQINQ of the request queue's backout attributes.
       01 WS-INQ-SELECTOR-COUNT PIC S9(9) BINARY VALUE 2.
       01 WS-INQ-SELECTORS.
           03 WS-INQ-SEL-BOTHRESH PIC S9(9) BINARY VALUE 22.
           03 WS-INQ-SEL-BOQNAME  PIC S9(9) BINARY VALUE 2019.
       01 WS-INQ-INTATTR-COUNT PIC S9(9) BINARY VALUE 1.
       01 WS-INQ-BOTHRESH    PIC S9(9) BINARY VALUE 0.
       01 WS-INQ-CHARATTR-LENGTH PIC S9(9) BINARY VALUE 48.
       01 WS-INQ-BOQNAME     PIC X(48) VALUE SPACES.

      * MQ constant values used here, as defined by CMQV.
       77 MQOO-INPUT-AS-Q-DEF PIC S9(9) BINARY VALUE 1.
       77 MQOO-INQUIRE        PIC S9(9) BINARY VALUE 32.
       77 MQCO-NONE           PIC S9(9) BINARY VALUE 0.
       77 MQCC-OK             PIC S9(9) BINARY VALUE 0.
       77 MQRC-NO-MSG-AVAILABLE PIC S9(9) BINARY VALUE 2033.
       77 MQGMO-WAIT          PIC S9(9) BINARY VALUE 1.
       77 MQGMO-CONVERT       PIC S9(9) BINARY VALUE 16384.
       77 MQGMO-SYNCPOINT     PIC S9(9) BINARY VALUE 2.
       77 MQGMO-FAIL-IF-QUIESCING PIC S9(9) BINARY VALUE 8192.
       77 MQPMO-SYNCPOINT     PIC S9(9) BINARY VALUE 2.
       77 MQPMO-FAIL-IF-QUIESCING PIC S9(9) BINARY VALUE 8192.

      * Object descriptor - the fields of CMQODV this program sets.
       01 MQ-OD.
           03 MQMD-PERSISTENCE PIC S9(9) BINARY VALUE 2.
           03 MQMD-MSGID      PIC X(24) VALUE LOW-VALUES.
           03 MQMD-CORRELID   PIC X(24) VALUE LOW-VALUES.
           03 MQMD-BACKOUTCOUNT PIC S9(9) BINARY VALUE 0.
           03 MQMD-REPLYTOQ   PIC X(48) VALUE SPACES.
           03 MQMD-REPLYTOQMGR PIC X(48) VALUE SPACES.
           03 MQMD-USERIDENTIFIER PIC X(12) VALUE SPACES.
           03 FILLER          PIC X(128) VALUE LOW-VALUES.

      * Get-message options - the fields of CMQGMOV this program
      * uses. The wait interval keeps the bridge parked on an empty
           03 MQGMO-WAITINTERVAL PIC S9(9) BINARY VALUE 30000.
           03 FILLER          PIC X(56) VALUE LOW-VALUES.

      * Put-message options for the MQPUT1 replies and backout
      * queue moves, both under the request's syncpoint.
       01 MQ-PMO.
           03 MQPMO-STRUCID   PIC X(4) VALUE 'PMO '.
           03 MQPMO-VERSION   PIC S9(9) BINARY VALUE 1.

       01 WS-REQ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-FAIL-CNT        PIC 9(7) COMP VALUE 0.
       01 WS-POISON-CNT      PIC 9(7) COMP VALUE 0.

      * Author-list parsing for a create request, the BAQHCRIN
      * semicolon convention.
       01 WS-KEYWORD-START   PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT       PIC X(100) VALUE SPACES.

      * Catalog qualifier (CATALOG=name on the PARM): the publication
      * catalog this bridge serves, REDBOOK when absent. One bridge
      * runs per catalog, each on its own request queue.
       01 WS-CATALOG-ARG     PIC X(8) VALUE SPACES.
       01 WS-CATALOG         PIC X(8) VALUE 'REDBOOK'.

       COPY BAQHCATQ.

      * Book identifier call area (see BAQHBKIC): each audit record
      * carries its title's local book id from the RBKBKID registry
      * (the catalog's own, like the request queue), and a created
      * book is registered in it.
       COPY BAQHBKIC.

       LINKAGE SECTION.

      * Response structures - the Host API owns this storage.
                 DELIMITED BY SPACE INTO WS-QUEUE-NAME
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'BOQNAME='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 9.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-BOQ-NAME
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'BOTHRESH='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 10.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-BOTHRESH-PARM
              MOVE WS-BOTHRESH-PARM TO WS-BACKOUT-THRESHOLD
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'CATALOG='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 9.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-CATALOG-ARG
           END-IF.

      * Validate the catalog and point the three API-INFO structures
      * at its API before anything is connected.
           MOVE 'V' TO BAQHCATQ-FUNCTION.
           MOVE WS-CATALOG-ARG TO BAQHCATQ-CATALOG.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA.
           IF BAQHCATQ-RC NOT = 0 THEN
              DISPLAY 'BAQHMQIN CATALOG=' WS-CATALOG-ARG
                 ' is not a known catalog.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE BAQHCATQ-CATALOG TO WS-CATALOG.
           MOVE 'R' TO BAQHCATQ-FUNCTION.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK01I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK05I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK03I01.

           IF WS-QUEUE-NAME = SPACES THEN
              DISPLAY 'BAQHMQIN PARM must carry QM=qmgr Q=queue'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM DN-WRITE-HEARTBEAT.

      * The bridge's life: wait, dispatch, reply - until STOP.
           PERFORM DA-SERVE-ONE-MESSAGE UNTIL WS-BRIDGE-STOPPED.

           PERFORM EA-TERM-HOST-API.
           PERFORM FA-CLOSE-AND-DISCONNECT.

           MOVE 'STOPPED' TO WS-HBT-STATE.
           PERFORM DN-WRITE-HEARTBEAT.

           DISPLAY 'BAQHMQIN ended cleanly after ' WS-REQ-CNT
              ' requests, ' WS-FAIL-CNT ' failures, ' WS-POISON-CNT
              ' moved to the backout queue.'.

       A-999.
           STOP RUN.
           END-IF.

           MOVE WS-QUEUE-NAME TO MQOD-OBJECTNAME.
           COMPUTE WS-OPEN-OPTIONS = MQOO-INPUT-AS-Q-DEF
                                   + MQOO-INQUIRE.

           CALL 'MQOPEN' USING WS-HCONN MQ-OD WS-OPEN-OPTIONS
                               WS-HOBJ WS-COMPCODE WS-REASON.
              DISPLAY 'BAQHMQIN MQOPEN of ' WS-QUEUE-NAME (1:30)
                 ' failed, reason ' WS-REASON
              MOVE FAILED TO WS-RC
              GO TO BA-999
           END-IF.

           PERFORM BAA-RESOLVE-BACKOUT-QUEUE.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-RESOLVE-BACKOUT-QUEUE
      *
      * Settles the backout queue and threshold. A PARM value wins;
      * otherwise the request queue's own BOQNAME/BOTHRESH, asked of
      * the queue manager, apply - the same attributes the other
      * backout-aware applications on the queue honour. With no
      * backout queue anywhere the bridge refuses to start, since a
      * poison message would otherwise have nowhere to go.
      *----------------------------------------------------------------*
       BAA-RESOLVE-BACKOUT-QUEUE SECTION.
       BAA-010.
           CALL 'MQINQ' USING WS-HCONN WS-HOBJ
                              WS-INQ-SELECTOR-COUNT WS-INQ-SELECTORS
                              WS-INQ-INTATTR-COUNT WS-INQ-BOTHRESH
                              WS-INQ-CHARATTR-LENGTH WS-INQ-BOQNAME
                              WS-COMPCODE WS-REASON.

           IF WS-COMPCODE NOT = MQCC-OK THEN
              DISPLAY 'BAQHMQIN MQINQ of backout attributes failed,'
                 ' reason ' WS-REASON
              MOVE 0 TO WS-INQ-BOTHRESH
              MOVE SPACES TO WS-INQ-BOQNAME
           END-IF.

           IF WS-BOQ-NAME = SPACES THEN
              MOVE WS-INQ-BOQNAME TO WS-BOQ-NAME
           END-IF.

           IF WS-BACKOUT-THRESHOLD = 0 THEN
              MOVE WS-INQ-BOTHRESH TO WS-BACKOUT-THRESHOLD
           END-IF.

           IF WS-BACKOUT-THRESHOLD = 0 THEN
              MOVE 3 TO WS-BACKOUT-THRESHOLD
           END-IF.

           IF WS-BOQ-NAME = SPACES THEN
              DISPLAY 'BAQHMQIN no backout queue - set BOQNAME on '
                 WS-QUEUE-NAME (1:30) ' or pass BOQNAME= on the PARM'
              MOVE FAILED TO WS-RC
              GO TO BAA-999
           END-IF.

           MOVE WS-BACKOUT-THRESHOLD TO WS-BOTHRESH-PARM.
           DISPLAY 'BAQHMQIN backout queue ' WS-BOQ-NAME (1:30)
              ' after ' WS-BOTHRESH-PARM ' backouts.'.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-INIT-HOST-API
      *
      *
      * One wait-and-dispatch cycle. An empty queue (reason 2033
      * after the wait interval) just loops back to wait again -
      * that is what long-running means. The message is got under
      * syncpoint, so it stays recoverable on the queue until
      * DM-END-UNIT-OF-WORK commits it.
      *----------------------------------------------------------------*
       DA-SERVE-ONE-MESSAGE SECTION.
       DA-010.
           MOVE LOW-VALUES TO MQMD-MSGID.
           MOVE LOW-VALUES TO MQMD-CORRELID.
           COMPUTE MQGMO-OPTIONS = MQGMO-WAIT + MQGMO-CONVERT
                                 + MQGMO-SYNCPOINT
                                 + MQGMO-FAIL-IF-QUIESCING.
           SET WS-UOW-COMMIT TO TRUE.
           MOVE 0 TO WS-RSRV-HIT.
           MOVE LENGTH OF BAQHMQRQ-MSG TO WS-BUFFER-LENGTH.

           CALL 'MQGET' USING WS-HCONN WS-HOBJ MQ-MD MQ-GMO
                               WS-DATA-LENGTH
                               WS-COMPCODE WS-REASON.

      * Back from the wait, message or not - the bridge is alive.
           PERFORM DN-WRITE-HEARTBEAT.

           IF WS-REASON = MQRC-NO-MSG-AVAILABLE THEN
              GO TO DA-999
           END-IF.
              GO TO DA-999
           END-IF.

           MOVE MQMD-USERIDENTIFIER (1:8) TO WS-REQ-USER.

           IF BAQHMQRQ-OPERATION = 'STOP' THEN
              DISPLAY 'BAQHMQIN STOP request received.'
              PERFORM DM-END-UNIT-OF-WORK
              MOVE 0 TO WS-BRIDGE-RUNNING
              GO TO DA-999
           END-IF.

      * A message already backed out as often as the threshold
      * allows is not dispatched again - it goes to the backout
      * queue and the poison-message report instead.
           IF MQMD-BACKOUTCOUNT NOT < WS-BACKOUT-THRESHOLD THEN
              PERFORM DL-ROUTE-TO-BACKOUT-QUEUE
              GO TO DA-999
           END-IF.

           ADD 1 TO WS-REQ-CNT.

      * A fresh correlation identifier rides the request header and
              END-IF
           END-IF.

      * Nor may a title an editor has checked out on RBCO be
      * created, patched or merged; the rejection names the holder
      * and is queued on RBKEXCP for replay after the check-in.
           IF BAQHMQRQ-OPERATION = 'CRBK' THEN
              MOVE BAQHMQRQ-CR-TITLE TO WS-RSRV-CHK-TITLE
           ELSE
              MOVE BAQHMQRQ-PA-TITLE TO WS-RSRV-CHK-TITLE
           END-IF.
           PERFORM DO-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              MOVE 'REJECTED' TO BAQHMQRP-RESULT
              MOVE 0 TO BAQHMQRP-HTTP-STATUS
              MOVE WS-RSRV-TEXT TO BAQHMQRP-TEXT
              GO TO DA-020
           END-IF.

           EVALUATE BAQHMQRQ-OPERATION
              WHEN 'CRBK'
                 PERFORM DB-DISPATCH-CREATE
              PERFORM DF-WRITE-EXCEPTION
           END-IF.

      * The reply and the audit/exception records are written - only
      * now does the request come off the queue.
           PERFORM DM-END-UNIT-OF-WORK.

       DA-999.
           EXIT.

       DIA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DO-CHECK-RESERVATION
      *
      * Looks the title in WS-RSRV-CHK-TITLE up on the RBKRSRV
      * reservation register, leaving WS-RSRV-HIT set - with a
      * refusal text naming the holder - when an editor has it
      * checked out and the check-out has not yet fallen due.
      *----------------------------------------------------------------*
       DO-CHECK-RESERVATION SECTION.
       DO-010.
           MOVE 0 TO WS-RSRV-HIT.
           MOVE SPACES TO WS-RSRV-TEXT.

           OPEN INPUT RBKRSRV-FILE.
           IF WS-RSRV-FILE-STATUS NOT = '00' THEN
              GO TO DO-999
           END-IF.

           MOVE WS-RSRV-CHK-TITLE TO BAQHRSRV-TITLE.
           READ RBKRSRV-FILE
               INVALID KEY
                  MOVE SPACES TO BAQHRSRV-STATUS
           END-READ.

           CLOSE RBKRSRV-FILE.

           IF BAQHRSRV-STATUS NOT = 'OUT' THEN
              GO TO DO-999
           END-IF.

      * A check-out past its due stamp has lapsed and guards nothing.
           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-RSRV-NOW.
           MOVE SPACES TO WS-RSRV-DUE-STAMP.
           STRING BAQHRSRV-DUE-DATE BAQHRSRV-DUE-TIME
              DELIMITED BY SIZE INTO WS-RSRV-DUE-STAMP.
           IF WS-RSRV-NOW > WS-RSRV-DUE-STAMP THEN
              GO TO DO-999
           END-IF.

           MOVE 1 TO WS-RSRV-HIT.
           STRING 'CHECKED OUT TO '
              FUNCTION TRIM(BAQHRSRV-HOLDER-NAME)
              ' UNTIL ' BAQHRSRV-DUE-DATE
              DELIMITED BY SIZE INTO WS-RSRV-TEXT.

       DO-999.
           EXIT.

      *----------------------------------------------------------------*
      * DJ-WRITE-AUDIT-REC
      *
           MOVE BAQHMQRP-RESULT TO BAQHAUDT-RESULT.
           MOVE WS-CORREL-ID TO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           MOVE WS-REQ-USER TO BAQHAUDT-USER.

           IF BAQHMQRQ-OPERATION = 'CRBK' AND
              BAQHMQRP-RESULT = 'SUCCESS' AND
              BAQHMQRP-HTTP-STATUS NOT < 200 AND
              BAQHMQRP-HTTP-STATUS < 300 THEN
              MOVE 'N' TO BAQHBKIC-FUNCTION
           ELSE
              MOVE 'L' TO BAQHBKIC-FUNCTION
           END-IF.
           MOVE 'BAQHMQIN' TO BAQHBKIC-PROGRAM.
           MOVE BAQHAUDT-KEY-TITLE TO BAQHBKIC-TITLE.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.
           MOVE BAQHBKIC-BOOK-ID TO BAQHAUDT-BOOK-ID.

           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           WRITE BAQHAUDT-RECORD.
           CLOSE RBKAUDT-FILE.

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
           MOVE MQMD-MSGID TO MQMD-CORRELID.
           MOVE LOW-VALUES TO MQMD-MSGID.
           MOVE SPACES TO MQMD-REPLYTOQ.
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                 + MQPMO-FAIL-IF-QUIESCING.

           CALL 'MQPUT1' USING WS-HCONN MQ-OD MQ-MD MQ-PMO
                               BY CONTENT LENGTH OF BAQHMQRP-MSG
                               BY REFERENCE BAQHMQRP-MSG
                               WS-COMPCODE WS-REASON.

      * A reply that cannot be sent backs the request out, so it is
      * redelivered (and counts towards the backout threshold).
           IF WS-COMPCODE NOT = MQCC-OK THEN
              DISPLAY 'BAQHMQIN reply MQPUT1 failed, reason '
                 WS-REASON ' - request backed out.'
              SET WS-UOW-BACKOUT TO TRUE
           END-IF.

       DE-999.
           MOVE BAQHMQRP-HTTP-STATUS TO BAQHEXCP-HTTP-STATUS.
           MOVE 'PENDING' TO BAQHEXCP-STATUS.
           MOVE WS-CORREL-ID TO BAQHEXCP-CORREL-ID.
           IF WS-RSRV-HIT = 1 THEN
              MOVE WS-RSRV-TEXT TO BAQHEXCP-MESSAGE
           END-IF.

           OPEN EXTEND RBKEXCP-FILE.
           MOVE WS-CATALOG TO BAQHEXCP-CATALOG.
           WRITE BAQHEXCP-RECORD.
           CLOSE RBKEXCP-FILE.

       DF-999.
           EXIT.

      *----------------------------------------------------------------*
      * DL-ROUTE-TO-BACKOUT-QUEUE
      *
      * Moves the message just got, unchanged and with its own
      * message descriptor, to the backout queue within the same
      * unit of work, and lists it on the poison-message report. If
      * the backout queue will not take it the get is backed out and
      * the bridge stops, leaving the message on the request queue
      * rather than losing it or looping on it.
      *----------------------------------------------------------------*
       DL-ROUTE-TO-BACKOUT-QUEUE SECTION.
       DL-010.
           MOVE SPACES TO MQOD-OBJECTNAME.
           MOVE WS-BOQ-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                 + MQPMO-FAIL-IF-QUIESCING.

           CALL 'MQPUT1' USING WS-HCONN MQ-OD MQ-MD MQ-PMO
                               WS-DATA-LENGTH BAQHMQRQ-MSG
                               WS-COMPCODE WS-REASON.

           IF WS-COMPCODE NOT = MQCC-OK THEN
              DISPLAY 'BAQHMQIN backout queue MQPUT1 failed, reason '
                 WS-REASON ' - bridge stopping, message left on '
                 WS-QUEUE-NAME (1:30)
              SET WS-UOW-BACKOUT TO TRUE
              PERFORM DM-END-UNIT-OF-WORK
              MOVE 0 TO WS-BRIDGE-RUNNING
              GO TO DL-999
           END-IF.

           ADD 1 TO WS-POISON-CNT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POIS-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-POIS-TIME.
           MOVE BAQHMQRQ-OPERATION TO WS-POIS-OPERATION.
           MOVE MQMD-BACKOUTCOUNT TO WS-POIS-BACKOUTS.
           IF BAQHMQRQ-OPERATION = 'CRBK' THEN
              MOVE BAQHMQRQ-CR-TITLE TO WS-POIS-TITLE
           ELSE
              MOVE BAQHMQRQ-PA-TITLE TO WS-POIS-TITLE
           END-IF.

           DISPLAY 'BAQHMQIN poison message moved to '
              WS-BOQ-NAME (1:30) ': ' WS-POIS-LINE (1:100).

           OPEN EXTEND RBKPOIS-FILE.
           IF WS-POIS-FILE-STATUS = '00' THEN
              WRITE RBKPOIS-RECORD FROM WS-POIS-LINE
              CLOSE RBKPOIS-FILE
           END-IF.

           PERFORM DM-END-UNIT-OF-WORK.

       DL-999.
           EXIT.

      *----------------------------------------------------------------*
      * DM-END-UNIT-OF-WORK
      *
      * Commits the message's unit of work - the get, the reply and
      * any backout-queue move together - or backs it out when
      * WS-UOW-BACKOUT is set. A unit of work that cannot be ended
      * stops the bridge; the queue manager backs out whatever was
      * left in flight when it disconnects.
      *----------------------------------------------------------------*
       DM-END-UNIT-OF-WORK SECTION.
       DM-010.
           IF WS-UOW-BACKOUT THEN
              CALL 'MQBACK' USING WS-HCONN WS-COMPCODE WS-REASON
              IF WS-COMPCODE NOT = MQCC-OK THEN
                 DISPLAY 'BAQHMQIN MQBACK failed, reason ' WS-REASON
                    ' - bridge stopping.'
                 MOVE 0 TO WS-BRIDGE-RUNNING
              END-IF
              GO TO DM-999
           END-IF.

           CALL 'MQCMIT' USING WS-HCONN WS-COMPCODE WS-REASON.
           IF WS-COMPCODE NOT = MQCC-OK THEN
              DISPLAY 'BAQHMQIN MQCMIT failed, reason ' WS-REASON
                 ' - bridge stopping.'
              MOVE 0 TO WS-BRIDGE-RUNNING
           END-IF.

       DM-999.
           EXIT.

      *----------------------------------------------------------------*
      * DN-WRITE-HEARTBEAT
      *
      * Rewrites this bridge's RBKHBT row (bridge + request queue)
      * with the time, state and running counts - at most once a
      * minute while RUNNING, always for the final STOPPED. A
      * registry this program cannot open is reported once and
      * thereafter skipped, the same as the keyed audit copy.
      *----------------------------------------------------------------*
       DN-WRITE-HEARTBEAT SECTION.
       DN-010.
           IF WS-HBT-UNUSABLE = 1 THEN
              GO TO DN-999
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-HBT-NOW.
           IF WS-HBT-STATE = 'RUNNING' AND
              WS-HBT-NOW = WS-HBT-LAST-STAMP THEN
              GO TO DN-999
           END-IF.

           OPEN I-O RBKHBT-FILE.
           IF WS-HBT-FILE-STATUS NOT = '00'
              AND WS-HBT-FILE-STATUS NOT = '97'
              AND WS-HBT-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHMQIN RBKHBT unusable, file status '
                 WS-HBT-FILE-STATUS ' - heartbeat not written.'
              MOVE 1 TO WS-HBT-UNUSABLE
              GO TO DN-999
           END-IF.

           MOVE SPACES TO BAQHHBT-RECORD.
           MOVE 'BAQHMQIN' TO BAQHHBT-BRIDGE.
           MOVE WS-QUEUE-NAME TO BAQHHBT-QUEUE.
           READ RBKHBT-FILE.

           MOVE SPACES TO BAQHHBT-RECORD.
           MOVE 'BAQHMQIN' TO BAQHHBT-BRIDGE.
           MOVE WS-QUEUE-NAME TO BAQHHBT-QUEUE.
           MOVE WS-QMGR-NAME TO BAQHHBT-QMGR.
           MOVE WS-HBT-NOW (1:8) TO BAQHHBT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHHBT-TIME.
           MOVE WS-HBT-STATE TO BAQHHBT-STATE.
           MOVE WS-REQ-CNT TO BAQHHBT-REQ-CNT.
           MOVE WS-FAIL-CNT TO BAQHHBT-FAIL-CNT.

           IF WS-HBT-FILE-STATUS = '00' THEN
              REWRITE BAQHHBT-RECORD
           ELSE
              WRITE BAQHHBT-RECORD
           END-IF.

           CLOSE RBKHBT-FILE.
           MOVE WS-HBT-NOW TO WS-HBT-LAST-STAMP.

       DN-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-TERM-HOST-API
      *----------------------------------------------------------------*
