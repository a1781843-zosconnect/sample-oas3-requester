      *                  PGMLIB='TEST.REDBOOK.LOADLIB',               *
      *                  PARM='GARB'                                  *
      *                                                               *
      * Every operation runs against one publication catalog, named  *
      * by an optional CATALOG= keyword - CATALOG=REDPAPER for the    *
      * Redpaper catalog's API of the same shape; absent, the Redbook *
      * catalog exactly as before (see BAQHCATQ), E.g:                *
      *    //RBKRUN EXEC PGM=BAQHRBKZ,PARM='GARB CATALOG=REDPAPER'    *
      * The catalog is stamped on every record the run writes.        *
      *                                                               *
      * Calls RedbookAPI endpoint application operations.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      * Editorial reservation register (DD name RBKRSRV): the titles
      * editors have checked out on the RBCO transaction, read by
      * X-CHECK-RESERVATION before this program's create, patch and
      * merge. A refused attempt is queued on the exception queue
      * (DD name RBKEXCP), the same ESDS BAQHRBKB extends, for
      * replay after the check-in. FILE STATUS lets a run without
      * either DD proceed as before.
           SELECT RBKRSRV-FILE ASSIGN TO RBKRSRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAQHRSRV-TITLE
               FILE STATUS IS WS-RSRV-FILE-STATUS.

           SELECT RBKEXCP-FILE ASSIGN TO RBKEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKAMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BAQHHOLD.

       FD  RBKRSRV-FILE.
       COPY BAQHRSRV.

       FD  RBKEXCP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXCP.

       FD  RBKFPRT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01 WS-FRZOVR-POS         PIC 9(4) COMP VALUE 0.
       01 WS-FRZOVR-START       PIC 9(4) COMP VALUE 0.

      * Catalog qualifier. CATALOG=name on the PARM lands in
      * WS-CATALOG-ARG; WS-CATALOG is the validated qualifier the
      * run's API-INFO structures are pointed at and every record it
      * writes is stamped with (REDBOOK when the keyword is absent).
       01 WS-CATALOG-ARG        PIC X(8) VALUE SPACES.
       01 WS-CATALOG-POS        PIC 9(4) COMP VALUE 0.
       01 WS-CATALOG-START      PIC 9(4) COMP VALUE 0.
       01 WS-CATALOG            PIC X(8) VALUE 'REDBOOK'.

       COPY BAQHCATQ.

      * Config drift fingerprinting state - see
      * X-FINGERPRINT-CONFIG: the record count and byte-sum
      * checksum of RBKCFG and RBKTGTS, compared against the prior
       01 WS-HOLD-HIT           PIC 9 VALUE 0.
       01 WS-HOLD-REF           PIC X(16) VALUE SPACES.

      * Reservation register state - see X-CHECK-RESERVATION. The
      * now and due stamps are yyyymmddhhmm; the refusal text names
      * the holder and travels to RBKAUDT and RBKEXCP.
       01 WS-RSRV-FILE-STATUS   PIC X(2).
       01 WS-EXCP-FILE-STATUS   PIC X(2).
       01 WS-RSRV-CHK-TITLE     PIC X(80) VALUE SPACES.
       01 WS-RSRV-HIT           PIC 9 VALUE 0.
       01 WS-RSRV-NOW           PIC X(12) VALUE SPACES.
       01 WS-RSRV-DUE-STAMP     PIC X(12) VALUE SPACES.
       01 WS-RSRV-HOLDER        PIC X(8) VALUE SPACES.
       01 WS-RSRV-TEXT          PIC X(50) VALUE SPACES.

      * End-to-end correlation, the same scheme as BAQHRBKB: a
      * fresh identifier per BAQEXEC, sent on the X-Correlation-Id
      * custom request header (registered once at X-INIT, value
              VALUE 'X-Correlation-Id: '.
           03 WS-CORREL-HDR-ID PIC X(16) VALUE SPACES.

      * Explanatory text the API sent back with a failed call. X-EXEC
      * picks it up from the operation's 404/409/500 response body
      * (or the HTTP status message of an undocumented status) before
      * the audit record is written. The response element fetched
      * for it is remembered by Data Area name so the caller's own
      * BAQGETN of that area is answered without a second fetch.
       01 WS-API-MESSAGE      PIC X(50) VALUE SPACES.
       01 WS-API-MSG-LEN      PIC S9(4) COMP VALUE 0.
       01 WS-MSG-AREA-NAME    PIC X(16) VALUE SPACES.
       01 WS-MSG-ELEMENT      USAGE POINTER VALUE NULL.
       01 WS-MSG-SAVED-CC     PIC 9(8) COMP-5.
       01 WS-MSG-SAVED-RC     PIC 9(8) COMP-5.

      * PING working fields. The probe cycle walks WS-PING-TABLE -
      * entry 1 is the RBKCFG/default target B-INIT already
      * connected, the rest come from RBKTGTS - making one minimal
       01 WS-HHMMSS-CONV-MM      PIC 9(2).
       01 WS-HHMMSS-CONV-SS      PIC 9(2).

      * Book identifier call area (see BAQHBKIC). The id stamped on
      * each audit record comes from the RBKBKID registry through
      * BAQHBKIR; a successful createRedbook registers its title as
      * a new book (see XBK-STAMP-AUDIT-BOOK-ID).
       COPY BAQHBKIC.
       01 WS-BKID-CREATE-SW     PIC X VALUE 'N'.
           88 WS-BKID-CREATING  VALUE 'Y'.

      * Abend context area (see BAQHABCX), kept current through the
      * run for the BAQHABHD condition handler registered at A-010,
      * with the handler's entry, token and CEEHDLR feedback code.
       COPY BAQHABCX.
       01 WS-AB-HANDLER       USAGE PROCEDURE-POINTER.
       01 WS-AB-TOKEN         USAGE POINTER.
       01 WS-AB-FC            PIC X(12).
      * Up to four DD names at a time for X-AB-NOTE-DDS-OPEN and
      * X-AB-NOTE-DDS-CLOSED, and the subscripts they work with.
       01 WS-AB-DD-LIST       PIC X(32) VALUE SPACES.
       01 WS-AB-DD-LIST-R REDEFINES WS-AB-DD-LIST.
           03 WS-AB-LIST-DD   PIC X(8) OCCURS 4 TIMES.
       01 WS-AB-LIST-IX       PIC 9(4) COMP VALUE 0.
       01 WS-AB-DD-IX         PIC 9(4) COMP VALUE 0.
       01 WS-AB-SLOT          PIC 9(4) COMP VALUE 0.


       LINKAGE SECTION.

      * Response structure for Operation getAllRedbooks
       COPY RBK04P01.

      * Overlay of the API information structure WS-API-INFO points
      * at (the RBKnnI01 copybooks), as far as the operation name,
      * so X-AB-NOTE-CALL can say which operation a call is for.
       01 WS-API-INFO-LK.
           03 FILLER                      PIC X(4).
           03 FILLER                      PIC 9(9) COMP-5 SYNC.
           03 FILLER                      PIC 9(9) COMP-5 SYNC.
           03 FILLER                      PIC 9(9) COMP-5 SYNC.
           03 FILLER                      PIC X(255).
           03 FILLER                      PIC 9(9) COMP-5 SYNC.
           03 FILLER                      PIC X(255).
           03 FILLER                      PIC 9(9) COMP-5 SYNC.
           03 WS-API-METHOD-LK            PIC X(255).
           03 FILLER                      PIC 9(9) COMP-5 SYNC.
           03 WS-API-OPERATION-LK         PIC X(255).

       PROCEDURE DIVISION USING PARM-BUFFER.
      *----------------------------------------------------------------*
      * A-MAINLINE
                 DELIMITED BY SPACE INTO WS-FRZOVR-ARG
           END-IF.

      * CATALOG=name keyword, found the same way: the publication
      * catalog the run is for. An unknown catalog ends the run
      * before anything is called or written.
           MOVE 0 TO WS-CATALOG-POS.
           INSPECT PARM-DATA TALLYING WS-CATALOG-POS
              FOR CHARACTERS BEFORE INITIAL 'CATALOG='.
           COMPUTE WS-CATALOG-START = WS-CATALOG-POS + 9.
           IF WS-CATALOG-START NOT > LENGTH OF PARM-DATA THEN
              UNSTRING PARM-DATA (WS-CATALOG-START:)
                 DELIMITED BY SPACE INTO WS-CATALOG-ARG
           END-IF.
           PERFORM X-SET-CATALOG.
           IF BAQHCATQ-RC NOT = 0 THEN
              DISPLAY OPERATION ' CATALOG=' WS-CATALOG-ARG
                 ' is not a known catalog - run ends.'
              STOP RUN
           END-IF.
           IF WS-CATALOG NOT = 'REDBOOK' THEN
              DISPLAY OPERATION ' running against the ' WS-CATALOG
                 ' catalog (' BAQHCATQ-API-NAME ').'
           END-IF.

           IF WS-DEBUG = 1 THEN
              DISPLAY OPERATION ' A-MAINLINE Entry.'.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-START-TIME.

      * From here on an abend leaves a post-mortem record behind it
      * for BAQHABRP, saying where the run had got to.
           PERFORM X-AB-REGISTER-HANDLER.

      * Initialise the Host API and acquire a connection to
      * a z/OS Connect server instance
           PERFORM B-INIT.
      * Close this run's stretch of the audit trail with its seal.
           PERFORM X-WRITE-AUDIT-SEAL.

           PERFORM X-AB-CANCEL-HANDLER.

           STOP RUN.

      *----------------------------------------------------------------*
           SET BAQ-REQ-BASE-ADDRESS TO ADDRESS OF BAQBASE-RBK06Q01.
           MOVE LENGTH OF BAQBASE-RBK06Q01 TO BAQ-REQ-BASE-LENGTH.

      * A title an editor has checked out on RBCO may not be created
      * from here. The refusal names the holder, goes to RBKAUDT
      * with the distinct RESERVED result and is queued on RBKEXCP.
           MOVE Xtitle OF BAQBASE-RBK06Q01 TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE FAILED TO WS-RC
              GO TO CC-999
           END-IF.

      * Passing the address of the API-INFO structure required for the
      * BAQEXEC call. Section X-EXEC is a reuseable routine that is
      * used for all API calls.
           MOVE Xtitle OF BAQBASE-RBK06Q01 TO WS-AUDIT-KEY-TITLE.
           SET WS-API-INFO TO ADDRESS OF BAQ-API-INFO-RBK01I01.
           MOVE 'Y' TO WS-BKID-CREATE-SW.
           PERFORM X-EXEC.
           MOVE 'N' TO WS-BKID-CREATE-SW.

      * Check that the call was successful, if not exit the section
      * Routine X-EXEC has displayed the error responses
           MOVE 0 TO WS-AMST-EOF.

           OPEN INPUT RBKAMST-FILE.
           MOVE 'RBKAMST' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.

           READ RBKAMST-FILE
               AT END
                                            OR WS-RC = FAILED.

           CLOSE RBKAMST-FILE.
           MOVE 'RBKAMST' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

       CCAA-999.
           IF WS-DEBUG = 1 THEN
              GO TO CA-999
           END-IF.

      * Nor may a title an editor has checked out on RBCO; the
      * refusal names the holder and is queued for replay.
           MOVE Xtitle OF BAQBASE-RBK05Q01 TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE FAILED TO WS-RC
              GO TO CA-999
           END-IF.

      * Call the API
      * Passing the address of the API-INFO structure required for the
      * BAQEXEC call. Section X-EXEC is a reusable routine that is
              GO TO CE-999
           END-IF.

      * Reservation check, the same as CD-020 does for a patch.
           MOVE Xtitle OF BAQBASE-RBK03Q01 TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE FAILED TO WS-RC
              GO TO CE-999
           END-IF.

      * Call the API
      * Passing the address of the API-INFO structure required for the
      * BAQEXEC call. Section X-EXEC is a reusable routine that is
           END-IF.

           OPEN OUTPUT RBKDRLR-FILE.
           MOVE 'RBKDRLR' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DRIL-STAMP.
           MOVE SPACES TO WS-RPT-LINE.
              DISPLAY WS-RPT-LINE
              MOVE FAILED TO WS-RC
              CLOSE RBKDRLR-FILE
              MOVE 'RBKDRLR' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
              GO TO CR-999
           END-IF.

           END-IF.

           CLOSE RBKDRLR-FILE.
           MOVE 'RBKDRLR' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

           IF WS-DRIL-FAILS = 0 THEN
              MOVE OK TO WS-RC

           EXIT.

      *----------------------------------------------------------------*
      * X-SET-CATALOG
      *
      * Validates the CATALOG= qualifier through BAQHCATQ and, when
      * it is known, points each of the run's API-INFO structures at
      * that catalog's API. BAQHCATQ-RC is left for the caller; an
      * unknown catalog leaves WS-CATALOG and the structures as they
      * were.
      *----------------------------------------------------------------*
       X-SET-CATALOG SECTION.
       X-010.
           MOVE 'V' TO BAQHCATQ-FUNCTION.
           MOVE WS-CATALOG-ARG TO BAQHCATQ-CATALOG.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA.
           IF BAQHCATQ-RC NOT = 0 THEN
              GO TO X-999
           END-IF.
           MOVE BAQHCATQ-CATALOG TO WS-CATALOG.

           MOVE 'R' TO BAQHCATQ-FUNCTION.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK00I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK01I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK05I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK03I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK04I01.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-LOAD-SERVER-CONFIG
      *
           IF WS-DEBUG = 1 THEN
              DISPLAY OPERATION ' X-EXEC Entry.'.

           MOVE SPACES TO WS-API-MESSAGE.
           MOVE SPACES TO WS-MSG-AREA-NAME.

      * A genuinely down backend should not be hammered call after
      * call - once the breaker is open, fail fast instead of
      * attempting the call.
           PERFORM X-CAPTURE-TIME-OF-DAY.
           MOVE WS-TELE-ELAPSED TO WS-TELE-START-HNDS.

           PERFORM X-AB-NOTE-CALL.

           CALL BAQ-EXEC-NAME USING
                              BY REFERENCE BAQ-ZCONNECT-AREA
                              BY VALUE WS-API-INFO
           MOVE BAQ-ZCON-REASON-CODE TO WS-RC9.
           MOVE BAQ-RESP-STATUS-CODE TO WS-ST9.

           PERFORM X-AB-NOTE-RETURN.

           IF WS-DEBUG = 1 THEN
              DISPLAY OPERATION ' EXEC Completion Code '
                WS-CC9
                   BAQ-RESP-STATUS-CODE
           END-IF.

      * Any explanatory text sent back with a non-2xx answer is
      * picked up for the audit record.
           PERFORM X-CAPTURE-API-MESSAGE.

      * Record this call on the local audit trail, win or lose.
           PERFORM X-WRITE-AUDIT-REC.


           EXIT.

      *----------------------------------------------------------------*
      * X-CAPTURE-API-MESSAGE
      *
      * Leaves in WS-API-MESSAGE the explanatory text of a call that
      * did not come back 2xx: the Xmessage of the operation's
      * documented error response (recognised by the API-INFO the
      * call ran under), or the leading part of the HTTP status
      * message BAQEXEC returns for an undocumented status. The
      * element fetch is made quietly - the call's own completion
      * and reason codes are put back afterwards - and a fetch that
      * fails just leaves the message blank; the caller's own
      * processing of the response reports the problem as before.
      *----------------------------------------------------------------*
       X-CAPTURE-API-MESSAGE SECTION.
       X-010.
           MOVE 0 TO WS-API-MSG-LEN.

           IF BAQ-RESP-STATUS-CODE IS >= 200
              AND BAQ-RESP-STATUS-CODE IS < 300 THEN
              GO TO X-999
           END-IF.

           IF NOT BAQ-SUCCESS THEN
              IF BAQ-RESP-STATUS-MESSAGE-LEN > 0 THEN
                 MOVE BAQ-RESP-STATUS-MESSAGE
                    (1:BAQ-RESP-STATUS-MESSAGE-LEN) TO WS-API-MESSAGE
              END-IF
              GO TO X-999
           END-IF.

           MOVE BAQ-ZCON-COMPLETION-CODE TO WS-MSG-SAVED-CC.
           MOVE BAQ-ZCON-REASON-CODE TO WS-MSG-SAVED-RC.

           EVALUATE TRUE
              WHEN WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK00I01
                 SET ADDRESS OF BAQBASE-RBK00P01
                    TO BAQ-RESP-BASE-ADDRESS
                 IF BAQ-RESP-STATUS-CODE = 404 AND
                    responseCode404-existence OF BAQBASE-RBK00P01 > 0
                    THEN
                    MOVE responseCode404-dataarea OF BAQBASE-RBK00P01
                       TO WS-DATA-AREA-NAME
                    MOVE LENGTH OF RBK00P01-responseCode404
                       TO WS-ELEMENT-LENGTH
                    PERFORM XM-FETCH-MESSAGE-ELEMENT
                    IF WS-MSG-AREA-NAME NOT = SPACES THEN
                       SET ADDRESS OF RBK00P01-responseCode404
                          TO WS-ELEMENT
                       MOVE Xmessage-length OF RBK00P01-responseCode404
                          TO WS-API-MSG-LEN
                       MOVE Xmessage OF RBK00P01-responseCode404
                          TO WS-API-MESSAGE
                    END-IF
                 END-IF
                 IF BAQ-RESP-STATUS-CODE = 500 AND
                    responseCode500-existence OF BAQBASE-RBK00P01 > 0
                    THEN
                    MOVE responseCode500-dataarea OF BAQBASE-RBK00P01
                       TO WS-DATA-AREA-NAME
                    MOVE LENGTH OF RBK00P01-responseCode500
                       TO WS-ELEMENT-LENGTH
                    PERFORM XM-FETCH-MESSAGE-ELEMENT
                    IF WS-MSG-AREA-NAME NOT = SPACES THEN
                       SET ADDRESS OF RBK00P01-responseCode500
                          TO WS-ELEMENT
                       MOVE responseCode500-length
                          OF RBK00P01-responseCode500
                          TO WS-API-MSG-LEN
                       MOVE responseCode500 OF RBK00P01-responseCode500
                          TO WS-API-MESSAGE
                    END-IF
                 END-IF
              WHEN WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK01I01
                 SET ADDRESS OF BAQBASE-RBK01P01
                    TO BAQ-RESP-BASE-ADDRESS
                 IF BAQ-RESP-STATUS-CODE = 409 AND
                    responseCode409-existence OF BAQBASE-RBK01P01 > 0
                    THEN
                    MOVE responseCode409-dataarea OF BAQBASE-RBK01P01
                       TO WS-DATA-AREA-NAME
                    MOVE LENGTH OF RBK01P01-responseCode409
                       TO WS-ELEMENT-LENGTH
                    PERFORM XM-FETCH-MESSAGE-ELEMENT
                    IF WS-MSG-AREA-NAME NOT = SPACES THEN
                       SET ADDRESS OF RBK01P01-responseCode409
                          TO WS-ELEMENT
                       MOVE Xmessage-length OF RBK01P01-responseCode409
                          TO WS-API-MSG-LEN
                       MOVE Xmessage OF RBK01P01-responseCode409
                          TO WS-API-MESSAGE
                    END-IF
                 END-IF
              WHEN WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK04I01
                 SET ADDRESS OF BAQBASE-RBK04P01
                    TO BAQ-RESP-BASE-ADDRESS
                 IF BAQ-RESP-STATUS-CODE = 404 AND
                    responseCode404-existence OF BAQBASE-RBK04P01 > 0
                    THEN
                    MOVE responseCode404-dataarea OF BAQBASE-RBK04P01
                       TO WS-DATA-AREA-NAME
                    MOVE LENGTH OF RBK04P01-responseCode404
                       TO WS-ELEMENT-LENGTH
                    PERFORM XM-FETCH-MESSAGE-ELEMENT
                    IF WS-MSG-AREA-NAME NOT = SPACES THEN
                       SET ADDRESS OF RBK04P01-responseCode404
                          TO WS-ELEMENT
                       MOVE Xmessage-length OF RBK04P01-responseCode404
                          TO WS-API-MSG-LEN
                       MOVE Xmessage OF RBK04P01-responseCode404
                          TO WS-API-MESSAGE
                    END-IF
                 END-IF
              WHEN WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK03I01
                 SET ADDRESS OF BAQBASE-RBK03P01
                    TO BAQ-RESP-BASE-ADDRESS
                 IF BAQ-RESP-STATUS-CODE = 404 AND
                    responseCode404-existence OF BAQBASE-RBK03P01 > 0
                    THEN
                    MOVE responseCode404-dataarea OF BAQBASE-RBK03P01
                       TO WS-DATA-AREA-NAME
                    MOVE LENGTH OF RBK03P01-responseCode404
                       TO WS-ELEMENT-LENGTH
                    PERFORM XM-FETCH-MESSAGE-ELEMENT
                    IF WS-MSG-AREA-NAME NOT = SPACES THEN
                       SET ADDRESS OF RBK03P01-responseCode404
                          TO WS-ELEMENT
                       MOVE Xmessage-length OF RBK03P01-responseCode404
                          TO WS-API-MSG-LEN
                       MOVE Xmessage OF RBK03P01-responseCode404
                          TO WS-API-MESSAGE
                    END-IF
                 END-IF
              WHEN WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK05I01
                 SET ADDRESS OF BAQBASE-RBK05P01
                    TO BAQ-RESP-BASE-ADDRESS
                 IF BAQ-RESP-STATUS-CODE = 404 AND
                    responseCode404-existence OF BAQBASE-RBK05P01 > 0
                    THEN
                    MOVE responseCode404-dataarea OF BAQBASE-RBK05P01
                       TO WS-DATA-AREA-NAME
                    MOVE LENGTH OF RBK05P01-responseCode404
                       TO WS-ELEMENT-LENGTH
                    PERFORM XM-FETCH-MESSAGE-ELEMENT
                    IF WS-MSG-AREA-NAME NOT = SPACES THEN
                       SET ADDRESS OF RBK05P01-responseCode404
                          TO WS-ELEMENT
                       MOVE Xmessage-length OF RBK05P01-responseCode404
                          TO WS-API-MSG-LEN
                       MOVE Xmessage OF RBK05P01-responseCode404
                          TO WS-API-MESSAGE
                    END-IF
                 END-IF
           END-EVALUATE.

           MOVE WS-MSG-SAVED-CC TO BAQ-ZCON-COMPLETION-CODE.
           MOVE WS-MSG-SAVED-RC TO BAQ-ZCON-REASON-CODE.

      * Only the returned length of the text is kept.
           IF WS-API-MSG-LEN < 0 THEN
              MOVE 0 TO WS-API-MSG-LEN
           END-IF.
           IF WS-API-MSG-LEN < 50 THEN
              MOVE SPACES TO WS-API-MESSAGE (WS-API-MSG-LEN + 1:)
           END-IF.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * XM-FETCH-MESSAGE-ELEMENT
      *
      * BAQGETN of the error response element named in
      * WS-DATA-AREA-NAME. On success the element and its Data Area
      * name are remembered for X-GET-DATA-AREA-ELEMENT; on failure
      * WS-MSG-AREA-NAME stays SPACES and nothing is reported here.
      *----------------------------------------------------------------*
       XM-FETCH-MESSAGE-ELEMENT SECTION.
       XM-010.
           MOVE SPACES TO WS-MSG-AREA-NAME.

           CALL BAQ-GETN-NAME USING
                              BY REFERENCE BAQ-ZCONNECT-AREA
                              WS-DATA-AREA-NAME
                              BY REFERENCE WS-ELEMENT
                              BY REFERENCE WS-ELEMENT-LENGTH
                              RETURNING WS-BAQ-RC.

           IF WS-BAQ-RC = 0 AND BAQ-SUCCESS THEN
              MOVE WS-DATA-AREA-NAME TO WS-MSG-AREA-NAME
              SET WS-MSG-ELEMENT TO WS-ELEMENT
           END-IF.

       XM-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-CAPTURE-TIME-OF-DAY
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHTELE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHTELE-TIME.
           MOVE 'BAQHRBKZ' TO BAQHTELE-PROGRAM.
           MOVE WS-CATALOG TO BAQHTELE-CATALOG.
           MOVE OPERATION TO BAQHTELE-OPERATION.
           MOVE WS-CORREL-ID TO BAQHTELE-CORREL-ID.
           MOVE WS-TELE-ELAPSED TO BAQHTELE-ELAPSED-HNDS.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKZ' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE OPERATION TO BAQHAUDT-OPERATION.
           MOVE SPACES TO BAQHAUDT-KEY-TITLE.
           STRING 'CONFIG CHANGED: ' WS-FPRT-CUR-DSN (WS-FPRT-IX)
           MOVE 'CFGMOVED' TO BAQHAUDT-RESULT.
           MOVE SPACES TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           WRITE BAQHAUDT-RECORD.
           CLOSE RBKAUDT-FILE.

           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKZ' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE OPERATION TO BAQHAUDT-OPERATION.
           MOVE WS-HOLD-CHK-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 'HELD' TO BAQHAUDT-RESULT.
           MOVE WS-HOLD-REF TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           WRITE BAQHAUDT-RECORD.
           CLOSE RBKAUDT-FILE.

           PERFORM XW-WRITE-KEYED-AUDIT-REC.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-CHECK-RESERVATION
      *
      * Looks the title in WS-RSRV-CHK-TITLE up on the RBKRSRV
      * reservation register, leaving WS-RSRV-HIT set - with the
      * holder's user ID and a refusal text naming them - when an
      * editor has it checked out and the check-out has not yet
      * fallen due. A run without the register DD runs unguarded.
      *----------------------------------------------------------------*
       X-CHECK-RESERVATION SECTION.
       X-010.
           MOVE 0 TO WS-RSRV-HIT.
           MOVE SPACES TO WS-RSRV-HOLDER.
           MOVE SPACES TO WS-RSRV-TEXT.

           OPEN INPUT RBKRSRV-FILE.
           IF WS-RSRV-FILE-STATUS NOT = '00' THEN
              GO TO X-999
           END-IF.

           MOVE WS-RSRV-CHK-TITLE TO BAQHRSRV-TITLE.
           READ RBKRSRV-FILE
               INVALID KEY
                  MOVE SPACES TO BAQHRSRV-STATUS
           END-READ.

           CLOSE RBKRSRV-FILE.

           IF BAQHRSRV-STATUS NOT = 'OUT' THEN
              GO TO X-999
           END-IF.

      * A check-out past its due stamp has lapsed and guards nothing.
           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-RSRV-NOW.
           MOVE SPACES TO WS-RSRV-DUE-STAMP.
           STRING BAQHRSRV-DUE-DATE BAQHRSRV-DUE-TIME
              DELIMITED BY SIZE INTO WS-RSRV-DUE-STAMP.
           IF WS-RSRV-NOW > WS-RSRV-DUE-STAMP THEN
              GO TO X-999
           END-IF.

           MOVE 1 TO WS-RSRV-HIT.
           MOVE BAQHRSRV-HOLDER TO WS-RSRV-HOLDER.
           STRING 'CHECKED OUT TO '
              FUNCTION TRIM(BAQHRSRV-HOLDER-NAME)
              ' UNTIL ' BAQHRSRV-DUE-DATE
              DELIMITED BY SIZE INTO WS-RSRV-TEXT.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-REPORT-RESERVATION-REFUSAL
      *
      * One refused attempt against a checked-out title: the refusal
      * line naming the holder goes to the console, the audit trail
      * takes a chained record with the distinct RESERVED result and
      * the holder's user ID, and the attempt is queued PENDING on
      * RBKEXCP for replay once the title is checked back in.
      *----------------------------------------------------------------*
       X-REPORT-RESERVATION-REFUSAL SECTION.
       X-010.
           DISPLAY OPERATION ' REFUSED - ' WS-RSRV-TEXT
              ' ON ' WS-RSRV-CHK-TITLE (1:60).

           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKZ' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE OPERATION TO BAQHAUDT-OPERATION.
           MOVE WS-RSRV-CHK-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE 'RESERVED' TO BAQHAUDT-RESULT.
           MOVE WS-RSRV-HOLDER TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           MOVE WS-RSRV-TEXT TO BAQHAUDT-MESSAGE.

           OPEN EXTEND RBKAUDT-FILE.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           WRITE BAQHAUDT-RECORD.
           CLOSE RBKAUDT-FILE.

           PERFORM XW-WRITE-KEYED-AUDIT-REC.

           MOVE SPACES TO BAQHEXCP-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHEXCP-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHEXCP-TIME.
           MOVE 'BAQHRBKZ' TO BAQHEXCP-PROGRAM.
           MOVE OPERATION TO BAQHEXCP-OPERATION.
           MOVE WS-RSRV-CHK-TITLE TO BAQHEXCP-TITLE.
           MOVE 0 TO BAQHEXCP-COMP-CODE.
           MOVE 0 TO BAQHEXCP-REASON-CODE.
           MOVE 0 TO BAQHEXCP-HTTP-STATUS.
           MOVE 'PENDING' TO BAQHEXCP-STATUS.
           MOVE WS-RSRV-TEXT TO BAQHEXCP-MESSAGE.

           OPEN EXTEND RBKEXCP-FILE.
           IF WS-EXCP-FILE-STATUS NOT = '00' THEN
              GO TO X-999
           END-IF.
           MOVE WS-CATALOG TO BAQHEXCP-CATALOG.
           WRITE BAQHEXCP-RECORD.
           CLOSE RBKEXCP-FILE.

       X-999.
           EXIT.

           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKZ' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE OPERATION TO BAQHAUDT-OPERATION.
           MOVE SPACES TO BAQHAUDT-KEY-TITLE.
           STRING 'CHANGE FREEZE: ' WS-FREEZE-REASON
           MOVE WS-FREEZE-AUD-RESULT TO BAQHAUDT-RESULT.
           MOVE SPACES TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           WRITE BAQHAUDT-RECORD.
           CLOSE RBKAUDT-FILE.

           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKZ' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE SPACES TO BAQHAUDT-CHANGE-ID.
           MOVE OPERATION TO BAQHAUDT-OPERATION.
           MOVE WS-AUDIT-KEY-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE WS-CC9 TO BAQHAUDT-COMP-CODE.
           END-IF.

           MOVE WS-CORREL-ID TO BAQHAUDT-CORREL-ID.
           MOVE WS-API-MESSAGE TO BAQHAUDT-MESSAGE.

      * Chain the record to its predecessors before it is written.
           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           WRITE BAQHAUDT-RECORD.
           CLOSE RBKAUDT-FILE.


           EXIT.

      *----------------------------------------------------------------*
      * XBK-STAMP-AUDIT-BOOK-ID
      *
      * Stamps the audit record in the buffer with its title's book
      * id from the RBKBKID registry. A successful createRedbook
      * registers the title as a new book first; any other title the
      * registry has not seen - and a record keyed by something
      * other than a title - carries id 0.
      *----------------------------------------------------------------*
       XBK-STAMP-AUDIT-BOOK-ID SECTION.
       XBK-010.
           IF WS-BKID-CREATING AND BAQ-SUCCESS AND
              WS-ST9 NOT < 200 AND WS-ST9 < 300 THEN
              MOVE 'N' TO BAQHBKIC-FUNCTION
           ELSE
              MOVE 'L' TO BAQHBKIC-FUNCTION
           END-IF.
           MOVE 'BAQHRBKZ' TO BAQHBKIC-PROGRAM.
           MOVE BAQHAUDT-KEY-TITLE TO BAQHBKIC-TITLE.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.
           MOVE BAQHBKIC-BOOK-ID TO BAQHAUDT-BOOK-ID.

       XBK-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-LOAD-CHAIN-STATE
      *
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKZ' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE 'SEAL' TO BAQHAUDT-OPERATION.
           MOVE 'RUN END SEAL' TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 'SEALED' TO BAQHAUDT-RESULT.
           MOVE SPACES TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.
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

           MOVE SPACES TO RBKSTAT-RECORD.
           STRING 'BATCH RUN STATISTICS FOR OPERATION ' OPERATION
              '  CATALOG ' WS-CATALOG
              DELIMITED BY SIZE INTO RBKSTAT-RECORD.
           WRITE RBKSTAT-RECORD.

           MOVE WS-RUN-START-DATE TO BAQHSTHX-DATE.
           MOVE WS-RUN-START-TIME TO BAQHSTHX-TIME.
           MOVE 'BAQHRBKZ' TO BAQHSTHX-JOBNAME.
           MOVE WS-CATALOG TO BAQHSTHX-CATALOG.
           MOVE OPERATION TO BAQHSTHX-OPERATION.
           MOVE WS-STATS-CALL-COUNT TO BAQHSTHX-CALL-COUNT.
           MOVE WS-STATS-SUCCESS-COUNT TO BAQHSTHX-SUCCESS-CNT.
                 WS-DATA-AREA-NAME
                 ' Entry.'.

      * The error response element X-CAPTURE-API-MESSAGE already
      * fetched for this call is handed back rather than asked for
      * a second time.
           IF WS-MSG-AREA-NAME NOT = SPACES AND
              WS-DATA-AREA-NAME = WS-MSG-AREA-NAME THEN
              SET WS-ELEMENT TO WS-MSG-ELEMENT
              MOVE SPACES TO WS-MSG-AREA-NAME
              GO TO X-999
           END-IF.

           CALL BAQ-GETN-NAME USING
                              BY REFERENCE BAQ-ZCONNECT-AREA
                              WS-DATA-AREA-NAME

           EXIT.

      *----------------------------------------------------------------*
      * X-AB-REGISTER-HANDLER
      *
      * Starts the abend context for this run and registers BAQHABHD
      * with LE as the condition handler for A-MAINLINE, with the
      * context area's address as its token, so an abend anywhere
      * below here is recorded on RBKABND before it goes on. A
      * handler LE will not take is named and the run goes on
      * without one.
      *----------------------------------------------------------------*
       X-AB-REGISTER-HANDLER SECTION.
       X-010.
           INITIALIZE BAQHABCX-AREA.
           MOVE 'BAQHRBKZ' TO BAQHABCX-PROGRAM.
           MOVE OPERATION TO BAQHABCX-OPERATION.
           MOVE WS-CATALOG TO BAQHABCX-CATALOG.
           MOVE WS-RUN-START-DATE TO BAQHABCX-RUN-DATE.
           MOVE WS-RUN-START-TIME TO BAQHABCX-RUN-TIME.
           SET BAQHABCX-LIVE TO TRUE.
           SET BAQHABCX-CKPT-NONE TO TRUE.
           SET BAQHABCX-NO-CALL TO TRUE.

           SET WS-AB-HANDLER TO ENTRY 'BAQHABHD'.
           SET WS-AB-TOKEN TO ADDRESS OF BAQHABCX-AREA.
           CALL 'CEEHDLR' USING WS-AB-HANDLER WS-AB-TOKEN WS-AB-FC.

           IF WS-AB-FC (1:8) NOT = LOW-VALUES THEN
              DISPLAY OPERATION ' CEEHDLR did not register BAQHABHD'
                 ' - an abend this run leaves no post-mortem record.'
           END-IF.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-AB-CANCEL-HANDLER
      *
      * Unregisters BAQHABHD at the clean end of the run.
      *----------------------------------------------------------------*
       X-AB-CANCEL-HANDLER SECTION.
       X-010.
           CALL 'CEEHDLU' USING WS-AB-HANDLER WS-AB-FC.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-AB-NOTE-CALL
      *
      * Records the BAQEXEC about to be issued in the abend context:
      * the operation, its method, the key it is for and its
      * correlation identifier. Anything but a GET counts as a change
      * since the last checkpoint, of unknown outcome until
      * X-AB-NOTE-RETURN sees it back.
      *----------------------------------------------------------------*
       X-AB-NOTE-CALL SECTION.
       X-010.
           SET ADDRESS OF WS-API-INFO-LK TO WS-API-INFO.
           MOVE WS-API-OPERATION-LK TO BAQHABCX-API-OPERATION.
           MOVE WS-API-METHOD-LK TO BAQHABCX-API-METHOD.
           MOVE WS-AUDIT-KEY-TITLE TO BAQHABCX-ITEM-KEY.
           MOVE WS-CORREL-ID TO BAQHABCX-CORREL-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHABCX-CALL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHABCX-CALL-TIME.

           IF BAQHABCX-API-METHOD = 'GET' THEN
              MOVE 'N' TO BAQHABCX-CALL-CHANGES
           ELSE
              SET BAQHABCX-CHANGING-CALL TO TRUE
              ADD 1 TO BAQHABCX-CHG-CALLS
              MOVE WS-AUDIT-KEY-TITLE TO BAQHABCX-LAST-CHG-KEY
              SET BAQHABCX-LAST-CHG-UNKNOWN TO TRUE
           END-IF.

           SET BAQHABCX-CALL-OUT TO TRUE.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-AB-NOTE-RETURN
      *
      * Records the BAQEXEC just returned in the abend context - its
      * completion, reason and HTTP status codes, whether a change
      * was accepted - and brings the run counters up to date.
      *----------------------------------------------------------------*
       X-AB-NOTE-RETURN SECTION.
       X-010.
           SET BAQHABCX-CALL-BACK TO TRUE.
           MOVE WS-CC9 TO BAQHABCX-COMP-CODE.
           MOVE WS-RC9 TO BAQHABCX-REASON-CODE.
           MOVE WS-ST9 TO BAQHABCX-HTTP-STATUS.

           IF BAQHABCX-CHANGING-CALL THEN
              IF BAQ-SUCCESS THEN
                 SET BAQHABCX-LAST-CHG-ACCEPTED TO TRUE
                 ADD 1 TO BAQHABCX-CHG-DONE
              ELSE
                 SET BAQHABCX-LAST-CHG-REFUSED TO TRUE
              END-IF
           END-IF.

           MOVE WS-STATS-CALL-COUNT TO BAQHABCX-CALL-COUNT.
           MOVE WS-STATS-SUCCESS-COUNT TO BAQHABCX-SUCCESS-COUNT.
           MOVE WS-STATS-WARNING-COUNT TO BAQHABCX-WARNING-COUNT.
           MOVE WS-STATS-ERROR-COUNT TO BAQHABCX-ERROR-COUNT.
           MOVE WS-STATS-CB-ABORT-COUNT TO BAQHABCX-CB-ABORT-COUNT.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-AB-NOTE-DDS-OPEN
      *
      * Adds the DD names staged in WS-AB-DD-LIST to the abend
      * context's list of datasets held open.
      *----------------------------------------------------------------*
       X-AB-NOTE-DDS-OPEN SECTION.
       X-010.
           PERFORM XAB-ADD-ONE-DD
              VARYING WS-AB-LIST-IX FROM 1 BY 1
              UNTIL WS-AB-LIST-IX > 4.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-AB-NOTE-DDS-CLOSED
      *
      * Takes the DD names staged in WS-AB-DD-LIST off the abend
      * context's list of datasets held open.
      *----------------------------------------------------------------*
       X-AB-NOTE-DDS-CLOSED SECTION.
       X-010.
           PERFORM XAB-DROP-ONE-DD
              VARYING WS-AB-LIST-IX FROM 1 BY 1
              UNTIL WS-AB-LIST-IX > 4.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * XAB-ADD-ONE-DD
      *
      * WS-AB-LIST-DD(WS-AB-LIST-IX) into the first free slot, once.
      * A seventeenth DD open at once goes unlisted.
      *----------------------------------------------------------------*
       XAB-ADD-ONE-DD SECTION.
       XAB-010.
           IF WS-AB-LIST-DD (WS-AB-LIST-IX) = SPACES THEN
              GO TO XAB-999
           END-IF.

           PERFORM XAB-DROP-ONE-DD.

           MOVE 0 TO WS-AB-SLOT.
           PERFORM XABB-FIND-FREE-SLOT
              VARYING WS-AB-DD-IX FROM 1 BY 1
              UNTIL WS-AB-DD-IX > 16 OR WS-AB-SLOT > 0.

           IF WS-AB-SLOT > 0 THEN
              MOVE WS-AB-LIST-DD (WS-AB-LIST-IX)
                 TO BAQHABCX-OPEN-DD (WS-AB-SLOT)
           END-IF.

       XAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XAB-DROP-ONE-DD
      *
      * WS-AB-LIST-DD(WS-AB-LIST-IX) out of whichever slot holds it.
      *----------------------------------------------------------------*
       XAB-DROP-ONE-DD SECTION.
       XAB-010.
           IF WS-AB-LIST-DD (WS-AB-LIST-IX) = SPACES THEN
              GO TO XAB-999
           END-IF.

           PERFORM XABA-BLANK-IF-MATCH
              VARYING WS-AB-DD-IX FROM 1 BY 1
              UNTIL WS-AB-DD-IX > 16.

       XAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XABA-BLANK-IF-MATCH
      *----------------------------------------------------------------*
       XABA-BLANK-IF-MATCH SECTION.
       XABA-010.
           IF BAQHABCX-OPEN-DD (WS-AB-DD-IX) =
              WS-AB-LIST-DD (WS-AB-LIST-IX) THEN
              MOVE SPACES TO BAQHABCX-OPEN-DD (WS-AB-DD-IX)
           END-IF.

       XABA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XABB-FIND-FREE-SLOT
      *----------------------------------------------------------------*
       XABB-FIND-FREE-SLOT SECTION.
       XABB-010.
           IF BAQHABCX-OPEN-DD (WS-AB-DD-IX) = SPACES THEN
              MOVE WS-AB-DD-IX TO WS-AB-SLOT
           END-IF.

       XABB-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-TERM
      *
