      * Optionally specify DEBUG for more diagnostics, E.g:           *
      *    QUE TRAN NAME(BAQHRBKT) OPTION(ENQ) DATA(GARB DEBUG)       *
      *                                                               *
      * A 3270 operator can instead put up the MFS formatted screen   *
      * with /FORMAT RBKMO (MFS/BAQHRBKF.mfs) and key the operation   *
      * and its fields there; the reply comes back formatted, a page  *
      * of eleven list lines at a time with PF7/PF8 paging.           *
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
      * (DD name RBKEXCP) for replay after the check-in. FILE STATUS
      * lets a region without either DD run as before.
           SELECT RBKRSRV-FILE ASSIGN TO RBKRSRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAQHRSRV-TITLE
               FILE STATUS IS WS-RSRV-FILE-STATUS.

           SELECT RBKEXCP-FILE ASSIGN TO RBKEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

      * Local catalog snapshot (DD name RBKCAT) and its author path
      * (DD name RBKAUTX), both refreshed by BAQHCATL, paged through
      * read-only by a GARB keyed on the formatted screen.
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

       DATA DIVISION.
       FILE SECTION.
       FD  RBKFRZC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BAQHHOLD.

       FD  RBKRSRV-FILE.
       COPY BAQHRSRV.

       FD  RBKEXCP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXCP.

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKAUTX-FILE.
       COPY BAQHKAXR.

       WORKING-STORAGE SECTION.

      * Change-freeze calendar state - see X-CHECK-FREEZE-CALENDAR.
       01 WS-HOLD-HIT         PIC 9 VALUE 0.
       01 WS-HOLD-REF         PIC X(16) VALUE SPACES.

      * Reservation register state - see X-CHECK-RESERVATION. The
      * now and due stamps are yyyymmddhhmm; the refusal text names
      * the holder and goes to the terminal and to RBKEXCP.
       01 WS-RSRV-FILE-STATUS PIC X(2).
       01 WS-EXCP-FILE-STATUS PIC X(2).
       01 WS-RSRV-CHK-TITLE   PIC X(80) VALUE SPACES.
       01 WS-RSRV-HIT         PIC 9 VALUE 0.
       01 WS-RSRV-NOW         PIC X(12) VALUE SPACES.
       01 WS-RSRV-DUE-STAMP   PIC X(12) VALUE SPACES.
       01 WS-RSRV-TEXT        PIC X(50) VALUE SPACES.
       01 WS-RSRV-EXC-OPER    PIC X(4) VALUE SPACES.

      * API requester Host API required copy books
       COPY BAQHAREC.
       COPY BAQHCONC.
       01 WS-CONV-AUTHOR-PTR  PIC 9(4) VALUE 1.
       01 WS-CONV-ONE-AUTHOR  PIC X(40) VALUE SPACES.

      * MFS formatted screen. Input through the RBKMI descriptor is
      * recognised by the RBKMFS marker after the PARM-BUFFER bytes
      * and answered with one RBKMO output message (see
      * M-FORMATTED-SCREEN) instead of raw message segments. The
      * list being shown is built in WS-MFS-LIST and sent a page of
      * eleven lines at a time; the local-catalog GARB list is read
      * a page at a time instead, since the catalog can run to
      * thousands of titles.
       COPY BAQHMFSI.
       COPY BAQHMFSO.
       77 WS-MFS-MODNAME      PIC X(8) VALUE 'RBKMO   '.
       01 WS-MFS-MODE         PIC 9 VALUE 0.
       01 WS-MFS-PAGE         PIC 9(3) VALUE 1.
       01 WS-MFS-PAGES        PIC 9(3) VALUE 1.
       01 WS-MFS-PAGE-DEPTH   PIC 9(3) VALUE 11.
       01 WS-MFS-FIRST        PIC 9(4) VALUE 0.
       01 WS-MFS-SLOT         PIC 9(4) VALUE 0.
       01 WS-MFS-SKIP         PIC 9(6) VALUE 0.
       01 WS-MFS-READ-CNT     PIC 9(6) VALUE 0.
       01 WS-MFS-WHOLE-LIST   PIC X VALUE 'Y'.
       01 WS-MFS-MORE         PIC X VALUE 'N'.
       01 WS-MFS-EOF          PIC X VALUE 'N'.
       01 WS-MFS-MSG          PIC X(78) VALUE SPACES.
       01 WS-MFS-NEW-LINE     PIC X(78) VALUE SPACES.
       01 WS-MFS-LIST-CNT     PIC 9(4) VALUE 0.
       01 WS-MFS-LIST-MAX     PIC 9(4) VALUE 200.
       01 WS-MFS-LIST.
           03 WS-MFS-LIST-LINE PIC X(78) OCCURS 200.
       01 WS-MFS-ONE-AUTHOR   PIC X(40) VALUE SPACES.
       01 WS-MFS-SNAP-DATE    PIC X(8) VALUE SPACES.
       01 WS-MFS-SNAP-TIME    PIC X(6) VALUE SPACES.
       01 WS-MFS-AUTHOR-PTR   PIC 9(4) VALUE 1.
       01 WS-MFS-TRIM-TEXT    PIC X(120) VALUE SPACES.
       01 WS-MFS-TRIM-LEN     PIC 9(4) VALUE 0.
       01 WS-MFS-TRAIL        PIC 9(4) VALUE 0.
       01 WS-MFS-COUNT-ED     PIC ZZ9.
       01 WS-MFS-PAGE-ED      PIC ZZ9.
       01 WS-MFS-PAGES-ED     PIC ZZ9.
       01 WS-MFS-SIZE-ED      PIC ZZZZ9.99.
       01 WS-CAT-FILE-STATUS  PIC X(2).
       01 WS-AUTX-FILE-STATUS PIC X(2).

      * End-to-end correlation, the same scheme as BAQHRBKB and
      * BAQHRBKZ: a fresh identifier per BAQEXEC, sent on the
      * X-Correlation-Id custom request header (registered once at
      * X-INIT, value refreshed per call) and shown on the formatted
      * screen's message line.
       77 BAQR-CUSTOM-HEADERS PIC X(22)
           VALUE 'BAQHAPI-Custom-Headers'.
       01 WS-CORREL-SEQ       PIC 9(4) VALUE 0.
       01 WS-CORREL-ID        PIC X(16) VALUE SPACES.
       01 WS-CORREL-HEADER.
           03 FILLER          PIC X(18)
              VALUE 'X-Correlation-Id: '.
           03 WS-CORREL-HDR-ID PIC X(16) VALUE SPACES.

       LINKAGE SECTION.

      * The API Response data structures are specified within the
              GOBACK
           END-IF

      * Input from the MFS formatted screen carries the RBKMFS
      * marker the RBKMI descriptor inserts, and is answered the
      * same way - formatted, through RBKMO.
           IF WS-FS-DATA (31:6) = 'RBKMFS' THEN
              MOVE 1 TO WS-MFS-MODE
              MOVE WS-FIRST-SEG TO BAQHMFSI-MESSAGE
              MOVE WS-FS-DATA (1:30) TO PARM-DATA
              PERFORM M-FORMATTED-SCREEN
              GOBACK
           END-IF

      * The single-shot shapes map straight onto PARM-BUFFER.
           MOVE WS-FS-LL TO PARM-LENGTH
           MOVE WS-FS-ZZ TO PARM-ZEROES
              GO TO ACC-999
           END-IF.

      * Nor may it create a title an editor has since checked out on
      * RBCO; the attempt is queued on RBKEXCP for replay.
           MOVE SPA-TITLE TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              MOVE SPACES TO SPA-TRANCODE
              PERFORM ACB-PUT-SPA-BACK
              MOVE 'CRBK' TO WS-RSRV-EXC-OPER
              PERFORM X-QUEUE-RESERVATION-REFUSAL
              STRING 'Create abandoned - ' WS-RSRV-TEXT
                 DELIMITED BY SIZE
                 INTO WS-DISPLAY-MSG
              PERFORM X-WRITE-DISPLAY-MSG
              GO TO ACC-999
           END-IF.

           PERFORM B-INIT.
           IF WS-RC NOT = OK THEN
              MOVE SPACES TO SPA-TRANCODE

           EXIT.

      *----------------------------------------------------------------*
      * M-FORMATTED-SCREEN
      *
      * One exchange with the MFS formatted screen. The keyed fields
      * go back as keyed, the operation runs from them, and one RBKMO
      * output message paints the result: detail fields, a page of
      * the list and the message line. PF7/PF8 re-read the list and
      * show the page before or after the one on the screen; they
      * never re-send a create, patch or merge. PF3 clears.
      *----------------------------------------------------------------*
       M-FORMATTED-SCREEN SECTION.
       M-010.
           MOVE SPACES TO BAQHMFSO-MESSAGE.
           MOVE SPACES TO WS-MFS-MSG.
           MOVE 0 TO WS-MFS-LIST-CNT.
           MOVE 'Y' TO WS-MFS-WHOLE-LIST.
           MOVE 'N' TO WS-MFS-MORE.

           MOVE BAQHMFSI-OPERATION TO BAQHMFSO-OPERATION.
           MOVE BAQHMFSI-TITLE TO BAQHMFSO-TITLE.
           MOVE BAQHMFSI-AUTHORS TO BAQHMFSO-AUTHORS.
           MOVE BAQHMFSI-STATUS TO BAQHMFSO-STATUS.
           MOVE BAQHMFSI-FORMNUM TO BAQHMFSO-FORMNUM.

           IF BAQHMFSI-PAGE IS NUMERIC AND
              BAQHMFSI-PAGE > 0 THEN
              MOVE BAQHMFSI-PAGE TO WS-MFS-PAGE
           ELSE
              MOVE 1 TO WS-MFS-PAGE
           END-IF.

           EVALUATE BAQHMFSI-PFKEY
              WHEN '03'
                 MOVE SPACES TO BAQHMFSO-OPERATION
                 MOVE SPACES TO BAQHMFSO-TITLE
                 MOVE SPACES TO BAQHMFSO-AUTHORS
                 MOVE SPACES TO BAQHMFSO-STATUS
                 MOVE SPACES TO BAQHMFSO-FORMNUM
                 MOVE 1 TO WS-MFS-PAGE
                 MOVE 'Key an operation and its fields, then ENTER'
                    TO WS-MFS-MSG
                 GO TO M-090
              WHEN '07'
                 IF WS-MFS-PAGE > 1 THEN
                    SUBTRACT 1 FROM WS-MFS-PAGE
                 END-IF
              WHEN '08'
                 IF WS-MFS-PAGE < 999 THEN
                    ADD 1 TO WS-MFS-PAGE
                 END-IF
              WHEN OTHER
                 MOVE 1 TO WS-MFS-PAGE
           END-EVALUATE.

           IF NOT OPERATION-VALID THEN
              MOVE 'Key an operation: GARB, GRBK, CRBK, PRBK or MRBK'
                 TO WS-MFS-MSG
              GO TO M-090
           END-IF.

           IF (BAQHMFSI-PFKEY = '07' OR BAQHMFSI-PFKEY = '08') AND
              OPERATION NOT = 'GARB' AND OPERATION NOT = 'GRBK' THEN
              STRING 'PF7/PF8 page GARB and GRBK lists - ENTER runs '
                 OPERATION
                 DELIMITED BY SIZE INTO WS-MFS-MSG
              MOVE 1 TO WS-MFS-PAGE
              GO TO M-090
           END-IF.

           PERFORM AB-DISCOVER-IMS-BINDING.

      * The same change-freeze gate as the keyed-in operations.
           IF OPERATION = 'CRBK' OR OPERATION = 'PRBK' OR
              OPERATION = 'MRBK' THEN
              PERFORM X-CHECK-FREEZE-CALENDAR
              IF WS-FREEZE-HIT = 1 THEN
                 STRING OPERATION ' refused - change freeze in'
                    ' force: ' WS-FREEZE-REASON
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-DISPLAY-MSG
                 GO TO M-090
              END-IF
           END-IF.

      * GARB from the screen pages the local catalog rather than
      * deferring a full API enumeration to the batch side: the
      * operator is sitting at the list, and reading RBKCAT ties up
      * neither this region nor a z/OS Connect connection.
           EVALUATE OPERATION
              WHEN 'GARB'
                 PERFORM MA-LIST-LOCAL-CATALOG
              WHEN 'GRBK'
                 PERFORM MB-GET-FROM-SCREEN
              WHEN 'CRBK'
                 PERFORM MC-CREATE-FROM-SCREEN
              WHEN 'PRBK'
                 PERFORM MD-PATCH-FROM-SCREEN
              WHEN 'MRBK'
                 PERFORM ME-MERGE-FROM-SCREEN
           END-EVALUATE.

       M-090.
           PERFORM MZ-SEND-SCREEN.

       M-999.
           EXIT.

      *----------------------------------------------------------------*
      * MA-LIST-LOCAL-CATALOG
      *
      * One page of the local catalog in title order, or of the
      * keyed author's books off the RBKAUTX author path. The page
      * is found by reading past the pages before it, and one record
      * beyond it tells whether there is more.
      *----------------------------------------------------------------*
       MA-LIST-LOCAL-CATALOG SECTION.
       MA-010.
           MOVE 'N' TO WS-MFS-WHOLE-LIST.
           MOVE 0 TO WS-MFS-LIST-CNT.
           MOVE 'N' TO WS-MFS-MORE.
           MOVE 'N' TO WS-MFS-EOF.
           MOVE 0 TO WS-MFS-READ-CNT.
           MOVE SPACES TO WS-MFS-SNAP-DATE.
           MOVE SPACES TO WS-MFS-SNAP-TIME.
           COMPUTE WS-MFS-SKIP =
              (WS-MFS-PAGE - 1) * WS-MFS-PAGE-DEPTH.

           MOVE SPACES TO WS-MFS-ONE-AUTHOR.
           UNSTRING BAQHMFSI-AUTHORS DELIMITED BY ';'
              INTO WS-MFS-ONE-AUTHOR.
           IF WS-MFS-ONE-AUTHOR NOT = SPACES THEN
              GO TO MA-050
           END-IF.

           OPEN INPUT RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              MOVE 'Local catalog RBKCAT is not available here'
                 TO WS-MFS-MSG
              GO TO MA-999
           END-IF.

           MOVE 'TITLE' TO BAQHMFSO-HEAD.
           MOVE 'STATUS    FORM NUMBER' TO BAQHMFSO-HEAD (54:21).

           MOVE LOW-VALUES TO BAQHKCAT-TITLE.
           START RBKCAT-FILE KEY IS NOT LESS THAN BAQHKCAT-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-MFS-EOF
           END-START.

           PERFORM MAA-LIST-ONE-CATALOG-BOOK
              UNTIL WS-MFS-EOF = 'Y'.

           CLOSE RBKCAT-FILE.
           GO TO MA-080.

       MA-050.
           OPEN INPUT RBKAUTX-FILE.
           IF WS-AUTX-FILE-STATUS NOT = '00' THEN
              MOVE 'Local author index RBKAUTX is not available here'
                 TO WS-MFS-MSG
              GO TO MA-999
           END-IF.

           MOVE SPACES TO BAQHMFSO-HEAD.
           STRING 'BOOKS BY ' WS-MFS-ONE-AUTHOR
              DELIMITED BY SIZE INTO BAQHMFSO-HEAD.
           MOVE 'STATUS    FORM NUMBER' TO BAQHMFSO-HEAD (54:21).

           MOVE WS-MFS-ONE-AUTHOR TO BAQHKAXR-AUTHOR.
           MOVE LOW-VALUES TO BAQHKAXR-TITLE.
           START RBKAUTX-FILE KEY IS NOT LESS THAN BAQHKAXR-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-MFS-EOF
           END-START.

           PERFORM MAB-LIST-ONE-AUTHOR-BOOK
              UNTIL WS-MFS-EOF = 'Y'.

           CLOSE RBKAUTX-FILE.

       MA-080.
      * PF8 off the end of the list shows the last page again.
           IF WS-MFS-LIST-CNT = 0 AND WS-MFS-PAGE > 1 THEN
              SUBTRACT 1 FROM WS-MFS-PAGE
              GO TO MA-010
           END-IF.

           IF WS-MFS-LIST-CNT = 0 THEN
              IF WS-MFS-ONE-AUTHOR = SPACES THEN
                 MOVE 'The local catalog is empty' TO WS-MFS-MSG
              ELSE
                 MOVE 'No books for that author in the local catalog'
                    TO WS-MFS-MSG
              END-IF
              GO TO MA-999
           END-IF.

           MOVE SPACES TO WS-MFS-MSG.
           IF WS-MFS-SNAP-TIME = SPACES THEN
              STRING 'Local catalog snapshot of '
                 WS-MFS-SNAP-DATE (1:4) '-' WS-MFS-SNAP-DATE (5:2)
                 '-' WS-MFS-SNAP-DATE (7:2)
                 DELIMITED BY SIZE INTO WS-MFS-MSG
           ELSE
              STRING 'Local catalog snapshot of '
                 WS-MFS-SNAP-DATE (1:4) '-' WS-MFS-SNAP-DATE (5:2)
                 '-' WS-MFS-SNAP-DATE (7:2) ' '
                 WS-MFS-SNAP-TIME (1:2) ':' WS-MFS-SNAP-TIME (3:2)
                 DELIMITED BY SIZE INTO WS-MFS-MSG
           END-IF.

       MA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MAA-LIST-ONE-CATALOG-BOOK
      *----------------------------------------------------------------*
       MAA-LIST-ONE-CATALOG-BOOK SECTION.
       MAA-010.
           READ RBKCAT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-MFS-EOF
                 GO TO MAA-999
           END-READ.

           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              MOVE 'Y' TO WS-MFS-EOF
              GO TO MAA-999
           END-IF.

           ADD 1 TO WS-MFS-READ-CNT.
           IF WS-MFS-READ-CNT = 1 THEN
              MOVE BAQHKCAT-SNAP-DATE TO WS-MFS-SNAP-DATE
              MOVE BAQHKCAT-SNAP-TIME TO WS-MFS-SNAP-TIME
           END-IF.

           IF WS-MFS-READ-CNT NOT > WS-MFS-SKIP THEN
              GO TO MAA-999
           END-IF.

           IF WS-MFS-LIST-CNT NOT < WS-MFS-PAGE-DEPTH THEN
              MOVE 'Y' TO WS-MFS-MORE
              MOVE 'Y' TO WS-MFS-EOF
              GO TO MAA-999
           END-IF.

           MOVE SPACES TO WS-MFS-NEW-LINE.
           STRING BAQHKCAT-TITLE (1:52) ' ' BAQHKCAT-STATUS ' '
              BAQHKCAT-FORM-NUMBER
              DELIMITED BY SIZE INTO WS-MFS-NEW-LINE.
           PERFORM MY-ADD-LIST-LINE.

       MAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MAB-LIST-ONE-AUTHOR-BOOK
      *
      * Leaving the author's key range ends the list as end of file
      * does. The author path carries the snapshot date only.
      *----------------------------------------------------------------*
       MAB-LIST-ONE-AUTHOR-BOOK SECTION.
       MAB-010.
           READ RBKAUTX-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-MFS-EOF
                 GO TO MAB-999
           END-READ.

           IF WS-AUTX-FILE-STATUS NOT = '00' OR
              BAQHKAXR-AUTHOR NOT = WS-MFS-ONE-AUTHOR THEN
              MOVE 'Y' TO WS-MFS-EOF
              GO TO MAB-999
           END-IF.

           ADD 1 TO WS-MFS-READ-CNT.
           IF WS-MFS-READ-CNT = 1 THEN
              MOVE BAQHKAXR-SNAP-DATE TO WS-MFS-SNAP-DATE
           END-IF.

           IF WS-MFS-READ-CNT NOT > WS-MFS-SKIP THEN
              GO TO MAB-999
           END-IF.

           IF WS-MFS-LIST-CNT NOT < WS-MFS-PAGE-DEPTH THEN
              MOVE 'Y' TO WS-MFS-MORE
              MOVE 'Y' TO WS-MFS-EOF
              GO TO MAB-999
           END-IF.

           MOVE SPACES TO WS-MFS-NEW-LINE.
           STRING BAQHKAXR-TITLE (1:52) ' ' BAQHKAXR-STATUS ' '
              BAQHKAXR-FORM-NUMBER
              DELIMITED BY SIZE INTO WS-MFS-NEW-LINE.
           PERFORM MY-ADD-LIST-LINE.

       MAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * MB-GET-FROM-SCREEN
      *
      * getRedbook for the keyed title (and first keyed author). A
      * found book fills the detail fields, and its remaining detail
      * and authors make the list; a title not found lists the
      * author's other books when the API sends them.
      *----------------------------------------------------------------*
       MB-GET-FROM-SCREEN SECTION.
       MB-010.
           IF BAQHMFSI-TITLE = SPACES THEN
              MOVE 'Key the Title of the Redbook to get' TO WS-MFS-MSG
              GO TO MB-999
           END-IF.

           PERFORM B-INIT.
           IF WS-RC NOT = OK THEN
              GO TO MB-999
           END-IF.

           INITIALIZE BAQBASE-RBK00Q01.
           MOVE BAQHMFSI-TITLE TO Xtitle OF BAQBASE-RBK00Q01.
           MOVE BAQHMFSI-TITLE TO WS-MFS-TRIM-TEXT.
           PERFORM MX-TRIM-LENGTH.
           MOVE WS-MFS-TRIM-LEN TO Xtitle-length OF BAQBASE-RBK00Q01.

           MOVE SPACES TO WS-MFS-ONE-AUTHOR.
           UNSTRING BAQHMFSI-AUTHORS DELIMITED BY ';'
              INTO WS-MFS-ONE-AUTHOR.
           IF WS-MFS-ONE-AUTHOR = SPACES THEN
              MOVE 0 TO Xauthor-existence OF BAQBASE-RBK00Q01
           ELSE
              MOVE 1 TO Xauthor-existence OF BAQBASE-RBK00Q01
              MOVE WS-MFS-ONE-AUTHOR TO Xauthor2 OF BAQBASE-RBK00Q01
              MOVE WS-MFS-ONE-AUTHOR TO WS-MFS-TRIM-TEXT
              PERFORM MX-TRIM-LENGTH
              MOVE WS-MFS-TRIM-LEN
                 TO Xauthor2-length OF BAQBASE-RBK00Q01
           END-IF.

           SET BAQ-REQ-BASE-ADDRESS TO ADDRESS OF BAQBASE-RBK00Q01.
           MOVE LENGTH OF BAQBASE-RBK00Q01 TO BAQ-REQ-BASE-LENGTH.
           SET WS-API-INFO TO ADDRESS OF BAQ-API-INFO-RBK00I01.
           PERFORM X-EXEC.

      * X-EXEC has already put a failed call on the message line.
           IF NOT BAQ-SUCCESS THEN
              GO TO MB-090
           END-IF.

           SET ADDRESS OF BAQBASE-RBK00P01 TO BAQ-RESP-BASE-ADDRESS.
           MOVE BAQ-RESP-STATUS-CODE TO WS-STATUS-CODE.

           EVALUATE TRUE
              WHEN BAQ-RESP-STATUS-CODE = 200 AND
                   responseCode200-existence OF BAQBASE-RBK00P01 > 0
                 PERFORM MBA-SHOW-ONE-REDBOOK
              WHEN BAQ-RESP-STATUS-CODE = 404 AND
                   responseCode404-existence OF BAQBASE-RBK00P01 > 0
                 PERFORM MBB-SHOW-NOT-FOUND
              WHEN OTHER
                 STRING 'GRBK failed - HTTP status ' WS-STATUS-CODE
                    DELIMITED BY SIZE INTO WS-MFS-MSG
           END-EVALUATE.

       MB-090.
           PERFORM X-FREE.
           PERFORM X-TERM.

       MB-999.
           EXIT.

      *----------------------------------------------------------------*
      * MBA-SHOW-ONE-REDBOOK
      *----------------------------------------------------------------*
       MBA-SHOW-ONE-REDBOOK SECTION.
       MBA-010.
           MOVE responseCode200-dataarea OF BAQBASE-RBK00P01
              TO WS-DATA-AREA-NAME.
           MOVE LENGTH OF RBK00P01-responseCode200
              TO WS-ELEMENT-LENGTH.
           PERFORM X-GET-DATA-AREA-ELEMENT.
           IF WS-RC = FAILED THEN
              GO TO MBA-999
           END-IF.
           SET ADDRESS OF RBK00P01-responseCode200 TO WS-ELEMENT.

           MOVE SPACES TO BAQHMFSO-TITLE.
           IF Xtitle-length OF RBK00P01-responseCode200 > 0 THEN
              MOVE Xtitle OF RBK00P01-responseCode200
                 (1:Xtitle-length OF RBK00P01-responseCode200)
                 TO BAQHMFSO-TITLE
           END-IF.

           MOVE SPACES TO BAQHMFSO-STATUS.
           IF Xstatus-length OF RBK00P01-responseCode200 > 0 THEN
              MOVE Xstatus OF RBK00P01-responseCode200
                 (1:Xstatus-length OF RBK00P01-responseCode200)
                 TO BAQHMFSO-STATUS
           END-IF.

           MOVE formNumber OF RBK00P01-responseCode200
              TO BAQHMFSO-FORMNUM.

           MOVE SPACES TO BAQHMFSO-PUBDATE.
           IF publicationDate-existence
                 OF RBK00P01-responseCode200 > 0 AND
              publicationDate2-length
                 OF RBK00P01-responseCode200 > 0 THEN
              MOVE publicationDate2 OF RBK00P01-responseCode200
                 (1:publicationDate2-length
                    OF RBK00P01-responseCode200)
                 TO BAQHMFSO-PUBDATE
           END-IF.

           MOVE 'DETAIL AND AUTHORS' TO BAQHMFSO-HEAD.

           IF documentType-existence
                 OF RBK00P01-responseCode200 > 0 THEN
              MOVE SPACES TO WS-MFS-NEW-LINE
              STRING 'Document type  ' documentType2
                    OF RBK00P01-responseCode200
                 DELIMITED BY SIZE INTO WS-MFS-NEW-LINE
              PERFORM MY-ADD-LIST-LINE
           END-IF.

           IF sizeMB-existence OF RBK00P01-responseCode200 > 0 THEN
              MOVE sizeMB OF RBK00P01-responseCode200
                 TO WS-MFS-SIZE-ED
              MOVE SPACES TO WS-MFS-NEW-LINE
              STRING 'Size (MB)      ' WS-MFS-SIZE-ED
                 DELIMITED BY SIZE INTO WS-MFS-NEW-LINE
              PERFORM MY-ADD-LIST-LINE
           END-IF.

           IF url-existence OF RBK00P01-responseCode200 > 0 AND
              url2-length OF RBK00P01-responseCode200 > 0 THEN
              MOVE SPACES TO WS-MFS-NEW-LINE
              STRING 'URL            ' url2
                    OF RBK00P01-responseCode200
                    (1:url2-length OF RBK00P01-responseCode200)
                 DELIMITED BY SIZE INTO WS-MFS-NEW-LINE
              PERFORM MY-ADD-LIST-LINE
           END-IF.

           IF owningDepartment-existence
                 OF RBK00P01-responseCode200 > 0 THEN
              MOVE SPACES TO WS-MFS-NEW-LINE
              STRING 'Department     ' Xid
                    OF RBK00P01-responseCode200 ' '
                    name OF RBK00P01-responseCode200
                 DELIMITED BY SIZE INTO WS-MFS-NEW-LINE
              PERFORM MY-ADD-LIST-LINE
              MOVE SPACES TO WS-MFS-NEW-LINE
              STRING 'Contact        ' contact
                    OF RBK00P01-responseCode200
                 DELIMITED BY SIZE INTO WS-MFS-NEW-LINE
              PERFORM MY-ADD-LIST-LINE
           END-IF.

           PERFORM MBAA-LIST-ONE-AUTHOR VARYING WS-INDEX-2
              FROM 1 BY 1
              UNTIL WS-INDEX-2 >
                 authors-num OF RBK00P01-responseCode200 OR
                 WS-RC = FAILED.

           MOVE authors-num OF RBK00P01-responseCode200
              TO WS-MFS-COUNT-ED.
           STRING 'Redbook found -' WS-MFS-COUNT-ED ' author(s)'
              DELIMITED BY SIZE INTO WS-MFS-MSG.

       MBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MBAA-LIST-ONE-AUTHOR
      *----------------------------------------------------------------*
       MBAA-LIST-ONE-AUTHOR SECTION.
       MBAA-010.
           MOVE authors-dataarea OF RBK00P01-responseCode200
              TO WS-DATA-AREA-NAME.
           MOVE LENGTH OF RBK00P01-authors TO WS-ELEMENT-LENGTH.
           PERFORM X-GET-DATA-AREA-ELEMENT.
           IF WS-RC = FAILED THEN
              GO TO MBAA-999
           END-IF.
           SET ADDRESS OF RBK00P01-authors TO WS-ELEMENT.

           MOVE SPACES TO WS-MFS-NEW-LINE.
           MOVE 'Author' TO WS-MFS-NEW-LINE.
           MOVE 16 TO WS-MFS-SLOT.
           IF firstName-existence OF RBK00P01-authors > 0 AND
              firstName2-length OF RBK00P01-authors > 0 THEN
              STRING firstName2 OF RBK00P01-authors
                    (1:firstName2-length OF RBK00P01-authors) ' '
                 DELIMITED BY SIZE INTO WS-MFS-NEW-LINE
                 WITH POINTER WS-MFS-SLOT
           END-IF.
           IF lastName-existence OF RBK00P01-authors > 0 AND
              lastName2-length OF RBK00P01-authors > 0 THEN
              STRING lastName2 OF RBK00P01-authors
                    (1:lastName2-length OF RBK00P01-authors)
                 DELIMITED BY SIZE INTO WS-MFS-NEW-LINE
                 WITH POINTER WS-MFS-SLOT
           END-IF.
           PERFORM MY-ADD-LIST-LINE.

       MBAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MBB-SHOW-NOT-FOUND
      *----------------------------------------------------------------*
       MBB-SHOW-NOT-FOUND SECTION.
       MBB-010.
           MOVE responseCode404-dataarea OF BAQBASE-RBK00P01
              TO WS-DATA-AREA-NAME.
           MOVE LENGTH OF RBK00P01-responseCode404
              TO WS-ELEMENT-LENGTH.
           PERFORM X-GET-DATA-AREA-ELEMENT.
           IF WS-RC = FAILED THEN
              GO TO MBB-999
           END-IF.
           SET ADDRESS OF RBK00P01-responseCode404 TO WS-ELEMENT.

           IF Xmessage-length OF RBK00P01-responseCode404 > 0 THEN
              STRING 'Not found: ' Xmessage
                    OF RBK00P01-responseCode404
                    (1:Xmessage-length OF RBK00P01-responseCode404)
                 DELIMITED BY SIZE INTO WS-MFS-MSG
           ELSE
              MOVE 'Not found' TO WS-MFS-MSG
           END-IF.

           IF authorsBooks-num OF RBK00P01-responseCode404 > 0 THEN
              MOVE SPACES TO BAQHMFSO-HEAD
              STRING 'OTHER BOOKS BY ' WS-MFS-ONE-AUTHOR
                 DELIMITED BY SIZE INTO BAQHMFSO-HEAD
              PERFORM MBBA-LIST-ONE-AUTHORS-BOOK VARYING WS-INDEX
                 FROM 1 BY 1
                 UNTIL WS-INDEX >
                    authorsBooks-num OF RBK00P01-responseCode404 OR
                    WS-RC = FAILED
           END-IF.

       MBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * MBBA-LIST-ONE-AUTHORS-BOOK
      *----------------------------------------------------------------*
       MBBA-LIST-ONE-AUTHORS-BOOK SECTION.
       MBBA-010.
           MOVE authorsBooks-dataarea OF RBK00P01-responseCode404
              TO WS-DATA-AREA-NAME.
           MOVE LENGTH OF RBK00P01-authorsBooks TO WS-ELEMENT-LENGTH.
           PERFORM X-GET-DATA-AREA-ELEMENT.
           IF WS-RC = FAILED THEN
              GO TO MBBA-999
           END-IF.
           SET ADDRESS OF RBK00P01-authorsBooks TO WS-ELEMENT.

           MOVE SPACES TO WS-MFS-NEW-LINE.
           IF Xtitle-length OF RBK00P01-authorsBooks > 0 THEN
              MOVE Xtitle OF RBK00P01-authorsBooks
                 (1:Xtitle-length OF RBK00P01-authorsBooks)
                 TO WS-MFS-NEW-LINE
           END-IF.
           PERFORM MY-ADD-LIST-LINE.

       MBBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MC-CREATE-FROM-SCREEN
      *
      * createRedbook from the keyed fields. The semicolon-delimited
      * Author(s) field is put one author at a time by the same
      * ACF-PUT-ONE-SPA-AUTHOR the conversational create uses. A
      * created book comes back as GRBK, so ENTER shows it.
      *----------------------------------------------------------------*
       MC-CREATE-FROM-SCREEN SECTION.
       MC-010.
           PERFORM MV-CHECK-SCREEN-FIELDS.
           IF WS-RC = FAILED THEN
              GO TO MC-999
           END-IF.

           IF BAQHMFSI-STATUS = SPACES THEN
              MOVE 'Key the Status - DRAFT or PUBLISHED' TO WS-MFS-MSG
              GO TO MC-999
           END-IF.

           IF BAQHMFSI-AUTHORS = SPACES THEN
              MOVE 'Key at least one Author, separated by ;'
                 TO WS-MFS-MSG
              GO TO MC-999
           END-IF.

           MOVE BAQHMFSI-TITLE TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              GO TO MC-999
           END-IF.

           PERFORM B-INIT.
           IF WS-RC NOT = OK THEN
              GO TO MC-999
           END-IF.

           INITIALIZE BAQBASE-RBK01Q01.
           MOVE BAQHMFSI-TITLE TO Xtitle OF BAQBASE-RBK01Q01.
           MOVE BAQHMFSI-TITLE TO WS-MFS-TRIM-TEXT.
           PERFORM MX-TRIM-LENGTH.
           MOVE WS-MFS-TRIM-LEN TO Xtitle-length OF BAQBASE-RBK01Q01.
           MOVE Xtitle OF BAQBASE-RBK01Q01
              TO Xtitle2 OF BAQBASE-RBK01Q01.
           MOVE Xtitle-length OF BAQBASE-RBK01Q01
              TO Xtitle2-length OF BAQBASE-RBK01Q01.

           MOVE BAQHMFSI-STATUS TO Xstatus OF BAQBASE-RBK01Q01.
           MOVE BAQHMFSI-STATUS TO WS-MFS-TRIM-TEXT.
           PERFORM MX-TRIM-LENGTH.
           MOVE WS-MFS-TRIM-LEN TO Xstatus-length OF BAQBASE-RBK01Q01.

           MOVE BAQHMFSI-FORMNUM TO formNumber OF BAQBASE-RBK01Q01.

           MOVE 0 TO authors-num OF BAQBASE-RBK01Q01.
           MOVE "AUTHOR-DATA-AREA" TO authors-dataarea
                                   OF BAQBASE-RBK01Q01.
           MOVE SPACES TO SPA-AUTHORS.
           MOVE BAQHMFSI-AUTHORS TO SPA-AUTHORS.
           MOVE 1 TO WS-CONV-AUTHOR-PTR.
           PERFORM ACF-PUT-ONE-SPA-AUTHOR
              UNTIL WS-CONV-AUTHOR-PTR > LENGTH OF SPA-AUTHORS
                 OR WS-RC = FAILED.
           IF WS-RC = FAILED THEN
              MOVE 'Author put failed - create not sent' TO WS-MFS-MSG
              GO TO MC-090
           END-IF.

           SET BAQ-REQ-BASE-ADDRESS TO ADDRESS OF BAQBASE-RBK01Q01.
           MOVE LENGTH OF BAQBASE-RBK01Q01 TO BAQ-REQ-BASE-LENGTH.
           SET WS-API-INFO TO ADDRESS OF BAQ-API-INFO-RBK01I01.
           PERFORM X-EXEC.

           IF NOT BAQ-SUCCESS THEN
              GO TO MC-090
           END-IF.

           MOVE BAQ-RESP-STATUS-CODE TO WS-STATUS-CODE.
           EVALUATE TRUE
              WHEN BAQ-RESP-STATUS-CODE = 409
                 MOVE 'Redbook already exists - nothing created'
                    TO WS-MFS-MSG
              WHEN BAQ-RESP-STATUS-CODE >= 200 AND
                   BAQ-RESP-STATUS-CODE < 300
                 MOVE 'Redbook created - ENTER shows it as GRBK'
                    TO WS-MFS-MSG
                 MOVE 'GRBK' TO BAQHMFSO-OPERATION
              WHEN OTHER
                 STRING 'CRBK failed - HTTP status ' WS-STATUS-CODE
                    DELIMITED BY SIZE INTO WS-MFS-MSG
           END-EVALUATE.

       MC-090.
           PERFORM X-FREE.
           PERFORM X-TERM.

       MC-999.
           EXIT.

      *----------------------------------------------------------------*
      * MD-PATCH-FROM-SCREEN
      *
      * patchRedbook (RFC 6902) of whichever of Status and Form
      * number were keyed; blank fields are left alone.
      *----------------------------------------------------------------*
       MD-PATCH-FROM-SCREEN SECTION.
       MD-010.
           PERFORM MV-CHECK-SCREEN-FIELDS.
           IF WS-RC = FAILED THEN
              GO TO MD-999
           END-IF.

           PERFORM MW-CHECK-TITLE-GUARDS.
           IF WS-RC = FAILED THEN
              GO TO MD-999
           END-IF.

           PERFORM B-INIT.
           IF WS-RC NOT = OK THEN
              GO TO MD-999
           END-IF.

           INITIALIZE BAQBASE-RBK05Q01.
           MOVE BAQHMFSI-TITLE TO Xtitle OF BAQBASE-RBK05Q01.
           MOVE BAQHMFSI-TITLE TO WS-MFS-TRIM-TEXT.
           PERFORM MX-TRIM-LENGTH.
           MOVE WS-MFS-TRIM-LEN TO Xtitle-length OF BAQBASE-RBK05Q01.

           IF BAQHMFSI-STATUS NOT = SPACES THEN
              MOVE 'U' TO status-patch-operation OF BAQBASE-RBK05Q01
              MOVE BAQHMFSI-STATUS TO Xstatus OF BAQBASE-RBK05Q01
              MOVE BAQHMFSI-STATUS TO WS-MFS-TRIM-TEXT
              PERFORM MX-TRIM-LENGTH
              MOVE WS-MFS-TRIM-LEN
                 TO Xstatus-length OF BAQBASE-RBK05Q01
           END-IF.

           IF BAQHMFSI-FORMNUM NOT = SPACES THEN
              MOVE 'U' TO formNumber-patch-operation
                 OF BAQBASE-RBK05Q01
              MOVE BAQHMFSI-FORMNUM TO formNumber OF BAQBASE-RBK05Q01
           END-IF.

           SET BAQ-REQ-BASE-ADDRESS TO ADDRESS OF BAQBASE-RBK05Q01.
           MOVE LENGTH OF BAQBASE-RBK05Q01 TO BAQ-REQ-BASE-LENGTH.
           SET WS-API-INFO TO ADDRESS OF BAQ-API-INFO-RBK05I01.
           PERFORM X-EXEC.

           IF NOT BAQ-SUCCESS THEN
              GO TO MD-090
           END-IF.

           MOVE BAQ-RESP-STATUS-CODE TO WS-STATUS-CODE.
           EVALUATE BAQ-RESP-STATUS-CODE
              WHEN 200
                 MOVE 'Redbook patched - ENTER shows it as GRBK'
                    TO WS-MFS-MSG
                 MOVE 'GRBK' TO BAQHMFSO-OPERATION
              WHEN 404
                 MOVE 'Redbook not found - nothing patched'
                    TO WS-MFS-MSG
              WHEN OTHER
                 STRING 'PRBK failed - HTTP status ' WS-STATUS-CODE
                    DELIMITED BY SIZE INTO WS-MFS-MSG
           END-EVALUATE.

       MD-090.
           PERFORM X-FREE.
           PERFORM X-TERM.

       MD-999.
           EXIT.

      *----------------------------------------------------------------*
      * ME-MERGE-FROM-SCREEN
      *
      * mergeRedbook (RFC 7396) of whichever of Status and Form
      * number were keyed; blank fields are left alone.
      *----------------------------------------------------------------*
       ME-MERGE-FROM-SCREEN SECTION.
       ME-010.
           PERFORM MV-CHECK-SCREEN-FIELDS.
           IF WS-RC = FAILED THEN
              GO TO ME-999
           END-IF.

           PERFORM MW-CHECK-TITLE-GUARDS.
           IF WS-RC = FAILED THEN
              GO TO ME-999
           END-IF.

           PERFORM B-INIT.
           IF WS-RC NOT = OK THEN
              GO TO ME-999
           END-IF.

           INITIALIZE BAQBASE-RBK03Q01.
           MOVE BAQHMFSI-TITLE TO Xtitle OF BAQBASE-RBK03Q01.
           MOVE BAQHMFSI-TITLE TO WS-MFS-TRIM-TEXT.
           PERFORM MX-TRIM-LENGTH.
           MOVE WS-MFS-TRIM-LEN TO Xtitle-length OF BAQBASE-RBK03Q01.

           IF BAQHMFSI-STATUS NOT = SPACES THEN
              MOVE 'U' TO status-patch-operation OF BAQBASE-RBK03Q01
              MOVE BAQHMFSI-STATUS TO Xstatus OF BAQBASE-RBK03Q01
              MOVE BAQHMFSI-STATUS TO WS-MFS-TRIM-TEXT
              PERFORM MX-TRIM-LENGTH
              MOVE WS-MFS-TRIM-LEN
                 TO Xstatus-length OF BAQBASE-RBK03Q01
           END-IF.

           IF BAQHMFSI-FORMNUM NOT = SPACES THEN
              MOVE 'U' TO formNumber-patch-operation
                 OF BAQBASE-RBK03Q01
              MOVE BAQHMFSI-FORMNUM TO formNumber OF BAQBASE-RBK03Q01
           END-IF.

           SET BAQ-REQ-BASE-ADDRESS TO ADDRESS OF BAQBASE-RBK03Q01.
           MOVE LENGTH OF BAQBASE-RBK03Q01 TO BAQ-REQ-BASE-LENGTH.
           SET WS-API-INFO TO ADDRESS OF BAQ-API-INFO-RBK03I01.
           PERFORM X-EXEC.

           IF NOT BAQ-SUCCESS THEN
              GO TO ME-090
           END-IF.

           MOVE BAQ-RESP-STATUS-CODE TO WS-STATUS-CODE.
           EVALUATE BAQ-RESP-STATUS-CODE
              WHEN 200
                 MOVE 'Redbook merged - ENTER shows it as GRBK'
                    TO WS-MFS-MSG
                 MOVE 'GRBK' TO BAQHMFSO-OPERATION
              WHEN 404
                 MOVE 'Redbook not found - nothing merged'
                    TO WS-MFS-MSG
              WHEN OTHER
                 STRING 'MRBK failed - HTTP status ' WS-STATUS-CODE
                    DELIMITED BY SIZE INTO WS-MFS-MSG
           END-EVALUATE.

       ME-090.
           PERFORM X-FREE.
           PERFORM X-TERM.

       ME-999.
           EXIT.

      *----------------------------------------------------------------*
      * MV-CHECK-SCREEN-FIELDS
      *
      * The field edits every update from the screen shares: a
      * title, a Status of DRAFT or PUBLISHED when keyed, and the
      * AANN-NNNN form-number mask ACD applies. A patch or merge
      * must change at least one of the two.
      *----------------------------------------------------------------*
       MV-CHECK-SCREEN-FIELDS SECTION.
       MV-010.
           MOVE OK TO WS-RC.

           IF BAQHMFSI-TITLE = SPACES THEN
              STRING 'Key the Title of the Redbook to ' OPERATION
                 DELIMITED BY SIZE INTO WS-MFS-MSG
              MOVE FAILED TO WS-RC
              GO TO MV-999
           END-IF.

           IF BAQHMFSI-STATUS NOT = SPACES AND
              BAQHMFSI-STATUS NOT = 'DRAFT' AND
              BAQHMFSI-STATUS NOT = 'PUBLISHED' THEN
              MOVE 'Status must be DRAFT or PUBLISHED' TO WS-MFS-MSG
              MOVE FAILED TO WS-RC
              GO TO MV-999
           END-IF.

           MOVE SPACES TO WS-CR-TEXT.
           MOVE BAQHMFSI-FORMNUM TO WS-CR-TEXT.
           PERFORM ACD-CHECK-FORMNUM-MASK.
           IF WS-CONV-MASK-OK NOT = 1 THEN
              MOVE 'Form number must look like SG24-1234'
                 TO WS-MFS-MSG
              MOVE FAILED TO WS-RC
              GO TO MV-999
           END-IF.

           IF OPERATION NOT = 'CRBK' AND
              BAQHMFSI-STATUS = SPACES AND
              BAQHMFSI-FORMNUM = SPACES THEN
              STRING 'Key the Status and/or Form number to '
                 OPERATION
                 DELIMITED BY SIZE INTO WS-MFS-MSG
              MOVE FAILED TO WS-RC
           END-IF.

       MV-999.
           EXIT.

      *----------------------------------------------------------------*
      * MW-CHECK-TITLE-GUARDS
      *
      * A patch or merge from the screen meets the same legal-hold
      * and check-out refusals as CD and CE.
      *----------------------------------------------------------------*
       MW-CHECK-TITLE-GUARDS SECTION.
       MW-010.
           MOVE OK TO WS-RC.

           MOVE BAQHMFSI-TITLE TO WS-HOLD-CHK-TITLE.
           PERFORM X-CHECK-LEGAL-HOLD.
           IF WS-HOLD-HIT = 1 THEN
              STRING OPERATION ' refused - legal hold ' WS-HOLD-REF
                 ' is in effect on this title'
                 DELIMITED BY SIZE
                 INTO WS-DISPLAY-MSG
              PERFORM X-WRITE-DISPLAY-MSG
              MOVE FAILED TO WS-RC
              GO TO MW-999
           END-IF.

           MOVE BAQHMFSI-TITLE TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE FAILED TO WS-RC
           END-IF.

       MW-999.
           EXIT.

      *----------------------------------------------------------------*
      * MX-TRIM-LENGTH
      *
      * The keyed length of WS-MFS-TRIM-TEXT, trailing blanks off.
      *----------------------------------------------------------------*
       MX-TRIM-LENGTH SECTION.
       MX-010.
           MOVE 0 TO WS-MFS-TRAIL.
           INSPECT FUNCTION REVERSE(WS-MFS-TRIM-TEXT)
              TALLYING WS-MFS-TRAIL FOR LEADING SPACES.
           COMPUTE WS-MFS-TRIM-LEN =
              LENGTH OF WS-MFS-TRIM-TEXT - WS-MFS-TRAIL.
           MOVE SPACES TO WS-MFS-TRIM-TEXT.

       MX-999.
           EXIT.

      *----------------------------------------------------------------*
      * MY-ADD-LIST-LINE
      *
      * Adds WS-MFS-NEW-LINE to the list being built. Past
      * WS-MFS-LIST-MAX lines the rest is dropped.
      *----------------------------------------------------------------*
       MY-ADD-LIST-LINE SECTION.
       MY-010.
           IF WS-MFS-LIST-CNT < WS-MFS-LIST-MAX THEN
              ADD 1 TO WS-MFS-LIST-CNT
              MOVE WS-MFS-NEW-LINE
                 TO WS-MFS-LIST-LINE (WS-MFS-LIST-CNT)
           END-IF.
           MOVE SPACES TO WS-MFS-NEW-LINE.

       MY-999.
           EXIT.

      *----------------------------------------------------------------*
      * MZ-SEND-SCREEN
      *
      * Inserts the RBKMO output message: the page of the list, the
      * page indicator, and the message line with the correlation id
      * of the call behind it. A list built whole is sliced here; the
      * local-catalog list arrives as the page already.
      *----------------------------------------------------------------*
       MZ-SEND-SCREEN SECTION.
       MZ-010.
           MOVE 0 TO WS-MFS-FIRST.
           IF WS-MFS-WHOLE-LIST = 'Y' THEN
              COMPUTE WS-MFS-PAGES =
                 (WS-MFS-LIST-CNT + WS-MFS-PAGE-DEPTH - 1)
                    / WS-MFS-PAGE-DEPTH
              IF WS-MFS-PAGES = 0 THEN
                 MOVE 1 TO WS-MFS-PAGES
              END-IF
              IF WS-MFS-PAGE > WS-MFS-PAGES THEN
                 MOVE WS-MFS-PAGES TO WS-MFS-PAGE
              END-IF
              COMPUTE WS-MFS-FIRST =
                 (WS-MFS-PAGE - 1) * WS-MFS-PAGE-DEPTH
           END-IF.

           PERFORM MZA-MOVE-ONE-LINE VARYING WS-MFS-SLOT
              FROM 1 BY 1
              UNTIL WS-MFS-SLOT > WS-MFS-PAGE-DEPTH OR
                    WS-MFS-FIRST + WS-MFS-SLOT > WS-MFS-LIST-CNT.

           MOVE WS-MFS-PAGE TO WS-MFS-PAGE-ED.
           MOVE SPACES TO BAQHMFSO-PAGEINFO.
           EVALUATE TRUE
              WHEN WS-MFS-WHOLE-LIST = 'Y'
                 MOVE WS-MFS-PAGES TO WS-MFS-PAGES-ED
                 STRING 'Page' WS-MFS-PAGE-ED ' of' WS-MFS-PAGES-ED
                    DELIMITED BY SIZE INTO BAQHMFSO-PAGEINFO
              WHEN WS-MFS-MORE = 'Y'
                 STRING 'Page' WS-MFS-PAGE-ED ' - more'
                    DELIMITED BY SIZE INTO BAQHMFSO-PAGEINFO
              WHEN OTHER
                 STRING 'Page' WS-MFS-PAGE-ED ' - end'
                    DELIMITED BY SIZE INTO BAQHMFSO-PAGEINFO
           END-EVALUATE.

           MOVE WS-MFS-PAGE TO BAQHMFSO-PAGE.
           MOVE WS-MFS-MSG TO BAQHMFSO-MSG.
           MOVE WS-CORREL-ID TO BAQHMFSO-CORREL.

           MOVE LENGTH OF BAQHMFSO-MESSAGE TO BAQHMFSO-LL.
           MOVE 0 TO BAQHMFSO-ZZ.
           CALL CBLTDLI USING DLI-ISRT, IOPCB, BAQHMFSO-MESSAGE,
                               WS-MFS-MODNAME.

           IF TPSTATUS IS NOT EQUAL TO DLI-STATUS-OK THEN
              DISPLAY 'MFS SCREEN ISRT FAILED, STATUS ' TPSTATUS
           END-IF.

       MZ-999.
           EXIT.

      *----------------------------------------------------------------*
      * MZA-MOVE-ONE-LINE
      *----------------------------------------------------------------*
       MZA-MOVE-ONE-LINE SECTION.
       MZA-010.
           MOVE WS-MFS-LIST-LINE (WS-MFS-FIRST + WS-MFS-SLOT)
              TO BAQHMFSO-LINE (WS-MFS-SLOT).

       MZA-999.
           EXIT.

      *----------------------------------------------------------------*
      * B-INIT
      *

           MOVE 'SG24-9999-00' TO formNumber OF BAQBASE-RBK01Q01.

      * A title an editor has checked out on RBCO may not be created
      * from here; the refusal names the holder and is queued on
      * RBKEXCP for replay after the check-in.
           MOVE Xtitle OF BAQBASE-RBK01Q01 TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE FAILED TO WS-RC
              GO TO CC-999
           END-IF.

       CC-020.
      * We use BAQPUTN to add the authors to the book and this is
      * performed in a separate section.
              GO TO CD-999
           END-IF.

      * Nor may a title an editor has checked out on RBCO; the
      * refusal names the holder and is queued for replay.
           MOVE Xtitle OF BAQBASE-RBK05Q01 TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE FAILED TO WS-RC
              GO TO CD-999
           END-IF.

      * Call the API
      * Passing the address of the API-INFO structure required for the
      * BAQEXEC call. Section X-EXEC is a reusable routine that is
              GO TO CE-999
           END-IF.

      * Nor may a title an editor has checked out on RBCO; the
      * refusal names the holder and is queued for replay.
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
           IF WS-DEBUG = 1 THEN
              DISPLAY OPERATION ' X-INIT Entry.'.

      * Every BAQEXEC call carries an X-Correlation-Id custom
      * request header, registered once here; X-EXEC refreshes its
      * value.
           MOVE BAQR-CUSTOM-HEADERS TO BAQ-REQ-PARM-NAME(1).
           SET BAQ-REQ-PARM-ADDRESS(1)
              TO ADDRESS OF WS-CORREL-HEADER.
           MOVE LENGTH OF WS-CORREL-HEADER
              TO BAQ-REQ-PARM-LENGTH(1).

           CALL BAQ-INIT-NAME USING BY REFERENCE BAQ-ZCONNECT-AREA
                              RETURNING WS-BAQ-RC.

           IF WS-DEBUG = 1 THEN
              DISPLAY OPERATION ' X-EXEC Entry.'.

      * A fresh correlation identifier for this call, carried out
      * on the X-Correlation-Id header registered at X-INIT.
           ADD 1 TO WS-CORREL-SEQ.
           MOVE SPACES TO WS-CORREL-ID.
           STRING FUNCTION CURRENT-DATE (3:6)
                  FUNCTION CURRENT-DATE (9:6)
                  WS-CORREL-SEQ
              DELIMITED BY SIZE INTO WS-CORREL-ID.
           MOVE WS-CORREL-ID TO WS-CORREL-HDR-ID.

           CALL BAQ-EXEC-NAME USING
                           BY REFERENCE BAQ-ZCONNECT-AREA
                           BY VALUE WS-API-INFO
       XH-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-CHECK-RESERVATION
      *
      * Looks the title in WS-RSRV-CHK-TITLE up on the RBKRSRV
      * reservation register, leaving WS-RSRV-HIT set - with a
      * refusal text naming the holder - when an editor has it
      * checked out and the check-out has not yet fallen due. A
      * region without the register DD runs unguarded.
      *----------------------------------------------------------------*
       X-CHECK-RESERVATION SECTION.
       X-010.
           MOVE 0 TO WS-RSRV-HIT.
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
           STRING 'checked out to '
              FUNCTION TRIM(BAQHRSRV-HOLDER-NAME)
              ' until ' BAQHRSRV-DUE-DATE
              DELIMITED BY SIZE INTO WS-RSRV-TEXT.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-REPORT-RESERVATION-REFUSAL
      *
      * One refused attempt against a checked-out title: the refusal
      * naming the holder goes back to the terminal and the attempt
      * is queued on RBKEXCP for replay once it is checked back in.
      *----------------------------------------------------------------*
       X-REPORT-RESERVATION-REFUSAL SECTION.
       X-010.
           STRING OPERATION ' refused - ' WS-RSRV-TEXT
              DELIMITED BY SIZE
              INTO WS-DISPLAY-MSG.
           PERFORM X-WRITE-DISPLAY-MSG.

           MOVE OPERATION TO WS-RSRV-EXC-OPER.
           PERFORM X-QUEUE-RESERVATION-REFUSAL.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-QUEUE-RESERVATION-REFUSAL
      *
      * Appends a PENDING exception record for the refused
      * operation staged in WS-RSRV-EXC-OPER. A region without the
      * queue DD drops it; the terminal has already been told.
      *----------------------------------------------------------------*
       X-QUEUE-RESERVATION-REFUSAL SECTION.
       X-010.
           MOVE SPACES TO BAQHEXCP-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHEXCP-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHEXCP-TIME.
           MOVE 'BAQHRBKT' TO BAQHEXCP-PROGRAM.
           MOVE WS-RSRV-EXC-OPER TO BAQHEXCP-OPERATION.
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
           WRITE BAQHEXCP-RECORD.
           CLOSE RBKEXCP-FILE.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * Write messages to standard out and reply to the terminal that
      * originated this transaction by inserting the same message on
       X-010.
           DISPLAY WS-DISPLAY-MSG.

      * On the formatted screen the latest message is the one the
      * message line shows; an earlier one moves down into the list
      * so nothing the operator should see is lost.
           IF WS-MFS-MODE = 1 THEN
              IF WS-MFS-MSG NOT = SPACES THEN
                 MOVE WS-MFS-MSG TO WS-MFS-NEW-LINE
                 PERFORM MY-ADD-LIST-LINE
              END-IF
              MOVE WS-DISPLAY-MSG TO WS-MFS-MSG
           ELSE
              MOVE WS-DISPLAY-MSG TO OUTPUT-MSG-SEGMENT
              CALL CBLTDLI USING DLI-ISRT, IOPCB, OUTPUT-MSG-SEGMENT
           END-IF.

           MOVE SPACES TO WS-DISPLAY-MSG.
           MOVE SPACES TO OUTPUT-MSG-SEGMENT.
