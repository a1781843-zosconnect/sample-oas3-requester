      *    //RBKRUN EXEC PROC=IMSBATCH,                               *
      *                  APARM='BLKC DRYRUN'                          *
      *                                                               *
      * Every operation runs against one publication catalog, named  *
      * by an optional CATALOG= keyword - CATALOG=REDPAPER for the    *
      * Redpaper catalog's API of the same shape; absent, the Redbook *
      * catalog exactly as before (see BAQHCATQ), E.g:                *
      *    //RBKRUN EXEC PROC=IMSBATCH,                               *
      *                  APARM='GARB CATALOG=REDPAPER'                *
      * The catalog is stamped on every record the run writes; its    *
      * own datasets (RBKCFG, RBKEXTR, RBKCAT, ...) are the ones the  *
      * JCL mounts for that catalog.                                  *
      *                                                               *
      * BLKC, BLKP and NMRG take their feed from the front office's   *
      * DB2 staging tables instead of the flat files when SOURCE=DB2  *
      * is given (see BAQHSTGQ), each row's disposition written back  *
      * on the row under the run's own checkpoints, E.g:              *
      *    //RBKRUN EXEC PROC=IMSBATCH,                               *
      *                  APARM='BLKC SOURCE=DB2'                      *
      *                                                               *
      * Calls RedbookAPI endpoint application operations.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-CHGH-STATUS.

      * The edition supersession registry (DD name RBKSUPS, see
      * BAQHSUPS) is consulted so ARCH never purges the current
      * edition at the head of a lineage of superseded books.
           SELECT RBKSUPS-FILE ASSIGN TO RBKSUPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHSUPS-OLD-TITLE
               ALTERNATE RECORD KEY IS BAQHSUPS-NEW-TITLE
                  WITH DUPLICATES
               FILE STATUS IS WS-ARCH-SUPS-STATUS.

      * The errata register (DD name RBKERRA, see BAQHERRA) is read,
      * with RBKSUPS, when a PRBK or MRBK sets a title PUBLISHED: a
      * new edition is held back while an earlier edition still
      * carries a HIGH-severity erratum OPEN. FILE STATUS lets a
      * run without the DD publish unchecked.
           SELECT RBKERRA-FILE ASSIGN TO RBKERRA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHERRA-KEY
               FILE STATUS IS WS-ERRG-ERRA-STATUS.

      * SYNC desired-state input (DD name RBKDSIN), a full corrected
      * catalog in the BAQHCRIN record shape. SYNC pulls the live
      * catalog, computes the delta, and drives the existing create/
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZC-FILE-STATUS.

      * Change-ticket file (DD name RBKCHGT): the approved change
      * tickets from the change-management system, checked by
      * X-CHECK-CHANGE-TICKET before an operation that changes data
      * makes any call. Unlike the freeze calendar it is not
      * optional - without it no such run can show its ticket, and
      * every one is refused.
           SELECT RBKCHGT-FILE ASSIGN TO RBKCHGT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGT-FILE-STATUS.

      * Legal-hold registry (DD name RBKHOLD): the litigation holds
      * BAQHHLDM places under the four-eyes flow, consulted by
      * X-CHECK-LEGAL-HOLD before every delete, patch and merge.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      * Editorial reservation register (DD name RBKRSRV): the titles
      * editors have checked out on the RBCO transaction, read by
      * X-CHECK-RESERVATION before every create, patch, merge and
      * delete. FILE STATUS lets a run without the DD proceed
      * unguarded, exactly as before the register existed.
           SELECT RBKRSRV-FILE ASSIGN TO RBKRSRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAQHRSRV-TITLE
               FILE STATUS IS WS-RSRV-FILE-STATUS.

      * Control-dataset fingerprints (DD name RBKFPRT), rewritten
      * each run by X-FINGERPRINT-CONFIG and compared against next
      * run's, so a changed rule file reaches production with a
               RECORD KEY IS BAQHKCAT-TITLE
               FILE STATUS IS WS-KCAT-FILE-STATUS.

      * Department reorganization mapping for DORG (DD name RBKDORG):
      * one old-id to new-department line per record.
           SELECT RBKDORG-FILE ASSIGN TO RBKDORG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORG-FILE-STATUS.

      * Title-sequenced work files for the RECN, SYNC and CMPE
      * match-merges, each cut by a SORT of one side of the compare:
      * RBKMRG1 the fresh pull (environment one for CMPE), RBKMRG2
      * the RECN baseline or CMPE environment two, RBKDSRT the SYNC
      * desired state. Temporary datasets in the JCL.
           SELECT RBKMRG1-FILE ASSIGN TO RBKMRG1
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKMRG2-FILE ASSIGN TO RBKMRG2
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBKDSRT-FILE ASSIGN TO RBKDSRT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

      * VLDT seen-keys work KSDS (DD name RBKVSEN), a reusable
      * cluster emptied by the OPEN OUTPUT at the start of each
      * feed: every key that passes the field edits is written to
      * it, and a write refused as a duplicate key is a duplicate
      * within the feed.
           SELECT RBKVSEN-FILE ASSIGN TO RBKVSEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBKVSEN-KEY
               FILE STATUS IS WS-VSEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCRIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BAQHFRZC.

       FD  RBKCHGT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGT.

       FD  RBKHOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHHOLD.

       FD  RBKRSRV-FILE.
       COPY BAQHRSRV.

       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

           LABEL RECORDS ARE STANDARD.
       01  RBKGIN-RECORD          PIC X(80).

       FD  RBKDORG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHDORG.

       FD  RBKPROG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           03 RBKRECB-TITLE        PIC X(80).
           03 RBKRECB-STATUS       PIC X(09).
           03 RBKRECB-FORM-NUMBER  PIC X(12).
           03 RBKRECB-PUB-DATE     PIC X(32).
           03 RBKRECB-DOC-TYPE     PIC X(08).
           03 RBKRECB-SIZE-MB      PIC 9(03)V9(02).
           03 RBKRECB-URL          PIC X(100).
           03 RBKRECB-AUTHORS      PIC X(200).
           03 RBKRECB-DEPT-ID      PIC X(05).
           03 RBKRECB-DEPT-NAME    PIC X(40).
           03 RBKRECB-DEPT-CONTACT PIC X(40).
           03 RBKRECB-DEPT-SOURCE  PIC X(01).
           03 FILLER               PIC X(68).

       FD  RBKRECR-FILE
           RECORDING MODE IS F
       FD  RBKWHF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKWHF-RECORD          PIC X(600).

       FD  RBKEDRL-FILE
           RECORDING MODE IS F
       FD  RBKGBAS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKGBAS-RECORD         PIC X(600).

       FD  RBKRNIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGH.

       FD  RBKSUPS-FILE.
       COPY BAQHSUPS.

       FD  RBKERRA-FILE.
       COPY BAQHERRA.

      * Desired-state input for SYNC. Same field shape as BAQHCRIN
      * (it is, after all, a corrected catalog in the bulk-create
      * layout) but declared locally, the same way RBKRECB shadows
           03 RBKPREJ-DATA        PIC X(190).
           03 RBKPREJ-REASON      PIC X(16).

      * Match-merge work files. Same field shape as BAQHEXTR (the
      * sorted records are extract records), declared locally the
      * same way RBKRECB shadows it.
       FD  RBKMRG1-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKMRG1-RECORD.
           03 RBKMRG1-TITLE        PIC X(80).
           03 RBKMRG1-STATUS       PIC X(09).
           03 RBKMRG1-FORM-NUMBER  PIC X(12).
           03 RBKMRG1-PUB-DATE     PIC X(32).
           03 RBKMRG1-DOC-TYPE     PIC X(08).
           03 RBKMRG1-SIZE-MB      PIC 9(03)V9(02).
           03 RBKMRG1-URL          PIC X(100).
           03 RBKMRG1-AUTHORS      PIC X(200).
           03 RBKMRG1-DEPT-ID      PIC X(05).
           03 RBKMRG1-DEPT-NAME    PIC X(40).
           03 RBKMRG1-DEPT-CONTACT PIC X(40).
           03 RBKMRG1-DEPT-SOURCE  PIC X(01).
           03 FILLER               PIC X(68).

       FD  RBKMRG2-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKMRG2-RECORD.
           03 RBKMRG2-TITLE        PIC X(80).
           03 RBKMRG2-STATUS       PIC X(09).
           03 RBKMRG2-FORM-NUMBER  PIC X(12).
           03 RBKMRG2-PUB-DATE     PIC X(32).
           03 RBKMRG2-DOC-TYPE     PIC X(08).
           03 RBKMRG2-SIZE-MB      PIC 9(03)V9(02).
           03 RBKMRG2-URL          PIC X(100).
           03 RBKMRG2-AUTHORS      PIC X(200).
           03 RBKMRG2-DEPT-ID      PIC X(05).
           03 RBKMRG2-DEPT-NAME    PIC X(40).
           03 RBKMRG2-DEPT-CONTACT PIC X(40).
           03 RBKMRG2-DEPT-SOURCE  PIC X(01).
           03 FILLER               PIC X(68).

      * The SYNC desired state in title sequence - the RBKDSIN shape.
       FD  RBKDSRT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKDSRT-RECORD.
           03 RBKDSRT-TITLE        PIC X(80).
           03 RBKDSRT-STATUS       PIC X(09).
           03 RBKDSRT-FORM-NUMBER  PIC X(12).
           03 RBKDSRT-PUB-DATE     PIC X(20).
           03 RBKDSRT-DOC-TYPE     PIC X(03).
           03 RBKDSRT-SIZE-MB      PIC 9(03)V9(02).
           03 RBKDSRT-URL          PIC X(60).
           03 RBKDSRT-AUTHORS      PIC X(200).
           03 RBKDSRT-EXTRA        PIC X(200).

      * Sort record for the title-sequence sorts: the whole input
      * record, keyed on the title it starts with.
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-TITLE           PIC X(80).
           03 FILLER               PIC X(520).

       FD  RBKVSEN-FILE.
       01  RBKVSEN-RECORD.
           03 RBKVSEN-KEY          PIC X(90).

       WORKING-STORAGE SECTION.

      * API requester Host API required copy books
              VALUE 'X-Correlation-Id: '.
           03 WS-CORREL-HDR-ID PIC X(16) VALUE SPACES.

      * Explanatory text the API sent back with a failed call. X-EXEC
      * picks it up from the operation's 404/409/500 response body
      * (or the HTTP status message of an undocumented status) before
      * the audit record is written, and the same text goes onto any
      * exception record for the call. The response element fetched
      * for it is remembered by Data Area name so the caller's own
      * BAQGETN of that area is answered without a second fetch.
       01 WS-API-MESSAGE      PIC X(50) VALUE SPACES.
       01 WS-API-MSG-LEN      PIC S9(4) COMP VALUE 0.
       01 WS-MSG-AREA-NAME    PIC X(16) VALUE SPACES.
       01 WS-MSG-ELEMENT      USAGE POINTER VALUE NULL.
       01 WS-MSG-SAVED-CC     PIC 9(8) COMP-5.
       01 WS-MSG-SAVED-RC     PIC 9(8) COMP-5.

      * Per-call latency capture for the RBKTELE telemetry feed:
      * the time of day in hundredths is taken either side of the
      * call, with a midnight crossing handled the same way the run
      *   RBK001E  circuit breaker opened
      *   RBK004E  control-total mismatch on an input feed
      *   RBK005W  bulk feed projected to overrun the batch window
      *   RBK006E  change refused by a change freeze
      *   RBK013E  change refused for want of a valid change ticket
       01 WS-WTO-PARM.
           03 WS-WTO-MSG-ID   PIC X(8) VALUE SPACES.
           03 WS-WTO-TEXT     PIC X(70) VALUE SPACES.
       01 WS-EXTR-AUTHORS     PIC X(200) VALUE SPACES.
       01 WS-EXTR-AUTHORS-LEN PIC 9(4) COMP VALUE 0.

      * Working fields for GARB's department pass. getAllRedbooks
      * carries no owningDepartment, so once the inventory is written
      * CAJ-CAPTURE-DEPARTMENTS re-reads the extract and asks
      * getRedbook for each book's department, stamping it on the
      * RBKEXTR and RBKWHF images in place. CAJB leaves the addressed
      * response's department in WS-DEPT-ID/NAME/CONTACT for either
      * that pass or the IDAY refresh.
       01 WS-DEPT-EOF-SW      PIC X VALUE 'N'.
           88 WS-DEPT-EOF     VALUE 'Y'.
       01 WS-DEPT-TRAIL       PIC 9(4) COMP VALUE 0.
       01 WS-DEPT-ID          PIC X(05) VALUE SPACES.
       01 WS-DEPT-NAME        PIC X(40) VALUE SPACES.
       01 WS-DEPT-CONTACT     PIC X(40) VALUE SPACES.
       01 WS-DEPT-SOURCE      PIC X VALUE SPACE.
       01 WS-DEPT-FOUND-CNT   PIC 9(5) COMP VALUE 0.
       01 WS-DEPT-NONE-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-DEPT-FAILED-CNT  PIC 9(5) COMP VALUE 0.

      * Retry-with-backoff working fields for X-EXEC. A BAQ-WARNING
      * (rather than BAQ-ERROR/SEVERE/CRITICAL) is treated as worth
      * retrying, on the chance it was a transient condition at the
       01 WS-NMRG-FAILED-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-NMRG-REC-NUM       PIC 9(9) VALUE 0.

      * RECN working fields. The baseline snapshot (RBKRECB) and the
      * fresh RBKEXTR written by a CA-GET-ALL-REDBOOKS re-run are
      * each sorted into title sequence (RBKMRG2 and RBKMRG1) and
      * matched in one pass, so neither side is held in storage. An
      * exhausted side's key goes to HIGH-VALUES so the other side
      * drains past it.
       01 WS-RECN-EXTR-KEY    PIC X(80) VALUE SPACES.
       01 WS-RECN-RECB-KEY    PIC X(80) VALUE SPACES.
       01 WS-RECN-RECB-MATCHED PIC 9 VALUE 0.
       01 WS-RECN-LINE        PIC X(132) VALUE SPACES.
       01 WS-RECN-ADDED-CNT   PIC 9(9) COMP VALUE 0.
       01 WS-RECN-CHANGED-CNT PIC 9(9) COMP VALUE 0.
       01 WS-RECN-REMOVED-CNT PIC 9(9) COMP VALUE 0.
       01 WS-RECN-EXTR-READ-CNT PIC 9(9) COMP VALUE 0.
       01 WS-RECN-RECB-READ-CNT PIC 9(9) COMP VALUE 0.
       01 WS-RECN-CNT-ED      PIC ZZZZZZZZ9.

      * Display this message to standard out
       01 WS-DISPLAY-MSG     PIC X(78) VALUE ALL SPACES.
       01 WS-GENF-CRE-REC.
           03 WS-GENF-CRE-EXTR  PIC X(389).
           03 WS-GENF-CRE-EXTRA PIC X(200).
       01 WS-GENF-PAT-CNT     PIC 9(9) COMP VALUE 0.
       01 WS-GENF-CRE-CNT     PIC 9(9) COMP VALUE 0.
       01 WS-GENF-BAS-CNT     PIC 9(9) COMP VALUE 0.
       01 WS-GENF-CNT-ED      PIC ZZZZZZZZ9.

      * RENM and alias-resolution working fields. X-RESOLVE-ALIAS
      * follows the cross-reference (through up to five renames) and
       01 WS-PCHG-APPLIED-CNT PIC 9(5) COMP VALUE 0.
       01 WS-PCHG-FAILED-CNT  PIC 9(5) COMP VALUE 0.
       01 WS-PCHG-WAITING-CNT PIC 9(5) COMP VALUE 0.
       01 WS-PCHG-ROLLED-CNT  PIC 9(5) COMP VALUE 0.
       01 WS-PCHG-CNT-ED      PIC ZZZZ9.

      * SCHD effective-date basis. BASIS=BUSINESS on the APARM (with
      * SITE=code) rolls an effective date that falls on one of the
      * site's rest days on to its next working day, from the
      * business-day calendar BAQHBCLD loads; the default keeps
      * every calendar day.
       01 WS-BASIS-ARG        PIC X(8) VALUE SPACES.
       01 WS-BASIS-POS        PIC 9(4) COMP VALUE 0.
       01 WS-BASIS-START      PIC 9(4) COMP VALUE 0.
       01 WS-BASIS            PIC X VALUE 'C'.
           88 WS-BASIS-CALENDAR VALUE 'C'.
           88 WS-BASIS-BUSINESS VALUE 'B'.

       COPY BAQHBDAY.

      * Catalog qualifier. CATALOG=name on the APARM lands in
      * WS-CATALOG-ARG; WS-CATALOG is the validated qualifier the
      * run's API-INFO structures are pointed at and every record it
      * writes is stamped with (REDBOOK when the keyword is absent).
       01 WS-CATALOG-ARG      PIC X(8) VALUE SPACES.
       01 WS-CATALOG-POS      PIC 9(4) COMP VALUE 0.
       01 WS-CATALOG-START    PIC 9(4) COMP VALUE 0.
       01 WS-CATALOG          PIC X(8) VALUE 'REDBOOK'.
      * The catalog of a shared-trail record being judged, blank
      * read as REDBOOK.
       01 WS-REC-CATALOG      PIC X(8) VALUE SPACES.

       COPY BAQHCATQ.

      * Form-number registry working fields for X-ASSIGN-FORM-NUMBER.
       01 WS-FREG-FILE-STATUS PIC X(2).
       01 WS-FREG-ASSIGNED    PIC X(12) VALUE SPACES.
           88 WS-FREG-EOF       VALUE 'Y'.
       01 WS-FREG-DONE        PIC 9 VALUE 0.

      * CMPE working fields. Environment one's catalog is sorted
      * into title sequence on RBKMRG1 before the connection swings,
      * environment two's onto RBKMRG2 after it, and the two are
      * matched in one pass - the same title-keyed match-merge RECN
      * applies between RBKRECB and a fresh pull, but here both
      * sides are live.
       01 WS-CFG2-FILE-STATUS PIC X(2).
       01 WS-CMPE-ENV1-KEY    PIC X(80) VALUE SPACES.
       01 WS-CMPE-ENV2-KEY    PIC X(80) VALUE SPACES.
       01 WS-CMPE-ENV1-MATCHED PIC 9 VALUE 0.
       01 WS-CMPE-DIFFERED    PIC 9 VALUE 0.
       01 WS-CMPE-ONLY1-CNT   PIC 9(9) COMP VALUE 0.
       01 WS-CMPE-ONLY2-CNT   PIC 9(9) COMP VALUE 0.
       01 WS-CMPE-DIFF-CNT    PIC 9(9) COMP VALUE 0.
       01 WS-CMPE-MATCH-CNT   PIC 9(9) COMP VALUE 0.
       01 WS-CMPE-ENV1-READ-CNT PIC 9(9) COMP VALUE 0.
       01 WS-CMPE-ENV2-READ-CNT PIC 9(9) COMP VALUE 0.
       01 WS-CMPE-CNT-ED      PIC ZZZZZZZZ9.

      * Run-lock working fields for X-ACQUIRE-RUN-LOCK and
      * X-RELEASE-RUN-LOCK. The staleness window is four hours; the
       01 WS-APPR-EOF-SW      PIC X VALUE 'N'.
           88 WS-APPR-EOF       VALUE 'Y'.

      * Layout versions of the extracts read back here - set from
      * each one's *HDR record by BAQHEXUP, '01' for a generation
      * without one.
       01 WS-EXTR-LAYOUT-VER  PIC X(2) VALUE '01'.
       01 WS-RECB-LAYOUT-VER  PIC X(2) VALUE '01'.

      * Title-sequence sort working fields for the RECN, SYNC and
      * CMPE match-merges. The caller names the work file the sorted
      * records go to (1 = RBKMRG1, 2 = RBKMRG2, 3 = RBKDSRT). The
      * books released into a sort and returned out of it are
      * counted, and must agree before anything is matched.
       01 WS-MRG-TARGET       PIC 9 VALUE 1.
       01 WS-MRG-RELEASE-CNT  PIC 9(9) COMP VALUE 0.
       01 WS-MRG-RETURN-CNT   PIC 9(9) COMP VALUE 0.
       01 WS-MRG-IN-EOF-SW    PIC X VALUE 'N'.
           88 WS-MRG-IN-EOF     VALUE 'Y'.
       01 WS-MRG-SORT-EOF-SW  PIC X VALUE 'N'.
           88 WS-MRG-SORT-EOF   VALUE 'Y'.

      * A book's extract image cut down to the BAQHCRIN create shape
      * by X-EXTRACT-TO-CREATE-IMAGE, for the before-image, archive
      * and corrective-create records, which must stay feedable
      * straight back into the bulk-create path. The caller places
      * the extract image in WS-XCRE-EXTR first.
       01 WS-XCRE-EXTR.
           03 WS-XCRE-E-TITLE        PIC X(80).
           03 WS-XCRE-E-STATUS       PIC X(09).
           03 WS-XCRE-E-FORM-NUMBER  PIC X(12).
           03 WS-XCRE-E-PUB-DATE     PIC X(32).
           03 WS-XCRE-E-DOC-TYPE     PIC X(08).
           03 WS-XCRE-E-SIZE-MB      PIC 9(03)V9(02).
           03 WS-XCRE-E-URL          PIC X(100).
           03 WS-XCRE-E-AUTHORS      PIC X(200).
           03 FILLER                 PIC X(154).
       01 WS-XCRE-IMAGE.
           03 WS-XCRE-TITLE          PIC X(80).
           03 WS-XCRE-STATUS         PIC X(09).
           03 WS-XCRE-FORM-NUMBER    PIC X(12).
           03 WS-XCRE-PUB-DATE       PIC X(20).
           03 WS-XCRE-DOC-TYPE       PIC X(03).
           03 WS-XCRE-SIZE-MB        PIC 9(03)V9(02).
           03 WS-XCRE-URL            PIC X(60).
           03 WS-XCRE-AUTHORS        PIC X(200).

      * Before-image working fields for X-WRITE-BEFORE-IMAGE and the
      * UNDO operation. The caller stages what it knows (field and
      * prior value for a patch/merge, the whole extract image for a
       01 WS-BIMG-BOOK-IMAGE  PIC X(389) VALUE SPACES.
       01 WS-UNDO-TITLE       PIC X(80) VALUE SPACES.
       01 WS-UNDO-FOUND       PIC 9 VALUE 0.
       01 WS-UNDO-SAVED-REC   PIC X(633) VALUE SPACES.
       01 WS-UNDO-BIMG-EOF-SW PIC X VALUE 'N'.
           88 WS-UNDO-BIMG-EOF  VALUE 'Y'.
       01 WS-UNDO-EXTR-EOF-SW PIC X VALUE 'N'.
           88 WS-ARCH-EXTR-EOF  VALUE 'Y'.
       01 WS-ARCH-PURGED-CNT  PIC 9(5) COMP VALUE 0.
       01 WS-ARCH-SKIPPED-CNT PIC 9(5) COMP VALUE 0.
      * Whether the supersession registry could be consulted. A
      * site that has never allocated one has no lineages to
      * protect; one that is there but cannot be read proves
      * nothing, and every candidate is kept.
       01 WS-ARCH-SUPS-STATUS PIC X(2).
       01 WS-ARCH-SUPS-SW     PIC X VALUE 'N'.
           88 WS-ARCH-SUPS-OPEN       VALUE 'Y'.
           88 WS-ARCH-SUPS-UNREADABLE VALUE 'U'.
       01 WS-ARCH-CHAIN-HEAD-SW PIC X VALUE 'N'.
           88 WS-ARCH-CHAIN-HEAD      VALUE 'Y'.
       01 WS-ARCH-CNT-ED      PIC ZZZZ9.
       01 WS-ARCH-OUT-REC.
           03 WS-ARCH-OUT-EXTR  PIC X(389).
           03 WS-ARCH-OUT-EXTRA PIC X(200).

      * Errata gate working fields - see X-CHECK-ERRATA-GATE. A title
      * about to be set PUBLISHED is refused while an earlier edition
      * it supersedes has a HIGH-severity erratum still OPEN; the
      * count and that edition's form number go into the message.
      * WS-ERRG-UNCHECKED says a register that is there could not be
      * read, which proves nothing, so the move is refused too.
       01 WS-ERRG-ERRA-STATUS PIC X(2).
       01 WS-ERRG-TITLE       PIC X(80) VALUE SPACES.
       01 WS-ERRG-HIGH-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-ERRG-HIGH-ED     PIC ZZZ9.
       01 WS-ERRG-BLOCK-FORM  PIC X(12) VALUE SPACES.
       01 WS-ERRG-BLOCKED-SW  PIC X VALUE 'N'.
           88 WS-ERRG-BLOCKED     VALUE 'Y'.
           88 WS-ERRG-UNCHECKED   VALUE 'U'.
       01 WS-ERRG-EOF-SW      PIC X VALUE 'N'.
           88 WS-ERRG-EOF         VALUE 'Y'.
       01 WS-ERRG-ERRA-EOF-SW PIC X VALUE 'N'.
           88 WS-ERRG-ERRA-EOF    VALUE 'Y'.

      * SYNC working fields. The live catalog (from the fresh
      * RBKEXTR the embedded GARB pull just wrote) is sorted into
      * title sequence on RBKMRG1 and the desired-state file onto
      * RBKDSRT, and each pass matches the two in one sweep: pass
      * one writes the intended-actions summary, pass two applies
      * them through the existing CCB/CDB/CG call paths. Deletes
      * only happen behind the explicit APPLYDEL keyword.
       01 WS-SYNC-CAT-KEY     PIC X(80) VALUE SPACES.
       01 WS-SYNC-DES-KEY     PIC X(80) VALUE SPACES.
       01 WS-SYNC-CAT-MATCHED PIC 9 VALUE 0.
       01 WS-SYNC-PASS        PIC 9 VALUE 1.
       01 WS-SYNC-APPLYDEL-POS PIC 9(4) COMP VALUE 0.
       01 WS-SYNC-APPLYDEL    PIC 9 VALUE 0.
           88 WS-SYNC-APPLYDEL-ON VALUE 1.
       01 WS-SYNC-CREATE-CNT  PIC 9(9) COMP VALUE 0.
       01 WS-SYNC-PATCH-CNT   PIC 9(9) COMP VALUE 0.
       01 WS-SYNC-DELETE-CNT  PIC 9(9) COMP VALUE 0.
       01 WS-SYNC-CAT-READ-CNT PIC 9(9) COMP VALUE 0.
       01 WS-SYNC-DES-READ-CNT PIC 9(9) COMP VALUE 0.
       01 WS-SYNC-CNT-ED      PIC ZZZZZZZZ9.

      * QCHK working fields. Each violation is written as a detail
      * line and tallied per rule identifier for the end-of-run
       01 WS-DQ-EXCP-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-DQ-CNT-ED        PIC ZZZZZZ9.

      * VLDT working fields. The create-exists/patch-missing
      * cross-checks are keyed reads against the RBKCAT catalog, and
      * the feed's own keys accumulate on the RBKVSEN work KSDS for
      * the duplicate-in-feed check - a key the KSDS already holds
      * is a duplicate. WS-VLDT-REASON is set by the record edits
      * and SPACES means the record passed.
       01 WS-VLDT-EXTR-FOUND  PIC 9 VALUE 0.
       01 WS-VLDT-SEEN-FOUND  PIC 9 VALUE 0.
       01 WS-VLDT-THIS-KEY    PIC X(90) VALUE SPACES.
       01 WS-VSEN-FILE-STATUS PIC X(2).

       01 WS-VLDT-REASON      PIC X(16) VALUE SPACES.
       01 WS-VLDT-LOOKUP-TITLE PIC X(80) VALUE SPACES.
       01 WS-VLDT-CRIN-REJ-CNT PIC 9(9) VALUE 0.
       01 WS-VLDT-PRIN-ACC-CNT PIC 9(9) VALUE 0.
       01 WS-VLDT-PRIN-REJ-CNT PIC 9(9) VALUE 0.
       01 WS-VLDT-CRIN-READ-CNT PIC 9(9) VALUE 0.
       01 WS-VLDT-PRIN-READ-CNT PIC 9(9) VALUE 0.
       01 WS-VLDT-CNT-ED      PIC ZZZZZZZZ9.

      * Control-record images written onto the accepted files so
       01 WS-FEED-CNT-ED      PIC ZZZZZZZZ9.
       01 WS-FEED-CNT-ED2     PIC ZZZZZZZZ9.

      * DB2 staging source. SOURCE=DB2 on the APARM makes BLKC, BLKP
      * and NMRG take their feed from the front office's staging
      * tables through BAQHSTGQ instead of RBKCRIN/RBKPRIN/RBKNRIN:
      * the oldest waiting batch of the operation's feed type, its
      * batch row standing in for the '*HDR'/'*TRL' control records
      * (identifier, creation timestamp and declared count), its
      * rows fetched in submission order into the same record areas
      * the flat-file path reads into. Each row's disposition is
      * written back on the row and committed by the checkpoint
      * after it, so the row status, not the checkpoint sequence,
      * is what a restart resumes from.
       01 WS-SRC-POS          PIC 9(4) COMP VALUE 0.
       01 WS-SRC-DB2          PIC 9 VALUE 0.
           88 WS-STG-SOURCE     VALUE 1.
       01 WS-STG-NO-BATCH     PIC 9 VALUE 0.
       01 WS-STG-BROKEN-SW    PIC 9 VALUE 0.
           88 WS-STG-BROKEN     VALUE 1.
       01 WS-STG-SQLCODE-ED   PIC -(9)9.

       COPY BAQHSTGQ.

      * Change-freeze calendar state - see X-CHECK-FREEZE-CALENDAR.
      * The now/from/to stamps are one yyyymmddhhmm value each so a
      * window spanning midnight or month end compares correctly.
       01 WS-FRZOVR-POS         PIC 9(4) COMP VALUE 0.
       01 WS-FRZOVR-START       PIC 9(4) COMP VALUE 0.

      * Change-ticket state - see X-CHECK-CHANGE-TICKET. CHG=id on
      * the APARM lands in WS-CHG-ARG; WS-CHG-ID is set from it only
      * once the ticket has been accepted, and is what every audit,
      * exception and before-image record of the run is stamped
      * with. The WS-CHG-T- fields hold the last RBKCHGT record read
      * for the ticket.
       01 WS-CHGT-FILE-STATUS   PIC X(2).
       01 WS-CHGT-EOF-SW        PIC X VALUE 'N'.
           88 WS-CHGT-EOF       VALUE 'Y'.
       01 WS-CHG-ARG            PIC X(12) VALUE SPACES.
       01 WS-CHG-POS            PIC 9(4) COMP VALUE 0.
       01 WS-CHG-START          PIC 9(4) COMP VALUE 0.
       01 WS-CHG-ID             PIC X(12) VALUE SPACES.
       01 WS-CHG-HIT            PIC 9 VALUE 0.
       01 WS-CHG-OP-HIT         PIC 9 VALUE 0.
       01 WS-CHG-OP-IX          PIC 9(4) COMP VALUE 0.
       01 WS-CHG-REFUSED-SW     PIC 9 COMP VALUE 0.
           88 WS-CHG-REFUSED      VALUE 1.
       01 WS-CHG-REASON         PIC X(60) VALUE SPACES.
       01 WS-CHG-AUD-RESULT     PIC X(9) VALUE SPACES.
       01 WS-CHG-T-STATE        PIC X(10) VALUE SPACES.
       01 WS-CHG-T-FROM-STAMP   PIC X(12) VALUE SPACES.
       01 WS-CHG-T-TO-STAMP     PIC X(12) VALUE SPACES.
       01 WS-CHG-T-OPERATIONS   PIC X(32) VALUE SPACES.
       01 WS-CHG-T-OPS-TABLE REDEFINES WS-CHG-T-OPERATIONS.
           03 WS-CHG-T-OPERATION PIC X(4) OCCURS 8 TIMES.
       01 WS-CHG-T-SUMMARY      PIC X(40) VALUE SPACES.

      * Legal-hold registry state - see X-CHECK-LEGAL-HOLD. The
      * ACTIVE holds are loaded once on first use, each resolved
      * through the alias cross-reference so a hold placed under a
       01 WS-HOLD-HIT           PIC 9 VALUE 0.
       01 WS-HOLD-REF           PIC X(16) VALUE SPACES.

      * Reservation register state - see X-CHECK-RESERVATION. The
      * now and due stamps are yyyymmddhhmm; the refusal text names
      * the holder and travels to RBKRPT, RBKAUDT and RBKEXCP.
       01 WS-RSRV-FILE-STATUS   PIC X(2).
       01 WS-RSRV-CHK-TITLE     PIC X(80) VALUE SPACES.
       01 WS-RSRV-HIT           PIC 9 VALUE 0.
       01 WS-RSRV-NOW           PIC X(12) VALUE SPACES.
       01 WS-RSRV-DUE-STAMP     PIC X(12) VALUE SPACES.
       01 WS-RSRV-HOLDER        PIC X(8) VALUE SPACES.
       01 WS-RSRV-TEXT          PIC X(50) VALUE SPACES.
       01 WS-RSRV-EXC-OPER      PIC X(4) VALUE SPACES.

      * Read-after-write verification state - see
      * X-VERIFY-AFTER-WRITE. VERIFY on the APARM arms it for the
      * create, patch and merge paths (and so per run for the bulk
       01 WS-RBAK-BIMG-EOF-SW   PIC X VALUE 'N'.
           88 WS-RBAK-BIMG-EOF  VALUE 'Y'.
       01 WS-RBAK-IMG-FOUND     PIC 9 VALUE 0.
       01 WS-RBAK-IMG-SAVED     PIC X(633) VALUE SPACES.
       01 WS-RBAK-RESTORED-CNT  PIC 9(4) COMP VALUE 0.
       01 WS-RBAK-FAILED-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-RBAK-GATE-TITLE    PIC X(80) VALUE SPACES.
       01 WS-RBAK-CNT-ED        PIC ZZZ9.

      * Department reorganization state - see CW-DEPARTMENT-REORG.
      * The RBKDORG mappings are held here; the books to move are
      * selected from the RBKCAT catalog by their owning department
      * id, and each is moved through CDB-BUILD-AND-SEND-ONE-PATCH
      * with the 85-byte DEPT image (id, name, contact) as its value.
       01 WS-DORG-FILE-STATUS   PIC X(2).
       01 WS-DORG-EOF-SW        PIC X VALUE 'N'.
           88 WS-DORG-EOF       VALUE 'Y'.
       01 WS-DORG-CAT-EOF-SW    PIC X VALUE 'N'.
           88 WS-DORG-CAT-EOF   VALUE 'Y'.
       01 WS-DORG-TABLE.
           03 WS-DORG-ENTRY OCCURS 100 TIMES.
              05 WS-DORG-OLD-ID      PIC X(5).
              05 WS-DORG-NEW-ID      PIC X(5).
              05 WS-DORG-NEW-NAME    PIC X(40).
              05 WS-DORG-NEW-CONTACT PIC X(40).
              05 WS-DORG-BOOK-CNT    PIC 9(5) COMP.
       01 WS-DORG-CNT           PIC 9(3) COMP VALUE 0.
       01 WS-DORG-IX            PIC 9(3) COMP VALUE 0.
       01 WS-DORG-HIT           PIC 9(3) COMP VALUE 0.
       01 WS-DORG-BAD           PIC 9 VALUE 0.
       01 WS-DORG-IMAGE.
           03 WS-DORG-IMG-ID      PIC X(5).
           03 WS-DORG-IMG-NAME    PIC X(40).
           03 WS-DORG-IMG-CONTACT PIC X(40).
           03 FILLER              PIC X(15).
       01 WS-DORG-SELECTED-CNT  PIC 9(5) COMP VALUE 0.
       01 WS-DORG-MOVED-CNT     PIC 9(5) COMP VALUE 0.
       01 WS-DORG-FAILED-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-DORG-GATE-TITLE    PIC X(80) VALUE SPACES.
       01 WS-DORG-CNT-ED        PIC ZZZZ9.

      * The DEPT field's value image, as CDB sends it and as CDC
      * and the VERIFY checker rebuild it from a getRedbook response.
       01 WS-CD-DEPT-IMAGE.
           03 WS-CD-DEPT-ID       PIC X(5).
           03 WS-CD-DEPT-NAME     PIC X(40).
           03 WS-CD-DEPT-CONTACT  PIC X(40).
           03 FILLER              PIC X(15).

      * Intraday targeted refresh state - see CQ-INTRADAY-REFRESH.
      * Today's successfully changed titles are collected from the
      * audit trail, deduplicated, re-GOT one by one through the
           03 WS-WHF-HDR-TIME     PIC X(6) VALUE SPACES.
           03 WS-WHF-HDR-SOURCE   PIC X(8) VALUE 'RBKAPI'.
           03 WS-WHF-HDR-GEN      PIC 9(4) VALUE 0.
           03 WS-WHF-HDR-LAYOUT-VER PIC X(2) VALUE '02'.
           03 FILLER              PIC X(569) VALUE SPACES.
       01 WS-WHF-TRAILER.
           03 WS-WHF-TRL-TAG      PIC X(3) VALUE 'TRL'.
           03 WS-WHF-TRL-COUNT    PIC 9(9) VALUE 0.
           03 WS-WHF-TRL-SIZE-HASH PIC 9(9)V9(2) VALUE 0.
           03 WS-WHF-TRL-AUTH-CNT PIC 9(9) VALUE 0.
           03 FILLER              PIC X(568) VALUE SPACES.
       01 WS-WHF-REC-COUNT    PIC 9(9) VALUE 0.
       01 WS-WHF-SIZE-HASH    PIC 9(9)V9(2) VALUE 0.
       01 WS-WHF-AUTH-CNT     PIC 9(9) VALUE 0.
       01 WS-DRYRUN             PIC 9 COMP VALUE 0.
           88 WS-DRYRUN-ON        VALUE 1.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

      * Book identifier call area (see BAQHBKIC). The id stamped on
      * each audit, before-image, approval and alias record comes
      * from the RBKBKID registry through BAQHBKIR; a successful
      * createRedbook registers its title as a new book (see
      * XK-STAMP-AUDIT-BOOK-ID), except the create a RENM makes,
      * whose title takes the renamed book's id instead.
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

      * The API Response data structures are specified within the
      * carried.
       01 WS-BASE-IMAGE-LK        PIC X(256).

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

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
           IF DEBUG = 'DEBUG' THEN
              MOVE 1 TO WS-DEBUG
              OPEN OUTPUT RBKTRC-FILE
              MOVE 'RBKTRC' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-OPEN
           END-IF.

      * GARB accepts an optional AUTHOR= filter anywhere on the
                 DELIMITED BY SPACE INTO WS-FRZOVR-ARG
           END-IF.

      * CHG=id keyword, found the same way as AUTHOR= above: the
      * change ticket an operation that changes data runs under,
      * checked by X-CHECK-CHANGE-TICKET against RBKCHGT.
           MOVE 0 TO WS-CHG-POS.
           INSPECT PARM-DATA-X TALLYING WS-CHG-POS
              FOR CHARACTERS BEFORE INITIAL 'CHG='.
           COMPUTE WS-CHG-START = WS-CHG-POS + 5.
           IF WS-CHG-START NOT > LENGTH OF PARM-DATA-X THEN
              UNSTRING PARM-DATA-X (WS-CHG-START:)
                 DELIMITED BY SPACE INTO WS-CHG-ARG
           END-IF.

      * BASIS=BUSINESS and SITE=code keywords, found the same way:
      * SCHD's effective dates on the site's business days.
           MOVE 0 TO WS-BASIS-POS.
           INSPECT PARM-DATA-X TALLYING WS-BASIS-POS
              FOR CHARACTERS BEFORE INITIAL 'BASIS='.
           COMPUTE WS-BASIS-START = WS-BASIS-POS + 7.
           IF WS-BASIS-START NOT > LENGTH OF PARM-DATA-X THEN
              UNSTRING PARM-DATA-X (WS-BASIS-START:)
                 DELIMITED BY SPACE INTO WS-BASIS-ARG
              IF WS-BASIS-ARG = 'BUSINESS' THEN
                 MOVE 'B' TO WS-BASIS
              END-IF
           END-IF.

           MOVE 0 TO WS-BASIS-POS.
           INSPECT PARM-DATA-X TALLYING WS-BASIS-POS
              FOR CHARACTERS BEFORE INITIAL 'SITE='.
           COMPUTE WS-BASIS-START = WS-BASIS-POS + 6.
           IF WS-BASIS-START NOT > LENGTH OF PARM-DATA-X THEN
              UNSTRING PARM-DATA-X (WS-BASIS-START:)
                 DELIMITED BY SPACE INTO BAQHBDAY-SITE
           END-IF.

      * PART=n and NPART=m keywords for partitioned parallel bulk
      * streams, found the same way as AUTHOR= above. Absent
      * keywords leave a single serial stream, exactly as before.
              DISPLAY OPERATION ' reading the feed in CSV format.'
           END-IF.

      * SOURCE=DB2 keyword for the staged bulk feeds. The staged rows
      * are fixed record images, so FORMAT=CSV has no meaning with
      * it, and the other operations have no bulk feed to take.
           MOVE 0 TO WS-SRC-POS.
           INSPECT PARM-DATA-X TALLYING WS-SRC-POS
              FOR CHARACTERS BEFORE INITIAL 'SOURCE=DB2'.
           IF WS-SRC-POS + 10 NOT > LENGTH OF PARM-DATA-X THEN
              IF OPERATION = 'BLKC' OR OPERATION = 'BLKP' OR
                 OPERATION = 'NMRG' THEN
                 MOVE 1 TO WS-SRC-DB2
                 DISPLAY OPERATION ' reading the feed from the DB2'
                    ' staging table.'
                 IF WS-CSV-MODE THEN
                    MOVE 0 TO WS-FMT-CSV
                    DISPLAY OPERATION ' FORMAT=CSV does not apply to'
                       ' staged rows - ignored.'
                 END-IF
              ELSE
                 DISPLAY OPERATION ' SOURCE=DB2 applies only to BLKC,'
                    ' BLKP and NMRG - ignored.'
              END-IF
           END-IF.

      * SHADOW keyword for the migration parallel run.
           MOVE 0 TO WS-SHDW-POS.
           INSPECT PARM-DATA-X TALLYING WS-SHDW-POS
                 ' repeated against the RBKCFG2 target.'
           END-IF.

      * CATALOG=name keyword, found the same way as AUTHOR= above:
      * the publication catalog the run is for. An unknown catalog
      * ends the run before anything is called or written.
           MOVE 0 TO WS-CATALOG-POS.
           INSPECT PARM-DATA-X TALLYING WS-CATALOG-POS
              FOR CHARACTERS BEFORE INITIAL 'CATALOG='.
           COMPUTE WS-CATALOG-START = WS-CATALOG-POS + 9.
           IF WS-CATALOG-START NOT > LENGTH OF PARM-DATA-X THEN
              UNSTRING PARM-DATA-X (WS-CATALOG-START:)
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

           IF WS-MODE-REPLAY THEN
              OPEN INPUT RBKRCRD-FILE
              IF WS-RCRD-FILE-STATUS NOT = '00' THEN
                    ' available - run ends.'
                 STOP RUN
              END-IF
              MOVE 'RBKRCRD' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-OPEN
           END-IF.

           MOVE 'A-MAINLINE' TO WS-TRACE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-START-TIME.

      * From here on an abend leaves a post-mortem record behind it
      * for BAQHABRP, saying where the run had got to.
           PERFORM X-AB-REGISTER-HANDLER.

      * Initialise the Host API and acquire a connection to
      * a z/OS Connect server instance
           PERFORM B-INIT.

      * An operation that changes data must be running under an
      * implementable change ticket. The check is made here, once
      * the audit chain is loaded and before anything else is
      * audited, so every record the run writes carries the ticket;
      * C-EXECUTE refuses the operation itself. A DRYRUN changes
      * nothing, so it needs no ticket.
           IF WS-RC = OK AND NOT WS-DRYRUN-ON THEN
              PERFORM X-CHECK-CHANGE-TICKET
           END-IF.

      * Fingerprint every maintained control dataset this run reads
      * and compare against the prior run's prints - a rule file
      * that moved since then is audited and named on the report's
       A-999.
           IF WS-MODE-REPLAY THEN
              CLOSE RBKRCRD-FILE
              MOVE 'RBKRCRD' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-END-DATE.

           IF WS-DEBUG = 1 THEN
              CLOSE RBKTRC-FILE
              MOVE 'RBKTRC' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
           END-IF.

      * The distinct return code tells scheduling to requeue the
              MOVE 2 TO RETURN-CODE
           END-IF.

      * A staged run stopped by a DB2 failure left its unworked rows
      * PENDING for the rerun, but it did not finish its batch.
           IF WS-STG-BROKEN THEN
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM X-AB-CANCEL-HANDLER.

           STOP RUN.

      *----------------------------------------------------------------*
           MOVE 'C-EXECUTE' TO WS-TRACE-PARA.
           PERFORM X-TRACE-ENTRY.

      * A data-changing run without an accepted change ticket
      * (X-CHECK-CHANGE-TICKET, from A-MAINLINE) goes no further.
           IF WS-CHG-REFUSED THEN
              MOVE FAILED TO WS-RC
              GO TO C-999
           END-IF.

      * The publications desk's change-freeze calendar gates every
      * operation that changes the catalog, before anything is
      * dispatched. A DRYRUN changes nothing, so it is not gated.
           ELSE IF OPERATION = 'BGET' THEN
              PERFORM CV-BULK-INQUIRY

      *    DORG - department reorganization: move every book of the
      *    RBKDORG old departments to the new ones, under approval
           ELSE IF OPERATION = 'DORG' THEN
              PERFORM CW-DEPARTMENT-REORG

      *    Unknown request
           ELSE
              DISPLAY 'Operation ' OPERATION ' UNKNOWN'
              OPEN EXTEND RBKEXTR-FILE
              OPEN EXTEND RBKWHF-FILE
              OPEN EXTEND RBKGDAT-FILE
              MOVE 'RBKRPT  RBKEXTR RBKWHF  RBKGDAT' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-OPEN
           ELSE
              OPEN OUTPUT RBKRPT-FILE
              PERFORM CAB-WRITE-REPORT-HEADER
              OPEN OUTPUT RBKEXTR-FILE
              OPEN OUTPUT RBKWHF-FILE
              OPEN OUTPUT RBKGDAT-FILE
              MOVE 'RBKRPT  RBKEXTR RBKWHF  RBKGDAT' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-OPEN
              MOVE 0 TO WS-WHF-REC-COUNT
              MOVE 0 TO WS-WHF-SIZE-HASH
              MOVE 0 TO WS-WHF-AUTH-CNT
              END-IF
           END-IF.

      * With the whole inventory written, each book's owning
      * department is captured onto the extract and warehouse
      * images before either gets its trailer.
           IF WS-RC = OK THEN
              PERFORM CAJ-CAPTURE-DEPARTMENTS
           END-IF.

       CA-999.
           PERFORM CAB-WRITE-REPORT-TRAILER.

           CLOSE RBKEXTR-FILE.
           CLOSE RBKWHF-FILE.
           CLOSE RBKGDAT-FILE.
           MOVE 'RBKRPT  RBKEXTR RBKWHF  RBKGDAT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

           MOVE 'END' TO WS-RUNJ-EVENT.
           IF WS-RC = OK THEN
      * shape as a BAQHCRIN input record so it can be fed straight
      * back in to CRBK if ever needed.
           MOVE SPACES TO BAQHEXTR-RECORD.
           MOVE WS-CATALOG TO BAQHEXTR-CATALOG.
           MOVE Xtitle OF RBK02P01-responseCode200
                (1:Xtitle-length OF RBK02P01-responseCode200)
              TO BAQHEXTR-TITLE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-WHF-HDR-TIME.
           MOVE WS-WHF-GEN TO WS-WHF-HDR-GEN.
           WRITE RBKWHF-RECORD FROM WS-WHF-HEADER.
           MOVE 'BAQHRBKB' TO BAQHLINW-PROGRAM.
           MOVE 'RBKWHF' TO BAQHLINW-DD.
           MOVE 'W' TO BAQHLINW-DIRECTION.
           MOVE 'W' TO BAQHLINW-FRAME.
           MOVE WS-WHF-HEADER TO BAQHLINW-CTL-REC.
           CALL 'BAQHLINW' USING BAQHLINW-AREA.

       CAC-999.
           EXIT.
           MOVE WS-WHF-SIZE-HASH TO WS-WHF-TRL-SIZE-HASH.
           MOVE WS-WHF-AUTH-CNT TO WS-WHF-TRL-AUTH-CNT.
           WRITE RBKWHF-RECORD FROM WS-WHF-TRAILER.
           MOVE 'BAQHRBKB' TO BAQHLINW-PROGRAM.
           MOVE 'RBKWHF' TO BAQHLINW-DD.
           MOVE 'W' TO BAQHLINW-DIRECTION.
           MOVE 'W' TO BAQHLINW-FRAME.
           MOVE WS-WHF-TRAILER TO BAQHLINW-CTL-REC.
           CALL 'BAQHLINW' USING BAQHLINW-AREA.

       CAD-999.
           EXIT.
              MOVE 'DEFAULT BINDING' TO BAQHEXTC-TARGET
           END-IF.
           MOVE 0 TO BAQHEXTC-REC-COUNT.
           MOVE '02' TO BAQHEXTC-LAYOUT-VER.
           MOVE WS-CATALOG TO BAQHEXTC-CATALOG.

           WRITE BAQHEXTR-RECORD FROM BAQHEXTC-RECORD.
           MOVE 'BAQHRBKB' TO BAQHLINW-PROGRAM.
           MOVE 'RBKEXTR' TO BAQHLINW-DD.
           MOVE 'W' TO BAQHLINW-DIRECTION.
           MOVE 'E' TO BAQHLINW-FRAME.
           MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC.
           CALL 'BAQHLINW' USING BAQHLINW-AREA.

       CAG-999.
           EXIT.
           MOVE WS-WHF-REC-COUNT TO BAQHEXTC-REC-COUNT.

           WRITE BAQHEXTR-RECORD FROM BAQHEXTC-RECORD.
           MOVE 'BAQHRBKB' TO BAQHLINW-PROGRAM.
           MOVE 'RBKEXTR' TO BAQHLINW-DD.
           MOVE 'W' TO BAQHLINW-DIRECTION.
           MOVE 'E' TO BAQHLINW-FRAME.
           MOVE BAQHEXTC-RECORD TO BAQHLINW-CTL-REC.
           CALL 'BAQHLINW' USING BAQHLINW-AREA.

       CAH-999.
           EXIT.
       CAE-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAJ-CAPTURE-DEPARTMENTS
      *
      * getAllRedbooks carries no owningDepartment, so once the pull
      * has written every book this pass walks RBKEXTR and RBKWHF
      * together (both take one record per book from the same loop,
      * behind one header each) and, for every book not yet looked
      * up, asks getRedbook for its department and rewrites both
      * images in place. A book already stamped by an earlier run of
      * a restarted pull is passed over, so a restart resumes the
      * pass where it stopped. Both files are left open EXTEND for
      * CA-999's trailers, as CA-010 left them.
      *----------------------------------------------------------------*
       CAJ-CAPTURE-DEPARTMENTS SECTION.
       CAJ-010.
           MOVE 'CAJ-CAPTURE-DEPARTMENTS' TO WS-TRACE-PARA.
           PERFORM X-TRACE-ENTRY.

           CLOSE RBKEXTR-FILE.
           CLOSE RBKWHF-FILE.
           OPEN I-O RBKEXTR-FILE.
           OPEN I-O RBKWHF-FILE.

           MOVE 0 TO WS-DEPT-FOUND-CNT.
           MOVE 0 TO WS-DEPT-NONE-CNT.
           MOVE 0 TO WS-DEPT-FAILED-CNT.
           MOVE 'N' TO WS-DEPT-EOF-SW.

           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-DEPT-EOF-SW
           END-READ.
           READ RBKWHF-FILE
               AT END
                  MOVE 'Y' TO WS-DEPT-EOF-SW
           END-READ.

           PERFORM CAJA-CAPTURE-ONE-DEPARTMENT
              UNTIL WS-DEPT-EOF OR WS-RC = FAILED.

       CAJ-020.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           MOVE WS-DEPT-FOUND-CNT TO WS-RPT-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OWNING DEPARTMENTS CAPTURED:     ' WS-RPT-COUNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           MOVE WS-DEPT-NONE-CNT TO WS-RPT-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS WITH NO OWNING DEPARTMENT: ' WS-RPT-COUNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           MOVE WS-DEPT-FAILED-CNT TO WS-RPT-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DEPARTMENT LOOKUPS FAILED:       ' WS-RPT-COUNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

       CAJ-999.
           CLOSE RBKEXTR-FILE.
           CLOSE RBKWHF-FILE.
           OPEN EXTEND RBKEXTR-FILE.
           OPEN EXTEND RBKWHF-FILE.

           MOVE 'CAJ-CAPTURE-DEPARTMENTS' TO WS-TRACE-PARA.
           PERFORM X-TRACE-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      * CAJA-CAPTURE-ONE-DEPARTMENT
      *
      * One extract record (and its warehouse twin): control records
      * and books already stamped are passed over; any other book is
      * re-read through getRedbook and stamped 'A' with the returned
      * department, 'N' when the API has none on record for it (or
      * no longer has the book at all), or 'F' when the call itself
      * failed - a failed lookup does not fail the pull, and the
      * catalog load keeps its last known department for the book.
      *----------------------------------------------------------------*
       CAJA-CAPTURE-ONE-DEPARTMENT SECTION.
       CAJA-010.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' OR
              BAQHEXTR-DEPT-SOURCE NOT = SPACE THEN
              GO TO CAJA-090
           END-IF.

           INITIALIZE BAQBASE-RBK00Q01.
           SET BAQ-REQ-BASE-ADDRESS TO ADDRESS OF BAQBASE-RBK00Q01.
           MOVE LENGTH OF BAQBASE-RBK00Q01 TO BAQ-REQ-BASE-LENGTH.

           MOVE BAQHEXTR-TITLE TO Xtitle OF BAQBASE-RBK00Q01.
           MOVE 0 TO WS-DEPT-TRAIL.
           INSPECT FUNCTION REVERSE (BAQHEXTR-TITLE)
              TALLYING WS-DEPT-TRAIL FOR LEADING SPACE.
           COMPUTE Xtitle-length OF BAQBASE-RBK00Q01 =
              LENGTH OF BAQHEXTR-TITLE - WS-DEPT-TRAIL.

      * An auxiliary read, not the pull itself - audited under its
      * own operation name so the attribution rollup can tell them
      * apart.
           MOVE BAQHEXTR-TITLE TO WS-AUDIT-KEY-TITLE.
           MOVE 'DEPTGET' TO WS-AUDIT-OP-OVERRIDE.
           SET WS-API-INFO TO ADDRESS OF BAQ-API-INFO-RBK00I01.
           PERFORM X-EXEC.

      * An open circuit breaker fails the pull here; the restart
      * resumes this pass at the first book left unstamped.
           IF WS-RC = FAILED THEN
              GO TO CAJA-999
           END-IF.

           MOVE SPACES TO WS-DEPT-ID.
           MOVE SPACES TO WS-DEPT-NAME.
           MOVE SPACES TO WS-DEPT-CONTACT.

           IF BAQ-ERROR OR BAQ-SEVERE OR BAQ-CRITICAL
              OR BAQ-WARNING THEN
              MOVE 'F' TO WS-DEPT-SOURCE
              GO TO CAJA-080
           END-IF.

           SET ADDRESS OF BAQBASE-RBK00P01 TO BAQ-RESP-BASE-ADDRESS.

           IF BAQ-RESP-STATUS-CODE EQUAL 404 THEN
              MOVE 'N' TO WS-DEPT-SOURCE
              GO TO CAJA-080
           END-IF.

           IF BAQ-RESP-STATUS-CODE NOT EQUAL 200 OR
              responseCode200-existence OF BAQBASE-RBK00P01
                 NOT EQUAL 1 THEN
              MOVE 'F' TO WS-DEPT-SOURCE
              GO TO CAJA-080
           END-IF.

           MOVE responseCode200-dataarea OF BAQBASE-RBK00P01
              TO WS-DATA-AREA-NAME.
           MOVE LENGTH OF RBK00P01-responseCode200
              TO WS-ELEMENT-LENGTH.
           PERFORM X-GET-DATA-AREA-ELEMENT.
           IF WS-RC = FAILED THEN
              MOVE OK TO WS-RC
              MOVE 'F' TO WS-DEPT-SOURCE
              GO TO CAJA-080
           END-IF.
           SET ADDRESS OF RBK00P01-responseCode200 TO WS-ELEMENT.

           PERFORM CAJB-TAKE-DEPARTMENT.

       CAJA-080.
           EVALUATE WS-DEPT-SOURCE
              WHEN 'A'
                 ADD 1 TO WS-DEPT-FOUND-CNT
              WHEN 'N'
                 ADD 1 TO WS-DEPT-NONE-CNT
              WHEN OTHER
                 ADD 1 TO WS-DEPT-FAILED-CNT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING 'DEPARTMENT LOOKUP FAILED: '
                    BAQHEXTR-TITLE (1:60)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 WRITE RBKRPT-RECORD FROM WS-RPT-LINE
           END-EVALUATE.

           MOVE WS-DEPT-ID      TO BAQHEXTR-DEPT-ID.
           MOVE WS-DEPT-NAME    TO BAQHEXTR-DEPT-NAME.
           MOVE WS-DEPT-CONTACT TO BAQHEXTR-DEPT-CONTACT.
           MOVE WS-DEPT-SOURCE  TO BAQHEXTR-DEPT-SOURCE.
           REWRITE BAQHEXTR-RECORD.
           REWRITE RBKWHF-RECORD FROM BAQHEXTR-RECORD.

       CAJA-090.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-DEPT-EOF-SW
           END-READ.
           READ RBKWHF-FILE
               AT END
                  MOVE 'Y' TO WS-DEPT-EOF-SW
           END-READ.

       CAJA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAJB-TAKE-DEPARTMENT
      *
      * Takes the owningDepartment of the getRedbook response
      * addressed at RBK00P01-responseCode200 into WS-DEPT-ID/NAME/
      * CONTACT, with WS-DEPT-SOURCE 'A' when the API sent one and
      * 'N' when it has none on record for the book.
      *----------------------------------------------------------------*
       CAJB-TAKE-DEPARTMENT SECTION.
       CAJB-010.
           MOVE SPACES TO WS-DEPT-ID.
           MOVE SPACES TO WS-DEPT-NAME.
           MOVE SPACES TO WS-DEPT-CONTACT.

           IF owningDepartment-existence
                 OF RBK00P01-responseCode200 NOT > 0 THEN
              MOVE 'N' TO WS-DEPT-SOURCE
              GO TO CAJB-999
           END-IF.

           MOVE 'A' TO WS-DEPT-SOURCE.
           MOVE Xid OF RBK00P01-responseCode200 TO WS-DEPT-ID.
           IF name-length OF RBK00P01-responseCode200 > 0 THEN
              MOVE name OF RBK00P01-responseCode200
                   (1:name-length OF RBK00P01-responseCode200)
                 TO WS-DEPT-NAME
           END-IF.
           IF contact-length OF RBK00P01-responseCode200 > 0 THEN
              MOVE contact OF RBK00P01-responseCode200
                   (1:contact-length OF RBK00P01-responseCode200)
                 TO WS-DEPT-CONTACT
           END-IF.

       CAJB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-GET-REDBOOK
      *
      * author/additionalProperties put.
           MOVE BAQHCRIN-TITLE TO WS-AUDIT-KEY-TITLE.

      * A title an editor has checked out on RBCO may not be created
      * from here. The refusal names the holder, goes to RBKAUDT with
      * the distinct RESERVED result, and fails the record onto the
      * exception queue (CCB-999) for replay after the check-in.
           MOVE BAQHCRIN-TITLE TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE FAILED TO WS-RC
              GO TO CCB-999
           END-IF.

      * A TEMPLATE=name carried in the record's extra properties
      * supplies defaults for whichever fields were left blank -
      * before the registry and the edit rules look at them.
              GO TO CCB-999
           END-IF.

           IF OPERATION NOT = 'RENM' THEN
              MOVE 'Y' TO WS-BKID-CREATE-SW
           END-IF.
           PERFORM X-EXEC.
           MOVE 'N' TO WS-BKID-CREATE-SW.

      * Check that the call was successful, if not exit the section
      * Routine X-EXEC has displayed the error responses
           PERFORM X-VERIFY-BULK-FEED.
           IF WS-RC = FAILED THEN GO TO CH-999 END-IF.

      * A staged run with no batch waiting has nothing to do.
           IF WS-STG-SOURCE AND WS-STG-NO-BATCH = 1 THEN
              GO TO CH-999
           END-IF.

      * With a batch window configured, check before the first
      * BAQEXEC whether tonight's feed will fit it - splitting the
      * feed at 18:00 beats discovering the overrun at 02:00.
      * record; a run without the DD just skips it.
           PERFORM X-OPEN-DISPOSITION-FILE.

           IF WS-STG-SOURCE THEN
              PERFORM X-OPEN-STAGED-FEED
           ELSE
              OPEN INPUT RBKCRIN-FILE
              MOVE 'RBKCRIN' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-OPEN
              READ RBKCRIN-FILE
                  AT END
                     MOVE 'Y' TO WS-BLKC-EOF-SW
              END-READ
           END-IF.

           PERFORM CHA-CREATE-ONE-FROM-BULK UNTIL WS-BLKC-EOF.

           IF WS-STG-SOURCE THEN
              PERFORM X-CLOSE-STAGED-FEED
           ELSE
              CLOSE RBKCRIN-FILE
              MOVE 'RBKCRIN' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
           END-IF.
           PERFORM X-CLOSE-DISPOSITION-FILE.

           IF WS-CUTOFF-REACHED THEN
      * Only now, with every gate passed and the whole file worked,
      * is the feed registered as processed - a cutoff stop leaves
      * it unregistered so the checkpoint requeue reruns without
      * FORCEFEED (as does a staged run stopped by a DB2 failure),
      * and stream 1 owns the registry in a partitioned run, the
      * same as its check.
           IF NOT WS-DRYRUN-ON AND NOT WS-CUTOFF-REACHED AND
              NOT WS-STG-BROKEN AND
              NOT (WS-NPART > 1 AND WS-PART > 1) THEN
              PERFORM X-REGISTER-FEED
           END-IF.
              GO TO CHA-020
           END-IF.

      * A staged row is fetched only while it is still PENDING, so
      * a staged restart needs no skipping.
           IF WS-RESTARTED = 1 AND NOT WS-STG-SOURCE AND
              WS-BLKC-REC-NUM NOT > WS-CHKP-SEQ THEN
              GO TO CHA-020
           END-IF.


      * In a partitioned run, only the records whose position lands
      * in this stream's slot are processed here; the rest belong
      * to the sibling streams reading the same feed. A staged run's
      * cursor fetches only this stream's rows in the first place.
           IF WS-NPART > 1 AND NOT WS-STG-SOURCE THEN
              COMPUTE WS-PART-SLOT =
                 FUNCTION MOD(WS-BLKC-REC-NUM - 1, WS-NPART) + 1
              IF WS-PART-SLOT NOT = WS-PART THEN

           ADD 1 TO WS-BLKC-ATTEMPTED-CNT.

           MOVE SPACES TO WS-EDIT-FAILED-RULE.
           PERFORM CCB-BUILD-AND-SEND-ONE-BOOK.

           MOVE WS-BLKC-REC-NUM TO WS-DISP-SEQ.
           MOVE BAQHCRIN-TITLE TO WS-DISP-TITLE.

      * A record an edit rule refused never went to the API, so it
      * is REJECTED rather than FAILED.
           IF WS-RC = OK
              AND BAQ-RESP-STATUS-CODE IS >= 200 AND IS < 300 THEN
              ADD 1 TO WS-BLKC-SUCCESS-CNT
              MOVE 'CREATED' TO WS-DISP-OUTCOME
           ELSE
              ADD 1 TO WS-BLKC-FAILED-CNT
              IF WS-EDIT-FAILED-RULE NOT = SPACES THEN
                 MOVE 'REJECTED' TO WS-DISP-OUTCOME
              ELSE
                 MOVE 'FAILED' TO WS-DISP-OUTCOME
              END-IF
           END-IF.

           IF WS-DRYRUN-ON THEN
           END-IF.

       CHA-020.
           IF WS-STG-SOURCE THEN
              PERFORM X-FETCH-STAGED-ROW
           ELSE
              READ RBKCRIN-FILE
                  AT END
                     MOVE 'Y' TO WS-BLKC-EOF-SW
              END-READ
           END-IF.

       CHA-999.
           EXIT.

           IF FUNCTION TRIM(WS-CD-FIELD) NOT EQUAL 'STATUS' AND
              FUNCTION TRIM(WS-CD-FIELD) NOT EQUAL 'FORMNUM' AND
              FUNCTION TRIM(WS-CD-FIELD) NOT EQUAL 'URL' AND
              FUNCTION TRIM(WS-CD-FIELD) NOT EQUAL 'DEPT' THEN
              GO TO CDC-999
           END-IF.

                         (1:url2-length OF RBK00P01-responseCode200)
                       TO WS-CD-CURRENT-VALUE
                 END-IF
              WHEN 'DEPT'
      * The whole owningDepartment as one image, so the before-image
      * UNDO and RBAK restore puts back id, name and contact together.
                 PERFORM CAJB-TAKE-DEPARTMENT
                 IF WS-DEPT-SOURCE = 'A' THEN
                    MOVE SPACES TO WS-CD-DEPT-IMAGE
                    MOVE WS-DEPT-ID TO WS-CD-DEPT-ID
                    MOVE WS-DEPT-NAME TO WS-CD-DEPT-NAME
                    MOVE WS-DEPT-CONTACT TO WS-CD-DEPT-CONTACT
                    MOVE WS-CD-DEPT-IMAGE TO WS-CD-CURRENT-VALUE
                 END-IF
           END-EVALUATE.

           IF FUNCTION TRIM(WS-CD-CURRENT-VALUE) EQUAL
              GO TO CDB-999
           END-IF.

      * A title an editor has checked out on RBCO may not be patched
      * from here; the refusal names the holder and the record fails
      * onto the exception queue (CDB-999) for replay after the
      * check-in.
           MOVE WS-CD-TITLE TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE FAILED TO WS-RC
              GO TO CDB-999
           END-IF.

      * Site edit rules run against the field being patched before
      * the request is built; the refused rule identifier is
      * reported on RBKRPT and the record fails onto the exception
                          NOT EQUAL SPACE
                 END-PERFORM
                 MOVE WS-INDEX TO url-length OF BAQBASE-RBK05Q01
              WHEN 'DEPT'
      * The value is the 85-byte department image - id (1:5), name
      * (6:40), contact (46:40) - and the owningDepartment object is
      * replaced as a whole.
                 MOVE WS-CD-VALUE TO WS-CD-DEPT-IMAGE
                 MOVE 'U' TO ngDepartment-patch-operation
                    OF BAQBASE-RBK05Q01
                 MOVE 'U' TO id-patch-operation OF BAQBASE-RBK05Q01
                 MOVE WS-CD-DEPT-ID TO Xid OF BAQBASE-RBK05Q01
                 MOVE 'U' TO name-patch-operation OF BAQBASE-RBK05Q01
                 MOVE WS-CD-DEPT-NAME TO name OF BAQBASE-RBK05Q01
                 PERFORM VARYING WS-INDEX FROM 40 BY -1
                    UNTIL WS-INDEX = 0
                       OR WS-CD-DEPT-NAME (WS-INDEX:1)
                          NOT EQUAL SPACE
                 END-PERFORM
                 MOVE WS-INDEX TO name-length OF BAQBASE-RBK05Q01
                 MOVE 'U' TO contact-patch-operation
                    OF BAQBASE-RBK05Q01
                 MOVE WS-CD-DEPT-CONTACT
                    TO contact OF BAQBASE-RBK05Q01
                 PERFORM VARYING WS-INDEX FROM 40 BY -1
                    UNTIL WS-INDEX = 0
                       OR WS-CD-DEPT-CONTACT (WS-INDEX:1)
                          NOT EQUAL SPACE
                 END-PERFORM
                 MOVE WS-INDEX TO contact-length OF BAQBASE-RBK05Q01
              WHEN OTHER
      * A Field name that is none of the above is not rejected any
      * more - it is taken as the name of one of the OAS document's
      * targets already holds the value being set - a get-before-
      * write safeguard against resending an update a concurrent
      * online PRBK/MRBK transaction has already made. Only covers
      * the single STATUS/FORMNUM/URL fields this request can target,
      * and the DEPT department image; an additionalProperties patch
      * above is sent unconditionally.
           IF FUNCTION TRIM(WS-CD-FIELD) EQUAL 'STATUS' OR
              FUNCTION TRIM(WS-CD-FIELD) EQUAL 'FORMNUM' OR
              FUNCTION TRIM(WS-CD-FIELD) EQUAL 'URL' OR
              FUNCTION TRIM(WS-CD-FIELD) EQUAL 'DEPT' THEN
              PERFORM CDC-GET-CURRENT-VALUE
           END-IF.

              END-IF
           END-IF.

      * A new edition is not published over an earlier one still
      * carrying a HIGH-severity erratum OPEN in RBKERRA.
           IF FUNCTION TRIM(WS-CD-FIELD) EQUAL 'STATUS' AND
              WS-CD-VALUE (1:9) EQUAL 'PUBLISHED' THEN
              MOVE WS-CD-TITLE TO WS-ERRG-TITLE
              PERFORM X-CHECK-ERRATA-GATE
              IF WS-ERRG-BLOCKED THEN
                 MOVE WS-ERRG-HIGH-CNT TO WS-ERRG-HIGH-ED
                 STRING OPERATION
                    ' PUBLISHED REFUSED - ' WS-ERRG-HIGH-ED
                    ' HIGH ERRATA OPEN ON EARLIER EDITION '
                    WS-ERRG-BLOCK-FORM
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-DISPLAY-MSG
                 MOVE FAILED TO WS-RC
                 GO TO CDB-999
              END-IF
              IF WS-ERRG-UNCHECKED THEN
                 STRING OPERATION
                    ' PUBLISHED REFUSED - ERRATA REGISTER UNREADABLE'
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-DISPLAY-MSG
                 MOVE FAILED TO WS-RC
                 GO TO CDB-999
              END-IF
           END-IF.

           SET BAQ-REQ-BASE-ADDRESS TO ADDRESS OF BAQBASE-RBK05Q01.
           MOVE LENGTH OF BAQBASE-RBK05Q01 TO BAQ-REQ-BASE-LENGTH.

           PERFORM X-VERIFY-BULK-FEED.
           IF WS-RC = FAILED THEN GO TO CI-999 END-IF.

      * A staged run with no batch waiting has nothing to do.
           IF WS-STG-SOURCE AND WS-STG-NO-BATCH = 1 THEN
              GO TO CI-999
           END-IF.

      * With a batch window configured, check before the first
      * BAQEXEC whether tonight's feed will fit it - splitting the
      * feed at 18:00 beats discovering the overrun at 02:00.
      * record; a run without the DD just skips it.
           PERFORM X-OPEN-DISPOSITION-FILE.

           IF WS-STG-SOURCE THEN
              PERFORM X-OPEN-STAGED-FEED
           ELSE
              OPEN INPUT RBKPRIN-FILE
              MOVE 'RBKPRIN' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-OPEN
              READ RBKPRIN-FILE
                  AT END
                     MOVE 'Y' TO WS-BLKP-EOF-SW
              END-READ
           END-IF.

           PERFORM CIA-PATCH-ONE-FROM-BULK UNTIL WS-BLKP-EOF.

           IF WS-STG-SOURCE THEN
              PERFORM X-CLOSE-STAGED-FEED
           ELSE
              CLOSE RBKPRIN-FILE
              MOVE 'RBKPRIN' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
           END-IF.
           PERFORM X-CLOSE-DISPOSITION-FILE.

           IF WS-CUTOFF-REACHED THEN
      * Only now, with every gate passed and the whole file worked,
      * is the feed registered as processed - a cutoff stop leaves
      * it unregistered so the checkpoint requeue reruns without
      * FORCEFEED (as does a staged run stopped by a DB2 failure),
      * and stream 1 owns the registry in a partitioned run, the
      * same as its check.
           IF NOT WS-DRYRUN-ON AND NOT WS-CUTOFF-REACHED AND
              NOT WS-STG-BROKEN AND
              NOT (WS-NPART > 1 AND WS-PART > 1) THEN
              PERFORM X-REGISTER-FEED
           END-IF.
              GO TO CIA-020
           END-IF.

      * A staged row is fetched only while it is still PENDING, so
      * a staged restart needs no skipping.
           IF WS-RESTARTED = 1 AND NOT WS-STG-SOURCE AND
              WS-BLKP-REC-NUM NOT > WS-CHKP-SEQ THEN
              GO TO CIA-020
           END-IF.

           END-IF.

      * Partitioned-run slot check, same as CHA-010.
           IF WS-NPART > 1 AND NOT WS-STG-SOURCE THEN
              COMPUTE WS-PART-SLOT =
                 FUNCTION MOD(WS-BLKP-REC-NUM - 1, WS-NPART) + 1
              IF WS-PART-SLOT NOT = WS-PART THEN

           ADD 1 TO WS-BLKP-ATTEMPTED-CNT.

           MOVE SPACES TO WS-EDIT-FAILED-RULE.
           PERFORM CDB-BUILD-AND-SEND-ONE-PATCH.

           MOVE WS-BLKP-REC-NUM TO WS-DISP-SEQ.
           MOVE BAQHPRIN-TITLE TO WS-DISP-TITLE.

      * A record an edit rule refused never went to the API, so it
      * is REJECTED rather than FAILED.
           IF WS-RC = OK
              AND BAQ-RESP-STATUS-CODE IS >= 200 AND IS < 300 THEN
              ADD 1 TO WS-BLKP-SUCCESS-CNT
              MOVE 'PATCHED' TO WS-DISP-OUTCOME
           ELSE
              ADD 1 TO WS-BLKP-FAILED-CNT
              IF WS-EDIT-FAILED-RULE NOT = SPACES THEN
                 MOVE 'REJECTED' TO WS-DISP-OUTCOME
              ELSE
                 MOVE 'FAILED' TO WS-DISP-OUTCOME
              END-IF
           END-IF.

           IF WS-DRYRUN-ON THEN
           END-IF.

       CIA-020.
           IF WS-STG-SOURCE THEN
              PERFORM X-FETCH-STAGED-ROW
           ELSE
              READ RBKPRIN-FILE
                  AT END
                     MOVE 'Y' TO WS-BLKP-EOF-SW
              END-READ
           END-IF.

       CIA-999.
           EXIT.
              GO TO CE-999
           END-IF.

      * Reservation check, the same as CDB-010 does for a patch; the
      * refused merge is queued for replay by CE-035.
           MOVE WS-CD-TITLE TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE FAILED TO WS-RC
              GO TO CE-035
           END-IF.

      * Site edit rules run against the field being merged before
      * the request is built, the same as CDB-010 does for a patch.
           MOVE WS-CD-FIELD TO WS-EDIT-FIELD.
                          NOT EQUAL SPACE
                 END-PERFORM
                 MOVE WS-INDEX TO url-length OF BAQBASE-RBK03Q01
              WHEN 'SIZEMB'
      * A sizeMB correction - e.g. from the web content inventory
      * reconciliation - arrives as the edited ZZ9.99 text the
      * change history and read-back verification use.
                 MOVE 'U' TO sizeMB-patch-operation OF BAQBASE-RBK03Q01
                 COMPUTE sizeMB OF BAQBASE-RBK03Q01 =
                    FUNCTION NUMVAL(WS-CD-VALUE)
              WHEN 'PUBDATE'
      * The publication date is a named field of the merge request
      * (its generated patch-operation name is truncated to
              END-IF
           END-IF.

      * A new edition is not published over an earlier one still
      * carrying a HIGH-severity erratum OPEN in RBKERRA.
           IF FUNCTION TRIM(WS-CD-FIELD) EQUAL 'STATUS' AND
              WS-CD-VALUE (1:9) EQUAL 'PUBLISHED' THEN
              MOVE WS-CD-TITLE TO WS-ERRG-TITLE
              PERFORM X-CHECK-ERRATA-GATE
              IF WS-ERRG-BLOCKED THEN
                 MOVE WS-ERRG-HIGH-CNT TO WS-ERRG-HIGH-ED
                 STRING OPERATION
                    ' PUBLISHED REFUSED - ' WS-ERRG-HIGH-ED
                    ' HIGH ERRATA OPEN ON EARLIER EDITION '
                    WS-ERRG-BLOCK-FORM
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-DISPLAY-MSG
                 MOVE FAILED TO WS-RC
                 GO TO CE-999
              END-IF
              IF WS-ERRG-UNCHECKED THEN
                 STRING OPERATION
                    ' PUBLISHED REFUSED - ERRATA REGISTER UNREADABLE'
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-DISPLAY-MSG
                 MOVE FAILED TO WS-RC
                 GO TO CE-999
              END-IF
           END-IF.

           SET BAQ-REQ-BASE-ADDRESS TO ADDRESS OF BAQBASE-RBK03Q01.
           MOVE LENGTH OF BAQBASE-RBK03Q01 TO BAQ-REQ-BASE-LENGTH.

           PERFORM X-VERIFY-BULK-FEED.
           IF WS-RC = FAILED THEN GO TO CJ-999 END-IF.

      * A staged run with no batch waiting has nothing to do.
           IF WS-STG-SOURCE AND WS-STG-NO-BATCH = 1 THEN
              GO TO CJ-999
           END-IF.

      * With a batch window configured, check before the first
      * BAQEXEC whether tonight's feed will fit it - splitting the
      * feed at 18:00 beats discovering the overrun at 02:00.
      * record; a run without the DD just skips it.
           PERFORM X-OPEN-DISPOSITION-FILE.

           IF WS-STG-SOURCE THEN
              PERFORM X-OPEN-STAGED-FEED
           ELSE
              OPEN INPUT RBKNRIN-FILE
              MOVE 'RBKNRIN' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-OPEN
              READ RBKNRIN-FILE
                  AT END
                     MOVE 'Y' TO WS-NMRG-EOF-SW
              END-READ
           END-IF.

           PERFORM CJA-MERGE-ONE-FROM-FEED UNTIL WS-NMRG-EOF.

           IF WS-STG-SOURCE THEN
              PERFORM X-CLOSE-STAGED-FEED
           ELSE
              CLOSE RBKNRIN-FILE
              MOVE 'RBKNRIN' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
           END-IF.
           PERFORM X-CLOSE-DISPOSITION-FILE.

           IF WS-CUTOFF-REACHED THEN
      * Only now, with every gate passed and the whole file worked,
      * is the feed registered as processed - a cutoff stop leaves
      * it unregistered so the checkpoint requeue reruns without
      * FORCEFEED (as does a staged run stopped by a DB2 failure),
      * and stream 1 owns the registry in a partitioned run, the
      * same as its check.
           IF NOT WS-DRYRUN-ON AND NOT WS-CUTOFF-REACHED AND
              NOT WS-STG-BROKEN AND
              NOT (WS-NPART > 1 AND WS-PART > 1) THEN
              PERFORM X-REGISTER-FEED
           END-IF.
              GO TO CJA-040
           END-IF.

      * A staged row is fetched only while it is still PENDING, so
      * a staged restart needs no skipping.
           IF WS-RESTARTED = 1 AND NOT WS-STG-SOURCE AND
              WS-NMRG-REC-NUM NOT > WS-CHKP-SEQ THEN
              GO TO CJA-040
           END-IF.

              GO TO CJA-040
           END-IF.

      * Reservation check, the same as CDB-010 does for a patch. A
      * checked-out title's refresh is tallied failed with a
      * REJECTED disposition and queued on RBKEXCP.
           MOVE BAQHNRIN-TITLE TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE OPERATION TO WS-RSRV-EXC-OPER
              PERFORM X-QUEUE-RESERVATION-REFUSAL
              ADD 1 TO WS-NMRG-FAILED-CNT
              MOVE WS-NMRG-REC-NUM TO WS-DISP-SEQ
              MOVE BAQHNRIN-TITLE TO WS-DISP-TITLE
              MOVE 'REJECTED' TO WS-DISP-OUTCOME
              PERFORM X-WRITE-DISPOSITION-REC
              GO TO CJA-040
           END-IF.

      * Site edit rules run against whichever refresh values this
      * record actually carries (zero/blank means "leave unchanged"
      * for NMRG, so those are not edited). A refused record is
           END-IF.

       CJA-040.
           IF WS-STG-SOURCE THEN
              PERFORM X-FETCH-STAGED-ROW
           ELSE
              READ RBKNRIN-FILE
                  AT END
                     MOVE 'Y' TO WS-NMRG-EOF-SW
              END-READ
           END-IF.

           EXIT.

      * Operation VLDT - edits the entire RBKCRIN and RBKPRIN feeds
      * before any API call is ever made: field-level edits on each
      * record, duplicate detection within the feed, and cross-checks
      * against the local RBKCAT keyed catalog (a create for a title
      * that already exists, a patch for one that does not), all by
      * keyed access so no feed or catalog is too big to check. The
      * records read from each feed are counted. Clean records
      * go to RBKCAOK/RBKPAOK re-framed with fresh control records,
      * so the accepted files feed BLKC/BLKP unchanged; rejects go to
      * RBKCREJ/RBKPREJ with a reason code per record. No BAQEXEC is
           MOVE 'CK-VALIDATE-FEEDS' TO WS-TRACE-PARA.
           PERFORM X-TRACE-ENTRY.

      * The catalog cross-checks are keyed reads against RBKCAT. The
      * JCL points the DD at the catalog CATL built from the latest
      * GARB pull.
           OPEN INPUT RBKCAT-FILE.
           IF WS-KCAT-FILE-STATUS NOT = '00' THEN
              DISPLAY OPERATION ' RBKCAT open failed, file status '
                 WS-KCAT-FILE-STATUS ' - feeds not validated.'
              MOVE FAILED TO WS-RC
              GO TO CK-999
           END-IF.

      * Validate the create feed.
           PERFORM CKA-OPEN-SEEN-KEYS.
           IF WS-RC = FAILED THEN
              CLOSE RBKCAT-FILE
              GO TO CK-999
           END-IF.

           OPEN INPUT RBKCRIN-FILE.
           OPEN OUTPUT RBKCAOK-FILE.
           OPEN OUTPUT RBKCREJ-FILE.
           CLOSE RBKCRIN-FILE.
           CLOSE RBKCAOK-FILE.
           CLOSE RBKCREJ-FILE.
           CLOSE RBKVSEN-FILE.

      * Validate the patch feed, against its own set of seen keys.
           PERFORM CKA-OPEN-SEEN-KEYS.
           IF WS-RC = FAILED THEN
              CLOSE RBKCAT-FILE
              GO TO CK-999
           END-IF.

           OPEN INPUT RBKPRIN-FILE.
           OPEN OUTPUT RBKPAOK-FILE.
           OPEN OUTPUT RBKPREJ-FILE.
           CLOSE RBKPRIN-FILE.
           CLOSE RBKPAOK-FILE.
           CLOSE RBKPREJ-FILE.
           CLOSE RBKVSEN-FILE.

           CLOSE RBKCAT-FILE.

           PERFORM CKD-WRITE-VLDT-SUMMARY.

           EXIT.

      *----------------------------------------------------------------*
      * CKA-OPEN-SEEN-KEYS
      *
      * Opens the RBKVSEN seen-keys work KSDS empty for the next
      * feed. A cluster that will not open fails the run, since the
      * duplicate check cannot be made without it.
      *----------------------------------------------------------------*
       CKA-OPEN-SEEN-KEYS SECTION.
       CKA-010.
           OPEN OUTPUT RBKVSEN-FILE.

           IF WS-VSEN-FILE-STATUS NOT = '00' THEN
              DISPLAY OPERATION ' RBKVSEN open failed, file status '
                 WS-VSEN-FILE-STATUS ' - feeds not validated.'
              MOVE FAILED TO WS-RC
           END-IF.

       CKA-999.
           EXIT.

      *----------------------------------------------------------------*
              GO TO CKB-030
           END-IF.

           ADD 1 TO WS-VLDT-CRIN-READ-CNT.
           MOVE SPACES TO WS-VLDT-REASON.

           IF BAQHCRIN-TITLE = SPACES THEN
              GO TO CKC-030
           END-IF.

           ADD 1 TO WS-VLDT-PRIN-READ-CNT.
           MOVE SPACES TO WS-VLDT-REASON.

           IF BAQHPRIN-TITLE = SPACES THEN

      * Patch for a title the catalog does not carry. A FORMNUM=
      * title is resolved at run time against the cross-reference,
      * so it is not checked against the catalog here.
           IF BAQHPRIN-TITLE (1:8) NOT = 'FORMNUM=' THEN
              MOVE BAQHPRIN-TITLE TO WS-VLDT-LOOKUP-TITLE
              PERFORM CKI-CHECK-EXTRACT-TITLE
      *----------------------------------------------------------------*
      * CKD-WRITE-VLDT-SUMMARY
      *
      * Read/accepted/rejected counts per feed on RBKRPT - read is
      * always accepted plus rejected.
      *----------------------------------------------------------------*
       CKD-WRITE-VLDT-SUMMARY SECTION.
       CKD-010.
           MOVE 'VLDT FEED VALIDATION SUMMARY' TO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           MOVE WS-VLDT-CRIN-READ-CNT TO WS-VLDT-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RBKCRIN RECORDS READ:     ' WS-VLDT-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           MOVE WS-VLDT-CRIN-ACC-CNT TO WS-VLDT-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RBKCRIN RECORDS ACCEPTED: ' WS-VLDT-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           MOVE WS-VLDT-PRIN-READ-CNT TO WS-VLDT-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RBKPRIN RECORDS READ:     ' WS-VLDT-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           MOVE WS-VLDT-PRIN-ACC-CNT TO WS-VLDT-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RBKPRIN RECORDS ACCEPTED: ' WS-VLDT-CNT-ED
      *----------------------------------------------------------------*
      * CKH-CHECK-SEEN-KEY
      *
      * Adds WS-VLDT-THIS-KEY to the RBKVSEN seen-keys KSDS. A key it
      * already holds is refused as a duplicate, and WS-VLDT-SEEN-
      * FOUND comes back 1.
      *----------------------------------------------------------------*
       CKH-CHECK-SEEN-KEY SECTION.
       CKH-010.
           MOVE 0 TO WS-VLDT-SEEN-FOUND.

           MOVE WS-VLDT-THIS-KEY TO RBKVSEN-KEY.
           WRITE RBKVSEN-RECORD.

           IF WS-VSEN-FILE-STATUS = '22' THEN
              MOVE 1 TO WS-VLDT-SEEN-FOUND
           ELSE
              IF WS-VSEN-FILE-STATUS NOT = '00' THEN
                 DISPLAY OPERATION ' RBKVSEN write failed, file'
                    ' status ' WS-VSEN-FILE-STATUS ' title '
                    WS-VLDT-THIS-KEY (1:40)
              END-IF
           END-IF.

       CKH-999.
           EXIT.

      *----------------------------------------------------------------*
      * CKI-CHECK-EXTRACT-TITLE
      *
      * Looks WS-VLDT-LOOKUP-TITLE up in RBKCAT by key.
      * WS-VLDT-EXTR-FOUND comes back 1 when the catalog carries it.
      *----------------------------------------------------------------*
       CKI-CHECK-EXTRACT-TITLE SECTION.
       CKI-010.
           MOVE 0 TO WS-VLDT-EXTR-FOUND.

           MOVE WS-VLDT-LOOKUP-TITLE TO BAQHKCAT-TITLE.
           READ RBKCAT-FILE.

           IF WS-KCAT-FILE-STATUS = '00' THEN
              MOVE 1 TO WS-VLDT-EXTR-FOUND
           END-IF.

       CKI-999.
           EXIT.

      *----------------------------------------------------------------*
      * Operation SYNC - takes a complete desired-state catalog file
      * in the BAQHCRIN layout on RBKDSIN, pulls the current catalog
      * (the same CA-GET-ALL-REDBOOKS pass GARB runs, leaving a
      * fresh RBKEXTR), sorts both into title sequence, computes the
      * difference in one match-merge sweep and drives the existing
      * call paths to close it: CCB creates what is missing, CDB
      * patches STATUS/FORMNUM/URL values that differ, and - only
      * behind the explicit APPLYDEL keyword on APARM - CG deletes
      * what the desired state no longer carries. DOCTYPE/SIZEMB
      * differences are reported for the nightly NMRG feed rather
      * than patched here, since those two fields are that feed's
      * established responsibility. Pass one writes the intended-
      * actions summary to RBKRPT before anything is applied; pass
      * two applies and reports each result. The summary ends with
      * the number of records read from each side.
      *----------------------------------------------------------------*
       CM-SYNC-DESIRED-STATE SECTION.
       CM-010.
           PERFORM CA-GET-ALL-REDBOOKS.
           IF WS-RC = FAILED THEN GO TO CM-999 END-IF.

      * The live catalog onto RBKMRG1 and the desired state onto
      * RBKDSRT, both in title sequence.
           MOVE 1 TO WS-MRG-TARGET.
           PERFORM X-SORT-EXTRACT-BY-TITLE.
           IF WS-RC = FAILED THEN GO TO CM-999 END-IF.
           MOVE WS-MRG-RELEASE-CNT TO WS-SYNC-CAT-READ-CNT.

           PERFORM CMA-SORT-DESIRED-STATE.
           IF WS-RC = FAILED THEN GO TO CM-999 END-IF.

      * Pass one - compute and summarise the intended actions.
           MOVE 'SYNC INTENDED ACTIONS' TO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           PERFORM CMF-MATCH-DESIRED-STATE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'SYNC APPLY RESULTS' TO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

      * Pass two - apply. Both sorted files are re-read and each
      * title's actions re-derived against the untouched compare
      * values, then driven through the existing call paths.
           MOVE 2 TO WS-SYNC-PASS.
           PERFORM CMF-MATCH-DESIRED-STATE.

           PERFORM CME-WRITE-SYNC-SUMMARY.

           EXIT.

      *----------------------------------------------------------------*
      * CMA-SORT-DESIRED-STATE
      *
      * Sorts the RBKDSIN desired state into title sequence onto
      * RBKDSRT, however many records it holds, and keeps the number
      * read for the summary.
      *----------------------------------------------------------------*
       CMA-SORT-DESIRED-STATE SECTION.
       CMA-010.
           MOVE 0 TO WS-MRG-RELEASE-CNT.
           MOVE 0 TO WS-MRG-RETURN-CNT.
           MOVE 3 TO WS-MRG-TARGET.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS CMAA-RELEASE-DESIRED-STATE
              OUTPUT PROCEDURE IS XY-WRITE-SORTED-TITLES.

           PERFORM XQ-CHECK-SORT-COUNTS.

           MOVE WS-MRG-RELEASE-CNT TO WS-SYNC-DES-READ-CNT.

       CMA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CMAA-RELEASE-DESIRED-STATE
      *
      * SORT input procedure - reads RBKDSIN and releases one sort
      * record per desired-state record.
      *----------------------------------------------------------------*
       CMAA-RELEASE-DESIRED-STATE SECTION.
       CMAA-010.
           MOVE 'N' TO WS-MRG-IN-EOF-SW.

           OPEN INPUT RBKDSIN-FILE.

           READ RBKDSIN-FILE
               AT END
                  MOVE 'Y' TO WS-MRG-IN-EOF-SW
           END-READ.

           PERFORM CMAAA-RELEASE-ONE-DESIRED-REC UNTIL WS-MRG-IN-EOF.

           CLOSE RBKDSIN-FILE.

       CMAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CMAAA-RELEASE-ONE-DESIRED-REC
      *----------------------------------------------------------------*
       CMAAA-RELEASE-ONE-DESIRED-REC SECTION.
       CMAAA-010.
           ADD 1 TO WS-MRG-RELEASE-CNT.
           MOVE SPACES TO SORT-RECORD.
           MOVE RBKDSIN-RECORD TO SORT-RECORD.
           RELEASE SORT-RECORD.

           READ RBKDSIN-FILE
               AT END
                  MOVE 'Y' TO WS-MRG-IN-EOF-SW
           END-READ.

       CMAAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CMB-MATCH-ONE-TITLE
      *
      * One step of the match-merge of the desired state against the
      * live catalog. A desired title the catalog has not reached is
      * missing from it; a catalog title the desired state has
      * passed unmatched has departed from it; the same title on
      * both sides is checked field by field. Only the desired side
      * advances on a match, so the catalog record stays in hand -
      * marked matched - for a repeated desired title. The compare
      * values are never changed, so both passes derive the same
      * actions.
      *----------------------------------------------------------------*
       CMB-MATCH-ONE-TITLE SECTION.
       CMB-010.
           IF WS-SYNC-DES-KEY < WS-SYNC-CAT-KEY THEN
              PERFORM CMBB-HANDLE-MISSING-BOOK
              PERFORM CMH-READ-NEXT-DESIRED
              GO TO CMB-999
           END-IF.

           IF WS-SYNC-DES-KEY > WS-SYNC-CAT-KEY THEN
              IF WS-SYNC-CAT-MATCHED = 0 THEN
                 IF WS-SYNC-PASS = 1 THEN
                    PERFORM CMC-SUMMARISE-ONE-DEPARTED
                 ELSE
                    PERFORM CMD-APPLY-ONE-DELETE
                 END-IF
              END-IF
              PERFORM CMG-READ-NEXT-CATALOG
              GO TO CMB-999
           END-IF.

           MOVE 1 TO WS-SYNC-CAT-MATCHED.
           PERFORM CMBC-HANDLE-FIELD-DIFFS.
           PERFORM CMH-READ-NEXT-DESIRED.

       CMB-999.
           EXIT.

      *----------------------------------------------------------------*
           IF WS-SYNC-PASS = 1 THEN
              ADD 1 TO WS-SYNC-CREATE-CNT
              MOVE SPACES TO WS-RPT-LINE
              STRING 'WILL CREATE ' RBKDSRT-TITLE (1:70)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRPT-RECORD FROM WS-RPT-LINE
              GO TO CMBB-999
           END-IF.

           MOVE RBKDSRT-RECORD TO BAQHCRIN-RECORD.
           PERFORM CCB-BUILD-AND-SEND-ONE-BOOK.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-RC = OK
              AND BAQ-RESP-STATUS-CODE IS >= 200 AND IS < 300 THEN
              STRING 'CREATED OK  ' RBKDSRT-TITLE (1:70)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'CREATE FAIL ' RBKDSRT-TITLE (1:70)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
      *----------------------------------------------------------------*
       CMBC-HANDLE-FIELD-DIFFS SECTION.
       CMBC-010.
           IF RBKDSRT-STATUS NOT = RBKMRG1-STATUS THEN
              MOVE 'STATUS' TO WS-CD-FIELD
              MOVE SPACES TO WS-CD-VALUE
              MOVE RBKDSRT-STATUS TO WS-CD-VALUE (1:9)
              PERFORM CMBD-ACTION-ONE-PATCH
           END-IF.

           IF RBKDSRT-FORM-NUMBER NOT = RBKMRG1-FORM-NUMBER THEN
              MOVE 'FORMNUM' TO WS-CD-FIELD
              MOVE SPACES TO WS-CD-VALUE
              MOVE RBKDSRT-FORM-NUMBER TO WS-CD-VALUE (1:12)
              PERFORM CMBD-ACTION-ONE-PATCH
           END-IF.

      * The desired-state record holds only the first 60 bytes of a
      * url, so agreement over those is agreement - patching a
      * longer live url from it would cut the url short.
           IF RBKDSRT-URL NOT = RBKMRG1-URL (1:60) THEN
              MOVE 'URL' TO WS-CD-FIELD
              MOVE SPACES TO WS-CD-VALUE
              MOVE RBKDSRT-URL TO WS-CD-VALUE (1:60)
              PERFORM CMBD-ACTION-ONE-PATCH
           END-IF.

              ADD 1 TO WS-SYNC-PATCH-CNT
              MOVE SPACES TO WS-RPT-LINE
              STRING 'WILL PATCH  ' WS-CD-FIELD ' ON '
                 RBKDSRT-TITLE (1:55)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRPT-RECORD FROM WS-RPT-LINE
              GO TO CMBD-999
           END-IF.

           MOVE RBKDSRT-TITLE TO BAQHPRIN-TITLE.
           MOVE WS-CD-FIELD TO BAQHPRIN-FIELD.
           MOVE WS-CD-VALUE TO BAQHPRIN-VALUE.
           PERFORM CDB-BUILD-AND-SEND-ONE-PATCH.
           IF WS-RC = OK
              AND BAQ-RESP-STATUS-CODE IS >= 200 AND IS < 300 THEN
              STRING 'PATCHED OK  ' BAQHPRIN-FIELD ' ON '
                 RBKDSRT-TITLE (1:55)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'PATCH FAIL  ' BAQHPRIN-FIELD ' ON '
                 RBKDSRT-TITLE (1:55)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
      *----------------------------------------------------------------*
       CMC-SUMMARISE-ONE-DEPARTED SECTION.
       CMC-010.
           ADD 1 TO WS-SYNC-DELETE-CNT.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SYNC-APPLYDEL-ON THEN
              STRING 'WILL DELETE ' RBKMRG1-TITLE (1:70)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'NOT IN DESIRED STATE (no APPLYDEL, kept) '
                 RBKMRG1-TITLE (1:50)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

       CMC-999.
           EXIT.
      *----------------------------------------------------------------*
       CMD-APPLY-ONE-DELETE SECTION.
       CMD-010.
           IF NOT WS-SYNC-APPLYDEL-ON THEN
              GO TO CMD-999
           END-IF.

           IF WS-DRYRUN-ON THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'DRY RUN - would delete '
                 RBKMRG1-TITLE (1:70)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRPT-RECORD FROM WS-RPT-LINE
              GO TO CMD-999
           END-IF.

           MOVE RBKMRG1-TITLE TO WS-CG-TITLE-OVERRIDE.
           PERFORM CG-DELETE-REDBOOK.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-RC = OK THEN
              STRING 'DELETED OK  ' RBKMRG1-TITLE (1:70)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'DELETE FAIL ' RBKMRG1-TITLE (1:70)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           MOVE WS-SYNC-DES-READ-CNT TO WS-SYNC-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SYNC DESIRED RECORDS READ: ' WS-SYNC-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           MOVE WS-SYNC-CAT-READ-CNT TO WS-SYNC-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SYNC CATALOG BOOKS READ:   ' WS-SYNC-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

       CME-999.
           EXIT.

      *----------------------------------------------------------------*
      * CMF-MATCH-DESIRED-STATE
      *
      * One full match-merge sweep of the sorted desired state
      * (RBKDSRT) against the sorted live catalog (RBKMRG1), for the
      * pass WS-SYNC-PASS names.
      *----------------------------------------------------------------*
       CMF-MATCH-DESIRED-STATE SECTION.
       CMF-010.
           OPEN INPUT RBKMRG1-FILE.
           OPEN INPUT RBKDSRT-FILE.

           PERFORM CMG-READ-NEXT-CATALOG.
           PERFORM CMH-READ-NEXT-DESIRED.

           PERFORM CMB-MATCH-ONE-TITLE
              UNTIL WS-SYNC-CAT-KEY = HIGH-VALUES
                AND WS-SYNC-DES-KEY = HIGH-VALUES.

           CLOSE RBKMRG1-FILE.
           CLOSE RBKDSRT-FILE.

       CMF-999.
           EXIT.

      *----------------------------------------------------------------*
      * CMG-READ-NEXT-CATALOG
      *
      * Next title-sequenced live catalog record, unmatched until
      * CMB-MATCH-ONE-TITLE finds its title in the desired state; at
      * end the key goes to HIGH-VALUES so the desired state drains
      * past it.
      *----------------------------------------------------------------*
       CMG-READ-NEXT-CATALOG SECTION.
       CMG-010.
           MOVE 0 TO WS-SYNC-CAT-MATCHED.

           READ RBKMRG1-FILE
               AT END
                  MOVE HIGH-VALUES TO WS-SYNC-CAT-KEY
               NOT AT END
                  MOVE RBKMRG1-TITLE TO WS-SYNC-CAT-KEY
           END-READ.

       CMG-999.
           EXIT.

      *----------------------------------------------------------------*
      * CMH-READ-NEXT-DESIRED
      *----------------------------------------------------------------*
       CMH-READ-NEXT-DESIRED SECTION.
       CMH-010.
           READ RBKDSRT-FILE
               AT END
                  MOVE HIGH-VALUES TO WS-SYNC-DES-KEY
               NOT AT END
                  MOVE RBKDSRT-TITLE TO WS-SYNC-DES-KEY
           END-READ.

       CMH-999.
           EXIT.

      *----------------------------------------------------------------*
      * CN-ARCHIVE-PURGE
      *
      * RBKARCH archive in the bulk-create shape (so it can be
      * resurrected through BLKC), and only then deletes it via the
      * same CG path DRBK uses - capped at MAXDEL= books per run
      * (default 10). A book the supersession registry shows as the
      * current edition of a lineage is kept whatever its age.
      * Every purge, and every skip, is reported on RBKRPT. DRYRUN
      * archives nothing and deletes nothing.
      *----------------------------------------------------------------*
       CN-ARCHIVE-PURGE SECTION.
       CN-010.
      * Date each title's move to ARCHIVED from the change history.
           PERFORM CNA-LOAD-ARCHIVED-DATES.

      * Status 35 is a registry never allocated at this site.
           MOVE 'N' TO WS-ARCH-SUPS-SW.
           OPEN INPUT RBKSUPS-FILE.
           EVALUATE WS-ARCH-SUPS-STATUS
              WHEN '00'
                 MOVE 'Y' TO WS-ARCH-SUPS-SW
                 MOVE 'RBKSUPS' TO WS-AB-DD-LIST
                 PERFORM X-AB-NOTE-DDS-OPEN
              WHEN '35'
                 DISPLAY OPERATION ' RBKSUPS not allocated,'
                    ' no edition chains to consult this run.'
              WHEN OTHER
                 MOVE 'U' TO WS-ARCH-SUPS-SW
                 DISPLAY OPERATION ' WARNING - RBKSUPS unreadable,'
                    ' status ' WS-ARCH-SUPS-STATUS
                    ', every candidate is kept this run.'
           END-EVALUATE.

           OPEN EXTEND RBKRPT-FILE.
           MOVE 'RBKRPT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ARCHIVE-AND-PURGE RUN, CUTOFF ' WS-ARCH-CUTOFF-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.

           OPEN EXTEND RBKARCH-FILE.
           OPEN INPUT RBKEXTR-FILE.
           MOVE 'RBKARCH RBKEXTR' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.

           READ RBKEXTR-FILE
               AT END

           CLOSE RBKEXTR-FILE.
           CLOSE RBKARCH-FILE.
           MOVE 'RBKARCH RBKEXTR' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.
           IF WS-ARCH-SUPS-OPEN THEN
              CLOSE RBKSUPS-FILE
              MOVE 'RBKSUPS' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
           END-IF.

           MOVE WS-ARCH-PURGED-CNT TO WS-ARCH-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           CLOSE RBKRPT-FILE.
           MOVE 'RBKRPT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

           MOVE OK TO WS-RC.

      *----------------------------------------------------------------*
       CNB-CONSIDER-ONE-BOOK SECTION.
       CNB-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

           IF BAQHEXTR-STATUS NOT = 'ARCHIVED' THEN
              GO TO CNB-020
           END-IF.
              GO TO CNB-020
           END-IF.

           IF WS-ARCH-SUPS-UNREADABLE THEN
              ADD 1 TO WS-ARCH-SKIPPED-CNT
              GO TO CNB-020
           END-IF.

           IF WS-ARCH-SUPS-OPEN THEN
              PERFORM CNC-CHECK-CHAIN-HEAD
              IF WS-ARCH-CHAIN-HEAD THEN
                 MOVE SPACES TO WS-RPT-LINE
                 STRING 'KEPT - CURRENT EDITION OF A CHAIN '
                    BAQHEXTR-TITLE (1:60)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 WRITE RBKRPT-RECORD FROM WS-RPT-LINE
                 ADD 1 TO WS-ARCH-SKIPPED-CNT
                 GO TO CNB-020
              END-IF
           END-IF.

           IF WS-DRYRUN-ON THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'DRY RUN - would archive and purge '
           END-IF.

      * Archive first - the safety net goes down before the book.
           MOVE BAQHEXTR-RECORD TO WS-XCRE-EXTR.
           PERFORM X-EXTRACT-TO-CREATE-IMAGE.
           MOVE SPACES TO WS-ARCH-OUT-REC.
           MOVE WS-XCRE-IMAGE TO WS-ARCH-OUT-EXTR.
           WRITE RBKARCH-RECORD FROM WS-ARCH-OUT-REC.

      * The image in hand is also staged for CG's before-image, so
      * the delete's recovery record carries the whole book without
      * CG having to rescan the (currently open) extract.
           MOVE WS-XCRE-IMAGE TO WS-BIMG-BOOK-IMAGE.
           MOVE BAQHEXTR-TITLE TO WS-CG-TITLE-OVERRIDE.
           PERFORM CG-DELETE-REDBOOK.

           EXIT.

      *----------------------------------------------------------------*
      * CNC-CHECK-CHAIN-HEAD
      *
      * The book in BAQHEXTR-TITLE heads a chain when the registry
      * names it as some older book's successor and has no newer
      * edition recorded for it - it is the lineage's current
      * edition, the one readers of every older edition are sent
      * to.
      *----------------------------------------------------------------*
       CNC-CHECK-CHAIN-HEAD SECTION.
       CNC-010.
           MOVE 'N' TO WS-ARCH-CHAIN-HEAD-SW.

           MOVE BAQHEXTR-TITLE TO BAQHSUPS-NEW-TITLE.
           READ RBKSUPS-FILE KEY IS BAQHSUPS-NEW-TITLE.
           IF WS-ARCH-SUPS-STATUS NOT = '00' AND
              WS-ARCH-SUPS-STATUS NOT = '02' THEN
              GO TO CNC-999
           END-IF.

           MOVE BAQHEXTR-TITLE TO BAQHSUPS-OLD-TITLE.
           READ RBKSUPS-FILE.
           IF WS-ARCH-SUPS-STATUS NOT = '00' THEN
              MOVE 'Y' TO WS-ARCH-CHAIN-HEAD-SW
           END-IF.

       CNC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CF-RECONCILE-CATALOG
      *
      * Operation RECN
      *
      * Re-runs CA-GET-ALL-REDBOOKS to refresh RBKEXTR with today's
      * catalog, sorts it and the RBKRECB baseline snapshot (normally
      * a copy of a previous run's RBKEXTR) into title sequence, and
      * match-merges the two by title, so the size of either is
      * bounded only by its dataset. Anything in the fresh extract
      * not found in the baseline is reported NEW, anything found but
      * with a changed status or form number is reported CHANGED, and
      * any baseline entry never matched is reported REMOVED - all in
      * title sequence. Findings, and the number of books read from
      * each side, are written to RBKRECR; this operation makes no
      * API update calls of its own.
      *----------------------------------------------------------------*
       CF-RECONCILE-CATALOG SECTION.
       CF-010.
           MOVE 'CF-RECONCILE-CATALOG' TO WS-TRACE-PARA.
           PERFORM X-TRACE-ENTRY.

           MOVE 0 TO WS-RECN-ADDED-CNT WS-RECN-CHANGED-CNT
                     WS-RECN-REMOVED-CNT.
           IF WS-GENF-ON = 1 THEN
              IF WS-GENF-DIR = 'TOBASE' THEN
                 OPEN OUTPUT RBKGBAS-FILE
                 MOVE 'RBKGBAS' TO WS-AB-DD-LIST
                 PERFORM X-AB-NOTE-DDS-OPEN
              ELSE
                 OPEN OUTPUT RBKGPAT-FILE
                 OPEN OUTPUT RBKGCRE-FILE
                 MOVE 'RBKGPAT RBKGCRE' TO WS-AB-DD-LIST
                 PERFORM X-AB-NOTE-DDS-OPEN
              END-IF
           END-IF.


           IF WS-RC = FAILED THEN GO TO CF-999.

      * Both sides into title sequence - the baseline onto RBKMRG2,
      * the fresh extract onto RBKMRG1. The extract sort's input pass
      * is also where a refreshed baseline is written to RBKGBAS, in
      * the extract's own order.
           PERFORM CFA-SORT-BASELINE.

           IF WS-RC = FAILED THEN GO TO CF-999.

           MOVE 1 TO WS-MRG-TARGET.
           PERFORM X-SORT-EXTRACT-BY-TITLE.

           IF WS-RC = FAILED THEN GO TO CF-999.

           MOVE WS-MRG-RELEASE-CNT TO WS-RECN-EXTR-READ-CNT.

           OPEN OUTPUT RBKRECR-FILE.
           MOVE 'RBKRECR' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.
           PERFORM CFB-WRITE-RECONCILE-HEADER.

           OPEN INPUT RBKMRG1-FILE.
           OPEN INPUT RBKMRG2-FILE.

           PERFORM CFI-READ-NEXT-EXTRACT.
           PERFORM CFJ-READ-NEXT-BASELINE.

           PERFORM CFC-MATCH-ONE-TITLE
              UNTIL WS-RECN-EXTR-KEY = HIGH-VALUES
                AND WS-RECN-RECB-KEY = HIGH-VALUES.

           CLOSE RBKMRG1-FILE.
           CLOSE RBKMRG2-FILE.

           PERFORM CFE-WRITE-RECONCILE-TRAILER.

                    DELIMITED BY SIZE INTO WS-RECN-LINE
                 WRITE RBKRECR-RECORD FROM WS-RECN-LINE
                 CLOSE RBKGBAS-FILE
                 MOVE 'RBKGBAS' TO WS-AB-DD-LIST
                 PERFORM X-AB-NOTE-DDS-CLOSED
              ELSE
                 MOVE WS-GENF-PAT-CNT TO WS-GENF-CNT-ED
                 MOVE SPACES TO WS-RECN-LINE
                 WRITE RBKRECR-RECORD FROM WS-RECN-LINE
                 CLOSE RBKGPAT-FILE
                 CLOSE RBKGCRE-FILE
                 MOVE 'RBKGPAT RBKGCRE' TO WS-AB-DD-LIST
                 PERFORM X-AB-NOTE-DDS-CLOSED
              END-IF
           END-IF.

           CLOSE RBKRECR-FILE.
           MOVE 'RBKRECR' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

       CF-999.
           MOVE 'CF-RECONCILE-CATALOG' TO WS-TRACE-PARA.
           EXIT.

      *----------------------------------------------------------------*
      * CFA-SORT-BASELINE
      *
      * Sorts the RBKRECB baseline snapshot into title sequence onto
      * RBKMRG2, however many books it holds, and keeps the number of
      * books read for the trailer.
      *----------------------------------------------------------------*
       CFA-SORT-BASELINE SECTION.
       CFA-010.
           MOVE 0 TO WS-MRG-RELEASE-CNT.
           MOVE 0 TO WS-MRG-RETURN-CNT.
           MOVE 2 TO WS-MRG-TARGET.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS CFAA-RELEASE-BASELINE
              OUTPUT PROCEDURE IS XY-WRITE-SORTED-TITLES.

           PERFORM XQ-CHECK-SORT-COUNTS.

           MOVE WS-MRG-RELEASE-CNT TO WS-RECN-RECB-READ-CNT.

       CFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CFAA-RELEASE-BASELINE
      *
      * SORT input procedure - reads the RBKRECB baseline and releases
      * one sort record per book.
      *----------------------------------------------------------------*
       CFAA-RELEASE-BASELINE SECTION.
       CFAA-010.
           MOVE '01' TO WS-RECB-LAYOUT-VER.
           MOVE 'N' TO WS-MRG-IN-EOF-SW.

           OPEN INPUT RBKRECB-FILE.

           READ RBKRECB-FILE
               AT END
                  MOVE 'Y' TO WS-MRG-IN-EOF-SW
           END-READ.

           PERFORM CFAAA-RELEASE-ONE-BASELINE-REC UNTIL WS-MRG-IN-EOF.

           CLOSE RBKRECB-FILE.

       CFAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CFAAA-RELEASE-ONE-BASELINE-REC
      *
      * Releases the RBKRECB record in the buffer - brought up to the
      * current layout first, since the whole record is what a
      * corrective create is later cut from.
      *----------------------------------------------------------------*
       CFAAA-RELEASE-ONE-BASELINE-REC SECTION.
       CFAAA-010.
      * A baseline copied from an older generation is brought up to
      * the current layout before its record is used.
           CALL 'BAQHEXUP' USING RBKRECB-RECORD WS-RECB-LAYOUT-VER.

      * A baseline copied from an extract carries that extract's
      * control records - they are not books.
           IF RBKRECB-TITLE (1:4) = '*HDR' OR
              RBKRECB-TITLE (1:4) = '*TRL' THEN
              GO TO CFAAA-020
           END-IF.

           ADD 1 TO WS-MRG-RELEASE-CNT.
           MOVE RBKRECB-RECORD TO SORT-RECORD.
           RELEASE SORT-RECORD.

       CFAAA-020.
           READ RBKRECB-FILE
               AT END
                  MOVE 'Y' TO WS-MRG-IN-EOF-SW
           END-READ.

       CFAAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CFC-MATCH-ONE-TITLE
      *
      * One step of the match-merge. The lower of the two current
      * titles decides: an extract title the baseline has not reached
      * is a new book; a baseline title the extract has passed is a
      * removed book (unless it was matched); the same title on both
      * sides is compared for a changed status or form number. Only
      * the extract side advances on a match, so the baseline entry
      * stays in hand - and marked matched - for a repeated title.
      *----------------------------------------------------------------*
       CFC-MATCH-ONE-TITLE SECTION.
       CFC-010.
           IF WS-RECN-EXTR-KEY < WS-RECN-RECB-KEY THEN
              ADD 1 TO WS-RECN-ADDED-CNT
              MOVE SPACES TO WS-RECN-LINE
              STRING 'NEW     ' RBKMRG1-TITLE
                 DELIMITED BY SIZE INTO WS-RECN-LINE
              WRITE RBKRECR-RECORD FROM WS-RECN-LINE
              PERFORM CFI-READ-NEXT-EXTRACT
              GO TO CFC-999
           END-IF.

           IF WS-RECN-EXTR-KEY > WS-RECN-RECB-KEY THEN
              PERFORM CFD-REPORT-ONE-REMOVED-BOOK
              PERFORM CFJ-READ-NEXT-BASELINE
              GO TO CFC-999
           END-IF.

           MOVE 1 TO WS-RECN-RECB-MATCHED.

           IF RBKMRG2-STATUS NOT = RBKMRG1-STATUS
              OR RBKMRG2-FORM-NUMBER NOT = RBKMRG1-FORM-NUMBER THEN
              ADD 1 TO WS-RECN-CHANGED-CNT
              MOVE SPACES TO WS-RECN-LINE
              STRING 'CHANGED ' RBKMRG1-TITLE
                 DELIMITED BY SIZE INTO WS-RECN-LINE
              WRITE RBKRECR-RECORD FROM WS-RECN-LINE
              IF WS-GENF-ON = 1 AND
                 WS-GENF-DIR NOT = 'TOBASE' THEN
                 PERFORM CFF-EMIT-CORRECTIVE-PATCHES
              END-IF
           END-IF.

           PERFORM CFI-READ-NEXT-EXTRACT.

       CFC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CFI-READ-NEXT-EXTRACT
      *
      * Next title-sequenced fresh extract record; at end the key
      * goes to HIGH-VALUES so the baseline drains past it.
      *----------------------------------------------------------------*
       CFI-READ-NEXT-EXTRACT SECTION.
       CFI-010.
           READ RBKMRG1-FILE
               AT END
                  MOVE HIGH-VALUES TO WS-RECN-EXTR-KEY
               NOT AT END
                  MOVE RBKMRG1-TITLE TO WS-RECN-EXTR-KEY
           END-READ.

       CFI-999.
           EXIT.

      *----------------------------------------------------------------*
      * CFJ-READ-NEXT-BASELINE
      *
      * Next title-sequenced baseline record, unmatched until
      * CFC-MATCH-ONE-TITLE finds its title in the fresh extract; at
      * end the key goes to HIGH-VALUES.
      *----------------------------------------------------------------*
       CFJ-READ-NEXT-BASELINE SECTION.
       CFJ-010.
           MOVE 0 TO WS-RECN-RECB-MATCHED.

           READ RBKMRG2-FILE
               AT END
                  MOVE HIGH-VALUES TO WS-RECN-RECB-KEY
               NOT AT END
                  MOVE RBKMRG2-TITLE TO WS-RECN-RECB-KEY
           END-READ.

       CFJ-999.
           EXIT.

      *----------------------------------------------------------------*
      * CFD-REPORT-ONE-REMOVED-BOOK
      *
      * Reports the baseline record in hand when the fresh extract
      * has passed its title without matching it, i.e. a book that
      * has dropped out of the catalog since the baseline was taken.
      *----------------------------------------------------------------*
       CFD-REPORT-ONE-REMOVED-BOOK SECTION.
       CFD-010.
           IF WS-RECN-RECB-MATCHED = 0 THEN
              ADD 1 TO WS-RECN-REMOVED-CNT
              MOVE SPACES TO WS-RECN-LINE
              STRING 'REMOVED ' RBKMRG2-TITLE
                 DELIMITED BY SIZE INTO WS-RECN-LINE
              WRITE RBKRECR-RECORD FROM WS-RECN-LINE
      * A book the live catalog has lost becomes a ready-made
      *----------------------------------------------------------------*
       CFF-EMIT-CORRECTIVE-PATCHES SECTION.
       CFF-010.
           IF RBKMRG2-STATUS NOT = RBKMRG1-STATUS THEN
              MOVE SPACES TO WS-GENF-PAT-REC
              MOVE RBKMRG1-TITLE TO WS-GENF-PAT-TITLE
              MOVE 'STATUS' TO WS-GENF-PAT-FIELD
              MOVE RBKMRG2-STATUS TO WS-GENF-PAT-VALUE
              WRITE RBKGPAT-RECORD FROM WS-GENF-PAT-REC
              ADD 1 TO WS-GENF-PAT-CNT
           END-IF.

           IF RBKMRG2-FORM-NUMBER NOT = RBKMRG1-FORM-NUMBER THEN
              MOVE SPACES TO WS-GENF-PAT-REC
              MOVE RBKMRG1-TITLE TO WS-GENF-PAT-TITLE
              MOVE 'FORMNUM' TO WS-GENF-PAT-FIELD
              MOVE RBKMRG2-FORM-NUMBER TO WS-GENF-PAT-VALUE
              WRITE RBKGPAT-RECORD FROM WS-GENF-PAT-REC
              ADD 1 TO WS-GENF-PAT-CNT
           END-IF.
      *----------------------------------------------------------------*
      * CFG-EMIT-CORRECTIVE-CREATE
      *
      * Writes the removed title's full baseline record, already in
      * hand from the merge, as a BAQHCRIN-shaped create record -
      * the whole book, not just the compared fields.
      *----------------------------------------------------------------*
       CFG-EMIT-CORRECTIVE-CREATE SECTION.
       CFG-010.
           MOVE RBKMRG2-RECORD TO WS-XCRE-EXTR.
           PERFORM X-EXTRACT-TO-CREATE-IMAGE.
           MOVE SPACES TO WS-GENF-CRE-REC.
           MOVE WS-XCRE-IMAGE TO WS-GENF-CRE-EXTR.
           WRITE RBKGCRE-RECORD FROM WS-GENF-CRE-REC.
           ADD 1 TO WS-GENF-CRE-CNT.

       CFG-999.
           EXIT.

      *----------------------------------------------------------------*
      * CFB-WRITE-RECONCILE-HEADER
      *
      *----------------------------------------------------------------*
      * CFE-WRITE-RECONCILE-TRAILER
      *
      * Writes the NEW/CHANGED/REMOVED totals, and the books read from
      * each side, at the end of the reconciliation report.
      *----------------------------------------------------------------*
       CFE-WRITE-RECONCILE-TRAILER SECTION.
       CFE-010.
              DELIMITED BY SIZE INTO WS-RECN-LINE.
           WRITE RBKRECR-RECORD FROM WS-RECN-LINE.

      * Books read from each side, so a short dataset shows up here
      * rather than as a crop of NEW or REMOVED lines.
           MOVE SPACES TO WS-RECN-LINE.
           WRITE RBKRECR-RECORD FROM WS-RECN-LINE.

           MOVE WS-RECN-EXTR-READ-CNT TO WS-RECN-CNT-ED.
           MOVE SPACES TO WS-RECN-LINE.
           STRING 'EXTRACT BOOKS READ:  ' WS-RECN-CNT-ED
              DELIMITED BY SIZE INTO WS-RECN-LINE.
           WRITE RBKRECR-RECORD FROM WS-RECN-LINE.

           MOVE WS-RECN-RECB-READ-CNT TO WS-RECN-CNT-ED.
           MOVE SPACES TO WS-RECN-LINE.
           STRING 'BASELINE BOOKS READ: ' WS-RECN-CNT-ED
              DELIMITED BY SIZE INTO WS-RECN-LINE.
           WRITE RBKRECR-RECORD FROM WS-RECN-LINE.

       CFE-999.
           EXIT.

              GO TO CG-999
           END-IF.

      * Nor may a title an editor has checked out on RBCO. The
      * refused delete is queued on RBKEXCP as a DRBK for replay
      * after the check-in.
           MOVE WS-HOLD-CHK-TITLE TO WS-RSRV-CHK-TITLE.
           PERFORM X-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              PERFORM X-REPORT-RESERVATION-REFUSAL
              MOVE 'DRBK' TO WS-RSRV-EXC-OPER
              PERFORM X-QUEUE-RESERVATION-REFUSAL
              MOVE SPACES TO WS-BIMG-BOOK-IMAGE
              MOVE FAILED TO WS-RC
              GO TO CG-999
           END-IF.

      * The whole book, as the local extract last saw it, goes to
      * the recovery dataset ahead of the delete so the UNDO
      * operation can re-create it. A caller that already has the
      * match?" answer asked before every DR test and TEST refresh.
      * Enumerates the catalog twice: once against the primary
      * target this run connected at B-INIT, once against the
      * second environment configured on RBKCFG2, sorting each pull
      * into title sequence, then match-merges the two by title:
      * books present in only one side, and field-level
      * STATUS/FORMNUM/URL mismatches, go to the RBKCMPR difference
      * report and the machine-readable RBKCMPD file. The report
      * ends with the number of books read from each environment.
      *----------------------------------------------------------------*
       CP-COMPARE-ENVIRONMENTS SECTION.
       CP-010.
           PERFORM CA-GET-ALL-REDBOOKS.
           IF WS-RC = FAILED THEN GO TO CP-999 END-IF.

      * Environment one into title sequence on RBKMRG1, before the
      * second pull replaces RBKEXTR.
           MOVE 1 TO WS-MRG-TARGET.
           PERFORM X-SORT-EXTRACT-BY-TITLE.
           IF WS-RC = FAILED THEN GO TO CP-999 END-IF.
           MOVE WS-MRG-RELEASE-CNT TO WS-CMPE-ENV1-READ-CNT.

      * Swing the connection to environment two.
           PERFORM X-FREE.
           IF WS-RC = FAILED THEN GO TO CP-999 END-IF.

      * Pull two - environment two's catalog replaces RBKEXTR, with
      * environment one held safe on RBKMRG1, and goes into title
      * sequence on RBKMRG2.
           PERFORM CA-GET-ALL-REDBOOKS.
           IF WS-RC = FAILED THEN GO TO CP-999 END-IF.

           MOVE 2 TO WS-MRG-TARGET.
           PERFORM X-SORT-EXTRACT-BY-TITLE.
           IF WS-RC = FAILED THEN GO TO CP-999 END-IF.
           MOVE WS-MRG-RELEASE-CNT TO WS-CMPE-ENV2-READ-CNT.

           OPEN OUTPUT RBKCMPR-FILE.
           OPEN OUTPUT RBKCMPD-FILE.

           MOVE 'CROSS-ENVIRONMENT CATALOG COMPARISON' TO WS-RPT-LINE.
           WRITE RBKCMPR-RECORD FROM WS-RPT-LINE.

      * Match the two environments title by title.
           OPEN INPUT RBKMRG1-FILE.
           OPEN INPUT RBKMRG2-FILE.

           PERFORM CPE-READ-NEXT-ENV1.
           PERFORM CPF-READ-NEXT-ENV2.

           PERFORM CPB-MATCH-ONE-TITLE
              UNTIL WS-CMPE-ENV1-KEY = HIGH-VALUES
                AND WS-CMPE-ENV2-KEY = HIGH-VALUES.

           CLOSE RBKMRG1-FILE.
           CLOSE RBKMRG2-FILE.

           PERFORM CPD-WRITE-COMPARE-SUMMARY.

           EXIT.

      *----------------------------------------------------------------*
      * CPB-MATCH-ONE-TITLE
      *
      * One step of the match-merge. An environment-two title that
      * environment one has not reached is only in environment two;
      * an environment-one title that environment two has passed
      * unmatched is only in environment one; the same title on both
      * sides has its STATUS/FORMNUM/URL values compared field by
      * field. Only environment two advances on a match, so the
      * environment-one record stays in hand - marked matched - for
      * a repeated title.
      *----------------------------------------------------------------*
       CPB-MATCH-ONE-TITLE SECTION.
       CPB-010.
           IF WS-CMPE-ENV2-KEY < WS-CMPE-ENV1-KEY THEN
              ADD 1 TO WS-CMPE-ONLY2-CNT
              MOVE SPACES TO RBKCMPD-RECORD
              MOVE 'ONLY-IN-2' TO RBKCMPD-TYPE
              MOVE RBKMRG2-TITLE TO RBKCMPD-TITLE
              WRITE RBKCMPD-RECORD
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ONLY IN ENV 2: ' RBKMRG2-TITLE (1:70)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCMPR-RECORD FROM WS-RPT-LINE
              PERFORM CPF-READ-NEXT-ENV2
              GO TO CPB-999
           END-IF.

           IF WS-CMPE-ENV2-KEY > WS-CMPE-ENV1-KEY THEN
              IF WS-CMPE-ENV1-MATCHED = 0 THEN
                 PERFORM CPC-REPORT-ONE-ONLY1
              END-IF
              PERFORM CPE-READ-NEXT-ENV1
              GO TO CPB-999
           END-IF.

           MOVE 1 TO WS-CMPE-ENV1-MATCHED.
           MOVE 0 TO WS-CMPE-DIFFERED.

           IF RBKMRG1-STATUS NOT = RBKMRG2-STATUS THEN
              MOVE 'STATUS' TO RBKCMPD-FIELD
              MOVE RBKMRG1-STATUS TO RBKCMPD-VALUE-1
              MOVE RBKMRG2-STATUS TO RBKCMPD-VALUE-2
              PERFORM CPBB-WRITE-ONE-DIFFERENCE
           END-IF.

           IF RBKMRG1-FORM-NUMBER NOT = RBKMRG2-FORM-NUMBER THEN
              MOVE 'FORMNUM' TO RBKCMPD-FIELD
              MOVE RBKMRG1-FORM-NUMBER TO RBKCMPD-VALUE-1
              MOVE RBKMRG2-FORM-NUMBER TO RBKCMPD-VALUE-2
              PERFORM CPBB-WRITE-ONE-DIFFERENCE
           END-IF.

           IF RBKMRG1-URL NOT = RBKMRG2-URL THEN
              MOVE 'URL' TO RBKCMPD-FIELD
              MOVE RBKMRG1-URL TO RBKCMPD-VALUE-1
              MOVE RBKMRG2-URL TO RBKCMPD-VALUE-2
              PERFORM CPBB-WRITE-ONE-DIFFERENCE
           END-IF.

           IF WS-CMPE-DIFFERED = 0 THEN
              ADD 1 TO WS-CMPE-MATCH-CNT
           END-IF.

           PERFORM CPF-READ-NEXT-ENV2.

       CPB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CPBB-WRITE-ONE-DIFFERENCE
      *
      * One field-level mismatch (the caller staged field and both
      * values) to the report and the machine file. WS-CMPE-DIFFERED
      * marks the book as differing for the match count.
      *----------------------------------------------------------------*
       CPBB-WRITE-ONE-DIFFERENCE SECTION.
       CPBB-010.
           ADD 1 TO WS-CMPE-DIFF-CNT.
           MOVE 1 TO WS-CMPE-DIFFERED.

           MOVE 'DIFFERS' TO RBKCMPD-TYPE.
           MOVE RBKMRG2-TITLE TO RBKCMPD-TITLE.
           WRITE RBKCMPD-RECORD.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DIFFERS ' RBKCMPD-FIELD ' '
              RBKMRG2-TITLE (1:50) ' ENV1='
              RBKCMPD-VALUE-1 (1:20) ' ENV2='
              RBKCMPD-VALUE-2 (1:20)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
      *----------------------------------------------------------------*
       CPC-REPORT-ONE-ONLY1 SECTION.
       CPC-010.
           ADD 1 TO WS-CMPE-ONLY1-CNT.
           MOVE SPACES TO RBKCMPD-RECORD.
           MOVE 'ONLY-IN-1' TO RBKCMPD-TYPE.
           MOVE RBKMRG1-TITLE TO RBKCMPD-TITLE.
           WRITE RBKCMPD-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ONLY IN ENV 1: ' RBKMRG1-TITLE (1:70)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCMPR-RECORD FROM WS-RPT-LINE.

       CPC-999.
           EXIT.
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCMPR-RECORD FROM WS-RPT-LINE.

           MOVE WS-CMPE-ENV1-READ-CNT TO WS-CMPE-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ENVIRONMENT 1 BOOKS READ: ' WS-CMPE-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCMPR-RECORD FROM WS-RPT-LINE.

           MOVE WS-CMPE-ENV2-READ-CNT TO WS-CMPE-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ENVIRONMENT 2 BOOKS READ: ' WS-CMPE-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCMPR-RECORD FROM WS-RPT-LINE.

       CPD-999.
           EXIT.

      *----------------------------------------------------------------*
      * CPE-READ-NEXT-ENV1
      *
      * Next title-sequenced environment-one record, unmatched until
      * CPB-MATCH-ONE-TITLE finds its title in environment two; at
      * end the key goes to HIGH-VALUES so environment two drains
      * past it.
      *----------------------------------------------------------------*
       CPE-READ-NEXT-ENV1 SECTION.
       CPE-010.
           MOVE 0 TO WS-CMPE-ENV1-MATCHED.

           READ RBKMRG1-FILE
               AT END
                  MOVE HIGH-VALUES TO WS-CMPE-ENV1-KEY
               NOT AT END
                  MOVE RBKMRG1-TITLE TO WS-CMPE-ENV1-KEY
           END-READ.

       CPE-999.
           EXIT.

      *----------------------------------------------------------------*
      * CPF-READ-NEXT-ENV2
      *----------------------------------------------------------------*
       CPF-READ-NEXT-ENV2 SECTION.
       CPF-010.
           READ RBKMRG2-FILE
               AT END
                  MOVE HIGH-VALUES TO WS-CMPE-ENV2-KEY
               NOT AT END
                  MOVE RBKMRG2-TITLE TO WS-CMPE-ENV2-KEY
           END-READ.

       CPF-999.
           EXIT.

      *----------------------------------------------------------------*
      * CR-APPLY-PENDING-CHANGES
      *
           MOVE SPACES TO WS-PCHG-NOW-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-PCHG-NOW-STAMP.

           IF WS-BASIS-BUSINESS THEN
              CALL 'BAQHBCLD' USING BAQHBDAY-AREA
           END-IF.

           OPEN I-O RBKPCHG-FILE.
           MOVE 'RBKPCHG' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.

           IF WS-PCHG-FILE-STATUS NOT = '00' THEN
              DISPLAY OPERATION ' RBKPCHG not available, file status '
           PERFORM CRA-JUDGE-ONE-PENDING-CHANGE UNTIL WS-PCHG-EOF.

           CLOSE RBKPCHG-FILE.
           MOVE 'RBKPCHG' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

           OPEN EXTEND RBKRPT-FILE.

              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-BASIS-BUSINESS THEN
              MOVE WS-PCHG-ROLLED-CNT TO WS-PCHG-CNT-ED
              STRING 'SCHD EFFECTIVE DATES ON BUSINESS DAYS, SITE '
                 BAQHBDAY-SITE ' - ' WS-PCHG-CNT-ED
                 ' ROLLED OFF A REST DAY'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              MOVE 'SCHD EFFECTIVE DATES ON CALENDAR DAYS'
                 TO WS-RPT-LINE
           END-IF.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           CLOSE RBKRPT-FILE.

           MOVE OK TO WS-RC.
           STRING BAQHPCHG-EFF-DATE BAQHPCHG-EFF-TIME
              DELIMITED BY SIZE INTO WS-PCHG-EFF-STAMP.

      * On the business basis a change effective on a rest day
      * takes effect at the start of the next working day.
           IF WS-BASIS-BUSINESS AND
              BAQHPCHG-EFF-DATE IS NUMERIC THEN
              MOVE 'W' TO BAQHBDAY-FUNCTION
              MOVE BAQHPCHG-EFF-DATE TO BAQHBDAY-DATE-1
              CALL 'BAQHBDAY' USING BAQHBDAY-AREA
              IF BAQHBDAY-RC = 0 AND BAQHBDAY-WORKING = 'N' THEN
                 MOVE 'A' TO BAQHBDAY-FUNCTION
                 MOVE 1 TO BAQHBDAY-DAYS
                 CALL 'BAQHBDAY' USING BAQHBDAY-AREA
                 IF BAQHBDAY-RC = 0 THEN
                    MOVE SPACES TO WS-PCHG-EFF-STAMP
                    STRING BAQHBDAY-RESULT-DATE '000000'
                       DELIMITED BY SIZE INTO WS-PCHG-EFF-STAMP
                    ADD 1 TO WS-PCHG-ROLLED-CNT
                 END-IF
              END-IF
           END-IF.

           IF WS-PCHG-EFF-STAMP > WS-PCHG-NOW-STAMP THEN
              ADD 1 TO WS-PCHG-WAITING-CNT
              GO TO CRA-999
              GO TO CS-999
           END-IF.

      * The new title takes the old title's book id, so the book's
      * history follows it across the rename.
           MOVE 'R' TO BAQHBKIC-FUNCTION.
           MOVE 'BAQHRBKB' TO BAQHBKIC-PROGRAM.
           MOVE WS-RENM-OLD-TITLE TO BAQHBKIC-TITLE.
           MOVE WS-RENM-NEW-TITLE TO BAQHBKIC-NEW-TITLE.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.

      * Safe to retire the old title.
           MOVE WS-RENM-OLD-TITLE TO WS-CG-TITLE-OVERRIDE.
           PERFORM CG-DELETE-REDBOOK.
           MOVE WS-RENM-OLD-TITLE TO BAQHALIA-OLD-TITLE.
           MOVE WS-RENM-NEW-TITLE TO BAQHALIA-NEW-TITLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHALIA-DATE.
           MOVE 'L' TO BAQHBKIC-FUNCTION.
           MOVE WS-RENM-NEW-TITLE TO BAQHBKIC-TITLE.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.
           MOVE BAQHBKIC-BOOK-ID TO BAQHALIA-BOOK-ID.

           OPEN EXTEND RBKALIA-FILE.
           WRITE BAQHALIA-RECORD.
           END-IF.

           OPEN EXTEND RBKRPT-FILE.
           MOVE 'RBKRPT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.

           MOVE WS-IDAY-CNT TO WS-IDAY-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.

           IF WS-IDAY-CNT = 0 THEN
              CLOSE RBKRPT-FILE
              MOVE 'RBKRPT' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
              GO TO CQ-999
           END-IF.

                 WS-KCAT-FILE-STATUS
              MOVE FAILED TO WS-RC
              CLOSE RBKRPT-FILE
              MOVE 'RBKRPT' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
              GO TO CQ-999
           END-IF.
           MOVE 'RBKCAT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.

           PERFORM CQA-REFRESH-ONE-TITLE
              VARYING WS-IDAY-IX FROM 1 BY 1
              UNTIL WS-IDAY-IX > WS-IDAY-CNT.

           CLOSE RBKCAT-FILE.
           MOVE 'RBKCAT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

           MOVE WS-IDAY-REFRESHED-CNT TO WS-IDAY-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           CLOSE RBKRPT-FILE.
           MOVE 'RBKRPT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

       CQ-999.
           MOVE 'CQ-INTRADAY-REFRESH' TO WS-TRACE-PARA.
              GO TO CQC-020
           END-IF.

      * The trail is shared by both catalogs; only this run's
      * catalog's changes belong in its RBKCAT.
           MOVE BAQHAUDT-CATALOG TO WS-REC-CATALOG.
           PERFORM X-DEFAULT-REC-CATALOG.
           IF WS-REC-CATALOG NOT = WS-CATALOG THEN
              GO TO CQC-020
           END-IF.

           EVALUATE BAQHAUDT-OPERATION
              WHEN 'CRBK'
              WHEN 'PRBK'
              WHEN 'RENM'
              WHEN 'UNDO'
              WHEN 'RBAK'
              WHEN 'DORG'
                 PERFORM CQD-NOTE-ONE-TITLE
              WHEN OTHER
                 CONTINUE
       CQE-010.
           MOVE SPACES TO BAQHKCAT-RECORD.
           MOVE WS-IDAY-TITLE (WS-IDAY-IX) TO BAQHKCAT-TITLE.
           MOVE WS-CATALOG TO BAQHKCAT-CATALOG.
           MOVE Xstatus OF RBK00P01-responseCode200
                (1:Xstatus-length OF RBK00P01-responseCode200)
              TO BAQHKCAT-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHKCAT-SNAP-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHKCAT-SNAP-TIME.

      * The re-GET returns the owning department too, so the
      * intraday row carries it just as the nightly load would.
           PERFORM CAJB-TAKE-DEPARTMENT.
           MOVE WS-DEPT-ID      TO BAQHKCAT-DEPT-ID.
           MOVE WS-DEPT-NAME    TO BAQHKCAT-DEPT-NAME.
           MOVE WS-DEPT-CONTACT TO BAQHKCAT-DEPT-CONTACT.

       CQE-999.
           EXIT.

              GO TO CUA-020
           END-IF.

      * A run of the other catalog is not this rollback's run.
           MOVE BAQHAUDT-CATALOG TO WS-REC-CATALOG.
           PERFORM X-DEFAULT-REC-CATALOG.
           IF WS-REC-CATALOG NOT = WS-CATALOG THEN
              GO TO CUA-020
           END-IF.

           IF BAQHAUDT-TIME < WS-RBAK-FROMTIME OR
              BAQHAUDT-TIME > WS-RBAK-TOTIME THEN
              GO TO CUA-020
      *----------------------------------------------------------------*
       CUCA-SCAN-ONE-IMAGE-REC SECTION.
       CUCA-010.
           MOVE BAQHBIMG-CATALOG TO WS-REC-CATALOG.
           PERFORM X-DEFAULT-REC-CATALOG.
           IF BAQHBIMG-TITLE = WS-RBAK-TITLE (WS-RBAK-IX) AND
              WS-REC-CATALOG = WS-CATALOG AND
              BAQHBIMG-OPERATION = WS-RBAK-RUNOP AND
              BAQHBIMG-DATE = WS-RBAK-RUNDATE AND
              BAQHBIMG-TIME NOT > WS-RBAK-TIME (WS-RBAK-IX) THEN
           MOVE WS-RBAK-GATE-TITLE TO BAQHAPPR-TITLE.
           MOVE WS-RBAK-CNT TO BAQHAPPR-REC-COUNT.
           MOVE 'PENDING' TO BAQHAPPR-STATUS.
           MOVE 0 TO BAQHAPPR-BOOK-ID.

           OPEN EXTEND RBKAPPR-FILE.
           WRITE BAQHAPPR-RECORD.
              MOVE FAILED TO WS-RC
              GO TO CV-999
           END-IF.
           MOVE 'RBKGIN' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.

           OPEN EXTEND RBKRPT-FILE.
           MOVE 'RBKRPT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BULK INQUIRY OF ' WS-RUN-START-DATE ' '
           PERFORM CVA-INQUIRE-ONE-TITLE UNTIL WS-GIN-EOF.

           CLOSE RBKGIN-FILE.
           MOVE 'RBKGIN' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

      * The not-found section closes the report.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           CLOSE RBKRPT-FILE.
           MOVE 'RBKRPT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

       CV-999.
           MOVE 'CV-BULK-INQUIRY' TO WS-TRACE-PARA.
           EXIT.

      *----------------------------------------------------------------*
      * CW-DEPARTMENT-REORG
      *
      * Operation DORG - moves book ownership en masse when
      * departments are reorganized. The RBKDORG mapping names each
      * old department id and the department (id, name, contact) its
      * books move to; the books are selected from the RBKCAT local
      * catalog by their owning department id. A DRYRUN lists every
      * book with its before and after department - the listing the
      * reviewer approves from - and a live run passes the same
      * four-eyes gate as a rollback before patching each book's
      * owningDepartment through CDB-BUILD-AND-SEND-ONE-PATCH (field
      * DEPT), so each move is audited, before-imaged and reversible
      * by RBAK. The report closes with the moved and failed counts
      * for sign-off.
      *----------------------------------------------------------------*
       CW-DEPARTMENT-REORG SECTION.
       CW-010.
           MOVE 'CW-DEPARTMENT-REORG' TO WS-TRACE-PARA.
           PERFORM X-TRACE-ENTRY.

           MOVE 0 TO WS-DORG-CNT.
           MOVE 0 TO WS-DORG-BAD.
           MOVE 'N' TO WS-DORG-EOF-SW.

           OPEN INPUT RBKDORG-FILE.
           IF WS-DORG-FILE-STATUS NOT = '00' THEN
              DISPLAY OPERATION ' no RBKDORG mapping, file status '
                 WS-DORG-FILE-STATUS
              MOVE FAILED TO WS-RC
              GO TO CW-999
           END-IF.
           PERFORM CWA-LOAD-ONE-MAPPING UNTIL WS-DORG-EOF.
           CLOSE RBKDORG-FILE.

      * A mapping the run cannot trust - a blank id, an old id named
      * twice, more lines than the table holds - stops the whole
      * reorganization before anything is selected.
           IF WS-DORG-BAD = 1 OR WS-DORG-CNT = 0 THEN
              DISPLAY OPERATION ' RBKDORG mapping empty or in error'
                 ' - no books moved'
              MOVE FAILED TO WS-RC
              GO TO CW-999
           END-IF.

           OPEN INPUT RBKCAT-FILE.
           IF WS-KCAT-FILE-STATUS NOT = '00' THEN
              DISPLAY OPERATION ' RBKCAT open failed, file status '
                 WS-KCAT-FILE-STATUS
              MOVE FAILED TO WS-RC
              GO TO CW-999
           END-IF.
           MOVE 'RBKCAT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-OPEN.

           OPEN EXTEND RBKRPT-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DEPARTMENT REORGANIZATION ' WS-RUN-START-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-DRYRUN-ON THEN
              MOVE '(DRY RUN)' TO WS-RPT-LINE (50:9)
           END-IF.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

      * Selection pass - counts the books per mapping and, on a dry
      * run, lists each one with its before and after department.
           MOVE 0 TO WS-DORG-SELECTED-CNT.
           MOVE 'N' TO WS-DORG-CAT-EOF-SW.
           MOVE LOW-VALUES TO BAQHKCAT-TITLE.
           START RBKCAT-FILE KEY NOT < BAQHKCAT-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-DORG-CAT-EOF-SW
           END-START.
           PERFORM CWB-SELECT-ONE-BOOK UNTIL WS-DORG-CAT-EOF.

           PERFORM CWC-LIST-ONE-MAPPING
              VARYING WS-DORG-IX FROM 1 BY 1
              UNTIL WS-DORG-IX > WS-DORG-CNT.

           MOVE WS-DORG-SELECTED-CNT TO WS-DORG-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS SELECTED FOR THE MOVE:  ' WS-DORG-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

           IF WS-DORG-SELECTED-CNT = 0 OR WS-DRYRUN-ON THEN
              CLOSE RBKRPT-FILE
              CLOSE RBKCAT-FILE
              MOVE 'RBKCAT' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
              GO TO CW-999
           END-IF.

      * The whole move is one approval - a live run consumes a
      * standing APPROVED DORG request or queues a PENDING one.
           PERFORM CWF-CHECK-REORG-APPROVAL.
           IF WS-RC = FAILED THEN
              CLOSE RBKRPT-FILE
              CLOSE RBKCAT-FILE
              MOVE 'RBKCAT' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
              GO TO CW-999
           END-IF.

      * Closed across the move loop for the patch path's own RBKRPT
      * opens, exactly as the rollback loop does; the loop's lines
      * go through CUE-WRITE-ONE-RPT-LINE.
           CLOSE RBKRPT-FILE.

           MOVE 0 TO WS-DORG-MOVED-CNT.
           MOVE 0 TO WS-DORG-FAILED-CNT.
           MOVE 'N' TO WS-DORG-CAT-EOF-SW.
           MOVE LOW-VALUES TO BAQHKCAT-TITLE.
           START RBKCAT-FILE KEY NOT < BAQHKCAT-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-DORG-CAT-EOF-SW
           END-START.
           PERFORM CWD-MOVE-ONE-BOOK UNTIL WS-DORG-CAT-EOF.
           CLOSE RBKCAT-FILE.
           MOVE 'RBKCAT' TO WS-AB-DD-LIST.
           PERFORM X-AB-NOTE-DDS-CLOSED.

           OPEN EXTEND RBKRPT-FILE.

           MOVE WS-DORG-MOVED-CNT TO WS-DORG-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS MOVED:                  ' WS-DORG-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

           MOVE WS-DORG-FAILED-CNT TO WS-DORG-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS THAT COULD NOT BE MOVED:' WS-DORG-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'SIGNED OFF BY: ____________________  DATE: ________'
              TO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

           CLOSE RBKRPT-FILE.

           IF WS-DORG-FAILED-CNT > 0 THEN
              MOVE FAILED TO WS-RC
           ELSE
              MOVE OK TO WS-RC
           END-IF.

       CW-999.
           MOVE 'CW-DEPARTMENT-REORG' TO WS-TRACE-PARA.
           PERFORM X-TRACE-EXIT.

           EXIT.

      *----------------------------------------------------------------*
      * CWA-LOAD-ONE-MAPPING
      *----------------------------------------------------------------*
       CWA-LOAD-ONE-MAPPING SECTION.
       CWA-010.
           READ RBKDORG-FILE
               AT END
                  MOVE 'Y' TO WS-DORG-EOF-SW
                  GO TO CWA-999
           END-READ.

           IF BAQHDORG-OLD-ID = SPACES OR
              BAQHDORG-NEW-ID = SPACES THEN
              DISPLAY OPERATION ' RBKDORG line without an old and a'
                 ' new department id: ' BAQHDORG-RECORD (1:50)
              MOVE 1 TO WS-DORG-BAD
              GO TO CWA-999
           END-IF.

           MOVE BAQHDORG-OLD-ID TO WS-DEPT-ID.
           PERFORM CWE-FIND-MAPPING.
           IF WS-DORG-HIT > 0 THEN
              DISPLAY OPERATION ' RBKDORG old department '
                 BAQHDORG-OLD-ID ' mapped more than once'
              MOVE 1 TO WS-DORG-BAD
              GO TO CWA-999
           END-IF.

           IF WS-DORG-CNT = 100 THEN
              DISPLAY OPERATION ' RBKDORG holds more than 100'
                 ' mappings'
              MOVE 1 TO WS-DORG-BAD
              GO TO CWA-999
           END-IF.

           ADD 1 TO WS-DORG-CNT.
           MOVE BAQHDORG-OLD-ID TO WS-DORG-OLD-ID (WS-DORG-CNT).
           MOVE BAQHDORG-NEW-ID TO WS-DORG-NEW-ID (WS-DORG-CNT).
           MOVE BAQHDORG-NEW-NAME TO WS-DORG-NEW-NAME (WS-DORG-CNT).
           MOVE BAQHDORG-NEW-CONTACT
              TO WS-DORG-NEW-CONTACT (WS-DORG-CNT).
           MOVE 0 TO WS-DORG-BOOK-CNT (WS-DORG-CNT).

       CWA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CWB-SELECT-ONE-BOOK
      *
      * One RBKCAT row on the selection pass: a book whose owning
      * department is one of the old ids is counted against its
      * mapping, and listed with its move on a dry run.
      *----------------------------------------------------------------*
       CWB-SELECT-ONE-BOOK SECTION.
       CWB-010.
           READ RBKCAT-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-DORG-CAT-EOF-SW
                  GO TO CWB-999
           END-READ.

           IF BAQHKCAT-DEPT-ID = SPACES THEN
              GO TO CWB-999
           END-IF.

           MOVE BAQHKCAT-DEPT-ID TO WS-DEPT-ID.
           PERFORM CWE-FIND-MAPPING.
           IF WS-DORG-HIT = 0 THEN
              GO TO CWB-999
           END-IF.

           ADD 1 TO WS-DORG-SELECTED-CNT.
           ADD 1 TO WS-DORG-BOOK-CNT (WS-DORG-HIT).

           IF WS-DRYRUN-ON THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '  WOULD MOVE: ' BAQHKCAT-TITLE (1:80)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKRPT-RECORD FROM WS-RPT-LINE
              PERFORM CWG-WRITE-BEFORE-AFTER
           END-IF.

       CWB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CWC-LIST-ONE-MAPPING
      *----------------------------------------------------------------*
       CWC-LIST-ONE-MAPPING SECTION.
       CWC-010.
           MOVE WS-DORG-BOOK-CNT (WS-DORG-IX) TO WS-DORG-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DEPARTMENT ' WS-DORG-OLD-ID (WS-DORG-IX)
              ' -> ' WS-DORG-NEW-ID (WS-DORG-IX) ' '
              WS-DORG-NEW-NAME (WS-DORG-IX)
              ' BOOKS: ' WS-DORG-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.

       CWC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CWD-MOVE-ONE-BOOK
      *
      * One RBKCAT row on the move pass: a selected book is patched
      * to its new department and reported MOVED or NOT MOVED with
      * its before and after department. Each book stands alone - a
      * failure is counted and the run carries on.
      *----------------------------------------------------------------*
       CWD-MOVE-ONE-BOOK SECTION.
       CWD-010.
           READ RBKCAT-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-DORG-CAT-EOF-SW
                  GO TO CWD-999
           END-READ.

           IF BAQHKCAT-DEPT-ID = SPACES THEN
              GO TO CWD-999
           END-IF.

           MOVE BAQHKCAT-DEPT-ID TO WS-DEPT-ID.
           PERFORM CWE-FIND-MAPPING.
           IF WS-DORG-HIT = 0 THEN
              GO TO CWD-999
           END-IF.

           MOVE SPACES TO WS-DORG-IMAGE.
           MOVE WS-DORG-NEW-ID (WS-DORG-HIT) TO WS-DORG-IMG-ID.
           MOVE WS-DORG-NEW-NAME (WS-DORG-HIT) TO WS-DORG-IMG-NAME.
           MOVE WS-DORG-NEW-CONTACT (WS-DORG-HIT)
              TO WS-DORG-IMG-CONTACT.

           MOVE SPACES TO BAQHPRIN-RECORD.
           MOVE BAQHKCAT-TITLE TO BAQHPRIN-TITLE.
           MOVE 'DEPT' TO BAQHPRIN-FIELD.
           MOVE WS-DORG-IMAGE TO BAQHPRIN-VALUE.
           PERFORM CDB-BUILD-AND-SEND-ONE-PATCH.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-RC = OK AND
              BAQ-RESP-STATUS-CODE IS >= 200 AND IS < 300 THEN
              ADD 1 TO WS-DORG-MOVED-CNT
              STRING '  MOVED:      ' BAQHKCAT-TITLE (1:80)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              ADD 1 TO WS-DORG-FAILED-CNT
              STRING '  NOT MOVED:  ' BAQHKCAT-TITLE (1:80)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM CUE-WRITE-ONE-RPT-LINE.
           PERFORM CWG-WRITE-BEFORE-AFTER.

           MOVE OK TO WS-RC.

       CWD-999.
           EXIT.

      *----------------------------------------------------------------*
      * CWE-FIND-MAPPING
      *
      * Sets WS-DORG-HIT to the mapping whose old id is WS-DEPT-ID,
      * or zero when none is.
      *----------------------------------------------------------------*
       CWE-FIND-MAPPING SECTION.
       CWE-010.
           MOVE 0 TO WS-DORG-HIT.
           PERFORM CWEA-MATCH-ONE-MAPPING
              VARYING WS-DORG-IX FROM 1 BY 1
              UNTIL WS-DORG-IX > WS-DORG-CNT
                 OR WS-DORG-HIT > 0.

       CWE-999.
           EXIT.

      *----------------------------------------------------------------*
      * CWEA-MATCH-ONE-MAPPING
      *----------------------------------------------------------------*
       CWEA-MATCH-ONE-MAPPING SECTION.
       CWEA-010.
           IF WS-DORG-OLD-ID (WS-DORG-IX) = WS-DEPT-ID THEN
              MOVE WS-DORG-IX TO WS-DORG-HIT
           END-IF.

       CWEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CWF-CHECK-REORG-APPROVAL
      *
      * The rollback's four-eyes gate for a live DORG run: a
      * standing APPROVED DORG request is consumed (rewritten USED)
      * through the same XJ scan, otherwise a PENDING one carrying
      * the selected book count is queued for the RBKA reviewer and
      * the run refuses.
      *----------------------------------------------------------------*
       CWF-CHECK-REORG-APPROVAL SECTION.
       CWF-010.
           MOVE 0 TO WS-APPR-RELEASED.
           MOVE 'N' TO WS-APPR-EOF-SW.

           OPEN I-O RBKAPPR-FILE.

           IF WS-APPR-FILE-STATUS = '00' THEN
              PERFORM XJ-SCAN-ONE-APPROVAL UNTIL WS-APPR-EOF
                 OR WS-APPR-RELEASED = 1
              CLOSE RBKAPPR-FILE
           END-IF.

           IF WS-APPR-RELEASED = 1 THEN
              DISPLAY OPERATION ' department reorganization released'
                 ' by approval from ' BAQHAPPR-APPROVER
              GO TO CWF-999
           END-IF.

           MOVE WS-DORG-CNT TO WS-DORG-CNT-ED.
           MOVE SPACES TO WS-DORG-GATE-TITLE.
           STRING 'DEPARTMENT REORG ' WS-RUN-START-DATE ' OF '
              WS-DORG-CNT-ED ' DEPARTMENTS'
              DELIMITED BY SIZE INTO WS-DORG-GATE-TITLE.

           MOVE SPACES TO BAQHAPPR-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAPPR-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAPPR-TIME.
           MOVE 'BAQHRBKB' TO BAQHAPPR-REQUESTOR.
           MOVE OPERATION TO BAQHAPPR-OPERATION.
           MOVE WS-DORG-GATE-TITLE TO BAQHAPPR-TITLE.
           MOVE WS-DORG-SELECTED-CNT TO BAQHAPPR-REC-COUNT.
           MOVE 'PENDING' TO BAQHAPPR-STATUS.
           MOVE 0 TO BAQHAPPR-BOOK-ID.

           OPEN EXTEND RBKAPPR-FILE.
           WRITE BAQHAPPR-RECORD.
           CLOSE RBKAPPR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REORGANIZATION QUEUED FOR APPROVAL ON RBKA - RERUN'
              ' ONCE APPROVED.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

           MOVE FAILED TO WS-RC.

       CWF-999.
           EXIT.

      *----------------------------------------------------------------*
      * CWG-WRITE-BEFORE-AFTER
      *
      * The FROM/TO pair under a book's line: the department the
      * catalog shows it owned by, and the one it moves to. On the
      * move pass RBKRPT is closed, so the lines go through
      * CUE-WRITE-ONE-RPT-LINE; on the selection pass it is open.
      *----------------------------------------------------------------*
       CWG-WRITE-BEFORE-AFTER SECTION.
       CWG-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '      FROM ' BAQHKCAT-DEPT-ID ' '
              BAQHKCAT-DEPT-NAME ' ' BAQHKCAT-DEPT-CONTACT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-DRYRUN-ON THEN
              WRITE RBKRPT-RECORD FROM WS-RPT-LINE
           ELSE
              PERFORM CUE-WRITE-ONE-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '      TO   ' WS-DORG-NEW-ID (WS-DORG-HIT) ' '
              WS-DORG-NEW-NAME (WS-DORG-HIT) ' '
              WS-DORG-NEW-CONTACT (WS-DORG-HIT)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-DRYRUN-ON THEN
              WRITE RBKRPT-RECORD FROM WS-RPT-LINE
           ELSE
              PERFORM CUE-WRITE-ONE-RPT-LINE
           END-IF.

       CWG-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-RESOLVE-ALIAS
      *
      * Follows the RBKALIA cross-reference for the title in
      * WS-ALIA-IN-TITLE, hop by hop (a book renamed twice resolves
      * through both records, bounded at five hops), leaving the
      * current title in place and WS-ALIA-HIT set when at least one
      * hop resolved. Each hop is announced with its renamed-on
      * date. No alias file, or no match, passes the title through
      * untouched.
      *----------------------------------------------------------------*
       X-RESOLVE-ALIAS SECTION.
       X-010.
           MOVE 0 TO WS-ALIA-HIT.
           MOVE 0 TO WS-ALIA-HOPS.
           MOVE 1 TO WS-ALIA-HOP-DONE.

           PERFORM XP-RESOLVE-ONE-ALIAS-HOP
              UNTIL WS-ALIA-HOP-DONE = 0 OR WS-ALIA-HOPS > 4.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * XP-RESOLVE-ONE-ALIAS-HOP
      *
      * One scan of the alias file for the current title. A match
      * replaces the title and bumps the hop count; no match zeroes
      * it, ending X-RESOLVE-ALIAS's loop.
      *----------------------------------------------------------------*
       XP-RESOLVE-ONE-ALIAS-HOP SECTION.
       XP-010.
           MOVE 'N' TO WS-ALIA-EOF-SW.
           MOVE 0 TO WS-ALIA-HOP-DONE.

           OPEN INPUT RBKALIA-FILE.

           IF WS-ALIA-FILE-STATUS NOT = '00' THEN
              GO TO XP-999
           END-IF.

           PERFORM XPA-SCAN-ONE-ALIAS-REC UNTIL WS-ALIA-EOF.

           CLOSE RBKALIA-FILE.

      *----------------------------------------------------------------*
       CGAA-MATCH-ONE-EXTRACT-REC SECTION.
       CGAA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The residue test only runs for a title shorter than the
      * full 80 characters - at exactly 80 the reference
      * modification (81:) would be out of range, and there is no
                 Xtitle OF BAQBASE-RBK07Q01
                 (1:Xtitle-length OF BAQBASE-RBK07Q01) THEN
              IF Xtitle-length OF BAQBASE-RBK07Q01 = 80 THEN
                 MOVE BAQHEXTR-RECORD TO WS-XCRE-EXTR
                 PERFORM X-EXTRACT-TO-CREATE-IMAGE
                 MOVE WS-XCRE-IMAGE TO WS-BIMG-BOOK-IMAGE
                 MOVE 1 TO WS-UNDO-IMAGE-FOUND
                 GO TO CGAA-999
              ELSE
                 IF BAQHEXTR-TITLE
                       (Xtitle-length OF BAQBASE-RBK07Q01 + 1:)
                       = SPACES THEN
                    MOVE BAQHEXTR-RECORD TO WS-XCRE-EXTR
                    PERFORM X-EXTRACT-TO-CREATE-IMAGE
                    MOVE WS-XCRE-IMAGE TO WS-BIMG-BOOK-IMAGE
                    MOVE 1 TO WS-UNDO-IMAGE-FOUND
                    GO TO CGAA-999
                 END-IF
      *----------------------------------------------------------------*
       COA-SCAN-ONE-BEFORE-IMAGE SECTION.
       COA-010.
      * Only an image taken in this run's catalog is restored into
      * it - the same title can be in both.
           MOVE BAQHBIMG-CATALOG TO WS-REC-CATALOG.
           PERFORM X-DEFAULT-REC-CATALOG.
           IF BAQHBIMG-TITLE = WS-UNDO-TITLE AND
              WS-REC-CATALOG = WS-CATALOG THEN
              MOVE BAQHBIMG-RECORD TO WS-UNDO-SAVED-REC
              MOVE 1 TO WS-UNDO-FOUND
           END-IF.
                 ' RBKFREG ranges, blank form number left as keyed.'
           END-IF.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * XN-TAKE-ONE-RANGE-NUMBER
      *
      * Reads the next registry record; the first range record with
      * a number still free supplies it and is rewritten advanced.
      *----------------------------------------------------------------*
       XN-TAKE-ONE-RANGE-NUMBER SECTION.
       XN-010.
           READ RBKFREG-FILE
               AT END
                  MOVE 'Y' TO WS-FREG-EOF-SW
                  GO TO XN-999
           END-READ.

           IF BAQHFREG-TYPE NOT = 'R' THEN
              GO TO XN-999
           END-IF.

           IF BAQHFREG-NEXT-NUM > BAQHFREG-LAST-NUM THEN
              GO TO XN-999
           END-IF.

           MOVE SPACES TO WS-FREG-ASSIGNED.
           STRING BAQHFREG-PREFIX '-' BAQHFREG-NEXT-NUM
              DELIMITED BY SIZE INTO WS-FREG-ASSIGNED.

           ADD 1 TO BAQHFREG-NEXT-NUM.
           REWRITE BAQHFREG-RECORD.

           MOVE 1 TO WS-FREG-DONE.

       XN-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-SORT-EXTRACT-BY-TITLE
      *
      * Sorts the books on RBKEXTR into title sequence onto the work
      * file WS-MRG-TARGET names, for the RECN, SYNC and CMPE
      * match-merges. WS-MRG-RELEASE-CNT comes back with the number
      * of books read; a sort that does not give back every book it
      * was given fails the run.
      *----------------------------------------------------------------*
       X-SORT-EXTRACT-BY-TITLE SECTION.
       X-010.
           MOVE 0 TO WS-MRG-RELEASE-CNT.
           MOVE 0 TO WS-MRG-RETURN-CNT.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS XW-RELEASE-EXTRACT
              OUTPUT PROCEDURE IS XY-WRITE-SORTED-TITLES.

           PERFORM XQ-CHECK-SORT-COUNTS.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * XW-RELEASE-EXTRACT
      *
      * SORT input procedure - reads RBKEXTR and releases one sort
      * record per book.
      *----------------------------------------------------------------*
       XW-RELEASE-EXTRACT SECTION.
       XW-010.
           MOVE '01' TO WS-EXTR-LAYOUT-VER.
           MOVE 'N' TO WS-MRG-IN-EOF-SW.

           OPEN INPUT RBKEXTR-FILE.

           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-MRG-IN-EOF-SW
           END-READ.

           PERFORM XWA-RELEASE-ONE-EXTRACT-REC UNTIL WS-MRG-IN-EOF.

           CLOSE RBKEXTR-FILE.

       XW-999.
           EXIT.

      *----------------------------------------------------------------*
      * XWA-RELEASE-ONE-EXTRACT-REC
      *
      * Releases the RBKEXTR record in the buffer. RECN's refresh-
      * the-baseline direction (GENFEED DIR=TOBASE) takes its copy
      * here too, so RBKGBAS keeps the extract's own order and its
      * control records.
      *----------------------------------------------------------------*
       XWA-RELEASE-ONE-EXTRACT-REC SECTION.
       XWA-010.
      * An older generation's records are brought up to the current
      * layout before anything looks at them.
           CALL 'BAQHEXUP' USING BAQHEXTR-RECORD WS-EXTR-LAYOUT-VER.

      * The extract's own control records are not books. A
      * refreshed baseline still carries them, so it says which
      * snapshot and which layout it was cut from. Both sides go to
      * the lineage ledger.
           IF BAQHEXTR-TITLE (1:4) = '*HDR' OR
              BAQHEXTR-TITLE (1:4) = '*TRL' THEN
              MOVE 'BAQHRBKB' TO BAQHLINW-PROGRAM
              MOVE 'RBKEXTR' TO BAQHLINW-DD
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'E' TO BAQHLINW-FRAME
              MOVE BAQHEXTR-RECORD (1:120) TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
              IF WS-GENF-ON = 1 AND
                 WS-GENF-DIR = 'TOBASE' THEN
                 WRITE RBKGBAS-RECORD FROM BAQHEXTR-RECORD
                 MOVE 'RBKGBAS' TO BAQHLINW-DD
                 MOVE 'W' TO BAQHLINW-DIRECTION
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
              END-IF
              GO TO XWA-020
           END-IF.

      * In the refresh-the-baseline direction, every fresh extract
      * record becomes a record of the new baseline.
           IF WS-GENF-ON = 1 AND
              WS-GENF-DIR = 'TOBASE' THEN
              WRITE RBKGBAS-RECORD FROM BAQHEXTR-RECORD
              ADD 1 TO WS-GENF-BAS-CNT
           END-IF.

           ADD 1 TO WS-MRG-RELEASE-CNT.
           MOVE BAQHEXTR-RECORD TO SORT-RECORD.
           RELEASE SORT-RECORD.

       XWA-020.
           READ RBKEXTR-FILE
               AT END
                  MOVE 'Y' TO WS-MRG-IN-EOF-SW
           END-READ.

       XWA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XY-WRITE-SORTED-TITLES
      *
      * SORT output procedure shared by every title-sequence sort -
      * returns the sorted records onto the work file WS-MRG-TARGET
      * names, counting them.
      *----------------------------------------------------------------*
       XY-WRITE-SORTED-TITLES SECTION.
       XY-010.
           MOVE 'N' TO WS-MRG-SORT-EOF-SW.

           EVALUATE WS-MRG-TARGET
              WHEN 1
                 OPEN OUTPUT RBKMRG1-FILE
              WHEN 2
                 OPEN OUTPUT RBKMRG2-FILE
              WHEN OTHER
                 OPEN OUTPUT RBKDSRT-FILE
           END-EVALUATE.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-MRG-SORT-EOF-SW
           END-RETURN.

           PERFORM XYA-WRITE-ONE-SORTED-REC UNTIL WS-MRG-SORT-EOF.

           EVALUATE WS-MRG-TARGET
              WHEN 1
                 CLOSE RBKMRG1-FILE
              WHEN 2
                 CLOSE RBKMRG2-FILE
              WHEN OTHER
                 CLOSE RBKDSRT-FILE
           END-EVALUATE.

       XY-999.
           EXIT.

      *----------------------------------------------------------------*
      * XYA-WRITE-ONE-SORTED-REC
      *----------------------------------------------------------------*
       XYA-WRITE-ONE-SORTED-REC SECTION.
       XYA-010.
           ADD 1 TO WS-MRG-RETURN-CNT.

           EVALUATE WS-MRG-TARGET
              WHEN 1
                 WRITE RBKMRG1-RECORD FROM SORT-RECORD
              WHEN 2
                 WRITE RBKMRG2-RECORD FROM SORT-RECORD
              WHEN OTHER
                 WRITE RBKDSRT-RECORD FROM SORT-RECORD
           END-EVALUATE.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-MRG-SORT-EOF-SW
           END-RETURN.

       XYA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XQ-CHECK-SORT-COUNTS
      *
      * Every book released into a title-sequence sort must come back
      * out of it before the match-merge is trusted.
      *----------------------------------------------------------------*
       XQ-CHECK-SORT-COUNTS SECTION.
       XQ-010.
           IF WS-MRG-RETURN-CNT NOT = WS-MRG-RELEASE-CNT THEN
              DISPLAY OPERATION ' title sort returned '
                 WS-MRG-RETURN-CNT ' of the ' WS-MRG-RELEASE-CNT
                 ' books released. Run abandoned.'
              MOVE FAILED TO WS-RC
           END-IF.

       XQ-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-EXTRACT-TO-CREATE-IMAGE
      *
      * Cuts the extract image in WS-XCRE-EXTR down to the BAQHCRIN
      * create shape in WS-XCRE-IMAGE, field by field. The create
      * layout holds the narrower publicationDate, documentType and
      * url the create API itself was defined with.
      *----------------------------------------------------------------*
       X-EXTRACT-TO-CREATE-IMAGE SECTION.
       X-010.
           MOVE SPACES TO WS-XCRE-IMAGE.
           MOVE WS-XCRE-E-TITLE       TO WS-XCRE-TITLE.
           MOVE WS-XCRE-E-STATUS      TO WS-XCRE-STATUS.
           MOVE WS-XCRE-E-FORM-NUMBER TO WS-XCRE-FORM-NUMBER.
           MOVE WS-XCRE-E-PUB-DATE    TO WS-XCRE-PUB-DATE.
           MOVE WS-XCRE-E-DOC-TYPE    TO WS-XCRE-DOC-TYPE.
           MOVE WS-XCRE-E-SIZE-MB     TO WS-XCRE-SIZE-MB.
           MOVE WS-XCRE-E-URL         TO WS-XCRE-URL.
           MOVE WS-XCRE-E-AUTHORS     TO WS-XCRE-AUTHORS.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
           MOVE WS-BIMG-FIELD TO BAQHBIMG-FIELD.
           MOVE WS-BIMG-PRIOR-VALUE TO BAQHBIMG-PRIOR-VALUE.
           MOVE WS-BIMG-BOOK-IMAGE TO BAQHBIMG-BOOK-IMAGE.
           MOVE WS-CHG-ID TO BAQHBIMG-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHBIMG-CATALOG.
           MOVE 'L' TO BAQHBKIC-FUNCTION.
           MOVE 'BAQHRBKB' TO BAQHBKIC-PROGRAM.
           MOVE WS-AUDIT-KEY-TITLE TO BAQHBKIC-TITLE.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.
           MOVE BAQHBKIC-BOOK-ID TO BAQHBIMG-BOOK-ID.

           OPEN EXTEND RBKBIMG-FILE.
           WRITE BAQHBIMG-RECORD.

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
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK02I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK05I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK03I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK07I01.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-DEFAULT-REC-CATALOG
      *
      * A record written before the catalog qualifier existed
      * carries it blank, which means REDBOOK.
      *----------------------------------------------------------------*
       X-DEFAULT-REC-CATALOG SECTION.
       X-010.
           IF WS-REC-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-REC-CATALOG
           END-IF.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-LOAD-SERVER-CONFIG
      *
       XI-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-CHECK-ERRATA-GATE
      *
      * Decides whether WS-ERRG-TITLE may be set PUBLISHED. Every
      * RBKSUPS link naming it as the new edition is followed to the
      * edition it supersedes, and that edition's RBKERRA errata are
      * counted: a HIGH-severity erratum still OPEN sets
      * WS-ERRG-BLOCKED, with the count in WS-ERRG-HIGH-CNT and the
      * form number in WS-ERRG-BLOCK-FORM. A site with no registry or
      * no register has nothing to hold back; one that is there but
      * cannot be opened sets WS-ERRG-UNCHECKED.
      *----------------------------------------------------------------*
       X-CHECK-ERRATA-GATE SECTION.
       X-010.
           MOVE 'N' TO WS-ERRG-BLOCKED-SW.
           MOVE 'N' TO WS-ERRG-EOF-SW.
           MOVE SPACES TO WS-ERRG-BLOCK-FORM.
           MOVE 0 TO WS-ERRG-HIGH-CNT.

           OPEN INPUT RBKSUPS-FILE.
           EVALUATE WS-ARCH-SUPS-STATUS
              WHEN '00'
              WHEN '97'
                 CONTINUE
              WHEN '35'
                 GO TO X-999
              WHEN OTHER
                 DISPLAY OPERATION ' RBKSUPS unreadable, status '
                    WS-ARCH-SUPS-STATUS
                 MOVE 'U' TO WS-ERRG-BLOCKED-SW
                 GO TO X-999
           END-EVALUATE.

           OPEN INPUT RBKERRA-FILE.
           EVALUATE WS-ERRG-ERRA-STATUS
              WHEN '00'
              WHEN '97'
                 CONTINUE
              WHEN '35'
                 CLOSE RBKSUPS-FILE
                 GO TO X-999
              WHEN OTHER
                 DISPLAY OPERATION ' RBKERRA unreadable, status '
                    WS-ERRG-ERRA-STATUS
                 MOVE 'U' TO WS-ERRG-BLOCKED-SW
                 CLOSE RBKSUPS-FILE
                 GO TO X-999
           END-EVALUATE.

           MOVE WS-ERRG-TITLE TO BAQHSUPS-NEW-TITLE.
           READ RBKSUPS-FILE KEY IS BAQHSUPS-NEW-TITLE.
           IF WS-ARCH-SUPS-STATUS NOT = '00' AND
              WS-ARCH-SUPS-STATUS NOT = '02' THEN
              GO TO X-020
           END-IF.

           PERFORM XEG-CHECK-ONE-PREDECESSOR
              UNTIL WS-ERRG-EOF
                 OR WS-ERRG-BLOCKED.

       X-020.
           CLOSE RBKERRA-FILE.
           CLOSE RBKSUPS-FILE.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * XEG-CHECK-ONE-PREDECESSOR
      *
      * Counts the open HIGH errata of the edition the RBKSUPS link
      * in the record area supersedes, then reads the next link on
      * the new-title key. Leaving WS-ERRG-TITLE's links ends the
      * scan.
      *----------------------------------------------------------------*
       XEG-CHECK-ONE-PREDECESSOR SECTION.
       XEG-010.
           IF BAQHSUPS-NEW-TITLE NOT = WS-ERRG-TITLE THEN
              MOVE 'Y' TO WS-ERRG-EOF-SW
              GO TO XEG-999
           END-IF.

           IF BAQHSUPS-OLD-FORM NOT = SPACES THEN
              PERFORM XEGA-COUNT-HIGH-OPEN
              IF WS-ERRG-HIGH-CNT > 0 THEN
                 MOVE 'Y' TO WS-ERRG-BLOCKED-SW
                 MOVE BAQHSUPS-OLD-FORM TO WS-ERRG-BLOCK-FORM
                 GO TO XEG-999
              END-IF
           END-IF.

           READ RBKSUPS-FILE NEXT.
           IF WS-ARCH-SUPS-STATUS NOT = '00' AND
              WS-ARCH-SUPS-STATUS NOT = '02' THEN
              MOVE 'Y' TO WS-ERRG-EOF-SW
           END-IF.

       XEG-999.
           EXIT.

      *----------------------------------------------------------------*
      * XEGA-COUNT-HIGH-OPEN
      *
      * Counts into WS-ERRG-HIGH-CNT the HIGH-severity errata still
      * OPEN against form number BAQHSUPS-OLD-FORM.
      *----------------------------------------------------------------*
       XEGA-COUNT-HIGH-OPEN SECTION.
       XEGA-010.
           MOVE 0 TO WS-ERRG-HIGH-CNT.
           MOVE 'N' TO WS-ERRG-ERRA-EOF-SW.

           MOVE BAQHSUPS-OLD-FORM TO BAQHERRA-FORM-NUMBER.
           MOVE 0 TO BAQHERRA-ID.
           START RBKERRA-FILE KEY IS NOT LESS THAN BAQHERRA-KEY.
           IF WS-ERRG-ERRA-STATUS NOT = '00' THEN
              GO TO XEGA-999
           END-IF.

           PERFORM XEGB-COUNT-ONE-ERRATUM
              UNTIL WS-ERRG-ERRA-EOF.

       XEGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XEGB-COUNT-ONE-ERRATUM
      *----------------------------------------------------------------*
       XEGB-COUNT-ONE-ERRATUM SECTION.
       XEGB-010.
           READ RBKERRA-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-ERRG-ERRA-EOF-SW
                  GO TO XEGB-999
           END-READ.

           IF WS-ERRG-ERRA-STATUS NOT = '00' OR
              BAQHERRA-FORM-NUMBER NOT = BAQHSUPS-OLD-FORM THEN
              MOVE 'Y' TO WS-ERRG-ERRA-EOF-SW
              GO TO XEGB-999
           END-IF.

           IF BAQHERRA-SEVERITY = 'HIGH' AND
              BAQHERRA-STATE = 'OPEN' THEN
              ADD 1 TO WS-ERRG-HIGH-CNT
           END-IF.

       XEGB-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-APPLY-EDIT-RULES
      *
              WHEN 'SCHD'
              WHEN 'RENM'
              WHEN 'RBAK'
              WHEN 'DORG'
                 CONTINUE
              WHEN OTHER
                 GO TO X-999
              GO TO X-999
           END-IF.

           MOVE 1 TO WS-FREEZE-REFUSED-SW.

           MOVE SPACES TO WS-RPT-LINE.
           STRING OPERATION ' REFUSED - CHANGE FREEZE UNTIL '
              WS-FREEZE-TO-DATE ' ' WS-FREEZE-TO-TIME ': '
              WS-FREEZE-REASON
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

           OPEN EXTEND RBKRPT-FILE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           CLOSE RBKRPT-FILE.

      * A freeze refusal is an automation-visible condition, the
      * same as a feed refusal.
           MOVE 'RBK006E' TO WS-WTO-MSG-ID.
           MOVE WS-RPT-LINE (1:70) TO WS-WTO-TEXT.
           PERFORM X-ISSUE-WTO.

           MOVE 'FROZEN' TO WS-FREEZE-AUD-RESULT.
           PERFORM X-WRITE-FREEZE-AUDIT.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * XT-JUDGE-ONE-FREEZE-WINDOW
      *
      * One calendar window against the current moment. The last
      * covering window read wins, which lets the desk key a
      * narrower exception window after a broad one.
      *----------------------------------------------------------------*
       XT-JUDGE-ONE-FREEZE-WINDOW SECTION.
       XT-010.
           MOVE SPACES TO WS-FREEZE-FROM-STAMP.
           STRING BAQHFRZC-FROM-DATE BAQHFRZC-FROM-TIME
              DELIMITED BY SIZE INTO WS-FREEZE-FROM-STAMP.
           MOVE SPACES TO WS-FREEZE-TO-STAMP.
           STRING BAQHFRZC-TO-DATE BAQHFRZC-TO-TIME
              DELIMITED BY SIZE INTO WS-FREEZE-TO-STAMP.

           IF WS-FREEZE-NOW NOT < WS-FREEZE-FROM-STAMP AND
              WS-FREEZE-NOW NOT > WS-FREEZE-TO-STAMP THEN
              MOVE 1 TO WS-FREEZE-HIT
              MOVE BAQHFRZC-OVERRIDE-CODE TO WS-FREEZE-OVR-CODE
              MOVE BAQHFRZC-REASON TO WS-FREEZE-REASON
              MOVE BAQHFRZC-TO-DATE TO WS-FREEZE-TO-DATE
              MOVE BAQHFRZC-TO-TIME TO WS-FREEZE-TO-TIME
           END-IF.

       XT-020.
           READ RBKFRZC-FILE
               AT END
                  MOVE 'Y' TO WS-FRZC-EOF-SW
           END-READ.

       XT-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-WRITE-FREEZE-AUDIT
      *
      * Audits a freeze decision - the refusal, or the accepted
      * supervisor override - as one chained trail record, so the
      * freeze leaves the same evidence any other outcome does.
      *----------------------------------------------------------------*
       X-WRITE-FREEZE-AUDIT SECTION.
       X-010.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKB' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE WS-CHG-ID TO BAQHAUDT-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           MOVE OPERATION TO BAQHAUDT-OPERATION.
           MOVE SPACES TO BAQHAUDT-KEY-TITLE.
           STRING 'CHANGE FREEZE: ' WS-FREEZE-REASON
              DELIMITED BY SIZE INTO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE WS-FREEZE-AUD-RESULT TO BAQHAUDT-RESULT.
           MOVE SPACES TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.
           WRITE BAQHAUDT-RECORD.
           CLOSE RBKAUDT-FILE.

           PERFORM XW-WRITE-KEYED-AUDIT-REC.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-CHECK-CHANGE-TICKET
      *
      * Change management: an operation that changes data runs only
      * under the approved change ticket keyed as CHG= on the APARM.
      * The ticket is looked up on RBKCHGT (the last record for it
      * wins) and the run is refused - reported, WTO'd and audited
      * with a CHGREFUSE result - when no ticket was keyed, the file
      * or the ticket is not there, its state is not APPROVED or
      * IMPLEMENT, this moment is outside its implementation window,
      * or it does not cover this operation. An accepted ticket is
      * audited with a CHGACCEPT result and becomes WS-CHG-ID, which
      * every record the run writes from here on is stamped with.
      * Read-only operations pass unexamined.
      *----------------------------------------------------------------*
       X-CHECK-CHANGE-TICKET SECTION.
       X-010.
           MOVE 0 TO WS-CHG-HIT.
           MOVE 0 TO WS-CHG-REFUSED-SW.
           MOVE SPACES TO WS-CHG-ID.
           MOVE SPACES TO WS-CHG-REASON.

           EVALUATE OPERATION
              WHEN 'CRBK'
              WHEN 'PRBK'
              WHEN 'MRBK'
              WHEN 'DRBK'
              WHEN 'BLKC'
              WHEN 'BLKP'
              WHEN 'NMRG'
              WHEN 'SYNC'
              WHEN 'ARCH'
              WHEN 'UNDO'
              WHEN 'SCHD'
              WHEN 'RENM'
              WHEN 'RBAK'
              WHEN 'DORG'
                 CONTINUE
              WHEN OTHER
                 GO TO X-999
           END-EVALUATE.

           IF WS-CHG-ARG = SPACES THEN
              MOVE 'NO CHANGE TICKET GIVEN (CHG=)' TO WS-CHG-REASON
              GO TO X-800
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-FREEZE-NOW.
           MOVE 'N' TO WS-CHGT-EOF-SW.

           OPEN INPUT RBKCHGT-FILE.
           IF WS-CHGT-FILE-STATUS NOT = '00' THEN
              STRING 'CHANGE-TICKET FILE RBKCHGT NOT AVAILABLE ('
                 WS-CHGT-FILE-STATUS ')'
                 DELIMITED BY SIZE INTO WS-CHG-REASON
              GO TO X-800
           END-IF.

           READ RBKCHGT-FILE
               AT END
                  MOVE 'Y' TO WS-CHGT-EOF-SW
           END-READ.

           PERFORM XCT-TAKE-ONE-TICKET UNTIL WS-CHGT-EOF.

           CLOSE RBKCHGT-FILE.

           IF WS-CHG-HIT = 0 THEN
              MOVE 'NOT ON THE CHANGE-TICKET FILE' TO WS-CHG-REASON
              GO TO X-800
           END-IF.

           IF WS-CHG-T-STATE NOT = 'APPROVED' AND
              WS-CHG-T-STATE NOT = 'IMPLEMENT' THEN
              STRING 'TICKET STATE IS ' WS-CHG-T-STATE
                 DELIMITED BY SIZE INTO WS-CHG-REASON
              GO TO X-800
           END-IF.

           IF WS-FREEZE-NOW < WS-CHG-T-FROM-STAMP OR
              WS-FREEZE-NOW > WS-CHG-T-TO-STAMP THEN
              STRING 'OUTSIDE ITS WINDOW ' WS-CHG-T-FROM-STAMP
                 ' TO ' WS-CHG-T-TO-STAMP
                 DELIMITED BY SIZE INTO WS-CHG-REASON
              GO TO X-800
           END-IF.

           MOVE 0 TO WS-CHG-OP-HIT.
           IF WS-CHG-T-OPERATION (1) = '*' THEN
              MOVE 1 TO WS-CHG-OP-HIT
           ELSE
              PERFORM XCU-MATCH-ONE-TICKET-OP
                 VARYING WS-CHG-OP-IX FROM 1 BY 1
                 UNTIL WS-CHG-OP-IX > 8 OR WS-CHG-OP-HIT = 1
           END-IF.
           IF WS-CHG-OP-HIT = 0 THEN
              STRING 'TICKET DOES NOT COVER OPERATION ' OPERATION
                 DELIMITED BY SIZE INTO WS-CHG-REASON
              GO TO X-800
           END-IF.

           MOVE WS-CHG-ARG TO WS-CHG-ID.
           DISPLAY OPERATION ' running under change ticket '
              WS-CHG-ID ' (' WS-CHG-T-STATE ') - ' WS-CHG-T-SUMMARY.
           MOVE 'CHGACCEPT' TO WS-CHG-AUD-RESULT.
           PERFORM X-WRITE-TICKET-AUDIT.
           GO TO X-999.

       X-800.
           MOVE 1 TO WS-CHG-REFUSED-SW.

           MOVE SPACES TO WS-RPT-LINE.
           STRING OPERATION ' REFUSED - CHANGE TICKET ' WS-CHG-ARG
              ': ' WS-CHG-REASON
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           CLOSE RBKRPT-FILE.

      * Automation-visible, like a freeze refusal.
           MOVE 'RBK013E' TO WS-WTO-MSG-ID.
           MOVE WS-RPT-LINE (1:70) TO WS-WTO-TEXT.
           PERFORM X-ISSUE-WTO.

           MOVE 'CHGREFUSE' TO WS-CHG-AUD-RESULT.
           PERFORM X-WRITE-TICKET-AUDIT.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * XCT-TAKE-ONE-TICKET
      *
      * One RBKCHGT record; a record for the keyed ticket replaces
      * whatever an earlier one for it said.
      *----------------------------------------------------------------*
       XCT-TAKE-ONE-TICKET SECTION.
       XCT-010.
           IF BAQHCHGT-ID = WS-CHG-ARG THEN
              MOVE 1 TO WS-CHG-HIT
              MOVE BAQHCHGT-STATE TO WS-CHG-T-STATE
              MOVE SPACES TO WS-CHG-T-FROM-STAMP
              STRING BAQHCHGT-FROM-DATE BAQHCHGT-FROM-TIME
                 DELIMITED BY SIZE INTO WS-CHG-T-FROM-STAMP
              MOVE SPACES TO WS-CHG-T-TO-STAMP
              STRING BAQHCHGT-TO-DATE BAQHCHGT-TO-TIME
                 DELIMITED BY SIZE INTO WS-CHG-T-TO-STAMP
              MOVE BAQHCHGT-OPERATIONS TO WS-CHG-T-OPERATIONS
              MOVE BAQHCHGT-SUMMARY TO WS-CHG-T-SUMMARY
           END-IF.

       XCT-020.
           READ RBKCHGT-FILE
               AT END
                  MOVE 'Y' TO WS-CHGT-EOF-SW
           END-READ.

       XCT-999.
           EXIT.

      *----------------------------------------------------------------*
      * XCU-MATCH-ONE-TICKET-OP
      *----------------------------------------------------------------*
       XCU-MATCH-ONE-TICKET-OP SECTION.
       XCU-010.
           IF WS-CHG-T-OPERATION (WS-CHG-OP-IX) = OPERATION THEN
              MOVE 1 TO WS-CHG-OP-HIT
           END-IF.

       XCU-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-WRITE-TICKET-AUDIT
      *
      * Audits a change-ticket decision as one chained trail record,
      * stamped with the ticket that was keyed - accepted or not -
      * so BAQHCHGR shows the refused attempts under a ticket too.
      *----------------------------------------------------------------*
       X-WRITE-TICKET-AUDIT SECTION.
       X-010.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKB' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE WS-CHG-ARG TO BAQHAUDT-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           MOVE OPERATION TO BAQHAUDT-OPERATION.
           MOVE SPACES TO BAQHAUDT-KEY-TITLE.
           IF WS-CHG-REFUSED THEN
              STRING 'CHANGE TICKET: ' WS-CHG-REASON
                 DELIMITED BY SIZE INTO BAQHAUDT-KEY-TITLE
           ELSE
              STRING 'CHANGE TICKET: ' WS-CHG-T-SUMMARY
                 DELIMITED BY SIZE INTO BAQHAUDT-KEY-TITLE
           END-IF.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE WS-CHG-AUD-RESULT TO BAQHAUDT-RESULT.
           MOVE SPACES TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKB' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE WS-CHG-ID TO BAQHAUDT-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           MOVE OPERATION TO BAQHAUDT-OPERATION.
           MOVE WS-HOLD-CHK-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE SPACES TO BAQHAUDT-CORREL-ID.
           MOVE WS-HOLD-REF TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.
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
      * fallen due. A batch run is never the holder, so any live
      * check-out refuses. A run without the register DD runs
      * unguarded.
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

      * A check-out past its due stamp has lapsed and guards nothing,
      * whether or not BAQHRSVR has marked it EXPIRED yet.
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
      * line naming the holder goes to RBKRPT and the console, the
      * audit trail takes a chained record with the distinct
      * RESERVED result and the holder's user ID, and the text is
      * left in WS-API-MESSAGE with the call codes zeroed so the
      * exception record the caller queues for replay says why.
      *----------------------------------------------------------------*
       X-REPORT-RESERVATION-REFUSAL SECTION.
       X-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING OPERATION ' REFUSED - ' WS-RSRV-TEXT
              ' ON ' WS-RSRV-CHK-TITLE (1:60)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

           OPEN EXTEND RBKRPT-FILE.
           WRITE RBKRPT-RECORD FROM WS-RPT-LINE.
           CLOSE RBKRPT-FILE.

           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKB' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE WS-CHG-ID TO BAQHAUDT-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
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
           WRITE BAQHAUDT-RECORD.
           CLOSE RBKAUDT-FILE.

           PERFORM XW-WRITE-KEYED-AUDIT-REC.

           MOVE WS-RSRV-TEXT TO WS-API-MESSAGE.
           MOVE 0 TO WS-CC9.
           MOVE 0 TO WS-RC9.
           MOVE 0 TO WS-ST9.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-QUEUE-RESERVATION-REFUSAL
      *
      * Queues a refused delete or nightly refresh on RBKEXCP for
      * replay once the title is checked back in - the paths that,
      * unlike the create, patch and merge paths, have no exception
      * write of their own. The operation is staged in
      * WS-RSRV-EXC-OPER; there is no single field to name.
      *----------------------------------------------------------------*
       X-QUEUE-RESERVATION-REFUSAL SECTION.
       X-010.
           MOVE SPACES TO BAQHEXCP-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHEXCP-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHEXCP-TIME.
           MOVE 'BAQHRBKB' TO BAQHEXCP-PROGRAM.
           MOVE WS-RSRV-EXC-OPER TO BAQHEXCP-OPERATION.
           MOVE WS-RSRV-CHK-TITLE TO BAQHEXCP-TITLE.
           MOVE 0 TO BAQHEXCP-COMP-CODE.
           MOVE 0 TO BAQHEXCP-REASON-CODE.
           MOVE 0 TO BAQHEXCP-HTTP-STATUS.
           MOVE 'PENDING' TO BAQHEXCP-STATUS.
           MOVE WS-RSRV-TEXT TO BAQHEXCP-MESSAGE.
           MOVE WS-CHG-ID TO BAQHEXCP-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHEXCP-CATALOG.

           OPEN EXTEND RBKEXCP-FILE.
           WRITE BAQHEXCP-RECORD.
           CLOSE RBKEXCP-FILE.

       X-999.
           EXIT.

                 END-IF
              WHEN 'AUTHORS'
                 MOVE WS-EXTR-AUTHORS TO WS-VFY-STORED
              WHEN 'DEPT'
                 PERFORM CAJB-TAKE-DEPARTMENT
                 MOVE SPACES TO WS-CD-DEPT-IMAGE
                 MOVE WS-DEPT-ID TO WS-CD-DEPT-ID
                 MOVE WS-DEPT-NAME TO WS-CD-DEPT-NAME
                 MOVE WS-DEPT-CONTACT TO WS-CD-DEPT-CONTACT
                 MOVE WS-CD-DEPT-IMAGE TO WS-VFY-STORED
              WHEN OTHER
                 MOVE 1 TO WS-VFY-SKIP
           END-EVALUATE.
              DELIMITED BY SIZE INTO BAQHAPPR-TITLE.
           MOVE WS-FEED-DATA-CNT TO BAQHAPPR-REC-COUNT.
           MOVE 'PENDING' TO BAQHAPPR-STATUS.
           MOVE 0 TO BAQHAPPR-BOOK-ID.

           OPEN EXTEND RBKAPPR-FILE.
           WRITE BAQHAPPR-RECORD.
      * the data records actually present. A feed that fails the
      * check is reported on RBKRPT and refused (WS-RC set FAILED),
      * so a truncated upstream transfer stops the run at the door
      * instead of quietly processing short. A SOURCE=DB2 run checks
      * its staged batch the same way - see X-VERIFY-STAGED-BATCH.
      *----------------------------------------------------------------*
       X-VERIFY-BULK-FEED SECTION.
       X-010.
           MOVE 0 TO WS-FEED-TRL-COUNT.
           MOVE 'N' TO WS-FEED-EOF-SW.

      * A staged feed's control totals come from its batch row
      * rather than a pre-read; the checks that follow are the same.
           IF WS-STG-SOURCE THEN
              PERFORM X-VERIFY-STAGED-BATCH
              IF WS-RC = FAILED OR WS-STG-NO-BATCH = 1 THEN
                 GO TO X-999
              END-IF
              GO TO X-020
           END-IF.

           EVALUATE OPERATION
              WHEN 'BLKC'
                 OPEN INPUT RBKCRIN-FILE
                 CLOSE RBKNRIN-FILE
           END-EVALUATE.

       X-020.
           IF WS-FEED-HDR-SEEN = 0 OR WS-FEED-TRL-SEEN = 0 THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING OPERATION ' FEED REFUSED - HEADER/TRAILER '
      *----------------------------------------------------------------*
       XC-VERIFY-ONE-FEED-REC SECTION.
       XC-010.
      * The feed's control records go to the lineage ledger.
           IF WS-FEED-TITLE (1:4) = '*HDR' OR
              WS-FEED-TITLE (1:4) = '*TRL' THEN
              EVALUATE OPERATION
                 WHEN 'BLKC'
                    MOVE 'RBKCRIN' TO BAQHLINW-DD
                 WHEN 'BLKP'
                    MOVE 'RBKPRIN' TO BAQHLINW-DD
                 WHEN 'NMRG'
                    MOVE 'RBKNRIN' TO BAQHLINW-DD
              END-EVALUATE
              MOVE 'BAQHRBKB' TO BAQHLINW-PROGRAM
              MOVE 'R' TO BAQHLINW-DIRECTION
              MOVE 'F' TO BAQHLINW-FRAME
              MOVE WS-FEED-TITLE TO BAQHLINW-CTL-REC
              CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-IF.

           EVALUATE WS-FEED-TITLE (1:4)
              WHEN '*HDR'
                 MOVE 1 TO WS-FEED-HDR-SEEN
              GO TO XS-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING OPERATION ' FEED REFUSED - FEED ' WS-FEED-ID
              ' WAS ALREADY PROCESSED. RESEND NEEDS FORCEFEED.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM XD-REPORT-FEED-REFUSAL.

       XS-999.
           EXIT.

      *----------------------------------------------------------------*
      * XSA-SCAN-ONE-REGISTRY-REC
      *----------------------------------------------------------------*
       XSA-SCAN-ONE-REGISTRY-REC SECTION.
       XSA-010.
           IF BAQHFDRG-FEED-ID = WS-FEED-ID THEN
              MOVE 1 TO WS-FEED-ID-SEEN
           END-IF.

       XSA-020.
           READ RBKFDRG-FILE
               AT END
                  MOVE 'Y' TO WS-FDRG-EOF-SW
           END-READ.

       XSA-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-REGISTER-FEED
      *
      * Marks the feed identifier processed, called only at the
      * clean end of a completed run - never at verification time,
      * or an approval refusal, restart or cutoff requeue of the
      * same file would be turned away as a double load.
      *----------------------------------------------------------------*
       X-REGISTER-FEED SECTION.
       X-010.
           IF WS-FEED-ID = SPACES THEN
              GO TO X-999
           END-IF.

           OPEN EXTEND RBKFDRG-FILE.
           IF WS-FDRG-FILE-STATUS NOT = '00' THEN
              GO TO X-999
           END-IF.

           MOVE SPACES TO BAQHFDRG-RECORD.
           MOVE WS-FEED-ID TO BAQHFDRG-FEED-ID.
           MOVE OPERATION TO BAQHFDRG-OPERATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHFDRG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHFDRG-TIME.
           MOVE 'ACCEPTED' TO BAQHFDRG-OUTCOME.
           WRITE BAQHFDRG-RECORD.

           CLOSE RBKFDRG-FILE.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-VERIFY-STAGED-BATCH
      *
      * Finds the oldest staged batch of this operation's feed type
      * and catalog that still has rows to work, and stages its
      * control totals where X-VERIFY-BULK-FEED's checks look for
      * them: the batch row is header and trailer in one - its
      * identifier and creation timestamp are the header's, its
      * declared count the trailer's - and every row staged under
      * it, whatever its status, is a data record present, so a
      * batch the submission tool only half inserted is refused the
      * same way as a truncated file. No batch waiting is not an
      * error: WS-STG-NO-BATCH is set and the run does nothing.
      *----------------------------------------------------------------*
       X-VERIFY-STAGED-BATCH SECTION.
       X-010.
           MOVE 0 TO WS-STG-NO-BATCH.

           MOVE 'B' TO BAQHSTGQ-FUNCTION.
           MOVE OPERATION TO BAQHSTGQ-FEED-TYPE.
           MOVE WS-CATALOG TO BAQHSTGQ-CATALOG.
           CALL 'BAQHSTGQ' USING BAQHSTGQ-AREA.

           IF BAQHSTGQ-RC = 4 THEN
              MOVE 1 TO WS-STG-NO-BATCH
              DISPLAY OPERATION ' no ' WS-CATALOG ' batch is waiting'
                 ' in the staging table - nothing to do.'
              GO TO X-999
           END-IF.

           IF BAQHSTGQ-RC NOT = 0 THEN
              MOVE BAQHSTGQ-SQLCODE TO WS-STG-SQLCODE-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING OPERATION ' FEED REFUSED - STAGING TABLE NOT '
                 'READABLE, SQLCODE ' WS-STG-SQLCODE-ED '.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM XD-REPORT-FEED-REFUSAL
              GO TO X-999
           END-IF.

           MOVE 1 TO WS-FEED-HDR-SEEN.
           MOVE 1 TO WS-FEED-TRL-SEEN.
           MOVE BAQHSTGQ-BATCH-ID TO WS-FEED-ID.
           MOVE BAQHSTGQ-DECLARED-CNT TO WS-FEED-TRL-COUNT.
           MOVE BAQHSTGQ-ROW-CNT TO WS-FEED-DATA-CNT.
           MOVE SPACES TO WS-FEED-HDR-STAMP.
           STRING BAQHSTGQ-CREATED-TS (1:4)
                  BAQHSTGQ-CREATED-TS (6:2)
                  BAQHSTGQ-CREATED-TS (9:2)
                  BAQHSTGQ-CREATED-TS (12:2)
                  BAQHSTGQ-CREATED-TS (15:2)
                  BAQHSTGQ-CREATED-TS (18:2)
              DELIMITED BY SIZE INTO WS-FEED-HDR-STAMP.

           DISPLAY OPERATION ' staged batch ' WS-FEED-ID ' has '
              BAQHSTGQ-PENDING-CNT ' rows still to work.'.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-OPEN-STAGED-FEED
      *
      * The staged counterpart of opening the feed file and reading
      * its first record: opens the submission-order cursor over the
      * batch X-VERIFY-STAGED-BATCH chose - only this stream's rows
      * in a partitioned run - and fetches the first row.
      *----------------------------------------------------------------*
       X-OPEN-STAGED-FEED SECTION.
       X-010.
           MOVE 'O' TO BAQHSTGQ-FUNCTION.
           MOVE WS-NPART TO BAQHSTGQ-NPART.
           MOVE WS-PART TO BAQHSTGQ-PART.
           CALL 'BAQHSTGQ' USING BAQHSTGQ-AREA.

           IF BAQHSTGQ-RC NOT = 0 THEN
              MOVE BAQHSTGQ-SQLCODE TO WS-STG-SQLCODE-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING OPERATION ' STAGING TABLE CURSOR OPEN FAILED, '
                 'SQLCODE ' WS-STG-SQLCODE-ED ' - RUN STOPPED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM X-STOP-STAGED-FEED
              GO TO X-999
           END-IF.

           PERFORM X-FETCH-STAGED-ROW.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-FETCH-STAGED-ROW
      *
      * The staged counterpart of reading the next feed record: the
      * next row's record image goes into the operation's own feed
      * record area, exactly as READ would leave it, or the loop's
      * end-of-feed switch is set at the end of the cursor.
      *----------------------------------------------------------------*
       X-FETCH-STAGED-ROW SECTION.
       X-010.
           MOVE 'F' TO BAQHSTGQ-FUNCTION.
           CALL 'BAQHSTGQ' USING BAQHSTGQ-AREA.

           IF BAQHSTGQ-RC = 4 THEN
              PERFORM X-END-STAGED-FEED
              GO TO X-999
           END-IF.

           IF BAQHSTGQ-RC NOT = 0 THEN
              MOVE BAQHSTGQ-SQLCODE TO WS-STG-SQLCODE-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING OPERATION ' STAGING TABLE FETCH FAILED, '
                 'SQLCODE ' WS-STG-SQLCODE-ED ' - RUN STOPPED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM X-STOP-STAGED-FEED
              GO TO X-999
           END-IF.

           EVALUATE OPERATION
              WHEN 'BLKC'
                 MOVE BAQHSTGQ-FEED-RECORD TO BAQHCRIN-RECORD
              WHEN 'BLKP'
                 MOVE BAQHSTGQ-FEED-RECORD TO BAQHPRIN-RECORD
              WHEN 'NMRG'
                 MOVE BAQHSTGQ-FEED-RECORD TO BAQHNRIN-RECORD
           END-EVALUATE.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-DISPOSE-STAGED-ROW
      *
      * Writes the disposition X-WRITE-DISPOSITION-REC was given back
      * on the staged row just judged: CREATED, PATCHED and MERGED
      * are APPLIED, a DRYRUN record is ACCEPTED (it passed the
      * edits and stays to be applied by the live run), REJECTED
      * and FAILED stand as they are, FAILED with the call's HTTP
      * status. The update is committed by the checkpoint that
      * follows it; if it cannot be made the run stops here, so no
      * further row is sent without its outcome being recorded.
      *----------------------------------------------------------------*
       X-DISPOSE-STAGED-ROW SECTION.
       X-010.
           MOVE 'D' TO BAQHSTGQ-FUNCTION.

           EVALUATE WS-DISP-OUTCOME
              WHEN 'REJECTED'
                 MOVE 'REJECTED' TO BAQHSTGQ-OUTCOME
                 MOVE 0 TO BAQHSTGQ-HTTP-STATUS
                 MOVE SPACES TO BAQHSTGQ-CORREL-ID
              WHEN 'DRYRUN'
                 MOVE 'ACCEPTED' TO BAQHSTGQ-OUTCOME
                 MOVE 0 TO BAQHSTGQ-HTTP-STATUS
                 MOVE SPACES TO BAQHSTGQ-CORREL-ID
              WHEN 'FAILED'
                 MOVE 'FAILED' TO BAQHSTGQ-OUTCOME
                 MOVE WS-ST9 TO BAQHSTGQ-HTTP-STATUS
                 MOVE WS-CORREL-ID TO BAQHSTGQ-CORREL-ID
              WHEN OTHER
                 MOVE 'APPLIED' TO BAQHSTGQ-OUTCOME
                 MOVE WS-ST9 TO BAQHSTGQ-HTTP-STATUS
                 MOVE WS-CORREL-ID TO BAQHSTGQ-CORREL-ID
           END-EVALUATE.

           CALL 'BAQHSTGQ' USING BAQHSTGQ-AREA.

           IF BAQHSTGQ-RC NOT = 0 THEN
              MOVE BAQHSTGQ-SQLCODE TO WS-STG-SQLCODE-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING OPERATION ' STAGING ROW DISPOSITION NOT '
                 'WRITTEN, SQLCODE ' WS-STG-SQLCODE-ED
                 ' - RUN STOPPED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM X-STOP-STAGED-FEED
           END-IF.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-STOP-STAGED-FEED
      *
      * A DB2 failure part way through a staged run: the line its
      * caller built in WS-RPT-LINE goes to RBKRPT and the console
      * and out as an RBK004E WTO, the same as a refused feed, and
      * the loop is ended. The rows not yet worked stay PENDING for
      * the rerun; WS-STG-BROKEN keeps the batch unregistered and
      * ends the run RC 8.
      *----------------------------------------------------------------*
       X-STOP-STAGED-FEED SECTION.
       X-010.
           PERFORM XD-REPORT-FEED-REFUSAL.
           MOVE 1 TO WS-STG-BROKEN-SW.
           PERFORM X-END-STAGED-FEED.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-END-STAGED-FEED
      *
      * Sets the end-of-feed switch of whichever bulk loop is
      * running.
      *----------------------------------------------------------------*
       X-END-STAGED-FEED SECTION.
       X-010.
           EVALUATE OPERATION
              WHEN 'BLKC'
                 MOVE 'Y' TO WS-BLKC-EOF-SW
              WHEN 'BLKP'
                 MOVE 'Y' TO WS-BLKP-EOF-SW
              WHEN 'NMRG'
                 MOVE 'Y' TO WS-NMRG-EOF-SW
           END-EVALUATE.

       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-CLOSE-STAGED-FEED
      *----------------------------------------------------------------*
       X-CLOSE-STAGED-FEED SECTION.
       X-010.
           MOVE 'C' TO BAQHSTGQ-FUNCTION.
           CALL 'BAQHSTGQ' USING BAQHSTGQ-AREA.

           IF BAQHSTGQ-RC NOT = 0 THEN
              MOVE BAQHSTGQ-SQLCODE TO WS-STG-SQLCODE-ED
              DISPLAY OPERATION ' staging table cursor close failed,'
                 ' SQLCODE ' WS-STG-SQLCODE-ED
           END-IF.

       X-999.
           EXIT.

           IF WS-DEBUG = 1 THEN
              DISPLAY OPERATION ' X-EXEC Entry.'.

           MOVE SPACES TO WS-API-MESSAGE.
           MOVE SPACES TO WS-MSG-AREA-NAME.

           IF WS-CB-IS-OPEN THEN
              PERFORM X-CIRCUIT-BREAKER-ABORT
              GO TO X-999
              PERFORM X-JOURNAL-SHADOW-CALL
           END-IF.

      * Any explanatory text sent back with a non-2xx answer is
      * picked up for the audit and exception records.
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
              WHEN WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK02I01
                 SET ADDRESS OF BAQBASE-RBK02P01
                    TO BAQ-RESP-BASE-ADDRESS
                 IF BAQ-RESP-STATUS-CODE = 404 AND
                    responseCode404-existence OF BAQBASE-RBK02P01 > 0
                    THEN
                    MOVE responseCode404-dataarea OF BAQBASE-RBK02P01
                       TO WS-DATA-AREA-NAME
                    MOVE LENGTH OF RBK02P01-responseCode404
                       TO WS-ELEMENT-LENGTH
                    PERFORM XM-FETCH-MESSAGE-ELEMENT
                    IF WS-MSG-AREA-NAME NOT = SPACES THEN
                       SET ADDRESS OF RBK02P01-responseCode404
                          TO WS-ELEMENT
                       MOVE Xmessage-length OF RBK02P01-responseCode404
                          TO WS-API-MSG-LEN
                       MOVE Xmessage OF RBK02P01-responseCode404
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
              WHEN WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK07I01
                 SET ADDRESS OF BAQBASE-RBK07P01
                    TO BAQ-RESP-BASE-ADDRESS
                 IF BAQ-RESP-STATUS-CODE = 404 AND
                    responseCode404-existence OF BAQBASE-RBK07P01 > 0
                    THEN
                    MOVE responseCode404-dataarea OF BAQBASE-RBK07P01
                       TO WS-DATA-AREA-NAME
                    MOVE LENGTH OF RBK07P01-responseCode404
                       TO WS-ELEMENT-LENGTH
                    PERFORM XM-FETCH-MESSAGE-ELEMENT
                    IF WS-MSG-AREA-NAME NOT = SPACES THEN
                       SET ADDRESS OF RBK07P01-responseCode404
                          TO WS-ELEMENT
                       MOVE Xmessage-length OF RBK07P01-responseCode404
                          TO WS-API-MSG-LEN
                       MOVE Xmessage OF RBK07P01-responseCode404
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
           MOVE 'BAQHRBKB' TO BAQHTELE-PROGRAM.
           MOVE WS-CATALOG TO BAQHTELE-CATALOG.
           IF WS-AUDIT-OP-OVERRIDE NOT = SPACES THEN
              MOVE WS-AUDIT-OP-OVERRIDE TO BAQHTELE-OPERATION
           ELSE
                    MOVE WS-SHDW-SIZE-N
                       TO sizeMB OF BAQBASE-RBK03Q01
                 END-IF
              WHEN 'SIZEMB'
                 MOVE 'U' TO sizeMB-patch-operation
                    OF BAQBASE-RBK03Q01
                 COMPUTE sizeMB OF BAQBASE-RBK03Q01 =
                    FUNCTION NUMVAL(WS-SHDW-VALUE (WS-SHDW-IDX))
              WHEN 'PUBDATE'
                 MOVE 'U' TO licationDate-patch-operation
                    OF BAQBASE-RBK03Q01
      *----------------------------------------------------------------*
       X-CALL-API SECTION.
       X-010.
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
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKB' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE WS-CHG-ID TO BAQHAUDT-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           IF WS-AUDIT-OP-OVERRIDE NOT = SPACES THEN
              MOVE WS-AUDIT-OP-OVERRIDE TO BAQHAUDT-OPERATION
           ELSE
           END-IF.

           MOVE WS-CORREL-ID TO BAQHAUDT-CORREL-ID.
           MOVE WS-API-MESSAGE TO BAQHAUDT-MESSAGE.

      * Chain the record to its predecessors before it is written.
           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.

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
           MOVE 'BAQHRBKB' TO BAQHBKIC-PROGRAM.
           MOVE BAQHAUDT-KEY-TITLE TO BAQHBKIC-TITLE.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.
           MOVE BAQHBKIC-BOOK-ID TO BAQHAUDT-BOOK-ID.

       XBK-999.
           EXIT.

      *----------------------------------------------------------------*
      * X-LOAD-CHAIN-STATE
      *
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKB' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE WS-CHG-ID TO BAQHAUDT-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           MOVE 'SEAL' TO BAQHAUDT-OPERATION.
           MOVE 'RUN END SEAL' TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 'SEALED' TO BAQHAUDT-RESULT.
           MOVE SPACES TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.
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
           OPEN OUTPUT RBKDISP-FILE.
           IF WS-DISP-FILE-STATUS = '00' THEN
              MOVE 1 TO WS-DISP-USABLE
              MOVE 'RBKDISP' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-OPEN
           ELSE
              MOVE 0 TO WS-DISP-USABLE
              DISPLAY OPERATION ' RBKDISP not available, file status '
           IF WS-DISP-USABLE = 1 THEN
              CLOSE RBKDISP-FILE
              MOVE 0 TO WS-DISP-USABLE
              MOVE 'RBKDISP' TO WS-AB-DD-LIST
              PERFORM X-AB-NOTE-DDS-CLOSED
           END-IF.

       X-999.
      *----------------------------------------------------------------*
       X-WRITE-DISPOSITION-REC SECTION.
       X-010.
      * A staged row carries its own disposition, whether or not
      * there is a disposition file this run.
           IF WS-STG-SOURCE THEN
              PERFORM X-DISPOSE-STAGED-ROW
           END-IF.

           IF WS-DISP-USABLE = 0 THEN
              GO TO X-999
           END-IF.
           MOVE WS-ST9 TO BAQHEXCP-HTTP-STATUS.
           MOVE 'PENDING' TO BAQHEXCP-STATUS.
           MOVE WS-CORREL-ID TO BAQHEXCP-CORREL-ID.
           MOVE WS-API-MESSAGE TO BAQHEXCP-MESSAGE.
           MOVE WS-CHG-ID TO BAQHEXCP-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHEXCP-CATALOG.

           OPEN EXTEND RBKEXCP-FILE.
           WRITE BAQHEXCP-RECORD.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKB' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE WS-CHG-ID TO BAQHAUDT-CHANGE-ID.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           MOVE OPERATION TO BAQHAUDT-OPERATION.
           MOVE SPACES TO BAQHAUDT-KEY-TITLE.
           STRING 'CONFIG CHANGED: ' WS-FPRT-CUR-DSN (WS-FPRT-IX)
           MOVE 'CFGMOVED' TO BAQHAUDT-RESULT.
           MOVE SPACES TO BAQHAUDT-CORREL-ID.

           PERFORM XBK-STAMP-AUDIT-BOOK-ID.
           PERFORM X-COMPUTE-AUDIT-CHECK.

           OPEN EXTEND RBKAUDT-FILE.

           MOVE SPACES TO RBKSTAT-RECORD.
           STRING 'BATCH RUN STATISTICS FOR OPERATION ' OPERATION
              '  MODE ' WS-RUNMODE '  CATALOG ' WS-CATALOG
              DELIMITED BY SIZE INTO RBKSTAT-RECORD.
           WRITE RBKSTAT-RECORD.

           MOVE WS-RUN-START-DATE TO BAQHSTHX-DATE.
           MOVE WS-RUN-START-TIME TO BAQHSTHX-TIME.
           MOVE 'BAQHRBKB' TO BAQHSTHX-JOBNAME.
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
                       MOVE BAQHCKPT-WHF-COUNT TO WS-WHF-REC-COUNT
                       MOVE BAQHCKPT-WHF-SIZE-HASH TO WS-WHF-SIZE-HASH
                       MOVE BAQHCKPT-WHF-AUTH-CNT TO WS-WHF-AUTH-CNT
                       SET BAQHABCX-CKPT-PRIOR TO TRUE
                       MOVE BAQHCKPT-LAST-SEQ TO BAQHABCX-CKPT-SEQ
                       MOVE BAQHCKPT-LAST-KEY TO BAQHABCX-CKPT-KEY
                       MOVE BAQHCKPT-DATE TO BAQHABCX-CKPT-DATE
                       MOVE BAQHCKPT-TIME TO BAQHABCX-CKPT-TIME
                       DISPLAY OPERATION
                          ' X-CHECK-RESTART resuming after '
                          BAQHCKPT-LAST-KEY

           CALL CBLTDLI USING DLI-CHKP, WS-CHKP-ID-LEN, WS-CHKP-ID.

      * The new restart point for the abend context: changes made
      * before it are behind the checkpoint, so a restart will not
      * repeat them.
           SET BAQHABCX-CKPT-TAKEN TO TRUE.
           MOVE BAQHCKPT-LAST-SEQ TO BAQHABCX-CKPT-SEQ.
           MOVE BAQHCKPT-LAST-KEY TO BAQHABCX-CKPT-KEY.
           MOVE BAQHCKPT-DATE TO BAQHABCX-CKPT-DATE.
           MOVE BAQHCKPT-TIME TO BAQHABCX-CKPT-TIME.
           MOVE 0 TO BAQHABCX-CHG-CALLS.
           MOVE 0 TO BAQHABCX-CHG-DONE.

       X-999.
           IF WS-DEBUG = 1 THEN
              DISPLAY OPERATION ' X-TAKE-CHECKPOINT Exit.'.

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
           MOVE 'BAQHRBKB' TO BAQHABCX-PROGRAM.
           MOVE OPERATION TO BAQHABCX-OPERATION.
           MOVE WS-CATALOG TO BAQHABCX-CATALOG.
           MOVE WS-RUN-START-DATE TO BAQHABCX-RUN-DATE.
           MOVE WS-RUN-START-TIME TO BAQHABCX-RUN-TIME.
           EVALUATE TRUE
              WHEN WS-MODE-REPLAY
                 SET BAQHABCX-REPLAY TO TRUE
              WHEN WS-DRYRUN-ON
                 SET BAQHABCX-DRYRUN TO TRUE
              WHEN OTHER
                 SET BAQHABCX-LIVE TO TRUE
           END-EVALUATE.
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
           EVALUATE OPERATION
              WHEN 'BLKC'
                 MOVE WS-BLKC-REC-NUM TO BAQHABCX-ITEM-SEQ
              WHEN 'BLKP'
                 MOVE WS-BLKP-REC-NUM TO BAQHABCX-ITEM-SEQ
              WHEN 'NMRG'
                 MOVE WS-NMRG-REC-NUM TO BAQHABCX-ITEM-SEQ
              WHEN OTHER
                 MOVE 0 TO BAQHABCX-ITEM-SEQ
           END-EVALUATE.
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
           MOVE WS-STATS-RETRY-COUNT TO BAQHABCX-RETRY-COUNT.
           MOVE WS-STATS-CB-ABORT-COUNT TO BAQHABCX-CB-ABORT-COUNT.
           MOVE WS-RPT-COUNT TO BAQHABCX-RPT-COUNT.
           MOVE WS-WHF-REC-COUNT TO BAQHABCX-WHF-COUNT.

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
      * X-TRACE-ENTRY
      *
