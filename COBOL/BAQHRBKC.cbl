      *      GARB - Get All Redbooks                                  *
      *      GRBK - Get Redbook                                       *
      *      CRBK - Create Redbook                                    *
      *      PRBK - Patch Redbook (JSON Patch, one field)             *
      *      MRBK - Merge Redbook (JSON Merge Patch, one field)       *
      *      DRBK - Delete Redbook                                    *
      *                                                               *
      * Calls RedbookAPI endpoint RESTful Application operations      *
      * 'URIMAP=name;' ahead of the usual Tx arguments to pin a       *
      * single URIMAP for one invocation.                             *
      *                                                               *
      * 'CATALOG=REDPAPER;' keyed first works on the Redpaper catalog *
      * (see BAQHCATQ) and is carried across pseudo-conversational    *
      * turns; without it every transaction uses the Redbook one.     *
      *                                                               *
      * Copyright IBM Corp. 2023, 2026                                *
      *****************************************************************
      * Modification History
      *   2026-08 - Added PRBK/MRBK/DRBK transactions, BMS screens via
      *             mapset BAQHRBKM, pseudo-conversational GARB paging
      *             and selectable/failover URIMAP targeting.
      *   2026-10 - Dossier shows publicationDate and url at the
      *             catalog's full widths.
      *   2026-10 - API error message text kept on the per-call audit
      *             record and shown on the RESB exception list.
      *   2026-10 - RBKS series inquiry over the RBKSERS registry, with
      *             drill-down into a member's RBKD dossier.
      *   2026-10 - RBKI browses one subject's books from the RBKCLAS
      *             classification file when a subject code is keyed.
      *   2026-10 - RBER errata register maintenance; high-severity
      *             open errata flagged on the RBKD dossier and holding
      *             a new edition back from PUBLISHED.
      *   2026-10 - RBRV records completed technical reviews on the
      *             RBKREVW register and shows when the next is due.
      *   2026-10 - RBCO checks a title out to an editor on the RBKRSRV
      *             register; other users' writes refused meanwhile.
      *   2026-10 - RBWL maintains the user's own RBKWTCH change
      *             watchlist for the nightly BAQHWTCD digest.
      *   2026-10 - Audit records carry the signed-on user ID.
      *   2026-10 - RBKA approval expiry can be counted in business
      *             days on the RBKBCAL calendar (BAQHBDAY).
      *   2026-10 - GARB changes the status of several marked lines at
      *             once; bigger selections are queued for RBKA.
      *   2026-10 - PF4 on GARB and RBKD prints the whole list or
      *             dossier on the location's 3270 printer (RBPR).
      *   2026-10 - RBKJ answers intranet title, form and author
      *             lookups as JSON from the local stores over HTTP.
      *   2026-10 - 'CATALOG=name;' selects the Redpaper catalog: its
      *             API, its own RPP* copies of the catalog files, and
      *             its rows of the shared audit and exception files.
      *   2026-10 - AUTQ PF5 shows the author's most frequent
      *             collaborators from the RBKCOAX co-author path.
      *   2026-10 - RBSB submits approved RBKJSKL job skeletons to the
      *             internal reader and shows the status each job
      *             reports.
      *   2026-10 - Audit, approval and before-image records carry the
      *             title's RBKBKID local book id; RBKD joins a book's
      *             history on it across renames.
      *   2026-10 - Daily per-operator change quotas (RBKQTAP/RBKQTAU)
      *             refuse CRBK/PRBK/MRBK/DRBK past the limit; RBQT
      *             lets a supervisor raise a user's limit for the day.
      *   2026-10 - RBNT keeps operator notes on a title (RBKNOTE),
      *             shown on the RBKD dossier; an active caution note
      *             is warned of on CRBK/PRBK/MRBK/DRBK.
      *   2026-10 - RBAT lets a department contact attest or flag the
      *             books of a content attestation campaign (RBKATST);
      *             a flag is queued on RBKEXCP as an ATST exception.
      *   2026-10 - The RBKM menu shows and carries the catalog, a
      *             first entry honours a keyed 'CATALOG=name;', and
      *             RBKJ takes a catalog= query parameter.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHRBKC.
       01 WS-URIMAP-PREFIX-LEN PIC 9(4) VALUE 0.
       01 WS-URIMAP-REMAINDER PIC X(75) VALUE SPACES.

      * The publication catalog the invocation works on, keyed as
      * 'CATALOG=name;' ahead of the usual Tx arguments (and of any
      * URIMAP= prefix) and carried in DFHCOMMAREA across pseudo-
      * conversational turns; REDBOOK when never keyed. BAQHCATQ
      * validates it, points the API-INFO structures at its API and
      * gives the prefix of its own copies of the catalog-content
      * files below (RBKCAT for REDBOOK, RPPCAT for REDPAPER ...).
       01 WS-CATALOG-ARG     PIC X(8) VALUE SPACES.
       01 WS-CATALOG         PIC X(8) VALUE 'REDBOOK'.
       01 WS-REC-CATALOG     PIC X(8) VALUE SPACES.
       01 WS-CATALOG-PREFIX  PIC X(20) VALUE SPACES.
       01 WS-CATALOG-PREFIX-LEN PIC 9(4) VALUE 0.
       01 WS-CATALOG-FILES.
          03 WS-CATF-CAT     PIC X(8) VALUE 'RBKCAT'.
          03 WS-CATF-CHGH    PIC X(8) VALUE 'RBKCHGH'.
          03 WS-CATF-AUTX    PIC X(8) VALUE 'RBKAUTX'.
          03 WS-CATF-FNXR    PIC X(8) VALUE 'RBKFNXR'.
          03 WS-CATF-ALIA    PIC X(8) VALUE 'RBKALIA'.
          03 WS-CATF-COAX    PIC X(8) VALUE 'RBKCOAX'.
          03 WS-CATF-BKID    PIC X(8) VALUE 'RBKBKID'.
          03 WS-CATF-BKIX    PIC X(8) VALUE 'RBKBKIX'.
          03 WS-CATF-ATST    PIC X(8) VALUE 'RBKATST'.

       COPY BAQHCATQ.

      * The URIMAP name actually used on the successful X-INIT try,
      * carried here purely so it can be traced/displayed.
       01 WS-URIMAP          PIC X(8) VALUE SPACES.

       01 WS-TERMINAL-LENGTH PIC S9(4) BINARY.

      * 'Y' once A-MAINLINE has taken a first entry's terminal input,
      * so a 'CATALOG=name;' keyed there settles the catalog before
      * any function reads a catalog file - the later RECEIVEs for
      * the arguments then work from what was already taken.
       01 WS-TERMINAL-RECEIVED PIC X VALUE 'N'.

      * Set by AK-SINGLE-ITEM-INPUT to tell A-MAINLINE whether the
      * GRBK/CRBK/PRBK/MRBK/DRBK input is ready to execute ('Y') or
      * whether the task has either sent a prompt map and gone
      * on the CICS-supplied copybook being in the translate-time
      * concatenation.
       01 WS-AID-PF3         PIC X VALUE X'F3'.
       01 WS-AID-PF4         PIC X VALUE X'F4'.
       01 WS-AID-PF5         PIC X VALUE X'F5'.
       01 WS-AID-PF7         PIC X VALUE X'F7'.
       01 WS-AID-PF8         PIC X VALUE X'F8'.
       01 WS-AID-ENTER       PIC X VALUE X'7D'.
          03 WS-GARB-SP-TITLE  PIC X(40) VALUE SPACES.
          03 WS-GARB-SP-STATUS PIC X(9)  VALUE SPACES.
          03 WS-GARB-SP-AUTHOR PIC X(30) VALUE SPACES.
          03 WS-GARB-SP-FULL-TITLE PIC X(80) VALUE SPACES.
       01 WS-GARBQ-NAME.
          03 FILLER            PIC X(2) VALUE 'RG'.
          03 WS-GARBQ-TERM     PIC X(4) VALUE SPACES.
       01 WS-PAGE-LINE       PIC X(78) VALUE SPACES.
       01 WS-PAGE-NUM-DISP   PIC 9(4) VALUE 1.
       01 WS-PAGE-TOTAL-DISP PIC 9(4) VALUE 1.
       01 WS-GARB-MSG        PIC X(79) VALUE SPACES.

      * GARB multi-select status change. The spool items behind the
      * page last shown ride in DFHCOMMAREA, so the lines the
      * operator marked are resolved against that page's spool
      * before this turn's pull replaces it. Each marked book then
      * passes the freeze, legal-hold and reservation checks and
      * goes through CD-PATCH-REDBOOK (lifecycle rules and errata
      * gate included) on its own, its outcome kept for the results
      * page. A selection of more than WS-MSEL-APPR-LIMIT books is
      * not applied: its changes are parked on RBKPCHG as APPROVAL
      * entries behind one four-eyes RBKAPPR request (operation
      * MSTC), and applied the same way when RBKA approves it.
       01 WS-MSEL-APPR-LIMIT PIC 9(2) VALUE 5.
       01 WS-MSEL-TABLE.
          03 WS-MSEL-ENTRY OCCURS 10 TIMES.
             05 WS-MSEL-TITLE     PIC X(80) VALUE SPACES.
             05 WS-MSEL-RBA       PIC S9(8) COMP VALUE 0.
             05 WS-MSEL-OUTCOME   PIC X(8)  VALUE SPACES.
             05 WS-MSEL-TEXT      PIC X(40) VALUE SPACES.
             05 WS-MSEL-HTTP      PIC 9(5)  VALUE 0.
       01 WS-MSEL-CNT        PIC 9(4) COMP VALUE 0.
       01 WS-MSEL-IX         PIC 9(4) COMP VALUE 0.
       01 WS-MSEL-NEW-STATUS PIC X(9) VALUE SPACES.
       01 WS-MSEL-MARK       PIC X VALUE SPACE.
       01 WS-MSEL-SETTLE     PIC X(8) VALUE SPACES.
       01 WS-MSEL-ALLOWED    PIC X(8) VALUE SPACES.
       01 WS-MSEL-STAMP      PIC X(14) VALUE SPACES.
       01 WS-MSEL-CHANGED    PIC 9(4) COMP VALUE 0.
       01 WS-MSEL-CAUTIONED  PIC 9(4) COMP VALUE 0.
       01 WS-MSEL-CHANGED-ED PIC Z9.
       01 WS-MSEL-CNT-ED     PIC Z9.
       01 WS-MSEL-LIMIT-ED   PIC Z9.
       01 WS-MSEL-NETNAME-SAVE PIC X(8) VALUE SPACES.
       01 WS-MSEL-LINE       PIC X(76) VALUE SPACES.

      * RBKEXCP (see finish/BAQHRBKB.cbl's X-WRITE-EXCEPTION-REC) is
      * an ESDS, browsed/updated here a page at a time by the RESB
             05 WS-RESB-FIELD     PIC X(10) VALUE SPACES.
             05 WS-RESB-VALUE     PIC X(100) VALUE SPACES.
             05 WS-RESB-STATUS    PIC X(9)  VALUE SPACES.
             05 WS-RESB-MESSAGE   PIC X(50) VALUE SPACES.
       01 WS-RESB-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-RESB-PAGE-NUM   PIC 9(4) COMP VALUE 1.
       01 WS-RESB-PAGE-TOTAL PIC 9(4) COMP VALUE 1.
       01 WS-RESB-MSG        PIC X(60) VALUE SPACES.
       01 WS-RESB-RIDFLD     PIC S9(8) COMP VALUE 0.
       01 WS-RESP            PIC S9(8) COMP VALUE 0.
       01 WS-RESP-ED         PIC -(8)9.

      * Form-number cross-reference lookup working fields for
      * AKC-RESOLVE-FORM-NUMBER, which lets a GRBK/PRBK/MRBK
       COPY BAQHTPLT.

      * RBKM front-door menu working fields. The menu transfers to
      * the chosen function with RETURN TRANSID; the menu's catalog
      * and any keyed title are carried along in a terminal-scoped
      * TS queue that A-MAINLINE drains when the function starts, so
      * the operator lands straight in the function on that catalog
      * with the title already filled as AK-SINGLE-ITEM-INPUT's
      * arguments.
       01 WS-MENU-CHOICE     PIC X(2) VALUE SPACES.
       01 WS-MENU-TXID       PIC X(4) VALUE SPACES.
       01 WS-MENU-CARRYQ.
          03 FILLER          PIC X(2) VALUE 'RM'.
          03 WS-MENU-CARRYQ-TERM PIC X(4) VALUE SPACES.
          03 FILLER          PIC X(2) VALUE 'BK'.
       01 WS-MENU-CARRY.
          03 WS-MENU-CARRY-TITLE PIC X(75) VALUE SPACES.
          03 WS-MENU-CARRY-CATALOG PIC X(8) VALUE SPACES.
       01 WS-MENU-MSG        PIC X(79) VALUE SPACES.
       01 WS-MENU-HELP-FOR   PIC X VALUE SPACE.

      * GRBK response cache, held in the RBKCACHE shared TS queue so
             VALUE 'X-Correlation-Id: '.
          03 WS-CORREL-HDR-ID PIC X(16) VALUE SPACES.

      * Explanatory text the API sent back with a failed call,
      * picked up by X-CAPTURE-API-MESSAGE for the per-call audit
      * record. The response element fetched for it is remembered
      * by Data Area name so the caller's own BAQGETN of that area
      * is answered without a second fetch.
       01 WS-API-MESSAGE     PIC X(50) VALUE SPACES.
       01 WS-API-MSG-LEN     PIC S9(4) COMP VALUE 0.
       01 WS-MSG-AREA-NAME   PIC X(16) VALUE SPACES.
       01 WS-MSG-ELEMENT     USAGE POINTER VALUE NULL.
       01 WS-MSG-SAVED-CC    PIC 9(8) COMP-5.
       01 WS-MSG-SAVED-RC    PIC 9(8) COMP-5.

      * Per-operation RACF authorization. Before any transaction is
      * dispatched, AO-CHECK-OPERATION-AUTH asks the external
      * security manager (via QUERY SECURITY against the site's
       01 WS-APPR-EXPIRE-DAYS PIC 9(3) VALUE 7.
       01 WS-APPR-CUTOFF     PIC X(8) VALUE SPACES.
       01 WS-APPR-CUTOFF-INT PIC 9(8) VALUE 0.

      * The expiry window's basis: 'C' counts calendar days, 'B'
      * the working days of site WS-APPR-SITE on the business-day
      * calendar (file RBKBCAL, an ESDS like RBKFRZC), browsed into
      * the BAQHBDAY request area once per task and counted by the
      * BAQHBDAY routine. A region without the calendar file counts
      * a Monday to Friday week.
       01 WS-APPR-EXPIRE-BASIS PIC X VALUE 'C'.
           88 WS-APPR-BY-CALENDAR VALUE 'C'.
           88 WS-APPR-BY-BUSINESS VALUE 'B'.
       01 WS-APPR-SITE       PIC X(8) VALUE SPACES.
       01 WS-BCAL-RIDFLD     PIC S9(8) COMP VALUE 0.
       01 WS-BCAL-OWN-ENTRY  PIC 9 VALUE 0.
       01 WS-BCAL-OWN-PATTERN PIC 9 VALUE 0.
       COPY BAQHBCAL.
       COPY BAQHBDAY.
       01 WS-USERID          PIC X(8) VALUE SPACES.
       COPY BAQHAPPR.

       01 WS-RBKI-LINE       PIC X(78) VALUE SPACES.
       01 WS-RBKI-EOF-SW     PIC X VALUE 'N'.
       COPY BAQHKCAT.
      * With a subject keyed, RBKI browses that subject's books from
      * the RBKCLAS classification file instead, looking each one up
      * in RBKCAT. The subject is carried in DFHCOMMAREA alongside
      * the title to continue from.
       01 WS-RBKI-SUBJ       PIC X(8) VALUE SPACES.
       01 WS-RBKI-LAST-TITLE PIC X(80) VALUE SPACES.
       COPY BAQHSUBJ.
       COPY BAQHCLAS.

      * AUTQ author inquiry working fields. The AUTQ Tx pages one
      * author's books from the RBKAUTX author-to-titles KSDS that
       01 WS-AUTQ-LINE       PIC X(78) VALUE SPACES.
       01 WS-AUTQ-EOF-SW     PIC X VALUE 'N'.
       COPY BAQHKAXR.
      * PF5 turns AUTQ between the author's books ('B') and the
      * author's collaborators ('C'), ranked from the RBKCOAX
      * co-author path BAQHCOAU rebuilds. In collaborator mode the
      * first four bytes of WS-AUTQ-START-TITLE carry the rank to
      * start from, making the author+rank browse key.
       01 WS-AUTQ-MODE       PIC X VALUE 'B'.
          88 WS-AUTQ-COLLABORATORS VALUE 'C'.
       01 WS-AUTQ-SHARED-ED  PIC ZZZZ9.
       01 WS-AUTQ-DATE-ED    PIC X(10) VALUE SPACES.
       COPY BAQHCOAX.

      * Change-freeze calendar working fields - see
      * AT-CHECK-FREEZE-CALENDAR. RBKFRZC is browsed as an ESDS the
       01 WS-DOSS-WORK        PIC X(78) VALUE SPACES.
       01 WS-DOSS-RIDFLD      PIC S9(8) COMP VALUE 0.
       01 WS-DOSS-ASOF        PIC X(79) VALUE SPACES.
       01 WS-DOSS-FORM        PIC X(12) VALUE SPACES.
       01 WS-DOSS-SIZE-ED     PIC ZZ9.99.
       01 WS-DOSS-PAGE-ED     PIC ZZZ9.
       01 WS-DOSS-PAGE-ED2    PIC ZZZ9.
       01 WS-DOSS-AUD-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-DOSS-RING-IX     PIC 9(7) COMP VALUE 0.
       01 WS-DOSS-RING-IX2    PIC 9(7) COMP VALUE 0.
      * The book behind the dossier title: its local book id and
      * every title it has had (RBKBKIX path). A change, audit or
      * alias record joins the dossier on the id, or - written
      * before the id existed - on any one of those titles.
       01 WS-DOSS-BOOK-ID     PIC 9(8) VALUE 0.
       01 WS-DOSS-BKT-TABLE.
          03 WS-DOSS-BKT-TITLE PIC X(80) OCCURS 20 TIMES.
       01 WS-DOSS-BKT-CNT     PIC 9(4) COMP VALUE 0.
       01 WS-DOSS-BKT-IX      PIC 9(4) COMP VALUE 0.
       01 WS-DOSS-MATCH-ID    PIC X(8) VALUE SPACES.
       01 WS-DOSS-MATCH-TITLE PIC X(80) VALUE SPACES.
       01 WS-DOSS-MATCHED     PIC 9 VALUE 0.
       01 WS-DOSS-ID-ED       PIC Z(7)9.
       01 WS-DOSS-BKT-ED      PIC Z9.

      * RBKS series inquiry working fields - see AU-SERIES-INQUIRY.
      * A page lists up to ten members of one RBKSERS series in
      * reading order from WS-SERS-START-SEQ; the series, the page's
      * first and next sequence and the form number on each line
      * ride in DFHCOMMAREA so a keyed line number can open that
      * member's RBKD dossier.
       COPY BAQHSERS.
       01 WS-SERS-ID          PIC X(8) VALUE SPACES.
       01 WS-SERS-START-SEQ   PIC 9(4) VALUE 1.
       01 WS-SERS-SEL         PIC 99 VALUE 0.
       01 WS-SERS-LAST-SEQ    PIC 9(4) VALUE 0.
       01 WS-SERS-LINE-NO     PIC 99 VALUE 0.
       01 WS-SERS-LINE-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-SERS-LINE        PIC X(78) VALUE SPACES.
       01 WS-SERS-EOF-SW      PIC X VALUE 'N'.
       01 WS-SERS-MSG         PIC X(79) VALUE SPACES.

      * RBER errata register working fields - see EA-ERRATA-REGISTER.
      * A page lists up to ten of one book's RBKERRA errata in id
      * order from WS-ERRA-START-ID; the form number, the page's
      * first and next id and the id on each line ride in
      * DFHCOMMAREA so a keyed line number picks its erratum. The
      * entry fields as keyed are held in WS-ERRA-IN-* and shown
      * again on the next page unless an action used them.
       COPY BAQHERRA.
       01 WS-ERRA-FORM        PIC X(12) VALUE SPACES.
       01 WS-ERRA-START-ID    PIC 9(4) VALUE 1.
       01 WS-ERRA-LAST-ID     PIC 9(4) VALUE 0.
       01 WS-ERRA-SEL         PIC 99 VALUE 0.
       01 WS-ERRA-ACT         PIC X VALUE SPACE.
       01 WS-ERRA-LINE-NO     PIC 99 VALUE 0.
       01 WS-ERRA-LINE-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-ERRA-LINE        PIC X(78) VALUE SPACES.
       01 WS-ERRA-EOF-SW      PIC X VALUE 'N'.
       01 WS-ERRA-MSG         PIC X(79) VALUE SPACES.
       01 WS-ERRA-TODAY       PIC X(8) VALUE SPACES.
       01 WS-ERRA-IN-SEV      PIC X(6) VALUE SPACES.
       01 WS-ERRA-IN-STATE    PIC X(8) VALUE SPACES.
       01 WS-ERRA-IN-FIXED    PIC X(12) VALUE SPACES.
       01 WS-ERRA-IN-PAGE     PIC X(20) VALUE SPACES.
       01 WS-ERRA-IN-DESC     PIC X(60) VALUE SPACES.

      * Errata gate - see AKJ-CHECK-ERRATA-GATE. A title about to be
      * set PUBLISHED that is the new edition of an earlier book
      * (its RBKSUPS links, read through the RBKSUPN path on the
      * new title) is held back while any earlier edition carries a
      * HIGH erratum still OPEN. AKJB counts those for one form
      * number, for the gate and for the RBKD dossier flag alike.
       COPY BAQHSUPS.
       01 WS-ERRG-TITLE       PIC X(80) VALUE SPACES.
       01 WS-ERRG-FORM        PIC X(12) VALUE SPACES.
       01 WS-ERRG-HIGH-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-ERRG-HIGH-ED     PIC ZZZ9.
       01 WS-ERRG-BLOCK-FORM  PIC X(12) VALUE SPACES.
       01 WS-ERRG-BLOCKED-SW  PIC X VALUE 'N'.
       01 WS-ERRG-EOF-SW      PIC X VALUE 'N'.
       01 WS-ERRG-RESP        PIC S9(8) COMP VALUE 0.
       01 WS-ERRG-ERRA-EOF-SW PIC X VALUE 'N'.

      * RBRV technical-review working fields - see FA-TECH-REVIEW.
      * The title on the screen rides in DFHCOMMAREA; the review
      * fields as keyed are held in WS-REVW-IN-* and shown again
      * unless a review was recorded from them. The next review is
      * due the documentType's RBKRVIV interval after the last one
      * (the '*' entry, else 24 months, for a type not on the
      * table), the day pulled back to the due month's last where
      * that month is shorter.
       COPY BAQHREVW.
       COPY BAQHRVIV.
       01 WS-REVW-TITLE       PIC X(80) VALUE SPACES.
       01 WS-REVW-MSG         PIC X(79) VALUE SPACES.
       01 WS-REVW-TODAY       PIC X(8) VALUE SPACES.
       01 WS-REVW-CAT-SW      PIC X VALUE 'N'.
       01 WS-REVW-IN-TITLE    PIC X(80) VALUE SPACES.
       01 WS-REVW-IN-DATE     PIC X(8) VALUE SPACES.
       01 WS-REVW-IN-DATE-N REDEFINES WS-REVW-IN-DATE.
          03 WS-REVW-IN-YYYY  PIC 9(4).
          03 WS-REVW-IN-MM    PIC 9(2).
          03 WS-REVW-IN-DD    PIC 9(2).
       01 WS-REVW-IN-REVIEWER PIC X(40) VALUE SPACES.
       01 WS-REVW-IN-OUTCOME  PIC X(12) VALUE SPACES.
       01 WS-REVW-IN-NOTE     PIC X(60) VALUE SPACES.
       01 WS-REVW-MONTHS      PIC 9(3) VALUE 24.
       01 WS-REVW-MONTHS-ED   PIC ZZ9.
       01 WS-REVW-CNT-ED      PIC ZZZ9.
       01 WS-REVW-BASE-DATE   PIC X(8) VALUE SPACES.
       01 WS-REVW-BASE-DATE-N REDEFINES WS-REVW-BASE-DATE.
          03 WS-REVW-BASE-YYYY PIC 9(4).
          03 WS-REVW-BASE-MM  PIC 9(2).
          03 WS-REVW-BASE-DD  PIC 9(2).
       01 WS-REVW-DUE-DATE    PIC X(8) VALUE SPACES.
       01 WS-REVW-DUE-DATE-N REDEFINES WS-REVW-DUE-DATE.
          03 WS-REVW-DUE-YYYY PIC 9(4).
          03 WS-REVW-DUE-MM   PIC 9(2).
          03 WS-REVW-DUE-DD   PIC 9(2).
       01 WS-REVW-MONTH-IX    PIC 9(7) COMP VALUE 0.
       01 WS-REVW-LAST-DAY    PIC 9(2) VALUE 0.
       01 WS-REVW-LEAP-QUOT   PIC 9(4) COMP VALUE 0.
       01 WS-REVW-LEAP-REM-4  PIC 9(4) COMP VALUE 0.
       01 WS-REVW-LEAP-REM-100 PIC 9(4) COMP VALUE 0.
       01 WS-REVW-LEAP-REM-400 PIC 9(4) COMP VALUE 0.
       01 WS-REVW-MONTH-DAYS-TEXT PIC X(24)
              VALUE '312831303130313130313031'.
       01 WS-REVW-MONTH-DAYS-TABLE REDEFINES WS-REVW-MONTH-DAYS-TEXT.
          03 WS-REVW-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

      * RBCO editorial check-out working fields - see
      * GA-TITLE-CHECKOUT. The title on the screen rides in
      * DFHCOMMAREA. GD-CHECK-RESERVATION is also the guard every
      * catalog-changing path here runs: a live check-out refuses
      * anyone but WS-RSRV-ALLOWED, the user the holder is allowed
      * to be. The now and due stamps are yyyymmddhhmm.
       COPY BAQHRSRV.
       01 WS-RSRV-TITLE       PIC X(80) VALUE SPACES.
       01 WS-RSRV-MSG         PIC X(79) VALUE SPACES.
       01 WS-RSRV-IN-TITLE    PIC X(80) VALUE SPACES.
       01 WS-RSRV-IN-ACTION   PIC X VALUE SPACE.
       01 WS-RSRV-IN-DAYS     PIC X(2) VALUE SPACES.
       01 WS-RSRV-IN-DAYS-N REDEFINES WS-RSRV-IN-DAYS PIC 9(2).
       01 WS-RSRV-IN-NAME     PIC X(20) VALUE SPACES.
       01 WS-RSRV-IN-REASON   PIC X(40) VALUE SPACES.
       01 WS-RSRV-CHK-TITLE   PIC X(80) VALUE SPACES.
       01 WS-RSRV-ALLOWED     PIC X(8) VALUE SPACES.
       01 WS-RSRV-HIT         PIC 9 VALUE 0.
       01 WS-RSRV-LAPSED-SW   PIC X VALUE 'N'.
       01 WS-RSRV-NOW         PIC X(12) VALUE SPACES.
       01 WS-RSRV-DUE-STAMP   PIC X(12) VALUE SPACES.
       01 WS-RSRV-DUE-INT     PIC 9(8) VALUE 0.
       01 WS-RSRV-HOLDER      PIC X(8) VALUE SPACES.
       01 WS-RSRV-TEXT        PIC X(50) VALUE SPACES.
       01 WS-RSRV-AUD-OPER    PIC X(13) VALUE SPACES.
       01 WS-RSRV-AUD-RESULT  PIC X(9) VALUE SPACES.

      * RBWL change-watchlist working fields - see HA-WATCHLIST. The
      * watchlist shown and changed is always the signed-on user's
      * own, keyed by WS-USERID.
       COPY BAQHWTCH.
       01 WS-WTCH-MSG         PIC X(79) VALUE SPACES.
       01 WS-WTCH-ACT         PIC X VALUE SPACE.
       01 WS-WTCH-SEL         PIC 99 VALUE 0.
       01 WS-WTCH-IN-NAME     PIC X(20) VALUE SPACES.
       01 WS-WTCH-IN-ROUTE    PIC X(8) VALUE SPACES.
       01 WS-WTCH-IN-KIND     PIC X(6) VALUE SPACES.
       01 WS-WTCH-IN-VALUE    PIC X(80) VALUE SPACES.
       01 WS-WTCH-IX          PIC 9(4) COMP VALUE 0.
       01 WS-WTCH-CNT         PIC 9(4) COMP VALUE 0.
       01 WS-WTCH-DUP         PIC 9 VALUE 0.
       01 WS-WTCH-LINE-NO     PIC 99 VALUE 0.
       01 WS-WTCH-LINE        PIC X(78) VALUE SPACES.

      * RBSB batch-operation submission working fields - see
      * KA-BATCH-SUBMIT. The skeleton on the screen and the list
      * shown below it (S = latest submissions, K = the operations
      * on offer) ride in DFHCOMMAREA. WS-JSUB-PARM holds the
      * skeleton's four parameters then the built-ins RBKSUB,
      * RBKUSER and RBKSKEL, each with the value the cards take.
      * The allowed-character sets are the parameter classes of
      * BAQHJSKL; a value is checked by blanking its allowed
      * characters and looking for anything left.
       COPY BAQHJSKL.
       COPY BAQHJSUB.
       01 WS-JSUB-SKEL        PIC X(8) VALUE SPACES.
       01 WS-JSUB-MODE        PIC X VALUE 'S'.
       01 WS-JSUB-MSG         PIC X(79) VALUE SPACES.
       01 WS-JSUB-IN-SKEL     PIC X(8) VALUE SPACES.
       01 WS-JSUB-IN-ACTION   PIC X VALUE SPACE.
       01 WS-JSUB-IN-VALUES.
          03 WS-JSUB-IN-VALUE PIC X(44) OCCURS 4 TIMES.
       01 WS-JSUB-LOADED      PIC X VALUE 'N'.
       01 WS-JSUB-DESC        PIC X(40) VALUE SPACES.
       01 WS-JSUB-DESTR       PIC X VALUE 'N'.
       01 WS-JSUB-PARM-TABLE.
          03 WS-JSUB-PARM OCCURS 7 TIMES.
             05 WS-JSUB-PARM-NAME   PIC X(8).
             05 WS-JSUB-PARM-LABEL  PIC X(16).
             05 WS-JSUB-PARM-MAXLEN PIC 9(2).
             05 WS-JSUB-PARM-CLASS  PIC X.
             05 WS-JSUB-PARM-REQ    PIC X.
             05 WS-JSUB-PARM-NLEN   PIC 9(4) COMP.
             05 WS-JSUB-PARM-VALUE  PIC X(44).
             05 WS-JSUB-PARM-VLEN   PIC 9(4) COMP.
       01 WS-JSUB-IX          PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-PX          PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-VX          PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-HIT         PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-TALLY       PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-END         PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-IX-ED       PIC 9.
       01 WS-JSUB-MAXLEN-ED   PIC Z9.
       01 WS-JSUB-CHECK       PIC X(44) VALUE SPACES.
       01 WS-JSUB-ALLOW-N     PIC X(10) VALUE '0123456789'.
       01 WS-JSUB-ALLOW-D     PIC X(41)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789@#$.-'.
       01 WS-JSUB-ALLOW-T.
          03 FILLER           PIC X(41)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789@#$.-'.
          03 FILLER           PIC X(29)
              VALUE 'abcdefghijklmnopqrstuvwxyz /:'.
       01 WS-JSUB-BLANKS      PIC X(70) VALUE SPACES.
       01 WS-JSUB-SUBJECT     PIC X(80) VALUE SPACES.
       01 WS-JSUB-SUBJ-PTR    PIC 9(4) COMP VALUE 1.
       01 WS-JSUB-OVERFLOW    PIC X VALUE 'N'.
       01 WS-JSUB-NUMBER      PIC 9(6) VALUE 0.
       01 WS-JSUB-SHOW-NUM    PIC 9(6) VALUE 0.
       01 WS-JSUB-JOBNAME     PIC X(8) VALUE SPACES.
       01 WS-JSUB-APPROVER    PIC X(8) VALUE SPACES.
       01 WS-JSUB-RELEASED    PIC X VALUE 'N'.
       01 WS-JSUB-PENDING-SW  PIC X VALUE 'N'.
       01 WS-JSUB-APPR-RBA    PIC S9(8) COMP VALUE 0.
       01 WS-JSUB-FAIL-TEXT   PIC X(50) VALUE SPACES.
      * The internal reader takes 80-byte card images through the
      * CICS spool interface; status reports come back on SYSOUT
      * writer RBKJSTAT, a few files a turn.
       01 WS-JSUB-TOKEN       PIC X(8) VALUE SPACES.
       01 WS-JSUB-IN-TOKEN    PIC X(8) VALUE SPACES.
       01 WS-JSUB-WRITER      PIC X(8) VALUE 'RBKJSTAT'.
       01 WS-JSUB-WRITE-OK    PIC X VALUE 'N'.
       01 WS-JSUB-SPOOL-OK    PIC X VALUE 'N'.
       01 WS-JSUB-SPOOL-DONE  PIC X VALUE 'N'.
       01 WS-JSUB-RD-END      PIC X VALUE 'N'.
       01 WS-JSUB-FILES       PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-CARD-LEN    PIC S9(8) COMP VALUE 80.
       01 WS-JSUB-SPOOL-MAX   PIC S9(8) COMP VALUE 133.
       01 WS-JSUB-SPOOL-LEN   PIC S9(8) COMP VALUE 0.
       01 WS-JSUB-SPOOL-LINE  PIC X(133) VALUE SPACES.
       01 WS-JSUB-ST-TAG      PIC X(8) VALUE SPACES.
       01 WS-JSUB-ST-NUM      PIC X(6) VALUE SPACES.
       01 WS-JSUB-ST-STATUS   PIC X(9) VALUE SPACES.
       01 WS-JSUB-ST-RC       PIC X(4) VALUE SPACES.
       01 WS-JSUB-BR-KEY.
          03 WS-JSUB-BR-ID    PIC X(8) VALUE SPACES.
          03 WS-JSUB-BR-SEQ   PIC 9(3) VALUE 0.
       01 WS-JSUB-BR-SKEL     PIC X(8) VALUE SPACES.
       01 WS-JSUB-BR-END      PIC X VALUE 'N'.
       01 WS-JSUB-IN-POS      PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-OUT-POS     PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-CHAR        PIC X VALUE SPACE.
       01 WS-JSUB-CARD        PIC X(80) VALUE SPACES.
       01 WS-JSUB-OUT         PIC X(80) VALUE SPACES.
       01 WS-JSUB-CARD-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-TRAIL-CNT   PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-CNT-ED      PIC ZZZ9.
       01 WS-JSUB-SEQ-ED      PIC 9(3).
       01 WS-JSUB-LINE-IX     PIC 9(4) COMP VALUE 0.
       01 WS-JSUB-LINE        PIC X(78) VALUE SPACES.
       01 WS-JSUB-AUD-OPER    PIC X(13) VALUE SPACES.
       01 WS-JSUB-AUD-RESULT  PIC X(9) VALUE SPACES.
       01 WS-JSUB-AUD-TEXT    PIC X(50) VALUE SPACES.

      * Daily change-quota working fields - see LA-CHECK-CHANGE-QUOTA
      * and LC-QUOTA-SUPERVISOR. WS-QUOT-CLASS is the operation
      * class being checked or counted (U = update, D = destroy).
      * A region without RBKQTAU defined runs unlimited, as before.
      * The RBQT page keeps the user on the screen in DFHCOMMAREA;
      * group membership is asked of the security manager against
      * profile RBK.QUOTA.<group> for that user.
       COPY BAQHQTAP.
       COPY BAQHQTAU.
       01 WS-QUOT-CLASS       PIC X VALUE 'U'.
       01 WS-QUOT-USER        PIC X(8) VALUE SPACES.
       01 WS-QUOT-TODAY       PIC X(8) VALUE SPACES.
       01 WS-QUOT-REFUSED     PIC X VALUE 'N'.
       01 WS-QUOT-AVAIL       PIC X VALUE 'N'.
       01 WS-QUOT-LIMIT       PIC 9(5) VALUE 0.
       01 WS-QUOT-COUNT       PIC 9(5) VALUE 0.
       01 WS-QUOT-LIMIT-ED    PIC ZZZZ9.
       01 WS-QUOT-LIMIT-TXT   PIC X(5) VALUE SPACES.
       01 WS-QUOT-COUNT-ED    PIC ZZZZ9.
       01 WS-QUOT-CLASS-NAME  PIC X(7) VALUE SPACES.
       01 WS-QUOT-CHK-TITLE   PIC X(80) VALUE SPACES.
       01 WS-QUOT-FOUND       PIC X VALUE 'N'.
       01 WS-QUOT-POLICY      PIC X(9) VALUE SPACES.
       01 WS-QUOT-UPD-LIMIT   PIC 9(5) VALUE 0.
       01 WS-QUOT-DEL-LIMIT   PIC 9(5) VALUE 0.
       01 WS-QUOT-NO-LIMIT    PIC 9(5) VALUE 99999.
       01 WS-QUOT-BR-KEY.
          03 WS-QUOT-BR-TYPE  PIC X VALUE SPACE.
          03 WS-QUOT-BR-NAME  PIC X(8) VALUE SPACES.
       01 WS-QUOT-RESID.
          03 FILLER           PIC X(10) VALUE 'RBK.QUOTA.'.
          03 WS-QUOT-RESID-GRP PIC X(8) VALUE SPACES.
       01 WS-QUOT-RESLEN      PIC S9(4) COMP VALUE 18.
       01 WS-QUOT-READ-CVDA   PIC S9(8) COMP VALUE 0.
       01 WS-QUOT-MSG         PIC X(79) VALUE SPACES.
       01 WS-QUOT-IN-USER     PIC X(8) VALUE SPACES.
       01 WS-QUOT-IN-ACTION   PIC X VALUE SPACE.
       01 WS-QUOT-IN-UPD      PIC X(5) VALUE SPACES.
       01 WS-QUOT-IN-DEL      PIC X(5) VALUE SPACES.
       01 WS-QUOT-IN-REASON   PIC X(40) VALUE SPACES.
       01 WS-QUOT-NEW-UPD     PIC 9(5) VALUE 0.
       01 WS-QUOT-NEW-DEL     PIC 9(5) VALUE 0.
       01 WS-QUOT-OLD-UPD     PIC 9(5) VALUE 0.
       01 WS-QUOT-OLD-DEL     PIC 9(5) VALUE 0.
       01 WS-QUOT-LINE-IX     PIC 9(4) COMP VALUE 0.
       01 WS-QUOT-LINE        PIC X(78) VALUE SPACES.
       01 WS-QUOT-USE-ED      PIC X(11) VALUE SPACES.
       01 WS-QUOT-AUD-OPER    PIC X(13) VALUE SPACES.
       01 WS-QUOT-AUD-RESULT  PIC X(9) VALUE SPACES.
       01 WS-QUOT-AUD-CORREL  PIC X(16) VALUE SPACES.
       01 WS-QUOT-AUD-TEXT    PIC X(50) VALUE SPACES.

      * RBNT operator-notes working fields - see MA-TITLE-NOTES. A
      * page lists up to ten of one title's RBKNOTE notes oldest
      * first from WS-NOTE-START-STAMP; the title, the page's first
      * and next stamps and the stamp on each line ride in
      * DFHCOMMAREA so a keyed line number picks its note. The entry
      * fields as keyed are held in WS-NOTE-IN-* and shown again on
      * the next page unless an action used them. The change
      * transactions' warning and the RBKD dossier flag both count a
      * title's active CAUTION and EMBARGO notes through
      * MG-CHECK-CAUTION-NOTES.
       COPY BAQHNOTE.
       01 WS-NOTE-TITLE       PIC X(80) VALUE SPACES.
       01 WS-NOTE-START-STAMP PIC 9(14) VALUE 0.
       01 WS-NOTE-LAST-STAMP  PIC 9(14) VALUE 0.
       01 WS-NOTE-SEL         PIC 99 VALUE 0.
       01 WS-NOTE-ACT         PIC X VALUE SPACE.
       01 WS-NOTE-LINE-NO     PIC 99 VALUE 0.
       01 WS-NOTE-LINE-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-NOTE-LINE        PIC X(78) VALUE SPACES.
       01 WS-NOTE-EOF-SW      PIC X VALUE 'N'.
       01 WS-NOTE-MSG         PIC X(79) VALUE SPACES.
       01 WS-NOTE-TODAY       PIC X(8) VALUE SPACES.
       01 WS-NOTE-NOW         PIC X(14) VALUE SPACES.
       01 WS-NOTE-DATE-OK     PIC X VALUE 'Y'.
       01 WS-NOTE-IN-CAT      PIC X(8) VALUE SPACES.
       01 WS-NOTE-IN-EXPIRES  PIC X(8) VALUE SPACES.
       01 WS-NOTE-IN-EXP-N REDEFINES WS-NOTE-IN-EXPIRES.
          03 WS-NOTE-IN-YYYY  PIC 9(4).
          03 WS-NOTE-IN-MM    PIC 9(2).
          03 WS-NOTE-IN-DD    PIC 9(2).
       01 WS-NOTE-IN-TEXT     PIC X(60) VALUE SPACES.
       01 WS-NOTE-CHK-TITLE   PIC X(80) VALUE SPACES.
       01 WS-NOTE-CHK-EOF-SW  PIC X VALUE 'N'.
       01 WS-NOTE-CAUTION-CNT PIC 9(4) COMP VALUE 0.
       01 WS-NOTE-CAUTION-ED  PIC ZZZ9.
       01 WS-NOTE-CAUTION-CAT PIC X(8) VALUE SPACES.
       01 WS-NOTE-CAUTION-TXT PIC X(60) VALUE SPACES.

      * RBAT content-attestation working fields - see
      * NA-CONTENT-ATTESTATION. A page lists up to ten book items of
      * one department's campaign on RBKATST in title order from
      * WS-ATST-START-TITLE; the campaign, the department, the
      * page's first and next titles and the title on each line ride
      * in DFHCOMMAREA so a keyed line number picks its book. The
      * department's progress is counted over all of its items each
      * time the page is built.
       COPY BAQHATST.
       01 WS-ATST-CAMPAIGN    PIC X(6) VALUE SPACES.
       01 WS-ATST-CAMP-N REDEFINES WS-ATST-CAMPAIGN.
          03 WS-ATST-CAMP-YYYY PIC 9(4).
          03 WS-ATST-CAMP-Q   PIC X.
          03 WS-ATST-CAMP-QTR PIC 9.
       01 WS-ATST-DEPT        PIC X(5) VALUE SPACES.
       01 WS-ATST-START-TITLE PIC X(80) VALUE SPACES.
       01 WS-ATST-SEL         PIC 99 VALUE 0.
       01 WS-ATST-ACT         PIC X VALUE SPACE.
       01 WS-ATST-LINE-NO     PIC 99 VALUE 0.
       01 WS-ATST-LINE-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-ATST-LINE        PIC X(78) VALUE SPACES.
       01 WS-ATST-EOF-SW      PIC X VALUE 'N'.
       01 WS-ATST-MSG         PIC X(79) VALUE SPACES.
       01 WS-ATST-NOW         PIC X(14) VALUE SPACES.
       01 WS-ATST-MM          PIC 99 VALUE 0.
       01 WS-ATST-DEPT-OK     PIC X VALUE 'N'.
       01 WS-ATST-DEPT-NAME   PIC X(40) VALUE SPACES.
       01 WS-ATST-DUE         PIC X(8) VALUE SPACES.
       01 WS-ATST-IN-FIELD    PIC X(10) VALUE SPACES.
       01 WS-ATST-IN-TEXT     PIC X(60) VALUE SPACES.
       01 WS-ATST-DET1        PIC X(79) VALUE SPACES.
       01 WS-ATST-DET2        PIC X(79) VALUE SPACES.
       01 WS-ATST-BOOKS       PIC 9(5) VALUE 0.
       01 WS-ATST-DONE        PIC 9(5) VALUE 0.
       01 WS-ATST-FLAGS       PIC 9(5) VALUE 0.
       01 WS-ATST-BOOKS-ED    PIC ZZZZ9.
       01 WS-ATST-DONE-ED     PIC ZZZZ9.
       01 WS-ATST-FLAGS-ED    PIC ZZZZ9.
       01 WS-ATST-SIZE-ED     PIC ZZ9.99.
       01 WS-ATST-EXCP-RBA    PIC S9(8) COMP VALUE 0.

      * Daily change-certification working fields - see
      * AY-CERTIFY-CHANGES. The day's RBKCHGH summary is counted
      * attribution and cross-channel analyses.
       01 WS-AUDIT-KEY-TITLE  PIC X(80) VALUE SPACES.

      * Local book identifier registry (RBKBKID, see BAQHBKID) - the
      * id of WS-BKID-TITLE, looked up for every audit, approval and
      * before-image record written and given out, from the control
      * record, when CRBK creates a book under a title not yet held.
      * A region without the file stamps 0.
       01 WS-BKID-TITLE       PIC X(80) VALUE SPACES.
       01 WS-BKID-ID          PIC 9(8) VALUE 0.
       01 WS-BKID-NEW-ID      PIC 9(8) VALUE 0.
       01 WS-BKID-CONTROL     PIC X(80) VALUE '*CONTROL'.
       01 WS-BKID-RIDFLD      PIC 9(8) VALUE 0.
       01 WS-BKID-FOUND       PIC 9 VALUE 0.
       COPY BAQHBKID.

      * The keyed twin of the trail record, for the RBKAUDK mirror
      * every audit write makes - without it a TITLE= or FROM=
      * BAQHAUDQ query on a keyed site would silently omit this
       01 WS-HOLD-PRIOR-IX    PIC 9(2) VALUE 0.
       COPY BAQHHOLD.

      * PF4 print of the whole GARB list or RBKD dossier - see
      * IA-OPEN-PRINT-JOB. The requesting task spools a heading
      * item and then every line to a TS queue named for its task
      * number, and STARTs RBPR on the printer RBKPRTR routes the
      * terminal to; RBPR (ID-PRINT-TASK) runs on the printer,
      * pages the queue out under the heading and deletes it.
       COPY BAQHPRTR.
       01 WS-PRTQ-NAME.
          03 FILLER            PIC X(2) VALUE 'RP'.
          03 WS-PRTQ-TASK      PIC 9(6) VALUE 0.
       01 WS-PRT-HEAD-REC.
          03 WS-PRT-HD-REPORT  PIC X(50) VALUE SPACES.
          03 WS-PRT-HD-ASOF    PIC X(78) VALUE SPACES.
          03 WS-PRT-HD-SUBHEAD PIC X(78) VALUE SPACES.
          03 WS-PRT-HD-USER    PIC X(8) VALUE SPACES.
          03 WS-PRT-HD-TERM    PIC X(4) VALUE SPACES.
          03 WS-PRT-HD-STAMP   PIC X(14) VALUE SPACES.
       01 WS-PRT-LINE         PIC X(78) VALUE SPACES.
       01 WS-PRT-OUT          PIC X(78) VALUE SPACES.
       01 WS-PRT-WANTED       PIC X VALUE 'N'.
       01 WS-PRT-READY        PIC X VALUE 'N'.
       01 WS-PRT-PRINTER      PIC X(4) VALUE SPACES.
       01 WS-PRT-LOCATION     PIC X(20) VALUE SPACES.
       01 WS-PRT-SERVSTAT     PIC S9(8) COMP VALUE 0.
       01 WS-PRT-ACQSTAT      PIC S9(8) COMP VALUE 0.
       01 WS-PRT-MSG          PIC X(79) VALUE SPACES.
       01 WS-PRT-LINE-CNT     PIC 9(5) COMP VALUE 0.
       01 WS-PRT-LINE-CNT-ED  PIC ZZZZ9.
       01 WS-PRT-ITEM         PIC S9(4) COMP VALUE 0.
       01 WS-PRT-EOF-SW       PIC X VALUE 'N'.
       01 WS-PRT-PAGE-NUM     PIC 9(4) COMP VALUE 0.
       01 WS-PRT-PAGE-ED      PIC ZZZ9.
       01 WS-PRT-PAGE-LINES   PIC 9(4) COMP VALUE 0.
      * Body lines per printed page, and lines per SEND TEXT - a
      * chunk of twenty 79-byte lines stays inside the smallest
      * 3270 printer buffer.
       01 WS-PRT-PAGE-DEPTH   PIC 9(4) COMP VALUE 55.
       01 WS-PRT-CHUNK-DEPTH  PIC 9(4) COMP VALUE 20.
       01 WS-PRT-BUF          PIC X(1600) VALUE SPACES.
       01 WS-PRT-BUF-PTR      PIC 9(4) COMP VALUE 1.
       01 WS-PRT-BUF-LEN      PIC S9(4) COMP VALUE 0.
       01 WS-PRT-BUF-LINES    PIC 9(4) COMP VALUE 0.
       01 WS-PRT-FORMFEED     PIC X VALUE 'N'.
       01 WS-PRT-NL           PIC X VALUE X'15'.
       01 WS-PRT-RETR-LEN     PIC S9(4) COMP VALUE 8.
       01 WS-PRT-HEAD-LEN     PIC S9(4) COMP VALUE 0.
       01 WS-PRT-LINE-LEN     PIC S9(4) COMP VALUE 78.

      * RBKJ intranet JSON inquiry working fields - see
      * JA-JSON-INQUIRY. A URIMAP routes the intranet's GET requests
      * to this program under the RBKJ alias transaction; the answer
      * is built in WS-JSON-BODY from RBKCAT, RBKFNXR and RBKAUTX
      * alone, and every response carries the catalog snapshot's
      * date and time.
       01 WS-JSON-METHOD      PIC X(8) VALUE SPACES.
       01 WS-JSON-METHLEN     PIC S9(8) COMP VALUE 0.
       01 WS-JSON-PARM-NAME   PIC X(8) VALUE SPACES.
       01 WS-JSON-PARM-NLEN   PIC S9(8) COMP VALUE 0.
       01 WS-JSON-PARM-VALUE  PIC X(80) VALUE SPACES.
       01 WS-JSON-PARM-VLEN   PIC S9(8) COMP VALUE 0.
       01 WS-JSON-KIND        PIC X(6) VALUE SPACES.
       01 WS-JSON-KEY         PIC X(80) VALUE SPACES.
       01 WS-JSON-OPERATION   PIC X(13) VALUE SPACES.
       01 WS-JSON-RESULT      PIC X(9) VALUE SPACES.
       01 WS-JSON-STATUS      PIC S9(4) COMP VALUE 200.
       01 WS-JSON-STATUS-TEXT PIC X(20) VALUE SPACES.
       01 WS-JSON-STATUS-TLEN PIC S9(8) COMP VALUE 0.
       01 WS-JSON-MEDIATYPE   PIC X(56) VALUE 'application/json'.
       01 WS-JSON-CHARSET     PIC X(40) VALUE 'UTF-8'.
       01 WS-JSON-BODY        PIC X(16000) VALUE SPACES.
       01 WS-JSON-PTR         PIC S9(8) COMP VALUE 1.
       01 WS-JSON-LEN         PIC S9(8) COMP VALUE 0.
       01 WS-JSON-VALUE       PIC X(200) VALUE SPACES.
       01 WS-JSON-LEAD        PIC S9(4) COMP VALUE 0.
       01 WS-JSON-TRAIL       PIC S9(4) COMP VALUE 0.
       01 WS-JSON-VLEN        PIC S9(4) COMP VALUE 0.
       01 WS-JSON-CX          PIC S9(4) COMP VALUE 0.
       01 WS-JSON-CX-FROM     PIC S9(4) COMP VALUE 0.
       01 WS-JSON-CHAR        PIC X VALUE SPACE.
       01 WS-JSON-SNAP-DATE   PIC X(8) VALUE SPACES.
       01 WS-JSON-SNAP-TIME   PIC X(6) VALUE SPACES.
       01 WS-JSON-SIZE-ED     PIC ZZ9.99.
       01 WS-JSON-AUTH-PTR    PIC 9(4) COMP VALUE 1.
       01 WS-JSON-AUTH-CNT    PIC 9(4) COMP VALUE 0.
       01 WS-JSON-ONE-AUTHOR  PIC X(40) VALUE SPACES.
       01 WS-JSON-HITS        PIC 9(4) COMP VALUE 0.
      * An author's books beyond this many are left off the answer,
      * which then says "truncated":true.
       01 WS-JSON-MAX-HITS    PIC 9(4) COMP VALUE 50.
       01 WS-JSON-EOF-SW      PIC X VALUE 'N'.
       01 WS-JSON-MORE-SW     PIC X VALUE 'N'.
       01 WS-JSON-BR-SW       PIC X VALUE 'N'.

      * GRBK Title[, author ] terminal input split out of
      * WS-TERMINAL-ARGS
       01 WS-CB-TITLE        PIC X(75) VALUE SPACES.
          03 CA-AUTQ-NEXT-KEY PIC X(120) VALUE LOW-VALUES.
          03 CA-DOSS-TITLE   PIC X(80) VALUE SPACES.
          03 CA-DOSS-PAGE    PIC 9(4) COMP VALUE 1.
          03 CA-SERS-ID      PIC X(8) VALUE SPACES.
          03 CA-SERS-PAGE-SEQ PIC 9(4) VALUE 1.
          03 CA-SERS-NEXT-SEQ PIC 9(4) VALUE 1.
          03 CA-SERS-LINES.
             05 CA-SERS-LINE-FORM PIC X(12) OCCURS 10 TIMES.
          03 CA-RBKI-SUBJ    PIC X(8) VALUE SPACES.
          03 CA-ERRA-FORM    PIC X(12) VALUE SPACES.
          03 CA-ERRA-PAGE-ID PIC 9(4) VALUE 1.
          03 CA-ERRA-NEXT-ID PIC 9(4) VALUE 1.
          03 CA-ERRA-LINES.
             05 CA-ERRA-LINE-ID PIC 9(4) OCCURS 10 TIMES.
          03 CA-REVW-TITLE   PIC X(80) VALUE SPACES.
          03 CA-RSRV-TITLE   PIC X(80) VALUE SPACES.
          03 CA-GARB-LINES.
             05 CA-GARB-LINE-ITEM PIC S9(4) COMP OCCURS 10 TIMES.
          03 CA-CATALOG      PIC X(8) VALUE SPACES.
          03 CA-AUTQ-MODE    PIC X VALUE 'B'.
          03 CA-JSUB-SKEL    PIC X(8) VALUE SPACES.
          03 CA-JSUB-MODE    PIC X VALUE 'S'.
          03 CA-QUOT-USER    PIC X(8) VALUE SPACES.
          03 CA-NOTE-TITLE   PIC X(80) VALUE SPACES.
          03 CA-NOTE-PAGE-STAMP PIC 9(14) VALUE 0.
          03 CA-NOTE-NEXT-STAMP PIC 9(14) VALUE 0.
          03 CA-NOTE-LINES.
             05 CA-NOTE-LINE-STAMP PIC X(14) OCCURS 10 TIMES.
          03 CA-ATST-CAMPAIGN PIC X(6) VALUE SPACES.
          03 CA-ATST-DEPT    PIC X(5) VALUE SPACES.
          03 CA-ATST-PAGE-TITLE PIC X(80) VALUE SPACES.
          03 CA-ATST-NEXT-TITLE PIC X(80) VALUE SPACES.
          03 CA-ATST-LINES.
             05 CA-ATST-LINE-TITLE PIC X(80) OCCURS 10 TIMES.

       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
           IF WS-DEBUG = 1 THEN
              DISPLAY EIBTRNID ' A-MAINLINE Entry.'.

      * RBKJ is the intranet's JSON inquiry service, driven by CICS
      * web support with no terminal to ASSIGN a NETNAME for or send
      * to - it answers over HTTP and ends.
           IF EIBTRNID = 'RBKJ' THEN
              PERFORM JA-JSON-INQUIRY
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS ASSIGN
                NETNAME(WS-NETNAME)
           END-EXEC.

      * RBPR is a PF4 print STARTed on a printer, with no operator
      * to answer - the GARB or RBKD user who asked for it has
      * already passed that transaction's authorization check.
           IF EIBTRNID = 'RBPR' THEN
              PERFORM ID-PRINT-TASK
              EXEC CICS RETURN END-EXEC
           END-IF.

      * A terminal task's first entry takes the operator's input up
      * front, and drains whatever the RBKM menu carried across on
      * the terminal's carry queue - the menu's catalog and any
      * title keyed there.
           IF EIBCALEN = 0 AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM AAB-TAKE-FIRST-INPUT
           END-IF.

      * Settle the catalog before anything reads a catalog-content
      * file: a 'CATALOG=name;' keyed with the first input, else the
      * one carried from the prior turn or the menu, else REDBOOK.
           PERFORM AAA-PARSE-CATALOG-PREFIX.

      * Every operation class is authorization-checked against the
      * site's RACF profiles before anything is dispatched - a
      * denied user gets a message and an audit record, never a
           END-IF.

      * RBKD pages one title's dossier - catalog values, aliases,
      * recent changes and audit entries, open exceptions, pending
      * effective-dated changes, outstanding errata and operator
      * notes - assembled entirely from the local stores, like RBKI
      * and AUTQ.
           IF EIBTRNID = 'RBKD' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM AX-TITLE-DOSSIER
              GO TO A-999
           END-IF.

      * RBKS shows one series from the RBKSERS registry - its
      * members in reading order with their catalog status - and
      * opens the RBKD dossier of whichever member line is keyed.
           IF EIBTRNID = 'RBKS' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM AU-SERIES-INQUIRY
              GO TO A-999
           END-IF.

      * RBER logs reader-reported errata against a book and
      * updates or dispositions them, one book's RBKERRA errata at
      * a time.
           IF EIBTRNID = 'RBER' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM EA-ERRATA-REGISTER
              GO TO A-999
           END-IF.

      * RBNT keeps the operators' notes on a title - cautions,
      * embargoes, contacts and plain information, each with an
      * optional expiry - one title's RBKNOTE notes at a time.
           IF EIBTRNID = 'RBNT' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM MA-TITLE-NOTES
              GO TO A-999
           END-IF.

      * RBAT lets a department contact attest each book of a content
      * attestation campaign as still correct, or flag it for the
      * desk - one department's RBKATST items at a time.
           IF EIBTRNID = 'RBAT' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM NA-CONTENT-ATTESTATION
              GO TO A-999
           END-IF.

      * RBRV records a completed technical review of a title on the
      * RBKREVW register and shows when the next one falls due.
           IF EIBTRNID = 'RBRV' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM FA-TECH-REVIEW
              GO TO A-999
           END-IF.

      * RBCO checks a title out to an editor for a stated number of
      * days, or back in; while it is out every other user's and
      * channel's create, patch, merge and delete is refused.
           IF EIBTRNID = 'RBCO' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM GA-TITLE-CHECKOUT
              GO TO A-999
           END-IF.

      * RBWL maintains the user's own change watchlist - the titles,
      * title prefixes, authors and documentTypes whose changes the
      * nightly BAQHWTCD digest reports to them.
           IF EIBTRNID = 'RBWL' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM HA-WATCHLIST
              GO TO A-999
           END-IF.

      * RBSB submits the batch operations registered as job
      * skeletons on RBKJSKL to the internal reader and shows the
      * status each job reports back - destructive ones only against
      * a four-eyes approval on RBKA.
           IF EIBTRNID = 'RBSB' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM KA-BATCH-SUBMIT
              GO TO A-999
           END-IF.

      * RBQT shows the day's change-quota usage and lets a
      * supervisor raise another user's limits for the rest of it.
           IF EIBTRNID = 'RBQT' AND WS-NETNAME NOT EQUAL ALL '?' THEN
              PERFORM LC-QUOTA-SUPERVISOR
              GO TO A-999
           END-IF.

      * RBKV presents the day's change summary for certification
      * ('RBKV' to review, 'RBKV C' to sign off) - post-hoc review
      * of what did change, where the four-eyes approvals only
                 GO TO A-999
              END-IF
           ELSE
              IF WS-TERMINAL-RECEIVED NOT = 'Y' THEN
                 EXEC CICS RECEIVE INTO(WS-TERMINAL-INPUT)
                                   LENGTH(WS-TERMINAL-LENGTH)
                                   MAXLENGTH(80)
                 END-EXEC
              END-IF
           END-IF.

      * Operators may key 'URIMAP=name;' ahead of the usual Tx
              END-IF
           END-IF.

      * Nor may anyone but its holder change a title an editor has
      * checked out on RBCO. The refusal names the holder and goes
      * to RBKAUDT with the distinct RESERVED result.
           IF EIBTRNID = 'CRBK' OR EIBTRNID = 'PRBK' OR
              EIBTRNID = 'MRBK' OR EIBTRNID = 'DRBK' THEN
              MOVE SPACES TO WS-RSRV-CHK-TITLE
              UNSTRING WS-TERMINAL-ARGS DELIMITED BY ','
                 INTO WS-RSRV-CHK-TITLE
              EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
              MOVE WS-USERID TO WS-RSRV-ALLOWED
              PERFORM GD-CHECK-RESERVATION
              IF WS-RSRV-HIT = 1 THEN
                 STRING EIBTRNID ' refused - ' WS-RSRV-TEXT
                    DELIMITED BY SIZE INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-RESPONSE-MSG
                 MOVE EIBTRNID TO WS-RSRV-AUD-OPER
                 MOVE 'RESERVED' TO WS-RSRV-AUD-RESULT
                 PERFORM XH-WRITE-RSRV-AUDIT
                 GO TO A-999
              END-IF
           END-IF.

      * Nor may an operator change more in a day than their quota
      * on RBKQTAP allows - creates, patches and merges count
      * against the update limit, queued deletes against the
      * destroy limit. The refusal goes to RBKAUDT with the distinct
      * QUOTA result; the first of the day raises alert RBK017W.
           IF EIBTRNID = 'CRBK' OR EIBTRNID = 'PRBK' OR
              EIBTRNID = 'MRBK' OR EIBTRNID = 'DRBK' THEN
              MOVE SPACES TO WS-QUOT-CHK-TITLE
              UNSTRING WS-TERMINAL-ARGS DELIMITED BY ','
                 INTO WS-QUOT-CHK-TITLE
              PERFORM LA-CHECK-CHANGE-QUOTA
              IF WS-QUOT-REFUSED = 'Y' THEN
                 MOVE WS-QUOT-LIMIT TO WS-QUOT-LIMIT-ED
                 STRING EIBTRNID ' refused - daily '
                    FUNCTION TRIM(WS-QUOT-CLASS-NAME)
                    ' quota of ' FUNCTION TRIM(WS-QUOT-LIMIT-ED)
                    ' used up; ask a supervisor (RBQT)'
                    DELIMITED BY SIZE INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-RESPONSE-MSG
                 MOVE EIBTRNID TO WS-QUOT-AUD-OPER
                 MOVE 'QUOTA' TO WS-QUOT-AUD-RESULT
                 MOVE SPACES TO WS-QUOT-AUD-CORREL
                 MOVE SPACES TO WS-QUOT-AUD-TEXT
                 STRING 'Daily ' FUNCTION TRIM(WS-QUOT-CLASS-NAME)
                    ' quota ' WS-QUOT-LIMIT ' reached policy '
                    BAQHQTAU-POLICY
                    DELIMITED BY SIZE INTO WS-QUOT-AUD-TEXT
                 PERFORM XQ-WRITE-QUOTA-AUDIT
                 GO TO A-999
              END-IF
           END-IF.

      * An active CAUTION or EMBARGO note on the title from RBNT is
      * put in front of the operator, the latest one's text with the
      * count - a warning only: the change still goes ahead, and the
      * note stays until RBNT removes it or it expires.
           IF EIBTRNID = 'CRBK' OR EIBTRNID = 'PRBK' OR
              EIBTRNID = 'MRBK' OR EIBTRNID = 'DRBK' THEN
              MOVE SPACES TO WS-NOTE-CHK-TITLE
              UNSTRING WS-TERMINAL-ARGS DELIMITED BY ','
                 INTO WS-NOTE-CHK-TITLE
              PERFORM MG-CHECK-CAUTION-NOTES
              IF WS-NOTE-CAUTION-CNT > 0 THEN
                 MOVE WS-NOTE-CAUTION-CNT TO WS-NOTE-CAUTION-ED
                 STRING EIBTRNID ' WARNING - '
                    FUNCTION TRIM(WS-NOTE-CAUTION-ED)
                    ' active caution note(s) on this title, see RBNT'
                    DELIMITED BY SIZE INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-RESPONSE-MSG
                 STRING '  ' WS-NOTE-CAUTION-CAT ': '
                    WS-NOTE-CAUTION-TXT
                    DELIMITED BY SIZE INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-RESPONSE-MSG
              END-IF
           END-IF.

      * The resolved title keys this task's per-call audit record.
           IF EIBTRNID = 'GRBK' OR EIBTRNID = 'CRBK' OR
              EIBTRNID = 'PRBK' OR EIBTRNID = 'MRBK' OR
      * Looks for a leading 'URIMAP=name;' on WS-TERMINAL-ARGS, moving
      * the URIMAP name to WS-URIMAP-OVERRIDE and shifting the
      * remainder of the input down so the rest of the Tx parsing
      * sees its usual arguments unchanged. A 'CATALOG=name;' ahead
      * of it is taken off first by AAA-PARSE-CATALOG-PREFIX.
      *----------------------------------------------------------------*
       AA-PARSE-URIMAP-OVERRIDE SECTION.
       AA-010.
           PERFORM AAA-PARSE-CATALOG-PREFIX.

           MOVE SPACES TO WS-URIMAP-OVERRIDE.

           IF WS-TERMINAL-ARGS(1:7) EQUAL 'URIMAP=' THEN
       AA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AAA-PARSE-CATALOG-PREFIX
      *
      * Settles the catalog for this invocation: a leading
      * 'CATALOG=name;' on WS-TERMINAL-ARGS (shifted off the same way
      * as URIMAP=), else the one carried in DFHCOMMAREA by the prior
      * turn, else the one already settled this task (REDBOOK unless
      * the RBKM menu carried another). An unknown catalog is refused
      * before any file or API is touched.
      *----------------------------------------------------------------*
       AAA-PARSE-CATALOG-PREFIX SECTION.
       AAA-010.
           MOVE WS-CATALOG TO WS-CATALOG-ARG.
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA THEN
              MOVE CA-CATALOG TO WS-CATALOG-ARG
           END-IF.

           IF WS-TERMINAL-ARGS(1:8) EQUAL 'CATALOG=' THEN
              MOVE SPACES TO WS-CATALOG-PREFIX
              MOVE 1 TO WS-CATALOG-PREFIX-LEN
              UNSTRING WS-TERMINAL-ARGS DELIMITED BY ';'
                   INTO WS-CATALOG-PREFIX
                   WITH POINTER WS-CATALOG-PREFIX-LEN
              END-UNSTRING

              MOVE WS-CATALOG-PREFIX(9:8) TO WS-CATALOG-ARG

              MOVE SPACES TO WS-URIMAP-REMAINDER
              MOVE WS-TERMINAL-ARGS(WS-CATALOG-PREFIX-LEN:) TO
                 WS-URIMAP-REMAINDER
              MOVE WS-URIMAP-REMAINDER TO WS-TERMINAL-ARGS
           END-IF.

           MOVE 'V' TO BAQHCATQ-FUNCTION.
           MOVE WS-CATALOG-ARG TO BAQHCATQ-CATALOG.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA.
           IF BAQHCATQ-RC NOT = 0 THEN
              MOVE SPACES TO WS-DISPLAY-MSG
              STRING EIBTRNID ' refused - CATALOG=' WS-CATALOG-ARG
                 ' is not a known catalog'
                 DELIMITED BY SIZE INTO WS-DISPLAY-MSG
              PERFORM X-WRITE-RESPONSE-MSG
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE BAQHCATQ-CATALOG TO WS-CATALOG.
           MOVE WS-CATALOG TO CA-CATALOG.

           PERFORM AAC-SET-CATALOG-FILES.

           MOVE 'R' TO BAQHCATQ-FUNCTION.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK00I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK01I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK02I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK03I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK05I01.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA BAQ-API-INFO-RBK07I01.

       AAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AAB-TAKE-FIRST-INPUT
      *
      * First entry at a terminal: drains the RBKM carry queue into
      * WS-MENU-CARRY (the catalog becomes this task's starting
      * catalog, the title is left for AK-SINGLE-ITEM-INPUT) and
      * receives the operator's input once, so a leading
      * 'CATALOG=name;' is seen before any catalog file is read. A
      * function that prompts on a map just ignores what was keyed.
      *----------------------------------------------------------------*
       AAB-TAKE-FIRST-INPUT SECTION.
       AAB-010.
           MOVE EIBTRMID TO WS-MENU-CARRYQ-TERM.
           MOVE SPACES TO WS-MENU-CARRY.
           EXEC CICS READQ TS QUEUE(WS-MENU-CARRYQ)
                              INTO(WS-MENU-CARRY)
                              ITEM(1)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS DELETEQ TS QUEUE(WS-MENU-CARRYQ)
                                   NOHANDLE
              END-EXEC
              IF WS-MENU-CARRY-CATALOG NOT = SPACES THEN
                 MOVE WS-MENU-CARRY-CATALOG TO WS-CATALOG
              END-IF
           ELSE
              MOVE SPACES TO WS-MENU-CARRY
           END-IF.

           MOVE SPACES TO WS-TERMINAL-INPUT.
           EXEC CICS RECEIVE INTO(WS-TERMINAL-INPUT)
                             LENGTH(WS-TERMINAL-LENGTH)
                             MAXLENGTH(80)
                             NOHANDLE
           END-EXEC.
           MOVE 'Y' TO WS-TERMINAL-RECEIVED.

       AAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AAC-SET-CATALOG-FILES
      *
      * Points the catalog-content file names at the settled
      * catalog's files - BAQHCATQ-FILE-PFX from the 'V' lookup.
      *----------------------------------------------------------------*
       AAC-SET-CATALOG-FILES SECTION.
       AAC-010.
           MOVE BAQHCATQ-FILE-PFX TO WS-CATF-CAT(1:3).
           MOVE BAQHCATQ-FILE-PFX TO WS-CATF-CHGH(1:3).
           MOVE BAQHCATQ-FILE-PFX TO WS-CATF-AUTX(1:3).
           MOVE BAQHCATQ-FILE-PFX TO WS-CATF-FNXR(1:3).
           MOVE BAQHCATQ-FILE-PFX TO WS-CATF-ALIA(1:3).
           MOVE BAQHCATQ-FILE-PFX TO WS-CATF-COAX(1:3).
           MOVE BAQHCATQ-FILE-PFX TO WS-CATF-BKID(1:3).
           MOVE BAQHCATQ-FILE-PFX TO WS-CATF-BKIX(1:3).
           MOVE BAQHCATQ-FILE-PFX TO WS-CATF-ATST(1:3).

       AAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AB-GARB-PAGE
      *
      * Redbook inventory into WS-GARB-TABLE, works out which page
      * the operator wants (driven by PF7/PF8 on map GARBM and the
      * page number carried in DFHCOMMAREA) and sends that page.
      * ENTER with lines marked and a new status keyed changes the
      * marked books instead - see ABD-CHANGE-GARB-SELECTION.
      *----------------------------------------------------------------*
       AB-GARB-PAGE SECTION.
       AB-010.
           MOVE 1 TO WS-PAGE-NUM.
           MOVE 0 TO WS-MSEL-CNT.
           MOVE SPACES TO WS-GARB-MSG.

           IF EIBCALEN > 0 THEN
              MOVE CA-PAGE-NUM TO WS-PAGE-NUM
              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO AB-999
                 WHEN WS-AID-PF4
                    MOVE 'Y' TO WS-PRT-WANTED
                 WHEN WS-AID-PF7
                    IF WS-PAGE-NUM > 1 THEN
                       SUBTRACT 1 FROM WS-PAGE-NUM
                 GPSZFI < 11 THEN
                 MOVE GPSZFI TO WS-PAGE-SIZE
              END-IF

      * ENTER with lines marked in the select column changes their
      * status - resolved against the page last shown, whose spool
      * is still there until the pull below replaces it.
              IF EIBAID = WS-AID-ENTER THEN
                 PERFORM ABC-COLLECT-GARB-SELECTION
              END-IF
           END-IF.

           IF WS-MSEL-CNT > 0 THEN
              PERFORM ABD-CHANGE-GARB-SELECTION
           END-IF.

      * The trimmed lengths drive the prefix compares below.
           IF WS-PAGE-NUM > WS-PAGE-TOTAL THEN
              MOVE WS-PAGE-TOTAL TO WS-PAGE-NUM.

      * PF4 prints the whole list as pulled, filtered and sorted
      * here - every page of it, not just the one on the screen.
           IF WS-PRT-WANTED = 'Y' THEN
              PERFORM ABH-PRINT-GARB-LIST
           END-IF.

           PERFORM AC-SEND-GARB-PAGE.

       AB-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABC-COLLECT-GARB-SELECTION
      *
      * Gathers the lines marked in GARBM's select column, each
      * resolved to its book through the spool item DFHCOMMAREA
      * kept for that line, and the new status keyed on row 23.
      * The full title comes off the spool record, not the 40
      * bytes the line shows.
      *----------------------------------------------------------------*
       ABC-COLLECT-GARB-SELECTION SECTION.
       ABC-010.
           MOVE 0 TO WS-MSEL-CNT.
           MOVE SPACES TO WS-MSEL-NEW-STATUS.
           IF GNSTFI NOT = LOW-VALUES THEN
              MOVE GNSTFI TO WS-MSEL-NEW-STATUS
           END-IF.

           MOVE EIBTRMID TO WS-GARBQ-TERM.
           PERFORM ABCA-CHECK-ONE-MARK VARYING WS-INDEX FROM 1 BY 1
              UNTIL WS-INDEX > 10.

       ABC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABCA-CHECK-ONE-MARK
      *----------------------------------------------------------------*
       ABCA-CHECK-ONE-MARK SECTION.
       ABCA-010.
           EVALUATE WS-INDEX
              WHEN 1  MOVE GSEL01I TO WS-MSEL-MARK
              WHEN 2  MOVE GSEL02I TO WS-MSEL-MARK
              WHEN 3  MOVE GSEL03I TO WS-MSEL-MARK
              WHEN 4  MOVE GSEL04I TO WS-MSEL-MARK
              WHEN 5  MOVE GSEL05I TO WS-MSEL-MARK
              WHEN 6  MOVE GSEL06I TO WS-MSEL-MARK
              WHEN 7  MOVE GSEL07I TO WS-MSEL-MARK
              WHEN 8  MOVE GSEL08I TO WS-MSEL-MARK
              WHEN 9  MOVE GSEL09I TO WS-MSEL-MARK
              WHEN 10 MOVE GSEL10I TO WS-MSEL-MARK
           END-EVALUATE.

           IF WS-MSEL-MARK = SPACE OR WS-MSEL-MARK = LOW-VALUE THEN
              GO TO ABCA-999
           END-IF.

           IF CA-GARB-LINE-ITEM (WS-INDEX) NOT > 0 THEN
              GO TO ABCA-999
           END-IF.

           EXEC CICS READQ TS QUEUE(WS-GARBQ-NAME)
                              INTO(WS-GARB-SPOOL-REC)
                              ITEM(CA-GARB-LINE-ITEM (WS-INDEX))
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO ABCA-999
           END-IF.

           ADD 1 TO WS-MSEL-CNT.
           MOVE SPACES TO WS-MSEL-ENTRY (WS-MSEL-CNT).
           MOVE 0 TO WS-MSEL-RBA (WS-MSEL-CNT).
           MOVE 0 TO WS-MSEL-HTTP (WS-MSEL-CNT).
           IF WS-GARB-SP-FULL-TITLE NOT = SPACES THEN
              MOVE WS-GARB-SP-FULL-TITLE TO WS-MSEL-TITLE (WS-MSEL-CNT)
           ELSE
              MOVE WS-GARB-SP-TITLE TO WS-MSEL-TITLE (WS-MSEL-CNT)
           END-IF.

       ABCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABD-CHANGE-GARB-SELECTION
      *
      * Changes the status of every marked book. Changing the
      * catalog from an inquiry screen needs the update profile, so
      * RBK.UPDATE is asked for here whatever GARB itself maps to.
      * Up to WS-MSEL-APPR-LIMIT books are changed one at a time by
      * ABE-APPLY-ONE-STATUS-CHANGE and the results page is sent; a
      * bigger selection is queued for four-eyes approval instead,
      * the way a bulk feed over its threshold is, and the list is
      * redisplayed with word of where it went.
      *----------------------------------------------------------------*
       ABD-CHANGE-GARB-SELECTION SECTION.
       ABD-010.
           IF WS-MSEL-NEW-STATUS = SPACES THEN
              STRING 'Key the new status on row 23, mark the lines'
                 ' again and press ENTER'
                 DELIMITED BY SIZE INTO WS-GARB-MSG
              GO TO ABD-999
           END-IF.

           MOVE 'RBK.UPDATE' TO WS-AUTH-RESID.
           PERFORM AOA-QUERY-OPERATION-AUTH.
           IF WS-AUTH-DENIED EQUAL 'Y' THEN
              MOVE SPACES TO WS-DISPLAY-MSG
              STRING 'Not changed - user ' WS-USERID
                 ' lacks READ on RBK.UPDATE'
                 DELIMITED BY SIZE INTO WS-GARB-MSG
              GO TO ABD-999
           END-IF.

           IF WS-MSEL-CNT > WS-MSEL-APPR-LIMIT THEN
              PERFORM ABF-QUEUE-GARB-SELECTION
              GO TO ABD-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO WS-MSEL-ALLOWED.
           MOVE 0 TO WS-MSEL-CHANGED.
           MOVE 0 TO WS-MSEL-CAUTIONED.

           PERFORM B-INIT-TX.
           IF WS-RC NOT EQUAL OK THEN
              MOVE 'Unable to connect - no status was changed'
                 TO WS-GARB-MSG
              GO TO ABD-999
           END-IF.

           PERFORM ABE-APPLY-ONE-STATUS-CHANGE
              VARYING WS-MSEL-IX FROM 1 BY 1
              UNTIL WS-MSEL-IX > WS-MSEL-CNT.

           PERFORM X-TERM.

           PERFORM ABG-SEND-SELECTION-RESULTS.

       ABD-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABE-APPLY-ONE-STATUS-CHANGE
      *
      * Takes marked book WS-MSEL-IX to WS-MSEL-NEW-STATUS through
      * the same checks a keyed PRBK meets: the change-freeze
      * calendar (GARB has no override prefix - the way RESB has
      * none), the legal-hold registry, the reservation register
      * (WS-MSEL-ALLOWED may change a title it holds) and the daily
      * change quota, then CD-PATCH-REDBOOK itself, which applies
      * the lifecycle rules and the errata gate to the live current
      * status. Refusals are audited as they are for PRBK, and an
      * active caution note is warned of on the result line.
      * CD-PATCH-REDBOOK runs without its single-item screen and
      * terminal text, the way the non-terminal callers run it - its
      * outcome is read back from the switches it leaves and kept in
      * WS-MSEL-OUTCOME/WS-MSEL-TEXT for the results page. Also used
      * by RBKA to apply an approved selection.
      *----------------------------------------------------------------*
       ABE-APPLY-ONE-STATUS-CHANGE SECTION.
       ABE-010.
           MOVE SPACES TO WS-MSEL-TEXT (WS-MSEL-IX).
           MOVE 0 TO WS-MSEL-HTTP (WS-MSEL-IX).

           PERFORM AT-CHECK-FREEZE-CALENDAR.
           IF WS-FREEZE-REFUSED EQUAL 'Y' THEN
              MOVE 'FROZEN' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
              MOVE WS-FREEZE-REASON TO WS-MSEL-TEXT (WS-MSEL-IX)
              GO TO ABE-999
           END-IF.

           MOVE WS-MSEL-TITLE (WS-MSEL-IX) TO WS-HOLD-CHK-TITLE.
           PERFORM AW-CHECK-LEGAL-HOLD.
           IF WS-HOLD-HIT = 1 THEN
              MOVE 'HELD' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
              STRING 'Legal hold ' WS-HOLD-REF
                 DELIMITED BY SIZE INTO WS-MSEL-TEXT (WS-MSEL-IX)
              PERFORM XE-WRITE-HOLD-AUDIT
              GO TO ABE-999
           END-IF.

           MOVE WS-MSEL-TITLE (WS-MSEL-IX) TO WS-RSRV-CHK-TITLE.
           MOVE WS-MSEL-ALLOWED TO WS-RSRV-ALLOWED.
           PERFORM GD-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              MOVE 'RESERVED' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
              MOVE WS-RSRV-TEXT TO WS-MSEL-TEXT (WS-MSEL-IX)
              MOVE EIBTRNID TO WS-RSRV-AUD-OPER
              MOVE 'RESERVED' TO WS-RSRV-AUD-RESULT
              PERFORM XH-WRITE-RSRV-AUDIT
              GO TO ABE-999
           END-IF.

      * Each book of a GARB selection counts against the operator's
      * daily update quota the way a keyed PRBK does, so the quota
      * may run out part way through. An RBKA-approved selection was
      * settled by its four-eyes approval and is not held to the
      * approver's quota.
           IF EIBTRNID = 'GARB' THEN
              MOVE WS-MSEL-TITLE (WS-MSEL-IX) TO WS-QUOT-CHK-TITLE
              MOVE 'U' TO WS-QUOT-CLASS
              PERFORM LA-CHECK-CHANGE-QUOTA
              IF WS-QUOT-REFUSED = 'Y' THEN
                 MOVE 'QUOTA' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
                 MOVE WS-QUOT-LIMIT TO WS-QUOT-LIMIT-ED
                 STRING 'Daily quota ' FUNCTION TRIM(WS-QUOT-LIMIT-ED)
                    ' used up'
                    DELIMITED BY SIZE INTO WS-MSEL-TEXT (WS-MSEL-IX)
                 MOVE EIBTRNID TO WS-QUOT-AUD-OPER
                 PERFORM AGA-WRITE-QUOTA-REFUSAL
                 GO TO ABE-999
              END-IF
           END-IF.

      * An active CAUTION or EMBARGO note on the title is warned of
      * on its result line, as PRBK warns of it - the change still
      * goes ahead.
           MOVE WS-MSEL-TITLE (WS-MSEL-IX) TO WS-NOTE-CHK-TITLE.
           PERFORM MG-CHECK-CAUTION-NOTES.

           MOVE SPACES TO WS-TERMINAL-ARGS.
           STRING FUNCTION TRIM(WS-MSEL-TITLE (WS-MSEL-IX))
                  ',STATUS,' FUNCTION TRIM(WS-MSEL-NEW-STATUS)
              DELIMITED BY SIZE INTO WS-TERMINAL-ARGS.
           MOVE WS-MSEL-TITLE (WS-MSEL-IX) TO WS-AUDIT-KEY-TITLE.

           MOVE 'N' TO WS-STTR-DENIED-SW.
           MOVE 'N' TO WS-ERRG-BLOCKED-SW.
           MOVE SPACES TO WS-CD-CURRENT-VALUE.
           MOVE 0 TO WS-STATUS-CODE.
           MOVE OK TO WS-RC.

           MOVE WS-NETNAME TO WS-MSEL-NETNAME-SAVE.
           MOVE ALL '?' TO WS-NETNAME.
           PERFORM CD-PATCH-REDBOOK.
           MOVE WS-MSEL-NETNAME-SAVE TO WS-NETNAME.
           PERFORM X-FREE.

           MOVE WS-STATUS-CODE TO WS-MSEL-HTTP (WS-MSEL-IX).

           EVALUATE TRUE
              WHEN WS-CD-ALREADY-CURRENT EQUAL 'Y'
                 MOVE 'SAME' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
                 STRING 'Already ' WS-MSEL-NEW-STATUS
                    DELIMITED BY SIZE INTO WS-MSEL-TEXT (WS-MSEL-IX)
              WHEN WS-STTR-DENIED-SW EQUAL 'Y'
                 MOVE 'REFUSED' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
                 STRING WS-STTR-FROM ' -> ' WS-STTR-TO
                    ' needs ' WS-STTR-AUTH
                    DELIMITED BY SIZE INTO WS-MSEL-TEXT (WS-MSEL-IX)
              WHEN WS-ERRG-BLOCKED-SW EQUAL 'Y'
                 MOVE 'REFUSED' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
                 STRING 'HIGH errata OPEN on ' WS-ERRG-BLOCK-FORM
                    DELIMITED BY SIZE INTO WS-MSEL-TEXT (WS-MSEL-IX)
              WHEN WS-RC EQUAL FAILED
                 MOVE 'FAILED' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
                 MOVE 'Patch call failed - see log'
                    TO WS-MSEL-TEXT (WS-MSEL-IX)
              WHEN WS-STATUS-CODE >= 200 AND WS-STATUS-CODE < 300
                 MOVE 'CHANGED' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
                 IF WS-NOTE-CAUTION-CNT > 0 THEN
                    STRING 'CAUTION/RBNT Was '
                       WS-CD-CURRENT-VALUE (1:9)
                       DELIMITED BY SIZE INTO WS-MSEL-TEXT (WS-MSEL-IX)
                    ADD 1 TO WS-MSEL-CAUTIONED
                 ELSE
                    STRING 'Was ' WS-CD-CURRENT-VALUE (1:9)
                       DELIMITED BY SIZE INTO WS-MSEL-TEXT (WS-MSEL-IX)
                 END-IF
                 ADD 1 TO WS-MSEL-CHANGED
              WHEN WS-STATUS-CODE = 404
                 MOVE 'FAILED' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
                 MOVE 'Title not found' TO WS-MSEL-TEXT (WS-MSEL-IX)
              WHEN OTHER
                 MOVE 'FAILED' TO WS-MSEL-OUTCOME (WS-MSEL-IX)
                 STRING 'HTTP status ' WS-STATUS-CODE
                    DELIMITED BY SIZE INTO WS-MSEL-TEXT (WS-MSEL-IX)
           END-EVALUATE.

       ABE-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABF-QUEUE-GARB-SELECTION
      *
      * A selection over WS-MSEL-APPR-LIMIT books. Each change is
      * parked on RBKPCHG as an APPROVAL entry - a status neither
      * the SCHD pass nor the RBKE list acts on - stamped with the
      * requester and one shared date/time, and then one PENDING
      * RBKAPPR request (operation MSTC) with the same stamp and the
      * book count is queued and audited. RBKA finds the parked
      * changes again by that stamp when the request is decided.
      *----------------------------------------------------------------*
       ABF-QUEUE-GARB-SELECTION SECTION.
       ABF-010.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-MSEL-STAMP.
           MOVE DFHRESP(NORMAL) TO WS-RESP.

           PERFORM ABFA-PARK-ONE-STATUS-CHANGE
              VARYING WS-MSEL-IX FROM 1 BY 1
              UNTIL WS-MSEL-IX > WS-MSEL-CNT
                 OR WS-RESP NOT EQUAL DFHRESP(NORMAL).

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE WS-RESP TO WS-RESP-ED
              STRING 'Could not queue the selection for approval,'
                 ' RESP ' WS-RESP-ED
                 DELIMITED BY SIZE INTO WS-GARB-MSG
              GO TO ABF-999
           END-IF.

           MOVE SPACES TO BAQHAPPR-RECORD.
           MOVE WS-MSEL-STAMP (1:8) TO BAQHAPPR-DATE.
           MOVE WS-MSEL-STAMP (9:6) TO BAQHAPPR-TIME.
           MOVE WS-USERID TO BAQHAPPR-REQUESTOR.
           MOVE 'MSTC' TO BAQHAPPR-OPERATION.
           STRING 'SET STATUS ' FUNCTION TRIM(WS-MSEL-NEW-STATUS)
              ' ON GARB SELECTION'
              DELIMITED BY SIZE INTO BAQHAPPR-TITLE.
           MOVE 0 TO BAQHAPPR-BOOK-ID.
           MOVE WS-MSEL-CNT TO BAQHAPPR-REC-COUNT.
           MOVE 'PENDING' TO BAQHAPPR-STATUS.

           MOVE 0 TO WS-APPR-RIDFLD.
           EXEC CICS WRITE FILE('RBKAPPR')
                           FROM(BAQHAPPR-RECORD)
                           RIDFLD(WS-APPR-RIDFLD)
                           RESP(WS-RESP)
           END-EXEC.

           MOVE WS-MSEL-CNT TO WS-MSEL-CNT-ED.
           MOVE WS-MSEL-APPR-LIMIT TO WS-MSEL-LIMIT-ED.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'MSTCREQ' TO BAQHAUDT-OPERATION
              PERFORM XC-WRITE-APPROVAL-AUDIT
              STRING WS-MSEL-CNT-ED ' marked books exceed the limit'
                 ' of ' WS-MSEL-LIMIT-ED
                 ' - queued for four-eyes approval on RBKA'
                 DELIMITED BY SIZE INTO WS-GARB-MSG
           ELSE
              MOVE WS-RESP TO WS-RESP-ED
              STRING 'Could not queue the selection for approval,'
                 ' RESP ' WS-RESP-ED
                 DELIMITED BY SIZE INTO WS-GARB-MSG
           END-IF.

       ABF-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABFA-PARK-ONE-STATUS-CHANGE
      *----------------------------------------------------------------*
       ABFA-PARK-ONE-STATUS-CHANGE SECTION.
       ABFA-010.
           MOVE SPACES TO BAQHPCHG-RECORD.
           MOVE WS-MSEL-TITLE (WS-MSEL-IX) TO BAQHPCHG-TITLE.
           MOVE 'STATUS' TO BAQHPCHG-FIELD.
           MOVE WS-MSEL-NEW-STATUS TO BAQHPCHG-VALUE.
           MOVE WS-MSEL-STAMP (1:8) TO BAQHPCHG-EFF-DATE.
           MOVE WS-MSEL-STAMP (9:6) TO BAQHPCHG-EFF-TIME.
           MOVE WS-USERID TO BAQHPCHG-REQUESTER.
           MOVE 'APPROVAL' TO BAQHPCHG-STATUS.
           MOVE 0 TO BAQHPCHG-HTTP-STATUS.

           MOVE 0 TO WS-PCHG-RIDFLD.
           EXEC CICS WRITE FILE('RBKPCHG')
                           FROM(BAQHPCHG-RECORD)
                           RIDFLD(WS-PCHG-RIDFLD)
                           RESP(WS-RESP)
           END-EXEC.

       ABFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABG-SEND-SELECTION-RESULTS
      *
      * Sends the outcome of each marked book on map GARBM in place
      * of the list - title, outcome and the reason or prior status
      * - with the operator's controls echoed, and returns
      * pseudo-conversationally. No spool items are carried, so
      * the next ENTER (or PF7/PF8) simply redisplays the list.
      *----------------------------------------------------------------*
       ABG-SEND-SELECTION-RESULTS SECTION.
       ABG-010.
           MOVE SPACES TO GARBMO.
           MOVE 'GARB - Status Change' TO GTITL1O.
           STRING '   Title                                   '
                  ' Outcome  Detail'
              DELIMITED BY SIZE INTO HDGLO.

           INITIALIZE CA-GARB-LINES.
           PERFORM ABGA-MOVE-ONE-RESULT-LINE
              VARYING WS-INDEX FROM 1 BY 1
              UNTIL WS-INDEX > 10.

           MOVE WS-MSEL-CHANGED TO WS-MSEL-CHANGED-ED.
           MOVE WS-MSEL-CNT TO WS-MSEL-CNT-ED.
           IF WS-MSEL-CAUTIONED > 0 THEN
              MOVE WS-MSEL-CAUTIONED TO WS-MSEL-LIMIT-ED
              STRING WS-MSEL-CHANGED-ED ' of ' WS-MSEL-CNT-ED
                 ' changed to ' FUNCTION TRIM(WS-MSEL-NEW-STATUS)
                 ' - WARNING ' WS-MSEL-LIMIT-ED
                 ' with caution notes, see RBNT'
                 DELIMITED BY SIZE INTO GMSGLO
           ELSE
              STRING WS-MSEL-CHANGED-ED ' of ' WS-MSEL-CNT-ED
                 ' marked books changed to '
                 FUNCTION TRIM(WS-MSEL-NEW-STATUS)
                 ' - ENTER returns to the list'
                 DELIMITED BY SIZE INTO GMSGLO
           END-IF.

           MOVE 'PF3=End  ENTER=Back to the list' TO GPFKLO.

           PERFORM ACA-ECHO-GARB-CONTROLS.

           EXEC CICS SEND MAP('GARBM')
                          MAPSET('BAQHRBKM')
                          FROM(GARBMO)
                          ERASE
           END-EXEC.

           MOVE WS-PAGE-NUM TO CA-PAGE-NUM.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       ABG-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABGA-MOVE-ONE-RESULT-LINE
      *----------------------------------------------------------------*
       ABGA-MOVE-ONE-RESULT-LINE SECTION.
       ABGA-010.
           MOVE SPACES TO WS-MSEL-LINE.
           IF WS-INDEX <= WS-MSEL-CNT THEN
              STRING WS-MSEL-TITLE (WS-INDEX) (1:40) ' '
                     WS-MSEL-OUTCOME (WS-INDEX) ' '
                     WS-MSEL-TEXT (WS-INDEX) (1:26)
                 DELIMITED BY SIZE INTO WS-MSEL-LINE
           END-IF.

           EVALUATE WS-INDEX
              WHEN 1  MOVE WS-MSEL-LINE TO LINE01O
              WHEN 2  MOVE WS-MSEL-LINE TO LINE02O
              WHEN 3  MOVE WS-MSEL-LINE TO LINE03O
              WHEN 4  MOVE WS-MSEL-LINE TO LINE04O
              WHEN 5  MOVE WS-MSEL-LINE TO LINE05O
              WHEN 6  MOVE WS-MSEL-LINE TO LINE06O
              WHEN 7  MOVE WS-MSEL-LINE TO LINE07O
              WHEN 8  MOVE WS-MSEL-LINE TO LINE08O
              WHEN 9  MOVE WS-MSEL-LINE TO LINE09O
              WHEN 10 MOVE WS-MSEL-LINE TO LINE10O
           END-EVALUATE.

       ABGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABH-PRINT-GARB-LIST
      *
      * Spools every book of this turn's pull in index order to the
      * operator's printer through IA-OPEN-PRINT-JOB, one line per
      * book laid out like the screen's, and leaves the outcome for
      * the message line.
      *----------------------------------------------------------------*
       ABH-PRINT-GARB-LIST SECTION.
       ABH-010.
           MOVE 'BAQHRBKC - RED BOOK INVENTORY (GARB)'
              TO WS-PRT-HD-REPORT.
           MOVE WS-GARB-COUNT TO WS-PRT-LINE-CNT-ED.
           MOVE SPACES TO WS-PRT-HD-ASOF.
           STRING 'AS OF ' FUNCTION CURRENT-DATE (1:4) '-'
              FUNCTION CURRENT-DATE (5:2) '-'
              FUNCTION CURRENT-DATE (7:2) ' '
              FUNCTION CURRENT-DATE (9:2) ':'
              FUNCTION CURRENT-DATE (11:2)
              ' LIVE PULL - ' WS-PRT-LINE-CNT-ED ' BOOKS'
              DELIMITED BY SIZE INTO WS-PRT-HD-ASOF.
           MOVE SPACES TO WS-PRT-HD-SUBHEAD.
           STRING 'Title                                    '
                  'Status    Author'
              DELIMITED BY SIZE INTO WS-PRT-HD-SUBHEAD.

           PERFORM IA-OPEN-PRINT-JOB.

           PERFORM ABHA-SPOOL-ONE-GARB-LINE
              VARYING WS-GIDX-I FROM 1 BY 1
              UNTIL WS-GIDX-I > WS-GARB-COUNT
                 OR WS-PRT-READY NOT = 'Y'.

           IF WS-GARB-OVERFLOW = 1 THEN
              STRING '*** LIST LARGER THAN THE 2000-ENTRY INDEX'
                 ' - FIRST 2000 PRINTED ***'
                 DELIMITED BY SIZE INTO WS-PRT-LINE
              PERFORM IB-ADD-PRINT-LINE
           END-IF.

           PERFORM IC-RELEASE-PRINT-JOB.
           MOVE WS-PRT-MSG TO WS-GARB-MSG.

       ABH-999.
           EXIT.

      *----------------------------------------------------------------*
      * ABHA-SPOOL-ONE-GARB-LINE
      *----------------------------------------------------------------*
       ABHA-SPOOL-ONE-GARB-LINE SECTION.
       ABHA-010.
           EXEC CICS READQ TS QUEUE(WS-GARBQ-NAME)
                              INTO(WS-GARB-SPOOL-REC)
                              ITEM(WS-GIDX-ITEM (WS-GIDX-I))
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO ABHA-999
           END-IF.

           STRING WS-GARB-SP-TITLE ' '
                  WS-GARB-SP-STATUS ' '
                  WS-GARB-SP-AUTHOR (1:27)
              DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM IB-ADD-PRINT-LINE.

       ABHA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AC-SEND-GARB-PAGE
      *
      * Formats the WS-GARB-TABLE slice for WS-PAGE-NUM on to map
      * GARBM and sends it, retaining the page number in DFHCOMMAREA
      * for the next pseudo-conversational turn.
      *----------------------------------------------------------------*
       AC-SEND-GARB-PAGE SECTION.
       AC-010.
           MOVE SPACES TO GARBMO.
           MOVE 'GARB - Red Book Inventory' TO GTITL1O.
           MOVE 'Page' TO PAGELO.
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-DISP.
           MOVE WS-PAGE-NUM-DISP TO PAGEFO.
           MOVE WS-PAGE-TOTAL TO WS-PAGE-TOTAL-DISP.
           STRING ' S Title                                   '
                  ' Status    Author'
              DELIMITED BY SIZE INTO HDGLO.

           INITIALIZE CA-GARB-LINES.
           PERFORM AD-MOVE-GARB-LINE VARYING WS-INDEX FROM 1 BY 1
              UNTIL WS-INDEX > WS-PAGE-SIZE.

           IF WS-GARB-COUNT = 0 THEN
              MOVE 'No Red Books in the repository' TO GMSGLO
           ELSE
              STRING 'Showing page ' WS-PAGE-NUM-DISP ' of '
                 WS-PAGE-TOTAL-DISP DELIMITED BY SIZE INTO GMSGLO
           END-IF.

           STRING 'PF3=End  PF4=Print  PF7=Backward  PF8=Forward'
                  '  ENTER=Apply status'
              DELIMITED BY SIZE INTO GPFKLO.

           PERFORM ACA-ECHO-GARB-CONTROLS.

           IF WS-GARB-OVERFLOW = 1 THEN
              MOVE 'List larger than the 2000-entry index - showing t
      -         'he first 2000' TO GMSGLO
           END-IF.

      * The outcome of a marked-line status change that was not
      * applied here (refused, or queued for approval) wins.
           IF WS-GARB-MSG NOT = SPACES THEN
              MOVE WS-GARB-MSG TO GMSGLO
           END-IF.

           EXEC CICS SEND MAP('GARBM')
                          MAPSET('BAQHRBKM')
                          FROM(GARBMO)
                          ERASE
           END-EXEC.

           MOVE WS-PAGE-NUM TO CA-PAGE-NUM.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       AC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ACA-ECHO-GARB-CONTROLS
      *
      * Echoes the operator's row 3 controls so they persist on the
      * screen - and so come back on the next turn's RECEIVE.
      *----------------------------------------------------------------*
       ACA-ECHO-GARB-CONTROLS SECTION.
       ACA-010.
           MOVE 'Find' TO GFINDLO.
           MOVE WS-GARB-FIND TO GFINDFO.
           MOVE 'St' TO GSTATLO.
           MOVE WS-GARB-FILT-STAT TO GSTATFO.
           MOVE 'Au' TO GAUTHLO.
           MOVE WS-GARB-FILT-AUTH TO GAUTHFO.
           MOVE 'PS' TO GPSZLO.
           MOVE WS-PAGE-SIZE TO WS-PAGE-NUM-DISP.
           MOVE WS-PAGE-NUM-DISP (3:2) TO GPSZFO.
           MOVE 'Srt' TO GSRTLO.
           MOVE WS-GARB-SORT TO GSORTFO.
           MOVE 'New status' TO GNSTLO.

       ACA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AD-MOVE-GARB-LINE
      *
      * Moves one row of the current page from WS-GARB-TABLE into the
      * matching LINEnn field of GARBMO.  Rows beyond WS-GARB-COUNT
      * for this page are left blank. The row's spool item is kept
      * in DFHCOMMAREA against its line number, for a mark keyed in
      * the line's select column on the next turn.
      *----------------------------------------------------------------*
       AD-MOVE-GARB-LINE SECTION.
       AD-010.
           COMPUTE WS-INDEX-2 =
              (WS-PAGE-NUM - 1) * WS-PAGE-SIZE + WS-INDEX.

           MOVE SPACES TO WS-PAGE-LINE.
           IF WS-INDEX-2 <= WS-GARB-COUNT THEN
      * The line's book comes off the spool queue via the (possibly
      * sorted) index. Title(40) + ' ' + Status(9) + ' ' +
      * Author(30) is 81 bytes into the 76-byte LINEnn that follows
      * the select column - Author is truncated to the 25 bytes
      * that fit, the same way AJ-MOVE-RESB-LINE truncates title
      * for RESBM's line width.
              EXEC CICS READQ TS QUEUE(WS-GARBQ-NAME)
                                 INTO(WS-GARB-SPOOL-REC)
                                 ITEM(WS-GIDX-ITEM (WS-INDEX-2))
                                 RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 STRING WS-GARB-SP-TITLE ' '
                        WS-GARB-SP-STATUS ' '
                        WS-GARB-SP-AUTHOR (1:25)
                    DELIMITED BY SIZE INTO WS-PAGE-LINE
                 MOVE WS-GIDX-ITEM (WS-INDEX-2)
                    TO CA-GARB-LINE-ITEM (WS-INDEX)
              END-IF
           END-IF.

           EVALUATE WS-INDEX
              WHEN 1  MOVE WS-PAGE-LINE TO LINE01O
              WHEN 2  MOVE WS-PAGE-LINE TO LINE02O
              WHEN 3  MOVE WS-PAGE-LINE TO LINE03O
              WHEN 4  MOVE WS-PAGE-LINE TO LINE04O
              WHEN 5  MOVE WS-PAGE-LINE TO LINE05O
              WHEN 6  MOVE WS-PAGE-LINE TO LINE06O
              WHEN 7  MOVE WS-PAGE-LINE TO LINE07O
              WHEN 8  MOVE WS-PAGE-LINE TO LINE08O
              WHEN 9  MOVE WS-PAGE-LINE TO LINE09O
              WHEN 10 MOVE WS-PAGE-LINE TO LINE10O
           END-EVALUATE.

       AD-999.
           EXIT.

      *----------------------------------------------------------------*
      * AE-RESUBMIT-PAGE
      *
      * Pseudo-conversational RESB - browses the RBKEXCP exception
      * queue into WS-RESB-TABLE a page at a time (PF7/PF8, carried
      * in DFHCOMMAREA the same way GARB carries its own page
      * number), and resubmits the PRBK/MRBK exception on the line
      * keyed into RSELF when the operator presses ENTER.
      *----------------------------------------------------------------*
       AE-RESUBMIT-PAGE SECTION.
       AE-010.
           MOVE 1 TO WS-RESB-PAGE-NUM.
           MOVE 0 TO WS-RESB-SEL.
           MOVE SPACES TO WS-RESB-MSG.

           IF EIBCALEN > 0 THEN
              MOVE CA-RESB-PAGE-NUM TO WS-RESB-PAGE-NUM

              EXEC CICS RECEIVE MAP('RESBM')
                                 MAPSET('BAQHRBKM')
                                 INTO(RESBMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO AE-999
                 WHEN WS-AID-PF7
                    IF WS-RESB-PAGE-NUM > 1 THEN
                       SUBTRACT 1 FROM WS-RESB-PAGE-NUM
                    END-IF
                 WHEN WS-AID-PF8
                    ADD 1 TO WS-RESB-PAGE-NUM
                 WHEN WS-AID-ENTER
                    MOVE RSELFI TO WS-RESB-SEL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM AF-LOAD-EXCEPTION-TABLE.

      * A resubmission changes the selected row's status so it drops
      * out of the PENDING list AF-LOAD-EXCEPTION-TABLE builds -
      * reload once more afterwards so the page sent back reflects
      * the queue as it now stands.
           IF WS-RESB-SEL > 0 THEN
              PERFORM AG-RESUBMIT-SELECTED
              PERFORM AF-LOAD-EXCEPTION-TABLE
           END-IF.

           COMPUTE WS-RESB-PAGE-TOTAL =
              (WS-RESB-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
           IF WS-RESB-PAGE-TOTAL = 0 THEN MOVE 1 TO WS-RESB-PAGE-TOTAL.
           IF WS-RESB-PAGE-NUM > WS-RESB-PAGE-TOTAL THEN
              MOVE WS-RESB-PAGE-TOTAL TO WS-RESB-PAGE-NUM.

           PERFORM AI-SEND-RESUBMIT-PAGE.

       AE-999.
           EXIT.

      *----------------------------------------------------------------*
      * AF-LOAD-EXCEPTION-TABLE
      *
      * Browses RBKEXCP from the start and loads every PENDING
      * exception into WS-RESB-TABLE, remembering each row's RBA for
      * AH-REWRITE-EXCEPTION-ROW. RBKEXCP is an ESDS, so a browse
      * started GTEQ RBA zero reads the whole queue in write order.
      *----------------------------------------------------------------*
       AF-LOAD-EXCEPTION-TABLE SECTION.
       AF-010.
           MOVE 0 TO WS-RESB-COUNT.
           MOVE 0 TO WS-RESB-RIDFLD.

           EXEC CICS STARTBR FILE('RBKEXCP')
                              RIDFLD(WS-RESB-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AFA-READ-NEXT-EXCEPTION UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-RESB-COUNT = 50

              EXEC CICS ENDBR FILE('RBKEXCP') END-EXEC
           END-IF.

       AF-999.
           EXIT.

      *----------------------------------------------------------------*
      * AFA-READ-NEXT-EXCEPTION
      *
      * Reads the next RBKEXCP row of the browse started by
      * AF-LOAD-EXCEPTION-TABLE and, if it is still PENDING and
      * belongs to this invocation's catalog, adds it to
      * WS-RESB-TABLE.
      *----------------------------------------------------------------*
       AFA-READ-NEXT-EXCEPTION SECTION.
       AFA-010.
           EXEC CICS READNEXT FILE('RBKEXCP')
                               INTO(BAQHEXCP-RECORD)
                               RIDFLD(WS-RESB-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           MOVE BAQHEXCP-CATALOG TO WS-REC-CATALOG.
           IF WS-REC-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-REC-CATALOG
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL) AND
                 BAQHEXCP-STATUS EQUAL 'PENDING' AND
                 WS-REC-CATALOG = WS-CATALOG THEN
              ADD 1 TO WS-RESB-COUNT
              MOVE WS-RESB-RIDFLD TO WS-RESB-RBA(WS-RESB-COUNT)
              MOVE BAQHEXCP-OPERATION TO
                 WS-RESB-OPERATION(WS-RESB-COUNT)
              MOVE BAQHEXCP-TITLE TO WS-RESB-TITLE(WS-RESB-COUNT)
              MOVE BAQHEXCP-FIELD TO WS-RESB-FIELD(WS-RESB-COUNT)
              MOVE BAQHEXCP-VALUE TO WS-RESB-VALUE(WS-RESB-COUNT)
              MOVE BAQHEXCP-STATUS TO WS-RESB-STATUS(WS-RESB-COUNT)
              MOVE BAQHEXCP-MESSAGE TO
                 WS-RESB-MESSAGE(WS-RESB-COUNT)
           END-IF.

       AFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AG-RESUBMIT-SELECTED
      *
      * Resubmits the exception on the selected line of the current
      * page.  PRBK/MRBK exceptions carry enough (Title, Field,
      * NewValue) to rebuild the same terminal input CD-PATCH-REDBOOK
      * /CE-MERGE-REDBOOK already parse from WS-TERMINAL-ARGS, so
      * this builds that same string and calls the existing section
      * rather than duplicating its request-building logic. A CRBK
      * exception only ever carries the book's Title (see finish/
      * BAQHRBKB.cbl's X-WRITE-EXCEPTION-REC notes) - there is no
      * retained payload to safely replay, so it is reported back to
      * the operator instead of attempted.
      *----------------------------------------------------------------*
       AG-RESUBMIT-SELECTED SECTION.
       AG-010.
           COMPUTE WS-RESB-SEL-IX =
              (WS-RESB-PAGE-NUM - 1) * WS-PAGE-SIZE + WS-RESB-SEL.

           IF WS-RESB-SEL > WS-PAGE-SIZE OR
                 WS-RESB-SEL-IX > WS-RESB-COUNT THEN
              MOVE 'Selected line is not a pending exception'
                 TO WS-RESB-MSG
              GO TO AG-999
           END-IF.

      * A resubmission changes the catalog too, so it honours the
      * change-freeze calendar; the RESB screen has no override
      * prefix, a frozen resubmission waits the window out.
           PERFORM AT-CHECK-FREEZE-CALENDAR.
           IF WS-FREEZE-REFUSED EQUAL 'Y' THEN
              MOVE 'Change freeze in force - resubmission refused'
                 TO WS-RESB-MSG
              GO TO AG-999
           END-IF.

      * And the legal-hold registry - a hold placed after the
      * exception was queued still blocks its replay.
           MOVE WS-RESB-TITLE(WS-RESB-SEL-IX) TO WS-HOLD-CHK-TITLE.
           PERFORM AW-CHECK-LEGAL-HOLD.
           IF WS-HOLD-HIT = 1 THEN
              MOVE SPACES TO WS-RESB-MSG
              STRING 'Legal hold ' WS-HOLD-REF
                 ' blocks this resubmission'
                 DELIMITED BY SIZE INTO WS-RESB-MSG
              PERFORM XE-WRITE-HOLD-AUDIT
              GO TO AG-999
           END-IF.

      * And the reservation register - a title checked out since
      * the exception was queued replays only for its holder.
           MOVE WS-RESB-TITLE(WS-RESB-SEL-IX) TO WS-RSRV-CHK-TITLE.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO WS-RSRV-ALLOWED.
           PERFORM GD-CHECK-RESERVATION.
           IF WS-RSRV-HIT = 1 THEN
              MOVE SPACES TO WS-RESB-MSG
              STRING 'Refused - ' WS-RSRV-TEXT
                 DELIMITED BY SIZE INTO WS-RESB-MSG
              MOVE WS-RESB-OPERATION(WS-RESB-SEL-IX)
                 TO WS-RSRV-AUD-OPER
              MOVE 'RESERVED' TO WS-RSRV-AUD-RESULT
              PERFORM XH-WRITE-RSRV-AUDIT
              GO TO AG-999
           END-IF.

      * And the operator's daily update quota - a replayed patch or
      * merge is a change like a keyed one, and XF-WRITE-CALL-AUDIT
      * counts it once the API accepts it.
           MOVE WS-RESB-TITLE(WS-RESB-SEL-IX) TO WS-QUOT-CHK-TITLE.
           MOVE 'U' TO WS-QUOT-CLASS.
           PERFORM LA-CHECK-CHANGE-QUOTA.
           IF WS-QUOT-REFUSED = 'Y' THEN
              MOVE WS-QUOT-LIMIT TO WS-QUOT-LIMIT-ED
              MOVE SPACES TO WS-RESB-MSG
              STRING 'Daily update quota of '
                 FUNCTION TRIM(WS-QUOT-LIMIT-ED)
                 ' used up - ask a supervisor (RBQT)'
                 DELIMITED BY SIZE INTO WS-RESB-MSG
              MOVE WS-RESB-OPERATION(WS-RESB-SEL-IX)
                 TO WS-QUOT-AUD-OPER
              PERFORM AGA-WRITE-QUOTA-REFUSAL
              GO TO AG-999
           END-IF.

           PERFORM B-INIT-TX.
           IF WS-RC NOT EQUAL OK THEN
              MOVE 'Unable to connect to resubmit - try again'
                 TO WS-RESB-MSG
              GO TO AG-999
           END-IF.

           MOVE SPACES TO WS-TERMINAL-ARGS.
           MOVE WS-RESB-TITLE(WS-RESB-SEL-IX)
              TO WS-AUDIT-KEY-TITLE.
           EVALUATE WS-RESB-OPERATION(WS-RESB-SEL-IX)
              WHEN 'PRBK'
                 STRING FUNCTION TRIM(WS-RESB-TITLE(WS-RESB-SEL-IX))
                        ',' FUNCTION TRIM(WS-RESB-FIELD(WS-RESB-SEL-IX))
                        ',' FUNCTION TRIM(WS-RESB-VALUE(WS-RESB-SEL-IX))
                    DELIMITED BY SIZE INTO WS-TERMINAL-ARGS
                 PERFORM CD-PATCH-REDBOOK
              WHEN 'MRBK'
                 STRING FUNCTION TRIM(WS-RESB-TITLE(WS-RESB-SEL-IX))
                        ',' FUNCTION TRIM(WS-RESB-FIELD(WS-RESB-SEL-IX))
                        ',' FUNCTION TRIM(WS-RESB-VALUE(WS-RESB-SEL-IX))
                    DELIMITED BY SIZE INTO WS-TERMINAL-ARGS
                 PERFORM CE-MERGE-REDBOOK
      * An RBAT flag whose field the merge can set replays as a
      * merge of the contact's correction; any other flag describes
      * a problem the desk has to put right by hand.
              WHEN 'ATST'
                 IF (WS-RESB-FIELD(WS-RESB-SEL-IX) = 'STATUS' OR
                     WS-RESB-FIELD(WS-RESB-SEL-IX) = 'FORMNUM' OR
                     WS-RESB-FIELD(WS-RESB-SEL-IX) = 'URL') AND
                    WS-RESB-VALUE(WS-RESB-SEL-IX) NOT = SPACES THEN
                    STRING FUNCTION TRIM(WS-RESB-TITLE(WS-RESB-SEL-IX))
                       ',' FUNCTION TRIM(WS-RESB-FIELD(WS-RESB-SEL-IX))
                       ',' FUNCTION TRIM(WS-RESB-VALUE(WS-RESB-SEL-IX))
                       DELIMITED BY SIZE INTO WS-TERMINAL-ARGS
                    PERFORM CE-MERGE-REDBOOK
                 ELSE
                    MOVE 'Attestation flag has no correction to replay'
                       TO WS-RESB-MSG
                    MOVE FAILED TO WS-RC
                 END-IF
              WHEN OTHER
                 MOVE SPACES TO WS-RESB-MSG
                 STRING WS-RESB-OPERATION(WS-RESB-SEL-IX)
                    ' exceptions cannot be resubmitted here'
                    DELIMITED BY SIZE INTO WS-RESB-MSG
                 MOVE FAILED TO WS-RC
           END-EVALUATE.

           PERFORM X-FREE.
           PERFORM X-TERM.

           IF WS-RC EQUAL OK THEN
              MOVE 'RESUBMIT' TO WS-RESB-RESULT
              MOVE 'Resubmitted - removed from the pending queue'
                 TO WS-RESB-MSG
           ELSE
              MOVE 'FAILED' TO WS-RESB-RESULT
              IF WS-RESB-MSG EQUAL SPACES THEN
                 MOVE 'Resubmission failed - still pending, see log'
                    TO WS-RESB-MSG
              END-IF
           END-IF.

           PERFORM AH-REWRITE-EXCEPTION-ROW.

       AG-999.
           EXIT.

      *----------------------------------------------------------------*
      * AGA-WRITE-QUOTA-REFUSAL
      *
      * Audits a GARB selection line or RESB resubmission refused
      * for the daily quota, with the QUOTA result a keyed change
      * refused the same way gets. WS-QUOT-AUD-OPER and
      * WS-QUOT-CHK-TITLE are set by the caller.
      *----------------------------------------------------------------*
       AGA-WRITE-QUOTA-REFUSAL SECTION.
       AGA-010.
           MOVE 'QUOTA' TO WS-QUOT-AUD-RESULT.
           MOVE SPACES TO WS-QUOT-AUD-CORREL.
           MOVE SPACES TO WS-QUOT-AUD-TEXT.
           STRING 'Daily ' FUNCTION TRIM(WS-QUOT-CLASS-NAME)
              ' quota ' WS-QUOT-LIMIT ' reached policy '
              BAQHQTAU-POLICY
              DELIMITED BY SIZE INTO WS-QUOT-AUD-TEXT.
           PERFORM XQ-WRITE-QUOTA-AUDIT.

       AGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AH-REWRITE-EXCEPTION-ROW
      *
      * Re-reads the selected row for update by the RBA
      * AF-LOAD-EXCEPTION-TABLE remembered and rewrites it with
      * WS-RESB-RESULT, so a resubmitted (or failed) exception is no
      * longer picked up as PENDING by a later browse.
      *----------------------------------------------------------------*
       AH-REWRITE-EXCEPTION-ROW SECTION.
       AH-010.
           EXEC CICS READ FILE('RBKEXCP')
                          INTO(BAQHEXCP-RECORD)
                          RIDFLD(WS-RESB-RBA(WS-RESB-SEL-IX))
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
              MOVE WS-RESB-RESULT TO BAQHEXCP-STATUS
              EXEC CICS REWRITE FILE('RBKEXCP')
                                FROM(BAQHEXCP-RECORD)
                                RESP(WS-RESP)
              END-EXEC
           END-IF.

       AH-999.
           EXIT.

      *----------------------------------------------------------------*
      * AI-SEND-RESUBMIT-PAGE
      *
      * Formats the WS-RESB-TABLE slice for WS-RESB-PAGE-NUM on to
      * map RESBM and sends it, retaining the page number in
      * DFHCOMMAREA for the next pseudo-conversational turn.
      *----------------------------------------------------------------*
       AI-SEND-RESUBMIT-PAGE SECTION.
       AI-010.
           MOVE SPACES TO RESBMO.
           MOVE 'BAQHRBKC - EXCEPTION QUEUE' TO RTITL1O.
           MOVE 'PAGE' TO RPAGELO.
           MOVE WS-RESB-PAGE-NUM TO WS-PAGE-NUM-DISP.
           MOVE WS-PAGE-NUM-DISP TO RPAGEFO.
           STRING '## OPER TITLE                          '
                  'FIELD      MESSAGE'
              DELIMITED BY SIZE INTO RHDGLO.

           PERFORM AJ-MOVE-RESB-LINE VARYING WS-INDEX FROM 1 BY 1
              UNTIL WS-INDEX > WS-PAGE-SIZE.

           IF WS-RESB-COUNT = 0 THEN
              MOVE 'No pending exceptions in the queue' TO RMSGLO
           ELSE IF WS-RESB-MSG NOT EQUAL SPACES THEN
              MOVE WS-RESB-MSG TO RMSGLO
           ELSE
              MOVE WS-RESB-PAGE-TOTAL TO WS-PAGE-TOTAL-DISP
              STRING 'Showing page ' WS-PAGE-NUM-DISP ' of '
                 WS-PAGE-TOTAL-DISP DELIMITED BY SIZE INTO RMSGLO
           END-IF.

           MOVE 'PF3=End  PF7=Backward  PF8=Forward  ENTER=Resubmit'
              TO RPFKLO.

           EXEC CICS SEND MAP('RESBM')
                          MAPSET('BAQHRBKM')
                          FROM(RESBMO)
                          ERASE
           END-EXEC.

           MOVE WS-RESB-PAGE-NUM TO CA-RESB-PAGE-NUM.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       AI-999.
           EXIT.

      *----------------------------------------------------------------*
      * AJ-MOVE-RESB-LINE
      *
      * Moves one row of the current page from WS-RESB-TABLE into the
      * matching RLINnn field of RESBMO, prefixed with the line
      * number (1-WS-PAGE-SIZE) the operator keys into RSELF to pick
      * it.  Rows beyond WS-RESB-COUNT for this page are left blank.
      * Every row listed is PENDING, so the line gives the status
      * column's room to the start of the API's message text - the
      * reason the call failed - with the title cut to 30 bytes.
      *----------------------------------------------------------------*
       AJ-MOVE-RESB-LINE SECTION.
       AJ-010.
           COMPUTE WS-INDEX-2 =
              (WS-RESB-PAGE-NUM - 1) * WS-PAGE-SIZE + WS-INDEX.

           MOVE SPACES TO WS-RESB-LINE.
           IF WS-INDEX-2 <= WS-RESB-COUNT THEN
              MOVE WS-INDEX TO WS-RESB-LINE-NUM-DISP
              STRING WS-RESB-LINE-NUM-DISP ' '
                     WS-RESB-OPERATION(WS-INDEX-2) ' '
                     WS-RESB-TITLE(WS-INDEX-2)(1:30) ' '
                     WS-RESB-FIELD(WS-INDEX-2) ' '
                     WS-RESB-MESSAGE(WS-INDEX-2)(1:28)
                 DELIMITED BY SIZE INTO WS-RESB-LINE
           END-IF.

           EVALUATE WS-INDEX
              WHEN 1  MOVE WS-RESB-LINE TO RLIN01O
              WHEN 2  MOVE WS-RESB-LINE TO RLIN02O
              WHEN 3  MOVE WS-RESB-LINE TO RLIN03O
              WHEN 4  MOVE WS-RESB-LINE TO RLIN04O
              WHEN 5  MOVE WS-RESB-LINE TO RLIN05O
              WHEN 6  MOVE WS-RESB-LINE TO RLIN06O
              WHEN 7  MOVE WS-RESB-LINE TO RLIN07O
              WHEN 8  MOVE WS-RESB-LINE TO RLIN08O
              WHEN 9  MOVE WS-RESB-LINE TO RLIN09O
              WHEN 10 MOVE WS-RESB-LINE TO RLIN10O
           END-EVALUATE.

       AJ-999.
           EXIT.

      *----------------------------------------------------------------*
      * AK-SINGLE-ITEM-INPUT
      *
      * Gives GRBK/CRBK/PRBK/MRBK/DRBK the same kind of mapped input
      * GARB and RESB already have, instead of making the operator
      * hand-key a comma delimited argument string. If the operator
      * keyed arguments inline ahead of pressing ENTER those are
      * honoured unchanged (WS-SINGLE-ITEM-PROCEED is set to 'Y' and
      * nothing else in this paragraph runs); otherwise map GRBKM is
      * sent blank so the fields can be keyed, and the Tx goes
      * pseudo-conversational to receive them back on the next
      * invocation, exactly as AB-GARB-PAGE does for GARB.
      *----------------------------------------------------------------*
       AK-SINGLE-ITEM-INPUT SECTION.
       AK-010.
           MOVE 'N' TO WS-SINGLE-ITEM-PROCEED.

           IF EIBCALEN > 0 THEN
              GO TO AK-030
           END-IF.

      * A title the operator keyed on the RBKM menu came across on
      * the terminal's carry queue - it becomes this function's
      * arguments, exactly as if it had been keyed inline.
           IF WS-MENU-CARRY-TITLE NOT = SPACES THEN
              MOVE SPACES TO WS-TERMINAL-INPUT
              MOVE WS-MENU-CARRY-TITLE TO WS-TERMINAL-ARGS
              MOVE 'Y' TO WS-SINGLE-ITEM-PROCEED
              GO TO AK-999
           END-IF.

           IF WS-TERMINAL-RECEIVED NOT = 'Y' THEN
              MOVE SPACES TO WS-TERMINAL-INPUT
              EXEC CICS RECEIVE INTO(WS-TERMINAL-INPUT)
                                LENGTH(WS-TERMINAL-LENGTH)
                                MAXLENGTH(80)
              END-EXEC
           END-IF.

      * The form-number and alias lookups below read the catalog's
      * own files, so a keyed catalog is settled first.
           PERFORM AAA-PARSE-CATALOG-PREFIX.

           IF WS-TERMINAL-ARGS NOT EQUAL SPACES THEN
              PERFORM AKC-RESOLVE-FORM-NUMBER
              IF WS-FNXR-FAILED EQUAL 'Y' THEN
                 PERFORM AKA-SEND-PROMPT-MAP
                 EXEC CICS RETURN TRANSID(EIBTRNID)
                                   COMMAREA(DFHCOMMAREA)
                 END-EXEC
              END-IF
              PERFORM AKO-RESOLVE-ALIAS
              PERFORM AKL-ASSIGN-FORM-NUMBER
              PERFORM AKN-APPLY-TEMPLATE
              PERFORM AKF-APPLY-INPUT-EDIT-RULES
              IF WS-EDIT-REFUSED EQUAL 'Y' THEN
                 PERFORM AKA-SEND-PROMPT-MAP
                 EXEC CICS RETURN TRANSID(EIBTRNID)
                                   COMMAREA(DFHCOMMAREA)
                 END-EXEC
              END-IF
              MOVE 'Y' TO WS-SINGLE-ITEM-PROCEED
              GO TO AK-999
           END-IF.

           PERFORM AKA-SEND-PROMPT-MAP.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       AK-030.
           EXEC CICS RECEIVE MAP('GRBKM')
                              MAPSET('BAQHRBKM')
                              INTO(GRBKMI)
                              NOHANDLE
           END-EXEC.

           IF EIBAID EQUAL WS-AID-PF3 THEN
              GO TO AK-999
           END-IF.

           PERFORM AKB-BUILD-ARGS-FROM-MAP.

           PERFORM AKC-RESOLVE-FORM-NUMBER.
           IF WS-FNXR-FAILED EQUAL 'Y' THEN
              PERFORM AKA-SEND-PROMPT-MAP
              EXEC CICS RETURN TRANSID(EIBTRNID)
                                COMMAREA(DFHCOMMAREA)
              END-EXEC
           END-IF.

           PERFORM AKO-RESOLVE-ALIAS.

           PERFORM AKL-ASSIGN-FORM-NUMBER.

           PERFORM AKN-APPLY-TEMPLATE.

           PERFORM AKF-APPLY-INPUT-EDIT-RULES.
           IF WS-EDIT-REFUSED EQUAL 'Y' THEN
              PERFORM AKA-SEND-PROMPT-MAP
              EXEC CICS RETURN TRANSID(EIBTRNID)
                                COMMAREA(DFHCOMMAREA)
              END-EXEC
           END-IF.

           MOVE 'Y' TO WS-SINGLE-ITEM-PROCEED.

       AK-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKA-SEND-PROMPT-MAP
      *
      * Sends map GRBKM blank, labelled for whichever single item Tx
      * is running, ready for the operator to key the fields it
      * needs.
      *----------------------------------------------------------------*
       AKA-SEND-PROMPT-MAP SECTION.
       AKA-010.
           MOVE SPACES TO GRBKMO.
           MOVE EIBTRNID TO TRANFO.
           MOVE 'Title' TO TITLELO.
           MOVE 'Key the fields below and press ENTER' TO MSGLO.
           MOVE 'PF3=End  ENTER=Submit' TO PFKLO.

           EVALUATE TRUE
              WHEN EIBTRNID = 'GRBK'
                 MOVE 'Author' TO AUTHLO
              WHEN EIBTRNID = 'CRBK'
                 MOVE 'Status' TO STATLO
                 MOVE 'FormNum' TO FORMLO
                 MOVE 'Authors' TO AUTL2O
              WHEN EIBTRNID = 'PRBK' OR EIBTRNID = 'MRBK'
                 MOVE 'Field' TO STATLO
                 MOVE 'NewValue' TO URLLO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * A failed form-number resolution re-prompts with its own
      * message in place of the standard invitation.
           IF WS-FNXR-FAILED EQUAL 'Y' THEN
              MOVE 'Form number not in the local cross-reference'
                 TO MSGLO
              MOVE 'N' TO WS-FNXR-FAILED
           END-IF.

      * A value refused by a site edit rule re-prompts naming the
      * rule that fired and the field it governs.
           IF WS-EDIT-REFUSED EQUAL 'Y' THEN
              MOVE SPACES TO MSGLO
              STRING 'Edit rule ' WS-EDIT-FAILED-RULE
                 ' refused field ' WS-EDIT-FIELD
                 DELIMITED BY SIZE INTO MSGLO
              MOVE 'N' TO WS-EDIT-REFUSED
           END-IF.

           EXEC CICS SEND MAP('GRBKM')
                          MAPSET('BAQHRBKM')
                          FROM(GRBKMO)
                          ERASE
           END-EXEC.

       AKA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKB-BUILD-ARGS-FROM-MAP
      *
      * Rebuilds the same comma delimited WS-TERMINAL-ARGS string the
      * inline-argument path would have parsed, from the fields the
      * operator keyed on GRBKM, so CB-GET-REDBOOK/CC-CREATE-REDBOOK/
      * CD-PATCH-REDBOOK/CE-MERGE-REDBOOK/CF-DELETE-REDBOOK's existing
      * UNSTRING logic does not need to change.
      *----------------------------------------------------------------*
       AKB-BUILD-ARGS-FROM-MAP SECTION.
       AKB-010.
           MOVE SPACES TO WS-TERMINAL-ARGS.

           EVALUATE TRUE
              WHEN EIBTRNID = 'GRBK'
                 STRING FUNCTION TRIM(TITLEFI) ','
                        FUNCTION TRIM(AUTHFI)
                    DELIMITED BY SIZE INTO WS-TERMINAL-ARGS
              WHEN EIBTRNID = 'CRBK'
                 STRING FUNCTION TRIM(TITLEFI) ','
                        FUNCTION TRIM(FORMFI) ','
                        FUNCTION TRIM(STATFI) ','
                        FUNCTION TRIM(AUTF2I)
                    DELIMITED BY SIZE INTO WS-TERMINAL-ARGS
              WHEN EIBTRNID = 'PRBK' OR EIBTRNID = 'MRBK'
                 STRING FUNCTION TRIM(TITLEFI) ','
                        FUNCTION TRIM(STATFI) ','
                        FUNCTION TRIM(URLFI)
                    DELIMITED BY SIZE INTO WS-TERMINAL-ARGS
              WHEN EIBTRNID = 'DRBK'
                 MOVE TITLEFI TO WS-TERMINAL-ARGS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       AKB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKC-RESOLVE-FORM-NUMBER
      *
      * Operators and the publications team work from form numbers
      * like SG24-XXXX, not exact 80-character titles, so a Title
      * argument keyed as FORMNUM=SG24-1234 on GRBK, PRBK or MRBK is
      * resolved here to the real title via the RBKFNXR KSDS that
      * BAQHCATL rebuilds from each catalog extract. The resolved
      * title replaces the FORMNUM= argument in WS-TERMINAL-ARGS so
      * the sections' existing UNSTRING logic needs no change. An
      * unknown form number sets WS-FNXR-FAILED so the caller can
      * re-prompt instead of sending a doomed request.
      *----------------------------------------------------------------*
       AKC-RESOLVE-FORM-NUMBER SECTION.
       AKC-010.
           MOVE 'N' TO WS-FNXR-FAILED.

           IF EIBTRNID NOT = 'GRBK' AND
              EIBTRNID NOT = 'PRBK' AND
              EIBTRNID NOT = 'MRBK' THEN
              GO TO AKC-999
           END-IF.

           IF WS-TERMINAL-ARGS (1:8) NOT EQUAL 'FORMNUM=' THEN
              GO TO AKC-999
           END-IF.

           MOVE SPACES TO WS-FNXR-ARG WS-FNXR-REST.
           UNSTRING WS-TERMINAL-ARGS DELIMITED BY ','
              INTO WS-FNXR-ARG WS-FNXR-REST.

           MOVE SPACES TO WS-FNXR-KEY.
           MOVE FUNCTION TRIM(WS-FNXR-ARG (9:)) TO WS-FNXR-KEY.

           EXEC CICS READ FILE(WS-CATF-FNXR)
                          INTO(BAQHFNXR-RECORD)
                          RIDFLD(WS-FNXR-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-FNXR-FAILED
              GO TO AKC-999
           END-IF.

           MOVE SPACES TO WS-TERMINAL-ARGS.
           IF WS-FNXR-REST NOT EQUAL SPACES THEN
              STRING FUNCTION TRIM(BAQHFNXR-TITLE) ','
                     WS-FNXR-REST
                 DELIMITED BY SIZE INTO WS-TERMINAL-ARGS
           ELSE
              MOVE BAQHFNXR-TITLE TO WS-TERMINAL-ARGS
           END-IF.

       AKC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKL-ASSIGN-FORM-NUMBER
      *
      * A CRBK keyed with a blank form number draws the next free
      * number from the first range record of the RBKFREG registry
      * (read for update, so concurrent tasks serialise on it), and
      * the rebuilt arguments carry the assigned number onward. The
      * allocation record naming this title is appended behind the
      * ranges. A registry that is unavailable or exhausted leaves
      * the blank in place for the edit rules to judge.
      *----------------------------------------------------------------*
       AKL-ASSIGN-FORM-NUMBER SECTION.
       AKL-010.
           IF EIBTRNID NOT = 'CRBK' THEN
              GO TO AKL-999
           END-IF.

           MOVE SPACES TO WS-FREG-ARG1 WS-FREG-ARG2
                          WS-FREG-ARG3 WS-FREG-ARG4.
           UNSTRING WS-TERMINAL-ARGS DELIMITED BY ','
              INTO WS-FREG-ARG1 WS-FREG-ARG2
                   WS-FREG-ARG3 WS-FREG-ARG4.

           IF WS-FREG-ARG2 NOT = SPACES THEN
              GO TO AKL-999
           END-IF.

           MOVE 0 TO WS-FREG-RBA.
           EXEC CICS READ FILE('RBKFREG')
                          INTO(BAQHFREG-RECORD)
                          RIDFLD(WS-FREG-RBA)
                          RBA
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              BAQHFREG-TYPE NOT = 'R' OR
              BAQHFREG-NEXT-NUM > BAQHFREG-LAST-NUM THEN
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 EXEC CICS UNLOCK FILE('RBKFREG') END-EXEC
              END-IF
              GO TO AKL-999
           END-IF.

           MOVE SPACES TO WS-FREG-ASSIGNED.
           STRING BAQHFREG-PREFIX '-' BAQHFREG-NEXT-NUM
              DELIMITED BY SIZE INTO WS-FREG-ASSIGNED.

           ADD 1 TO BAQHFREG-NEXT-NUM.
           EXEC CICS REWRITE FILE('RBKFREG')
                             FROM(BAQHFREG-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AKL-999
           END-IF.

      * Append the allocation record naming this title.
           MOVE SPACES TO BAQHFREG-RECORD.
           MOVE 'A' TO BAQHFREG-TYPE.
           MOVE WS-FREG-ASSIGNED (1:4) TO BAQHFREG-PREFIX.
           MOVE WS-FREG-ASSIGNED TO BAQHFREG-FORM-NUMBER.
           MOVE WS-FREG-ARG1 TO BAQHFREG-TITLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHFREG-DATE.
           MOVE 0 TO WS-FREG-RBA.
           EXEC CICS WRITE FILE('RBKFREG')
                           FROM(BAQHFREG-RECORD)
                           RIDFLD(WS-FREG-RBA)
                           RESP(WS-RESP)
           END-EXEC.

      * Rebuild the arguments with the assigned number in place.
           MOVE SPACES TO WS-TERMINAL-ARGS.
           STRING FUNCTION TRIM(WS-FREG-ARG1) ','
                  WS-FREG-ASSIGNED ','
                  FUNCTION TRIM(WS-FREG-ARG3) ','
                  FUNCTION TRIM(WS-FREG-ARG4)
              DELIMITED BY SIZE INTO WS-TERMINAL-ARGS.

       AKL-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKN-APPLY-TEMPLATE
      *
      * A CRBK Status field keyed as TEMPLATE=name is replaced by
      * the named RBKTPLT template's default status, the online
      * slice of what CCBC-APPLY-TEMPLATE does for a feed record -
      * the other template fields have no CRBK screen equivalent.
      * An unknown template name leaves the field as keyed for the
      * edit rules to refuse by name.
      *----------------------------------------------------------------*
       AKN-APPLY-TEMPLATE SECTION.
       AKN-010.
           IF EIBTRNID NOT = 'CRBK' THEN
              GO TO AKN-999
           END-IF.

           MOVE SPACES TO WS-FREG-ARG1 WS-FREG-ARG2
                          WS-FREG-ARG3 WS-FREG-ARG4.
           UNSTRING WS-TERMINAL-ARGS DELIMITED BY ','
              INTO WS-FREG-ARG1 WS-FREG-ARG2
                   WS-FREG-ARG3 WS-FREG-ARG4.

           IF WS-FREG-ARG3 (1:9) NOT = 'TEMPLATE=' THEN
              GO TO AKN-999
           END-IF.

           MOVE SPACES TO WS-TPLT-REQ-NAME.
           MOVE FUNCTION TRIM(WS-FREG-ARG3 (10:8))
              TO WS-TPLT-REQ-NAME.

           MOVE 0 TO WS-TPLT-FOUND.
           MOVE 0 TO WS-TPLT-RIDFLD.

           EXEC CICS STARTBR FILE('RBKTPLT')
                              RIDFLD(WS-TPLT-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AKNA-READ-NEXT-TEMPLATE UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-TPLT-FOUND = 1

              EXEC CICS ENDBR FILE('RBKTPLT') END-EXEC
           END-IF.

           IF WS-TPLT-FOUND = 1 THEN
              MOVE SPACES TO WS-TERMINAL-ARGS
              STRING FUNCTION TRIM(WS-FREG-ARG1) ','
                     FUNCTION TRIM(WS-FREG-ARG2) ','
                     FUNCTION TRIM(BAQHTPLT-STATUS) ','
                     FUNCTION TRIM(WS-FREG-ARG4)
                 DELIMITED BY SIZE INTO WS-TERMINAL-ARGS
           END-IF.

       AKN-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKNA-READ-NEXT-TEMPLATE
      *----------------------------------------------------------------*
       AKNA-READ-NEXT-TEMPLATE SECTION.
       AKNA-010.
           EXEC CICS READNEXT FILE('RBKTPLT')
                               INTO(BAQHTPLT-RECORD)
                               RIDFLD(WS-TPLT-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              BAQHTPLT-NAME = WS-TPLT-REQ-NAME THEN
              MOVE 1 TO WS-TPLT-FOUND
           END-IF.

       AKNA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKO-RESOLVE-ALIAS
      *
      * A GRBK/PRBK/MRBK/DRBK title argument the RBKALIA cross-
      * reference knows as renamed is replaced by the current title,
      * with a "renamed on" notice, so a bookmarked old title keeps
      * working after a RENM.
      *----------------------------------------------------------------*
       AKO-RESOLVE-ALIAS SECTION.
       AKO-010.
           IF EIBTRNID NOT = 'GRBK' AND
              EIBTRNID NOT = 'PRBK' AND
              EIBTRNID NOT = 'MRBK' AND
              EIBTRNID NOT = 'DRBK' THEN
              GO TO AKO-999
           END-IF.

           MOVE SPACES TO WS-ALIA-ARG WS-ALIA-REST.
           UNSTRING WS-TERMINAL-ARGS DELIMITED BY ','
              INTO WS-ALIA-ARG WS-ALIA-REST.

           MOVE 0 TO WS-ALIA-HIT.
           MOVE 0 TO WS-ALIA-RIDFLD.

           EXEC CICS STARTBR FILE(WS-CATF-ALIA)
                              RIDFLD(WS-ALIA-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AKOA-READ-NEXT-ALIAS UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-ALIA-HIT = 1

              EXEC CICS ENDBR FILE(WS-CATF-ALIA) END-EXEC
           END-IF.

           IF WS-ALIA-HIT = 1 THEN
              MOVE SPACES TO WS-TERMINAL-ARGS
              IF WS-ALIA-REST NOT = SPACES THEN
                 STRING FUNCTION TRIM(BAQHALIA-NEW-TITLE) ','
                        WS-ALIA-REST
                    DELIMITED BY SIZE INTO WS-TERMINAL-ARGS
              ELSE
                 MOVE BAQHALIA-NEW-TITLE TO WS-TERMINAL-ARGS
              END-IF

              STRING EIBTRNID ' title renamed on ' BAQHALIA-DATE
                 ' - using ' BAQHALIA-NEW-TITLE (1:35)
                 DELIMITED BY SIZE
                 INTO WS-DISPLAY-MSG
              PERFORM X-WRITE-RESPONSE-MSG
           END-IF.

       AKO-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKOA-READ-NEXT-ALIAS
      *----------------------------------------------------------------*
       AKOA-READ-NEXT-ALIAS SECTION.
       AKOA-010.
           EXEC CICS READNEXT FILE(WS-CATF-ALIA)
                               INTO(BAQHALIA-RECORD)
                               RIDFLD(WS-ALIA-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              BAQHALIA-OLD-TITLE (1:75) = WS-ALIA-ARG THEN
              MOVE 1 TO WS-ALIA-HIT
           END-IF.

       AKOA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKD-LOAD-EDIT-RULES
      *
      * Browses the RBKEDRL rules file (the same dataset the batch
      * side reads at X-INIT) into WS-EDRL-TABLE. An unavailable or
      * empty file leaves the table empty and every value passes.
      *----------------------------------------------------------------*
       AKD-LOAD-EDIT-RULES SECTION.
       AKD-010.
           MOVE 0 TO WS-EDRL-COUNT.
           MOVE 0 TO WS-EDRL-RIDFLD.

           EXEC CICS STARTBR FILE('RBKEDRL')
                              RIDFLD(WS-EDRL-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AKDA-READ-NEXT-EDIT-RULE UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-EDRL-COUNT = 20

              EXEC CICS ENDBR FILE('RBKEDRL') END-EXEC
           END-IF.

       AKD-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKDA-READ-NEXT-EDIT-RULE
      *----------------------------------------------------------------*
       AKDA-READ-NEXT-EDIT-RULE SECTION.
       AKDA-010.
           EXEC CICS READNEXT FILE('RBKEDRL')
                               INTO(BAQHEDRL-RECORD)
                               RIDFLD(WS-EDRL-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO WS-EDRL-COUNT
              MOVE BAQHEDRL-RULE-ID
                 TO WS-EDRL-RULE-ID (WS-EDRL-COUNT)
              MOVE BAQHEDRL-FIELD
                 TO WS-EDRL-FIELD (WS-EDRL-COUNT)
              MOVE BAQHEDRL-RULE-TYPE
                 TO WS-EDRL-TYPE (WS-EDRL-COUNT)
              MOVE BAQHEDRL-PARM1
                 TO WS-EDRL-PARM1 (WS-EDRL-COUNT)
              MOVE BAQHEDRL-PARM2
                 TO WS-EDRL-PARM2 (WS-EDRL-COUNT)
              MOVE BAQHEDRL-VALUES
                 TO WS-EDRL-VALUES (WS-EDRL-COUNT)
           END-IF.

       AKDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKF-APPLY-INPUT-EDIT-RULES
      *
      * Applies the site edit rules to the values the operator just
      * keyed, before any request is built: CRBK's title, status and
      * form number, PRBK/MRBK's field and new value. The first rule
      * that fires sets WS-EDIT-REFUSED so AK can re-prompt with the
      * rule identifier. Other transactions pass straight through.
      *----------------------------------------------------------------*
       AKF-APPLY-INPUT-EDIT-RULES SECTION.
       AKF-010.
           MOVE 'N' TO WS-EDIT-REFUSED.
           MOVE SPACES TO WS-EDIT-FAILED-RULE.

           IF EIBTRNID NOT = 'CRBK' AND
              EIBTRNID NOT = 'PRBK' AND
              EIBTRNID NOT = 'MRBK' THEN
              GO TO AKF-999
           END-IF.

           PERFORM AKD-LOAD-EDIT-RULES.
           IF WS-EDRL-COUNT = 0 THEN
              GO TO AKF-999
           END-IF.

           MOVE SPACES TO WS-EDIT-ARG1 WS-EDIT-ARG2 WS-EDIT-ARG3.
           UNSTRING WS-TERMINAL-ARGS DELIMITED BY ','
              INTO WS-EDIT-ARG1 WS-EDIT-ARG2 WS-EDIT-ARG3.

           IF EIBTRNID = 'CRBK' THEN
      * CRBK args run Title, FormNumber, Status.
              MOVE 'TITLE' TO WS-EDIT-FIELD
              MOVE SPACES TO WS-EDIT-VALUE
              MOVE WS-EDIT-ARG1 TO WS-EDIT-VALUE (1:75)
              PERFORM AKG-APPLY-EDIT-RULES
              IF WS-EDIT-FAILED-RULE = SPACES AND
                 WS-EDIT-ARG2 NOT = SPACES THEN
                 MOVE 'FORMNUM' TO WS-EDIT-FIELD
                 MOVE SPACES TO WS-EDIT-VALUE
                 MOVE WS-EDIT-ARG2 TO WS-EDIT-VALUE (1:75)
                 PERFORM AKG-APPLY-EDIT-RULES
              END-IF
              IF WS-EDIT-FAILED-RULE = SPACES THEN
                 MOVE 'STATUS' TO WS-EDIT-FIELD
                 MOVE SPACES TO WS-EDIT-VALUE
                 MOVE WS-EDIT-ARG3 TO WS-EDIT-VALUE (1:75)
                 PERFORM AKG-APPLY-EDIT-RULES
              END-IF
           ELSE
      * PRBK/MRBK args run Title, Field, NewValue - the rules table
      * does its own field matching, so the keyed Field name is
      * passed through as-is.
              MOVE WS-EDIT-ARG2 (1:10) TO WS-EDIT-FIELD
              MOVE SPACES TO WS-EDIT-VALUE
              MOVE WS-EDIT-ARG3 TO WS-EDIT-VALUE (1:75)
              PERFORM AKG-APPLY-EDIT-RULES
           END-IF.

           IF WS-EDIT-FAILED-RULE NOT = SPACES THEN
              MOVE 'Y' TO WS-EDIT-REFUSED
           END-IF.

       AKF-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKG-APPLY-EDIT-RULES
      *
      * Runs every loaded rule whose FIELD matches WS-EDIT-FIELD
      * against WS-EDIT-VALUE - the same MASK/LIST/PREFIX semantics
      * as the batch side's X-APPLY-EDIT-RULES (RANGE rules are
      * skipped online; no numeric field is keyed on GRBKM).
      *----------------------------------------------------------------*
       AKG-APPLY-EDIT-RULES SECTION.
       AKG-010.
           PERFORM AKGA-APPLY-ONE-EDIT-RULE
              VARYING WS-EDRL-IDX FROM 1 BY 1
              UNTIL WS-EDRL-IDX > WS-EDRL-COUNT
                 OR WS-EDIT-FAILED-RULE NOT = SPACES.

       AKG-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKGA-APPLY-ONE-EDIT-RULE
      *----------------------------------------------------------------*
       AKGA-APPLY-ONE-EDIT-RULE SECTION.
       AKGA-010.
           IF WS-EDRL-FIELD (WS-EDRL-IDX) NOT = WS-EDIT-FIELD THEN
              GO TO AKGA-999
           END-IF.

           EVALUATE WS-EDRL-TYPE (WS-EDRL-IDX)
              WHEN 'MASK'
                 PERFORM AKGB-CHECK-MASK-RULE
              WHEN 'LIST'
                 PERFORM AKGC-CHECK-LIST-RULE
              WHEN 'PREFIX'
                 PERFORM AKGD-CHECK-PREFIX-RULE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       AKGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKGB-CHECK-MASK-RULE
      *
      * A=letter, 9=digit, any other mask character matches itself;
      * the value must be blank past the mask. A wholly blank value
      * passes.
      *----------------------------------------------------------------*
       AKGB-CHECK-MASK-RULE SECTION.
       AKGB-010.
           IF WS-EDIT-VALUE = SPACES THEN
              GO TO AKGB-999
           END-IF.

           MOVE WS-EDRL-PARM1 (WS-EDRL-IDX) TO WS-EDIT-MASK.
           PERFORM VARYING WS-EDIT-MASK-LEN
                 FROM LENGTH OF WS-EDIT-MASK BY -1
              UNTIL WS-EDIT-MASK-LEN = 0
                 OR WS-EDIT-MASK (WS-EDIT-MASK-LEN:1)
                    NOT EQUAL SPACE
           END-PERFORM.

           MOVE 0 TO WS-EDIT-MASK-BAD.
           PERFORM AKGBA-CHECK-ONE-MASK-CHAR
              VARYING WS-EDIT-CHPOS FROM 1 BY 1
              UNTIL WS-EDIT-CHPOS > WS-EDIT-MASK-LEN
                 OR WS-EDIT-MASK-BAD = 1.

           IF WS-EDIT-MASK-BAD = 0 AND
              WS-EDIT-VALUE (WS-EDIT-MASK-LEN + 1:) NOT = SPACES THEN
              MOVE 1 TO WS-EDIT-MASK-BAD
           END-IF.

           IF WS-EDIT-MASK-BAD = 1 THEN
              MOVE WS-EDRL-RULE-ID (WS-EDRL-IDX)
                 TO WS-EDIT-FAILED-RULE
           END-IF.

       AKGB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKGBA-CHECK-ONE-MASK-CHAR
      *----------------------------------------------------------------*
       AKGBA-CHECK-ONE-MASK-CHAR SECTION.
       AKGBA-010.
           EVALUATE WS-EDIT-MASK (WS-EDIT-CHPOS:1)
              WHEN 'A'
                 IF WS-EDIT-VALUE (WS-EDIT-CHPOS:1) = SPACE OR
                    WS-EDIT-VALUE (WS-EDIT-CHPOS:1)
                       NOT ALPHABETIC THEN
                    MOVE 1 TO WS-EDIT-MASK-BAD
                 END-IF
              WHEN '9'
                 IF WS-EDIT-VALUE (WS-EDIT-CHPOS:1) NOT NUMERIC THEN
                    MOVE 1 TO WS-EDIT-MASK-BAD
                 END-IF
              WHEN OTHER
                 IF WS-EDIT-VALUE (WS-EDIT-CHPOS:1) NOT =
                       WS-EDIT-MASK (WS-EDIT-CHPOS:1) THEN
                    MOVE 1 TO WS-EDIT-MASK-BAD
                 END-IF
           END-EVALUATE.

       AKGBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKGC-CHECK-LIST-RULE
      *----------------------------------------------------------------*
       AKGC-CHECK-LIST-RULE SECTION.
       AKGC-010.
           MOVE 0 TO WS-EDIT-MATCHED.
           MOVE 1 TO WS-EDIT-LIST-PTR.

           PERFORM AKGCA-CHECK-ONE-LIST-VALUE
              UNTIL WS-EDIT-LIST-PTR >
                    LENGTH OF WS-EDRL-VALUES (WS-EDRL-IDX)
                 OR WS-EDIT-MATCHED = 1.

           IF WS-EDIT-MATCHED = 0 THEN
              MOVE WS-EDRL-RULE-ID (WS-EDRL-IDX)
                 TO WS-EDIT-FAILED-RULE
           END-IF.

       AKGC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKGCA-CHECK-ONE-LIST-VALUE
      *----------------------------------------------------------------*
       AKGCA-CHECK-ONE-LIST-VALUE SECTION.
       AKGCA-010.
           MOVE SPACES TO WS-EDIT-LIST-ONE.
           UNSTRING WS-EDRL-VALUES (WS-EDRL-IDX) DELIMITED BY ';'
              INTO WS-EDIT-LIST-ONE
              WITH POINTER WS-EDIT-LIST-PTR
           END-UNSTRING.

           IF WS-EDIT-LIST-ONE NOT = SPACES AND
              FUNCTION TRIM(WS-EDIT-VALUE) =
                 FUNCTION TRIM(WS-EDIT-LIST-ONE) THEN
              MOVE 1 TO WS-EDIT-MATCHED
           END-IF.

       AKGCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKGD-CHECK-PREFIX-RULE
      *----------------------------------------------------------------*
       AKGD-CHECK-PREFIX-RULE SECTION.
       AKGD-010.
           PERFORM VARYING WS-EDIT-PFX-LEN
                 FROM LENGTH OF WS-EDRL-PARM1 (WS-EDRL-IDX) BY -1
              UNTIL WS-EDIT-PFX-LEN = 0
                 OR WS-EDRL-PARM1 (WS-EDRL-IDX) (WS-EDIT-PFX-LEN:1)
                    NOT EQUAL SPACE
           END-PERFORM.

           IF WS-EDIT-PFX-LEN > 0 AND
              WS-EDIT-VALUE (1:WS-EDIT-PFX-LEN) NOT =
                 WS-EDRL-PARM1 (WS-EDRL-IDX) (1:WS-EDIT-PFX-LEN) THEN
              MOVE WS-EDRL-RULE-ID (WS-EDRL-IDX)
                 TO WS-EDIT-FAILED-RULE
           END-IF.

       AKGD-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKH-LOAD-STATUS-RULES
      *
      * Browses the RBKSTTR transition-rules file into WS-STTR-TABLE
      * once per task. An unavailable or empty file leaves the table
      * empty and every move is permitted.
      *----------------------------------------------------------------*
       AKH-LOAD-STATUS-RULES SECTION.
       AKH-010.
           MOVE 0 TO WS-STTR-COUNT.
           MOVE 0 TO WS-STTR-RIDFLD.
           MOVE 1 TO WS-STTR-LOADED.

           EXEC CICS STARTBR FILE('RBKSTTR')
                              RIDFLD(WS-STTR-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AKHA-READ-NEXT-STATUS-RULE UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-STTR-COUNT = 30

              EXEC CICS ENDBR FILE('RBKSTTR') END-EXEC
           END-IF.

       AKH-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKHA-READ-NEXT-STATUS-RULE
      *----------------------------------------------------------------*
       AKHA-READ-NEXT-STATUS-RULE SECTION.
       AKHA-010.
           EXEC CICS READNEXT FILE('RBKSTTR')
                               INTO(BAQHSTTR-RECORD)
                               RIDFLD(WS-STTR-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO WS-STTR-COUNT
              MOVE BAQHSTTR-FROM-STATUS
                 TO WS-STTR-RULE-FROM (WS-STTR-COUNT)
              MOVE BAQHSTTR-TO-STATUS
                 TO WS-STTR-RULE-TO (WS-STTR-COUNT)
              MOVE BAQHSTTR-ALLOWED
                 TO WS-STTR-RULE-ALLOW (WS-STTR-COUNT)
              MOVE BAQHSTTR-AUTH-LEVEL
                 TO WS-STTR-RULE-AUTH (WS-STTR-COUNT)
           END-IF.

       AKHA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKI-CHECK-STATUS-TRANSITION
      *
      * Looks the WS-STTR-FROM -> WS-STTR-TO move up in the loaded
      * rules. A matching rule with ALLOWED 'N' denies the move
      * (WS-STTR-DENIED-SW 'Y', the authority level it would need in
      * WS-STTR-AUTH); a permitting rule or no rule lets it through.
      *----------------------------------------------------------------*
       AKI-CHECK-STATUS-TRANSITION SECTION.
       AKI-010.
           IF WS-STTR-LOADED = 0 THEN
              PERFORM AKH-LOAD-STATUS-RULES
           END-IF.

           MOVE 'N' TO WS-STTR-DENIED-SW.
           MOVE SPACES TO WS-STTR-AUTH.

           PERFORM AKIA-CHECK-ONE-STATUS-RULE
              VARYING WS-STTR-IDX FROM 1 BY 1
              UNTIL WS-STTR-IDX > WS-STTR-COUNT
                 OR WS-STTR-DENIED-SW EQUAL 'Y'.

       AKI-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKIA-CHECK-ONE-STATUS-RULE
      *----------------------------------------------------------------*
       AKIA-CHECK-ONE-STATUS-RULE SECTION.
       AKIA-010.
           IF WS-STTR-RULE-FROM (WS-STTR-IDX) = WS-STTR-FROM AND
              WS-STTR-RULE-TO (WS-STTR-IDX) = WS-STTR-TO AND
              WS-STTR-RULE-ALLOW (WS-STTR-IDX) = 'N' THEN
              MOVE 'Y' TO WS-STTR-DENIED-SW
              MOVE WS-STTR-RULE-AUTH (WS-STTR-IDX) TO WS-STTR-AUTH
           END-IF.

       AKIA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKJ-CHECK-ERRATA-GATE
      *
      * Decides whether WS-ERRG-TITLE may be set PUBLISHED. A title
      * no RBKSUPS link names as the new edition - or a region with
      * no RBKSUPN path - is not held back. Otherwise each earlier
      * edition's errata are counted, and the first with a HIGH
      * erratum still OPEN sets WS-ERRG-BLOCKED-SW 'Y', its form
      * number in WS-ERRG-BLOCK-FORM and the count in
      * WS-ERRG-HIGH-CNT.
      *----------------------------------------------------------------*
       AKJ-CHECK-ERRATA-GATE SECTION.
       AKJ-010.
           MOVE 'N' TO WS-ERRG-BLOCKED-SW.
           MOVE 'N' TO WS-ERRG-EOF-SW.
           MOVE SPACES TO WS-ERRG-BLOCK-FORM.
           MOVE 0 TO WS-ERRG-HIGH-CNT.

           MOVE WS-ERRG-TITLE TO BAQHSUPS-NEW-TITLE.
           EXEC CICS STARTBR FILE('RBKSUPN')
                              RIDFLD(BAQHSUPS-NEW-TITLE)
                              EQUAL
                              RESP(WS-ERRG-RESP)
           END-EXEC.

           IF WS-ERRG-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AKJ-999
           END-IF.

           PERFORM AKJA-CHECK-ONE-PREDECESSOR
              UNTIL WS-ERRG-EOF-SW EQUAL 'Y'
                 OR WS-ERRG-BLOCKED-SW EQUAL 'Y'.

           EXEC CICS ENDBR FILE('RBKSUPN') END-EXEC.

       AKJ-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKJA-CHECK-ONE-PREDECESSOR
      *
      * Reads the next link naming WS-ERRG-TITLE as the new edition
      * (DUPKEY just says more follow) and counts the open HIGH
      * errata of the edition it supersedes.
      *----------------------------------------------------------------*
       AKJA-CHECK-ONE-PREDECESSOR SECTION.
       AKJA-010.
           EXEC CICS READNEXT FILE('RBKSUPN')
                               INTO(BAQHSUPS-RECORD)
                               RIDFLD(BAQHSUPS-NEW-TITLE)
                               RESP(WS-ERRG-RESP)
           END-EXEC.

           IF WS-ERRG-RESP NOT = DFHRESP(NORMAL) AND
              WS-ERRG-RESP NOT = DFHRESP(DUPKEY) THEN
              MOVE 'Y' TO WS-ERRG-EOF-SW
              GO TO AKJA-999
           END-IF.

           IF BAQHSUPS-NEW-TITLE NOT = WS-ERRG-TITLE THEN
              MOVE 'Y' TO WS-ERRG-EOF-SW
              GO TO AKJA-999
           END-IF.

           IF BAQHSUPS-OLD-FORM = SPACES THEN
              GO TO AKJA-999
           END-IF.

           MOVE BAQHSUPS-OLD-FORM TO WS-ERRG-FORM.
           PERFORM AKJB-COUNT-HIGH-OPEN.

           IF WS-ERRG-HIGH-CNT > 0 THEN
              MOVE 'Y' TO WS-ERRG-BLOCKED-SW
              MOVE BAQHSUPS-OLD-FORM TO WS-ERRG-BLOCK-FORM
           END-IF.

       AKJA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKJB-COUNT-HIGH-OPEN
      *
      * Counts the RBKERRA errata of form number WS-ERRG-FORM that
      * are HIGH and still OPEN into WS-ERRG-HIGH-CNT. A region
      * without the file counts none.
      *----------------------------------------------------------------*
       AKJB-COUNT-HIGH-OPEN SECTION.
       AKJB-010.
           MOVE 0 TO WS-ERRG-HIGH-CNT.
           MOVE 'N' TO WS-ERRG-ERRA-EOF-SW.

           MOVE WS-ERRG-FORM TO BAQHERRA-FORM-NUMBER.
           MOVE 0 TO BAQHERRA-ID.
           EXEC CICS STARTBR FILE('RBKERRA')
                              RIDFLD(BAQHERRA-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AKJB-999
           END-IF.

           PERFORM AKJBA-COUNT-ONE-ERRATUM
              UNTIL WS-ERRG-ERRA-EOF-SW EQUAL 'Y'.

           EXEC CICS ENDBR FILE('RBKERRA') END-EXEC.

       AKJB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AKJBA-COUNT-ONE-ERRATUM
      *----------------------------------------------------------------*
       AKJBA-COUNT-ONE-ERRATUM SECTION.
       AKJBA-010.
           EXEC CICS READNEXT FILE('RBKERRA')
                               INTO(BAQHERRA-RECORD)
                               RIDFLD(BAQHERRA-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-ERRG-ERRA-EOF-SW
              GO TO AKJBA-999
           END-IF.

           IF BAQHERRA-FORM-NUMBER NOT = WS-ERRG-FORM THEN
              MOVE 'Y' TO WS-ERRG-ERRA-EOF-SW
              GO TO AKJBA-999
           END-IF.

           IF BAQHERRA-SEVERITY = 'HIGH' AND
              BAQHERRA-STATE = 'OPEN' THEN
              ADD 1 TO WS-ERRG-HIGH-CNT
           END-IF.

       AKJBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AL-OFFLINE-INQUIRY
      *
      * Pseudo-conversational RBKI - browses the RBKCAT KSDS copy of
      * the catalog (title, status, form number, authors) a page at a
      * time on map RBKIM, clearly labelled with the date/time of the
      * extract snapshot each record came from. Deliberately makes no
      * BAQEXEC call, so the help desk still has catalog visibility
      * when GARB and GRBK are failing against a down backend.
      * PF8 continues from the last title shown (carried in
      * DFHCOMMAREA), PF7 returns to the top, and a keyed start title
      * with ENTER jumps straight to that prefix. A keyed subject
      * code narrows the browse to the books classified under it
      * (ALC), from the top of the subject; '*' as the subject goes
      * back to the whole catalog.
      *----------------------------------------------------------------*
       AL-OFFLINE-INQUIRY SECTION.
       AL-010.
           MOVE LOW-VALUES TO WS-RBKI-START.
           MOVE SPACES TO WS-RBKI-SUBJ.

           IF EIBCALEN > 0 THEN
              MOVE CA-RBKI-NEXT-KEY TO WS-RBKI-START
              MOVE CA-RBKI-SUBJ TO WS-RBKI-SUBJ

              EXEC CICS RECEIVE MAP('RBKIM')
                                 MAPSET('BAQHRBKM')
                                 INTO(RBKIMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO AL-999
                 WHEN WS-AID-PF7
                    MOVE LOW-VALUES TO WS-RBKI-START
                 WHEN WS-AID-ENTER
                    IF ISUBFI NOT EQUAL SPACES AND
                       ISUBFI NOT EQUAL LOW-VALUES THEN
                       MOVE LOW-VALUES TO WS-RBKI-START
                       IF ISUBFI = '*' THEN
                          MOVE SPACES TO WS-RBKI-SUBJ
                       ELSE
                          MOVE ISUBFI TO WS-RBKI-SUBJ
                       END-IF
                    END-IF
                    IF ISTRTFI NOT EQUAL SPACES AND
                       ISTRTFI NOT EQUAL LOW-VALUES THEN
                       MOVE ISTRTFI TO WS-RBKI-START
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-RBKI-SUBJ = SPACES THEN
              PERFORM ALA-BUILD-RBKI-PAGE
           ELSE
              PERFORM ALC-BUILD-SUBJECT-PAGE
           END-IF.

       AL-999.
           EXIT.

      *----------------------------------------------------------------*
      * ALA-BUILD-RBKI-PAGE
      *
      * Browses up to ten RBKCAT records from WS-RBKI-START, formats
      * them on to map RBKIM with the snapshot's as-of stamp, sends
      * the map and returns pseudo-conversationally with the next
      * start key in DFHCOMMAREA.
      *----------------------------------------------------------------*
       ALA-BUILD-RBKI-PAGE SECTION.
       ALA-010.
           MOVE SPACES TO RBKIMO.
           MOVE 'BAQHRBKC - OFFLINE CATALOG INQUIRY' TO ITITL1O.
           MOVE 'Start title' TO ISTRLO.
           MOVE 'Subject' TO ISUBLO.
           STRING 'TITLE                                 STATUS   '
                  ' FORM NUMBER  AUTHORS'
              DELIMITED BY SIZE INTO IHDGLO.
           MOVE 'PF3=End  PF7=Top  PF8=Forward  ENTER=Start from titl
      -        'e/subject' TO IPFKLO.

           MOVE 0 TO WS-RBKI-LINE-CNT.
           MOVE 'N' TO WS-RBKI-EOF-SW.
           MOVE WS-RBKI-START TO BAQHKCAT-TITLE.

           EXEC CICS STARTBR FILE(WS-CATF-CAT)
                              RIDFLD(BAQHKCAT-TITLE)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Local catalog empty or RBKCAT not available'
                 TO IMSGLO
              MOVE 'AS OF: catalog snapshot not loaded' TO IASOFO
              GO TO ALA-020
           END-IF.

           PERFORM ALB-READ-NEXT-CATALOG-REC
              UNTIL WS-RBKI-EOF-SW EQUAL 'Y'
                 OR WS-RBKI-LINE-CNT = 10.

           EXEC CICS ENDBR FILE(WS-CATF-CAT) END-EXEC.

           IF WS-RBKI-LINE-CNT = 0 THEN
              MOVE 'No catalog entries at or after the start title'
                 TO IMSGLO
           ELSE
      * The as-of stamp comes from the last record shown - every
      * record of one load carries the same snapshot date/time.
              STRING 'AS OF ' BAQHKCAT-SNAP-DATE (1:4) '-'
                 BAQHKCAT-SNAP-DATE (5:2) '-' BAQHKCAT-SNAP-DATE (7:2)
                 ' ' BAQHKCAT-SNAP-TIME (1:2) ':'
                 BAQHKCAT-SNAP-TIME (3:2) ':' BAQHKCAT-SNAP-TIME (5:2)
                 ' LOCAL SNAPSHOT - NOT LIVE DATA'
                 DELIMITED BY SIZE INTO IASOFO
              MOVE 'Key a start title and ENTER, or PF8 for more'
                 TO IMSGLO
           END-IF.

       ALA-020.
           EXEC CICS SEND MAP('RBKIM')
                          MAPSET('BAQHRBKM')
                          FROM(RBKIMO)
                          ERASE
           END-EXEC.

      * The next pseudo-conversational turn's PF8 continues from the
      * key the browse stopped on (the record after the last one
      * shown, or the last shown when the file ended).
           MOVE BAQHKCAT-TITLE TO CA-RBKI-NEXT-KEY.
           MOVE SPACES TO CA-RBKI-SUBJ.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       ALA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ALB-READ-NEXT-CATALOG-REC
      *
      * Reads the next RBKCAT record of ALA's browse and formats it
      * on to the next free RBKIM list line.
      *----------------------------------------------------------------*
       ALB-READ-NEXT-CATALOG-REC SECTION.
       ALB-010.
           EXEC CICS READNEXT FILE(WS-CATF-CAT)
                               INTO(BAQHKCAT-RECORD)
                               RIDFLD(BAQHKCAT-TITLE)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-RBKI-EOF-SW
              GO TO ALB-999
           END-IF.

           MOVE SPACES TO WS-RBKI-LINE.
           MOVE BAQHKCAT-TITLE (1:36)      TO WS-RBKI-LINE (1:36).
           MOVE BAQHKCAT-STATUS            TO WS-RBKI-LINE (39:9).
           MOVE BAQHKCAT-FORM-NUMBER       TO WS-RBKI-LINE (49:12).
           MOVE BAQHKCAT-AUTHORS (1:16)    TO WS-RBKI-LINE (63:16).

           PERFORM ALBA-PLACE-RBKI-LINE.

       ALB-999.
           EXIT.

      *----------------------------------------------------------------*
      * ALBA-PLACE-RBKI-LINE
      *
      * Puts WS-RBKI-LINE on the next free RBKIM list line.
      *----------------------------------------------------------------*
       ALBA-PLACE-RBKI-LINE SECTION.
       ALBA-010.
           ADD 1 TO WS-RBKI-LINE-CNT.
           EVALUATE WS-RBKI-LINE-CNT
              WHEN 1  MOVE WS-RBKI-LINE TO ILIN01O
              WHEN 2  MOVE WS-RBKI-LINE TO ILIN02O
              WHEN 3  MOVE WS-RBKI-LINE TO ILIN03O
              WHEN 4  MOVE WS-RBKI-LINE TO ILIN04O
              WHEN 5  MOVE WS-RBKI-LINE TO ILIN05O
              WHEN 6  MOVE WS-RBKI-LINE TO ILIN06O
              WHEN 7  MOVE WS-RBKI-LINE TO ILIN07O
              WHEN 8  MOVE WS-RBKI-LINE TO ILIN08O
              WHEN 9  MOVE WS-RBKI-LINE TO ILIN09O
              WHEN 10 MOVE WS-RBKI-LINE TO ILIN10O
           END-EVALUATE.

       ALBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ALC-BUILD-SUBJECT-PAGE
      *
      * RBKI's subject browse - up to ten of WS-RBKI-SUBJ's books
      * from the RBKCLAS classification file, from WS-RBKI-START in
      * title order, each shown as RBKCAT holds it, with the
      * subject's description from the RBKSUBJ taxonomy on the
      * message line. Sends the map and returns pseudo-
      * conversationally with the subject and next title in
      * DFHCOMMAREA. Like the catalog browse, no BAQEXEC call.
      *----------------------------------------------------------------*
       ALC-BUILD-SUBJECT-PAGE SECTION.
       ALC-010.
           MOVE SPACES TO RBKIMO.
           MOVE 'BAQHRBKC - OFFLINE CATALOG INQUIRY' TO ITITL1O.
           MOVE 'Start title' TO ISTRLO.
           MOVE 'Subject' TO ISUBLO.
           MOVE WS-RBKI-SUBJ TO ISUBFO.
           STRING 'TITLE                                 STATUS   '
                  ' FORM NUMBER  AUTHORS'
              DELIMITED BY SIZE INTO IHDGLO.
           MOVE 'PF3=End  PF7=Top  PF8=Forward  ENTER=Start from titl
      -        'e/subject' TO IPFKLO.

           MOVE 0 TO WS-RBKI-LINE-CNT.
           MOVE 'N' TO WS-RBKI-EOF-SW.
           MOVE SPACES TO BAQHKCAT-RECORD.
           MOVE WS-RBKI-START TO WS-RBKI-LAST-TITLE.
           MOVE WS-RBKI-SUBJ TO BAQHCLAS-SUBJECT.
           MOVE WS-RBKI-START TO BAQHCLAS-TITLE.

           MOVE WS-RBKI-SUBJ TO BAQHSUBJ-CODE.
           EXEC CICS READ FILE('RBKSUBJ')
                          INTO(BAQHSUBJ-RECORD)
                          RIDFLD(BAQHSUBJ-CODE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              STRING 'Subject ' WS-RBKI-SUBJ
                 ' not in the taxonomy - key another, or * for all'
                 DELIMITED BY SIZE INTO IMSGLO
              GO TO ALC-020
           END-IF.

           EXEC CICS STARTBR FILE('RBKCLAS')
                              RIDFLD(BAQHCLAS-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Classifications empty or RBKCLAS not available'
                 TO IMSGLO
              GO TO ALC-020
           END-IF.

           PERFORM ALD-READ-NEXT-CLAS-REC
              UNTIL WS-RBKI-EOF-SW EQUAL 'Y'
                 OR WS-RBKI-LINE-CNT = 10.

           EXEC CICS ENDBR FILE('RBKCLAS') END-EXEC.

           IF WS-RBKI-LINE-CNT = 0 THEN
              MOVE 'No books under this subject at or after the start ti
      -          'tle' TO IMSGLO
           ELSE
              STRING 'Subject ' WS-RBKI-SUBJ ' - ' BAQHSUBJ-DESC
                 DELIMITED BY SIZE INTO IMSGLO
           END-IF.

      * The as-of stamp comes from the last catalog record shown, as
      * on the title browse.
           IF BAQHKCAT-SNAP-DATE NOT = SPACES THEN
              STRING 'AS OF ' BAQHKCAT-SNAP-DATE (1:4) '-'
                 BAQHKCAT-SNAP-DATE (5:2) '-' BAQHKCAT-SNAP-DATE (7:2)
                 ' ' BAQHKCAT-SNAP-TIME (1:2) ':'
                 BAQHKCAT-SNAP-TIME (3:2) ':' BAQHKCAT-SNAP-TIME (5:2)
                 ' LOCAL SNAPSHOT - NOT LIVE DATA'
                 DELIMITED BY SIZE INTO IASOFO
           END-IF.

       ALC-020.
           EXEC CICS SEND MAP('RBKIM')
                          MAPSET('BAQHRBKM')
                          FROM(RBKIMO)
                          ERASE
           END-EXEC.

      * PF8 continues within the subject from the title the browse
      * stopped on, or the last one shown when the subject ended.
           MOVE BAQHCLAS-TITLE TO CA-RBKI-NEXT-KEY.
           MOVE WS-RBKI-SUBJ TO CA-RBKI-SUBJ.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       ALC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ALD-READ-NEXT-CLAS-REC
      *
      * Reads the next RBKCLAS record of ALC's browse and, while it
      * is still the requested subject, looks the book up in RBKCAT
      * and formats it on to the next free RBKIM list line. A book
      * classified but no longer in the catalog shows NOT FOUND.
      *----------------------------------------------------------------*
       ALD-READ-NEXT-CLAS-REC SECTION.
       ALD-010.
           EXEC CICS READNEXT FILE('RBKCLAS')
                               INTO(BAQHCLAS-RECORD)
                               RIDFLD(BAQHCLAS-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-RBKI-EOF-SW
              MOVE WS-RBKI-LAST-TITLE TO BAQHCLAS-TITLE
              GO TO ALD-999
           END-IF.

           IF BAQHCLAS-SUBJECT NOT = WS-RBKI-SUBJ THEN
              MOVE 'Y' TO WS-RBKI-EOF-SW
              MOVE WS-RBKI-LAST-TITLE TO BAQHCLAS-TITLE
              GO TO ALD-999
           END-IF.

           MOVE BAQHCLAS-TITLE TO WS-RBKI-LAST-TITLE.

           MOVE SPACES TO WS-RBKI-LINE.
           MOVE BAQHCLAS-TITLE (1:36)      TO WS-RBKI-LINE (1:36).

           MOVE BAQHCLAS-TITLE TO BAQHKCAT-TITLE.
           EXEC CICS READ FILE(WS-CATF-CAT)
                          INTO(BAQHKCAT-RECORD)
                          RIDFLD(BAQHKCAT-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE BAQHKCAT-STATUS         TO WS-RBKI-LINE (39:9)
              MOVE BAQHKCAT-FORM-NUMBER    TO WS-RBKI-LINE (49:12)
              MOVE BAQHKCAT-AUTHORS (1:16) TO WS-RBKI-LINE (63:16)
           ELSE
              MOVE 'NOT FOUND'             TO WS-RBKI-LINE (39:9)
              MOVE BAQHCLAS-FORM-NUMBER    TO WS-RBKI-LINE (49:12)
           END-IF.

           PERFORM ALBA-PLACE-RBKI-LINE.

       ALD-999.
           EXIT.

      *----------------------------------------------------------------*
      * AS-AUTHOR-INQUIRY
      *
      * Pseudo-conversational AUTQ - the operator keys an author
      * name on map AUTQM and pages through that author's books
      * (title, status, form number) from the RBKAUTX author path,
      * labelled with the snapshot date the path was built from.
      * ENTER with a keyed name starts that author from their first
      * book, PF8 continues from the last book shown (carried in
      * DFHCOMMAREA), PF7 returns to the top of the same author,
      * PF5 turns between the author's books and the author's most
      * frequent collaborators (see ASC-BUILD-COAX-PAGE), starting
      * again from the top, PF3 ends. Like RBKI this makes no
      * BAQEXEC call, so the answer is there through a backend
      * outage.
      *----------------------------------------------------------------*
       AS-AUTHOR-INQUIRY SECTION.
       AS-010.
           MOVE LOW-VALUES TO WS-AUTQ-START.
           MOVE SPACES TO WS-AUTQ-AUTHOR.
           MOVE 'B' TO WS-AUTQ-MODE.

           IF EIBCALEN > 0 THEN
              IF CA-AUTQ-MODE = 'C' THEN
                 MOVE 'C' TO WS-AUTQ-MODE
              END-IF
              MOVE CA-AUTQ-NEXT-KEY (1:40)
                 TO WS-AUTQ-START-AUTHOR
              MOVE CA-AUTQ-NEXT-KEY (41:80)
                 TO WS-AUTQ-START-TITLE
              MOVE WS-AUTQ-START-AUTHOR TO WS-AUTQ-AUTHOR

              EXEC CICS RECEIVE MAP('AUTQM')
                                 MAPSET('BAQHRBKM')
                                 INTO(AUTQMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO AS-999
                 WHEN WS-AID-PF7
                    MOVE LOW-VALUES TO WS-AUTQ-START-TITLE
                 WHEN WS-AID-PF5
                    IF WS-AUTQ-COLLABORATORS THEN
                       MOVE 'B' TO WS-AUTQ-MODE
                    ELSE
                       MOVE 'C' TO WS-AUTQ-MODE
                    END-IF
                    MOVE LOW-VALUES TO WS-AUTQ-START-TITLE
                 WHEN WS-AID-ENTER
                    IF QAUTFI NOT EQUAL SPACES AND
                       QAUTFI NOT EQUAL LOW-VALUES THEN
                       MOVE QAUTFI TO WS-AUTQ-AUTHOR
                       MOVE QAUTFI TO WS-AUTQ-START-AUTHOR
                       MOVE LOW-VALUES TO WS-AUTQ-START-TITLE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           MOVE WS-AUTQ-MODE TO CA-AUTQ-MODE.

           IF WS-AUTQ-COLLABORATORS THEN
              PERFORM ASC-BUILD-COAX-PAGE
           ELSE
              PERFORM ASA-BUILD-AUTQ-PAGE
           END-IF.

       AS-999.
           EXIT.

      *----------------------------------------------------------------*
      * ASA-BUILD-AUTQ-PAGE
      *
      * Browses up to ten RBKAUTX records from WS-AUTQ-START,
      * stopping at the end of the requested author, formats them on
      * to map AUTQM with the snapshot's as-of stamp, sends the map
      * and returns pseudo-conversationally with the next start key
      * in DFHCOMMAREA.
      *----------------------------------------------------------------*
       ASA-BUILD-AUTQ-PAGE SECTION.
       ASA-010.
           MOVE SPACES TO AUTQMO.
           MOVE 'BAQHRBKC - AUTHOR INQUIRY (AUTQ)' TO QTITL1O.
           MOVE 'Author' TO QAUTLO.
           STRING 'TITLE                                        '
                  '      STATUS    FORM NUMBER'
              DELIMITED BY SIZE INTO QHDGLO.
           MOVE 'PF3=End  PF5=Collaborators  PF7=Top of author  PF8=F
      -        'orward  ENTER=Start' TO QPFKLO.

           IF WS-AUTQ-AUTHOR NOT = SPACES AND
              WS-AUTQ-AUTHOR NOT = LOW-VALUES THEN
              MOVE WS-AUTQ-AUTHOR TO QAUTFO
           END-IF.

           MOVE 0 TO WS-AUTQ-LINE-CNT.
           MOVE 'N' TO WS-AUTQ-EOF-SW.
           MOVE WS-AUTQ-START-AUTHOR TO BAQHKAXR-AUTHOR.
           MOVE WS-AUTQ-START-TITLE  TO BAQHKAXR-TITLE.

           EXEC CICS STARTBR FILE(WS-CATF-AUTX)
                              RIDFLD(BAQHKAXR-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Author path empty or RBKAUTX not available'
                 TO QMSGLO
              MOVE 'AS OF: author path not loaded' TO QASOFO
              GO TO ASA-020
           END-IF.

           PERFORM ASB-READ-NEXT-AUTX-REC
              UNTIL WS-AUTQ-EOF-SW EQUAL 'Y'
                 OR WS-AUTQ-LINE-CNT = 10.

           EXEC CICS ENDBR FILE(WS-CATF-AUTX) END-EXEC.

           IF WS-AUTQ-LINE-CNT = 0 THEN
              MOVE 'No books for that author - check the spelling'
                 TO QMSGLO
           ELSE
      * The as-of stamp comes from the last record shown - every
      * record of one rebuild carries the same snapshot date.
              STRING 'AS OF ' BAQHKAXR-SNAP-DATE (1:4) '-'
                 BAQHKAXR-SNAP-DATE (5:2) '-'
                 BAQHKAXR-SNAP-DATE (7:2)
                 ' LOCAL SNAPSHOT - NOT LIVE DATA'
                 DELIMITED BY SIZE INTO QASOFO
              MOVE 'Key an author and ENTER, or PF8 for more'
                 TO QMSGLO
           END-IF.

       ASA-020.
           EXEC CICS SEND MAP('AUTQM')
                          MAPSET('BAQHRBKM')
                          FROM(AUTQMO)
                          ERASE
           END-EXEC.

      * The next pseudo-conversational turn's PF8 continues from the
      * key the browse stopped on.
           MOVE BAQHKAXR-AUTHOR TO CA-AUTQ-NEXT-KEY (1:40).
           MOVE BAQHKAXR-TITLE  TO CA-AUTQ-NEXT-KEY (41:80).

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       ASA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ASB-READ-NEXT-AUTX-REC
      *
      * Reads the next RBKAUTX record of ASA's browse and formats it
      * on to the next free AUTQM list line. Leaving the requested
      * author's key range ends the page the same as end of file -
      * the screen answers for one author at a time.
      *----------------------------------------------------------------*
       ASB-READ-NEXT-AUTX-REC SECTION.
       ASB-010.
           EXEC CICS READNEXT FILE(WS-CATF-AUTX)
                               INTO(BAQHKAXR-RECORD)
                               RIDFLD(BAQHKAXR-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-AUTQ-EOF-SW
              GO TO ASB-999
           END-IF.

           IF WS-AUTQ-AUTHOR NOT = SPACES AND
              WS-AUTQ-AUTHOR NOT = LOW-VALUES AND
              BAQHKAXR-AUTHOR NOT = WS-AUTQ-AUTHOR THEN
              MOVE 'Y' TO WS-AUTQ-EOF-SW
              GO TO ASB-999
           END-IF.

           MOVE SPACES TO WS-AUTQ-LINE.
           MOVE BAQHKAXR-TITLE (1:50)   TO WS-AUTQ-LINE (1:50).
           MOVE BAQHKAXR-STATUS         TO WS-AUTQ-LINE (52:9).
           MOVE BAQHKAXR-FORM-NUMBER    TO WS-AUTQ-LINE (62:12).

           ADD 1 TO WS-AUTQ-LINE-CNT.
           EVALUATE WS-AUTQ-LINE-CNT
              WHEN 1  MOVE WS-AUTQ-LINE TO QLIN01O
              WHEN 2  MOVE WS-AUTQ-LINE TO QLIN02O
              WHEN 3  MOVE WS-AUTQ-LINE TO QLIN03O
              WHEN 4  MOVE WS-AUTQ-LINE TO QLIN04O
              WHEN 5  MOVE WS-AUTQ-LINE TO QLIN05O
              WHEN 6  MOVE WS-AUTQ-LINE TO QLIN06O
              WHEN 7  MOVE WS-AUTQ-LINE TO QLIN07O
              WHEN 8  MOVE WS-AUTQ-LINE TO QLIN08O
              WHEN 9  MOVE WS-AUTQ-LINE TO QLIN09O
              WHEN 10 MOVE WS-AUTQ-LINE TO QLIN10O
           END-EVALUATE.

       ASB-999.
           EXIT.

      *----------------------------------------------------------------*
      * ASC-BUILD-COAX-PAGE
      *
      * AUTQ's collaborator page - browses up to ten RBKCOAX records
      * of the requested author from WS-AUTQ-START (author+rank),
      * most shared books first, formats them on to map AUTQM with
      * the path's as-of stamp, sends the map and returns
      * pseudo-conversationally with the next start key in
      * DFHCOMMAREA, the same way ASA-BUILD-AUTQ-PAGE pages books.
      *----------------------------------------------------------------*
       ASC-BUILD-COAX-PAGE SECTION.
       ASC-010.
           MOVE SPACES TO AUTQMO.
           MOVE 'BAQHRBKC - AUTHOR INQUIRY (AUTQ)' TO QTITL1O.
           MOVE 'Author' TO QAUTLO.
           STRING 'COLLABORATOR                   BOOKS  LATEST     '
                  'MOST RECENT SHARED BOOK'
              DELIMITED BY SIZE INTO QHDGLO.
           MOVE 'PF3=End  PF5=Books  PF7=Top of author  PF8=Forward  EN
      -        'TER=Start' TO QPFKLO.

           IF WS-AUTQ-AUTHOR NOT = SPACES AND
              WS-AUTQ-AUTHOR NOT = LOW-VALUES THEN
              MOVE WS-AUTQ-AUTHOR TO QAUTFO
           END-IF.

           MOVE 0 TO WS-AUTQ-LINE-CNT.
           MOVE 'N' TO WS-AUTQ-EOF-SW.
           MOVE WS-AUTQ-START-AUTHOR TO BAQHCOAX-AUTHOR.
           MOVE WS-AUTQ-START-TITLE (1:4) TO BAQHCOAX-KEY (41:4).

           EXEC CICS STARTBR FILE(WS-CATF-COAX)
                              RIDFLD(BAQHCOAX-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Co-author path empty or RBKCOAX not available'
                 TO QMSGLO
              MOVE 'AS OF: co-author path not loaded' TO QASOFO
              GO TO ASC-020
           END-IF.

           PERFORM ASD-READ-NEXT-COAX-REC
              UNTIL WS-AUTQ-EOF-SW EQUAL 'Y'
                 OR WS-AUTQ-LINE-CNT = 10.

           EXEC CICS ENDBR FILE(WS-CATF-COAX) END-EXEC.

           IF WS-AUTQ-LINE-CNT = 0 THEN
              MOVE 'No co-authors for that author - check the spelling'
                 TO QMSGLO
           ELSE
      * Every record of one rebuild carries the same run date.
              STRING 'AS OF ' BAQHCOAX-SNAP-DATE (1:4) '-'
                 BAQHCOAX-SNAP-DATE (5:2) '-'
                 BAQHCOAX-SNAP-DATE (7:2)
                 ' LOCAL SNAPSHOT - NOT LIVE DATA'
                 DELIMITED BY SIZE INTO QASOFO
              MOVE 'Collaborators, most shared books first - PF8 for mo
      -           're' TO QMSGLO
           END-IF.

       ASC-020.
           EXEC CICS SEND MAP('AUTQM')
                          MAPSET('BAQHRBKM')
                          FROM(AUTQMO)
                          ERASE
           END-EXEC.

      * The next pseudo-conversational turn's PF8 continues from the
      * author+rank key the browse stopped on.
           MOVE LOW-VALUES TO CA-AUTQ-NEXT-KEY.
           MOVE BAQHCOAX-KEY TO CA-AUTQ-NEXT-KEY (1:44).

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       ASC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ASD-READ-NEXT-COAX-REC
      *
      * Reads the next RBKCOAX record of ASC's browse and formats it
      * on to the next free AUTQM list line. Leaving the requested
      * author's key range ends the page the same as end of file.
      *----------------------------------------------------------------*
       ASD-READ-NEXT-COAX-REC SECTION.
       ASD-010.
           EXEC CICS READNEXT FILE(WS-CATF-COAX)
                               INTO(BAQHCOAX-RECORD)
                               RIDFLD(BAQHCOAX-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-AUTQ-EOF-SW
              GO TO ASD-999
           END-IF.

           IF WS-AUTQ-AUTHOR NOT = SPACES AND
              WS-AUTQ-AUTHOR NOT = LOW-VALUES AND
              BAQHCOAX-AUTHOR NOT = WS-AUTQ-AUTHOR THEN
              MOVE 'Y' TO WS-AUTQ-EOF-SW
              GO TO ASD-999
           END-IF.

           MOVE BAQHCOAX-SHARED TO WS-AUTQ-SHARED-ED.
           MOVE SPACES TO WS-AUTQ-LINE.
           MOVE BAQHCOAX-CO-AUTHOR (1:30) TO WS-AUTQ-LINE (1:30).
           MOVE WS-AUTQ-SHARED-ED         TO WS-AUTQ-LINE (32:5).
           MOVE SPACES TO WS-AUTQ-DATE-ED.
           IF BAQHCOAX-LATEST-DATE = SPACES THEN
              MOVE 'UNDATED' TO WS-AUTQ-DATE-ED
           ELSE
              STRING BAQHCOAX-LATEST-DATE (1:4) '-'
                 BAQHCOAX-LATEST-DATE (5:2) '-'
                 BAQHCOAX-LATEST-DATE (7:2)
                 DELIMITED BY SIZE INTO WS-AUTQ-DATE-ED
           END-IF.
           MOVE WS-AUTQ-DATE-ED           TO WS-AUTQ-LINE (39:10).
           MOVE BAQHCOAX-LATEST-TITLE (1:29) TO WS-AUTQ-LINE (50:29).

           ADD 1 TO WS-AUTQ-LINE-CNT.
           EVALUATE WS-AUTQ-LINE-CNT
              WHEN 1  MOVE WS-AUTQ-LINE TO QLIN01O
              WHEN 2  MOVE WS-AUTQ-LINE TO QLIN02O
              WHEN 3  MOVE WS-AUTQ-LINE TO QLIN03O
              WHEN 4  MOVE WS-AUTQ-LINE TO QLIN04O
              WHEN 5  MOVE WS-AUTQ-LINE TO QLIN05O
              WHEN 6  MOVE WS-AUTQ-LINE TO QLIN06O
              WHEN 7  MOVE WS-AUTQ-LINE TO QLIN07O
              WHEN 8  MOVE WS-AUTQ-LINE TO QLIN08O
              WHEN 9  MOVE WS-AUTQ-LINE TO QLIN09O
              WHEN 10 MOVE WS-AUTQ-LINE TO QLIN10O
           END-EVALUATE.

       ASD-999.
           EXIT.

      *----------------------------------------------------------------*
      * AX-TITLE-DOSSIER
      *
      * Pseudo-conversational RBKD - the one-stop dossier every
      * escalation used to assemble by hand. The operator keys a
      * title (or FORMNUM=SG24-nnnn, resolved through the RBKFNXR
      * cross-reference) and pages through the joined picture:
      * current catalog values with their snapshot staleness, prior
      * names from RBKALIA, the last ten RBKCHGH changes with
      * before/after values, the last ten RBKAUDT entries, open
      * RBKEXCP exceptions, pending RBKPCHG effective-dated changes,
      * outstanding RBKERRA errata and the operators' RBKNOTE notes
      * - all from the local stores, never the API. The changes,
      * audit entries and prior names are the book's, joined on its
      * local book id across every title it has had.
      *----------------------------------------------------------------*
       AX-TITLE-DOSSIER SECTION.
       AX-010.
           MOVE SPACES TO WS-DOSS-TITLE.
           MOVE 1 TO WS-DOSS-PAGE.

           IF EIBCALEN > 0 THEN
              MOVE CA-DOSS-TITLE TO WS-DOSS-TITLE
              MOVE CA-DOSS-PAGE TO WS-DOSS-PAGE

              EXEC CICS RECEIVE MAP('DOSSM')
                                 MAPSET('BAQHRBKM')
                                 INTO(DOSSMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO AX-999
                 WHEN WS-AID-PF4
                    MOVE 'Y' TO WS-PRT-WANTED
                 WHEN WS-AID-PF7
                    MOVE 1 TO WS-DOSS-PAGE
                 WHEN WS-AID-PF8
                    ADD 1 TO WS-DOSS-PAGE
                 WHEN WS-AID-ENTER
                    IF DINPFI NOT EQUAL SPACES AND
                       DINPFI NOT EQUAL LOW-VALUES THEN
                       MOVE SPACES TO WS-DOSS-TITLE
                       MOVE DINPFI TO WS-DOSS-TITLE (1:60)
                       MOVE 1 TO WS-DOSS-PAGE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      * A FORMNUM= entry resolves through the cross-reference to
      * the exact title every store is keyed on.
           IF WS-DOSS-TITLE (1:8) = 'FORMNUM=' THEN
              MOVE WS-DOSS-TITLE (9:12) TO BAQHFNXR-FORM-NUMBER
              EXEC CICS READ FILE(WS-CATF-FNXR)
                             INTO(BAQHFNXR-RECORD)
                             RIDFLD(BAQHFNXR-FORM-NUMBER)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE BAQHFNXR-TITLE TO WS-DOSS-TITLE
              ELSE
                 MOVE SPACES TO WS-DOSS-TITLE
              END-IF
           END-IF.

           MOVE 0 TO WS-DOSS-LINE-CNT.
           MOVE SPACES TO WS-DOSS-ASOF.
           MOVE SPACES TO WS-DOSS-FORM.

           IF WS-DOSS-TITLE NOT = SPACES THEN
              PERFORM AXA-BUILD-DOSSIER-LINES
           END-IF.

      * PF4 prints the whole dossier, every page of it.
           IF WS-PRT-WANTED = 'Y' AND WS-DOSS-LINE-CNT > 0 THEN
              PERFORM AXP-PRINT-DOSSIER
           END-IF.

           PERFORM AXG-SEND-DOSSIER-PAGE.

       AX-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXA-BUILD-DOSSIER-LINES
      *----------------------------------------------------------------*
       AXA-BUILD-DOSSIER-LINES SECTION.
       AXA-010.
           PERFORM AXJ-LOAD-BOOK-TITLES.
           PERFORM AXB-ADD-CATALOG-SECTION.
           PERFORM AXC-ADD-ALIAS-SECTION.
           PERFORM AXD-ADD-CHANGE-SECTION.
           PERFORM AXE-ADD-AUDIT-SECTION.
           PERFORM AXF-ADD-EXCEPTION-SECTION.
           PERFORM AXH-ADD-PENDING-SECTION.
           PERFORM AXI-ADD-ERRATA-SECTION.
           PERFORM AXL-ADD-NOTES-SECTION.

       AXA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXJ-LOAD-BOOK-TITLES
      *
      * The dossier title's local book id and every title the book
      * has had, from the RBKBKIX path over RBKBKID. A title the
      * registry does not hold is its own book, id 0.
      *----------------------------------------------------------------*
       AXJ-LOAD-BOOK-TITLES SECTION.
       AXJ-010.
           MOVE 1 TO WS-DOSS-BKT-CNT.
           MOVE WS-DOSS-TITLE TO WS-DOSS-BKT-TITLE (1).
           MOVE WS-DOSS-TITLE TO WS-BKID-TITLE.
           PERFORM XBL-LOOKUP-BOOK-ID.
           MOVE WS-BKID-ID TO WS-DOSS-BOOK-ID.
           IF WS-DOSS-BOOK-ID = 0 THEN
              GO TO AXJ-999
           END-IF.

           MOVE 0 TO WS-DOSS-BKT-CNT.
           MOVE WS-DOSS-BOOK-ID TO WS-BKID-RIDFLD.
           EXEC CICS STARTBR FILE(WS-CATF-BKIX)
                              RIDFLD(WS-BKID-RIDFLD)
                              EQUAL
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AXJA-NOTE-ONE-BOOK-TITLE UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS ENDBR FILE(WS-CATF-BKIX) END-EXEC
           END-IF.

           IF WS-DOSS-BKT-CNT = 0 THEN
              MOVE 1 TO WS-DOSS-BKT-CNT
              MOVE WS-DOSS-TITLE TO WS-DOSS-BKT-TITLE (1)
           END-IF.

       AXJ-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXJA-NOTE-ONE-BOOK-TITLE
      *----------------------------------------------------------------*
       AXJA-NOTE-ONE-BOOK-TITLE SECTION.
       AXJA-010.
           EXEC CICS READNEXT FILE(WS-CATF-BKIX)
                               INTO(BAQHBKID-RECORD)
                               RIDFLD(WS-BKID-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) AND
              WS-RESP NOT = DFHRESP(DUPKEY) THEN
              GO TO AXJA-999
           END-IF.

           IF BAQHBKID-BOOK-ID NOT = WS-DOSS-BOOK-ID OR
              WS-DOSS-BKT-CNT NOT < 20 THEN
              MOVE DFHRESP(ENDFILE) TO WS-RESP
              GO TO AXJA-999
           END-IF.

           ADD 1 TO WS-DOSS-BKT-CNT.
           MOVE BAQHBKID-TITLE TO WS-DOSS-BKT-TITLE (WS-DOSS-BKT-CNT).
           MOVE DFHRESP(NORMAL) TO WS-RESP.

       AXJA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXK-MATCH-DOSSIER-BOOK
      *
      * Whether the record staged in WS-DOSS-MATCH-ID/-TITLE is the
      * dossier book's: by id when the record carries one, otherwise
      * when its title is one of the book's titles.
      *----------------------------------------------------------------*
       AXK-MATCH-DOSSIER-BOOK SECTION.
       AXK-010.
           MOVE 0 TO WS-DOSS-MATCHED.
           IF WS-DOSS-MATCH-ID IS NUMERIC AND
              WS-DOSS-MATCH-ID NOT = ZEROES AND
              WS-DOSS-BOOK-ID NOT = 0 THEN
              IF WS-DOSS-MATCH-ID = WS-DOSS-BOOK-ID THEN
                 MOVE 1 TO WS-DOSS-MATCHED
              END-IF
              GO TO AXK-999
           END-IF.

           PERFORM AXKA-MATCH-ONE-BOOK-TITLE
              VARYING WS-DOSS-BKT-IX FROM 1 BY 1
              UNTIL WS-DOSS-BKT-IX > WS-DOSS-BKT-CNT
                 OR WS-DOSS-MATCHED = 1.

       AXK-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXKA-MATCH-ONE-BOOK-TITLE
      *----------------------------------------------------------------*
       AXKA-MATCH-ONE-BOOK-TITLE SECTION.
       AXKA-010.
           IF WS-DOSS-MATCH-TITLE = WS-DOSS-BKT-TITLE (WS-DOSS-BKT-IX)
              THEN
              MOVE 1 TO WS-DOSS-MATCHED
           END-IF.

       AXKA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXB-ADD-CATALOG-SECTION
      *----------------------------------------------------------------*
       AXB-ADD-CATALOG-SECTION SECTION.
       AXB-010.
           MOVE '-- CURRENT CATALOG VALUES --' TO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           IF WS-DOSS-BOOK-ID NOT = 0 THEN
              MOVE WS-DOSS-BOOK-ID TO WS-DOSS-ID-ED
              MOVE WS-DOSS-BKT-CNT TO WS-DOSS-BKT-ED
              MOVE SPACES TO WS-DOSS-WORK
              STRING 'LOCAL BOOK ID ' WS-DOSS-ID-ED
                 '  TITLES HELD ' WS-DOSS-BKT-ED
                 DELIMITED BY SIZE INTO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           END-IF.

           MOVE WS-DOSS-TITLE TO BAQHKCAT-TITLE.
           EXEC CICS READ FILE(WS-CATF-CAT)
                          INTO(BAQHKCAT-RECORD)
                          RIDFLD(BAQHKCAT-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'NOT IN THE LOCAL CATALOG SNAPSHOT.'
                 TO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
              MOVE 'AS OF: title not in the local snapshot'
                 TO WS-DOSS-ASOF
              GO TO AXB-999
           END-IF.

           MOVE SPACES TO WS-DOSS-WORK.
           STRING 'STATUS ' BAQHKCAT-STATUS
              '  FORM ' BAQHKCAT-FORM-NUMBER
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

      * HIGH errata still OPEN are flagged up front, on page one.
           MOVE BAQHKCAT-FORM-NUMBER TO WS-DOSS-FORM.
           IF WS-DOSS-FORM NOT = SPACES THEN
              MOVE WS-DOSS-FORM TO WS-ERRG-FORM
              PERFORM AKJB-COUNT-HIGH-OPEN
              IF WS-ERRG-HIGH-CNT > 0 THEN
                 MOVE WS-ERRG-HIGH-CNT TO WS-ERRG-HIGH-ED
                 STRING '*** ' WS-ERRG-HIGH-ED
                    ' HIGH-SEVERITY ERRATA OPEN - SEE RBER ***'
                    DELIMITED BY SIZE INTO WS-DOSS-WORK
                 PERFORM AXZ-ADD-ONE-DOSSIER-LINE
              END-IF
           END-IF.

      * So are active CAUTION and EMBARGO notes from RBNT.
           MOVE WS-DOSS-TITLE TO WS-NOTE-CHK-TITLE.
           PERFORM MG-CHECK-CAUTION-NOTES.
           IF WS-NOTE-CAUTION-CNT > 0 THEN
              MOVE WS-NOTE-CAUTION-CNT TO WS-NOTE-CAUTION-ED
              STRING '*** ' WS-NOTE-CAUTION-ED
                 ' ACTIVE CAUTION NOTE(S) - SEE RBNT ***'
                 DELIMITED BY SIZE INTO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           END-IF.

           MOVE BAQHKCAT-SIZE-MB TO WS-DOSS-SIZE-ED.
           MOVE SPACES TO WS-DOSS-WORK.
           STRING 'PUBLISHED ' BAQHKCAT-PUB-DATE
              '  TYPE ' BAQHKCAT-DOC-TYPE
              '  SIZE MB ' WS-DOSS-SIZE-ED
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

      * A url longer than one line runs on to a second.
           MOVE SPACES TO WS-DOSS-WORK.
           STRING 'URL ' BAQHKCAT-URL (1:74)
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.
           IF BAQHKCAT-URL (75:26) NOT = SPACES THEN
              STRING '    ' BAQHKCAT-URL (75:26)
                 DELIMITED BY SIZE INTO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           END-IF.

           MOVE SPACES TO WS-DOSS-WORK.
           STRING 'AUTHORS ' BAQHKCAT-AUTHORS (1:70)
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           MOVE SPACES TO WS-DOSS-ASOF.
           STRING 'AS OF ' BAQHKCAT-SNAP-DATE (1:4) '-'
              BAQHKCAT-SNAP-DATE (5:2) '-'
              BAQHKCAT-SNAP-DATE (7:2) ' '
              BAQHKCAT-SNAP-TIME (1:2) ':'
              BAQHKCAT-SNAP-TIME (3:2)
              ' LOCAL SNAPSHOT - NOT LIVE DATA'
              DELIMITED BY SIZE INTO WS-DOSS-ASOF.

       AXB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXC-ADD-ALIAS-SECTION
      *----------------------------------------------------------------*
       AXC-ADD-ALIAS-SECTION SECTION.
       AXC-010.
           MOVE '-- PRIOR NAMES --' TO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           MOVE 0 TO WS-DOSS-SLOT.
           MOVE 0 TO WS-ALIA-RIDFLD.

           EXEC CICS STARTBR FILE(WS-CATF-ALIA)
                              RIDFLD(WS-ALIA-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AXCA-NOTE-ONE-ALIAS UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS ENDBR FILE(WS-CATF-ALIA) END-EXEC
           END-IF.

           IF WS-DOSS-SLOT = 0 THEN
              MOVE 'NONE RECORDED.' TO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           END-IF.

       AXC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXCA-NOTE-ONE-ALIAS
      *----------------------------------------------------------------*
       AXCA-NOTE-ONE-ALIAS SECTION.
       AXCA-010.
           EXEC CICS READNEXT FILE(WS-CATF-ALIA)
                               INTO(BAQHALIA-RECORD)
                               RIDFLD(WS-ALIA-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AXCA-999
           END-IF.

           MOVE BAQHALIA-BOOK-ID TO WS-DOSS-MATCH-ID.
           MOVE BAQHALIA-NEW-TITLE TO WS-DOSS-MATCH-TITLE.
           PERFORM AXK-MATCH-DOSSIER-BOOK.
           IF WS-DOSS-MATCHED = 1 THEN
              ADD 1 TO WS-DOSS-SLOT
              MOVE SPACES TO WS-DOSS-WORK
              STRING 'WAS "' BAQHALIA-OLD-TITLE (1:55)
                 '" UNTIL ' BAQHALIA-DATE
                 DELIMITED BY SIZE INTO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           END-IF.

       AXCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXD-ADD-CHANGE-SECTION
      *----------------------------------------------------------------*
       AXD-ADD-CHANGE-SECTION SECTION.
       AXD-010.
           MOVE '-- RECENT CHANGES (NEWEST LAST, UP TO TEN) --'
              TO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           MOVE 0 TO WS-DOSS-CHG-CNT.
           MOVE 0 TO WS-DOSS-RIDFLD.

           EXEC CICS STARTBR FILE(WS-CATF-CHGH)
                              RIDFLD(WS-DOSS-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AXDA-NOTE-ONE-CHANGE UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS ENDBR FILE(WS-CATF-CHGH) END-EXEC
           END-IF.

           IF WS-DOSS-CHG-CNT = 0 THEN
              MOVE 'NO CAPTURED CHANGES.' TO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           ELSE
              PERFORM AXY-EMIT-CHG-RING
           END-IF.

       AXD-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXDA-NOTE-ONE-CHANGE
      *
      * Matching change records drop into a ten-slot ring - the
      * history is a chronological append, so the ring ends up
      * holding the newest ten in order.
      *----------------------------------------------------------------*
       AXDA-NOTE-ONE-CHANGE SECTION.
       AXDA-010.
           EXEC CICS READNEXT FILE(WS-CATF-CHGH)
                               INTO(BAQHCHGH-RECORD)
                               RIDFLD(WS-DOSS-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AXDA-999
           END-IF.

           MOVE BAQHCHGH-BOOK-ID TO WS-DOSS-MATCH-ID.
           MOVE BAQHCHGH-TITLE TO WS-DOSS-MATCH-TITLE.
           PERFORM AXK-MATCH-DOSSIER-BOOK.
           IF WS-DOSS-MATCHED = 0 THEN
              GO TO AXDA-999
           END-IF.

           ADD 1 TO WS-DOSS-CHG-CNT.
           COMPUTE WS-DOSS-RING-IX =
              FUNCTION MOD(WS-DOSS-CHG-CNT - 1, 10) + 1.
           MOVE SPACES TO WS-DOSS-WORK.
           STRING BAQHCHGH-DATE ' ' BAQHCHGH-TYPE ' '
              BAQHCHGH-FIELD ' "' BAQHCHGH-OLD-VALUE (1:20)
              '" -> "' BAQHCHGH-NEW-VALUE (1:20) '"'
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           MOVE WS-DOSS-WORK
              TO WS-DOSS-CHG-LINE (WS-DOSS-RING-IX).

       AXDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXY-EMIT-CHG-RING
      *
      * Replays the change ring oldest first, starting just past
      * the newest slot when the ring wrapped.
      *----------------------------------------------------------------*
       AXY-EMIT-CHG-RING SECTION.
       AXY-010.
           IF WS-DOSS-CHG-CNT > 10 THEN
              MOVE 10 TO WS-DOSS-RING-IX2
           ELSE
              MOVE WS-DOSS-CHG-CNT TO WS-DOSS-RING-IX2
           END-IF.

           PERFORM AXYA-EMIT-ONE-CHG-SLOT
              VARYING WS-DOSS-RING-IX FROM 1 BY 1
              UNTIL WS-DOSS-RING-IX > WS-DOSS-RING-IX2.

       AXY-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXYA-EMIT-ONE-CHG-SLOT
      *----------------------------------------------------------------*
       AXYA-EMIT-ONE-CHG-SLOT SECTION.
       AXYA-010.
           IF WS-DOSS-CHG-CNT > 10 THEN
              COMPUTE WS-DOSS-SLOT = FUNCTION MOD(
                 WS-DOSS-CHG-CNT + WS-DOSS-RING-IX - 1, 10) + 1
           ELSE
              MOVE WS-DOSS-RING-IX TO WS-DOSS-SLOT
           END-IF.

           MOVE WS-DOSS-CHG-LINE (WS-DOSS-SLOT) TO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

       AXYA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXE-ADD-AUDIT-SECTION
      *----------------------------------------------------------------*
       AXE-ADD-AUDIT-SECTION SECTION.
       AXE-010.
           MOVE '-- RECENT AUDIT ENTRIES (NEWEST LAST, UP TO TEN)'
              TO WS-DOSS-WORK.
           MOVE ' --' TO WS-DOSS-WORK (49:3).
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           MOVE 0 TO WS-DOSS-AUD-CNT.
           MOVE 0 TO WS-DOSS-RIDFLD.

           EXEC CICS STARTBR FILE('RBKAUDT')
                              RIDFLD(WS-DOSS-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AXEA-NOTE-ONE-AUDIT UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS ENDBR FILE('RBKAUDT') END-EXEC
           END-IF.

           IF WS-DOSS-AUD-CNT = 0 THEN
              MOVE 'NO AUDIT ENTRIES.' TO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           ELSE
              PERFORM AXX-EMIT-AUD-RING
           END-IF.

       AXE-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXEA-NOTE-ONE-AUDIT
      *----------------------------------------------------------------*
       AXEA-NOTE-ONE-AUDIT SECTION.
       AXEA-010.
           EXEC CICS READNEXT FILE('RBKAUDT')
                               INTO(BAQHAUDT-RECORD)
                               RIDFLD(WS-DOSS-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AXEA-999
           END-IF.

           MOVE BAQHAUDT-BOOK-ID TO WS-DOSS-MATCH-ID.
           MOVE BAQHAUDT-KEY-TITLE TO WS-DOSS-MATCH-TITLE.
           PERFORM AXK-MATCH-DOSSIER-BOOK.
           IF WS-DOSS-MATCHED = 0 THEN
              GO TO AXEA-999
           END-IF.

           ADD 1 TO WS-DOSS-AUD-CNT.
           COMPUTE WS-DOSS-RING-IX =
              FUNCTION MOD(WS-DOSS-AUD-CNT - 1, 10) + 1.
           MOVE SPACES TO WS-DOSS-WORK.
           STRING BAQHAUDT-DATE ' ' BAQHAUDT-TIME ' '
              BAQHAUDT-PROGRAM ' ' BAQHAUDT-TXID ' '
              BAQHAUDT-OPERATION ' ' BAQHAUDT-RESULT ' HTTP '
              BAQHAUDT-HTTP-STATUS
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           MOVE WS-DOSS-WORK
              TO WS-DOSS-AUD-LINE (WS-DOSS-RING-IX).

       AXEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXX-EMIT-AUD-RING
      *----------------------------------------------------------------*
       AXX-EMIT-AUD-RING SECTION.
       AXX-010.
           IF WS-DOSS-AUD-CNT > 10 THEN
              MOVE 10 TO WS-DOSS-RING-IX2
           ELSE
              MOVE WS-DOSS-AUD-CNT TO WS-DOSS-RING-IX2
           END-IF.

           PERFORM AXXA-EMIT-ONE-AUD-SLOT
              VARYING WS-DOSS-RING-IX FROM 1 BY 1
              UNTIL WS-DOSS-RING-IX > WS-DOSS-RING-IX2.

       AXX-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXXA-EMIT-ONE-AUD-SLOT
      *----------------------------------------------------------------*
       AXXA-EMIT-ONE-AUD-SLOT SECTION.
       AXXA-010.
           IF WS-DOSS-AUD-CNT > 10 THEN
              COMPUTE WS-DOSS-SLOT = FUNCTION MOD(
                 WS-DOSS-AUD-CNT + WS-DOSS-RING-IX - 1, 10) + 1
           ELSE
              MOVE WS-DOSS-RING-IX TO WS-DOSS-SLOT
           END-IF.

           MOVE WS-DOSS-AUD-LINE (WS-DOSS-SLOT) TO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

       AXXA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXF-ADD-EXCEPTION-SECTION
      *----------------------------------------------------------------*
       AXF-ADD-EXCEPTION-SECTION SECTION.
       AXF-010.
           MOVE '-- OPEN EXCEPTIONS --' TO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           MOVE 0 TO WS-DOSS-SLOT.
           MOVE 0 TO WS-DOSS-RIDFLD.

           EXEC CICS STARTBR FILE('RBKEXCP')
                              RIDFLD(WS-DOSS-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AXFA-NOTE-ONE-EXCEPTION UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS ENDBR FILE('RBKEXCP') END-EXEC
           END-IF.

           IF WS-DOSS-SLOT = 0 THEN
              MOVE 'NONE PENDING.' TO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           END-IF.

       AXF-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXFA-NOTE-ONE-EXCEPTION
      *----------------------------------------------------------------*
       AXFA-NOTE-ONE-EXCEPTION SECTION.
       AXFA-010.
           EXEC CICS READNEXT FILE('RBKEXCP')
                               INTO(BAQHEXCP-RECORD)
                               RIDFLD(WS-DOSS-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AXFA-999
           END-IF.

           IF BAQHEXCP-TITLE NOT = WS-DOSS-TITLE OR
              BAQHEXCP-STATUS NOT = 'PENDING' THEN
              GO TO AXFA-999
           END-IF.

           ADD 1 TO WS-DOSS-SLOT.
           MOVE SPACES TO WS-DOSS-WORK.
           STRING BAQHEXCP-DATE ' ' BAQHEXCP-OPERATION
              ' HTTP ' BAQHEXCP-HTTP-STATUS
              ' ' BAQHEXCP-FIELD ' ' BAQHEXCP-VALUE (1:35)
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

       AXFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXH-ADD-PENDING-SECTION
      *----------------------------------------------------------------*
       AXH-ADD-PENDING-SECTION SECTION.
       AXH-010.
           MOVE '-- PENDING EFFECTIVE-DATED CHANGES --'
              TO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           MOVE 0 TO WS-DOSS-SLOT.
           MOVE 0 TO WS-DOSS-RIDFLD.

           EXEC CICS STARTBR FILE('RBKPCHG')
                              RIDFLD(WS-DOSS-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AXHA-NOTE-ONE-PENDING UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS ENDBR FILE('RBKPCHG') END-EXEC
           END-IF.

           IF WS-DOSS-SLOT = 0 THEN
              MOVE 'NONE QUEUED.' TO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           END-IF.

       AXH-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXHA-NOTE-ONE-PENDING
      *----------------------------------------------------------------*
       AXHA-NOTE-ONE-PENDING SECTION.
       AXHA-010.
           EXEC CICS READNEXT FILE('RBKPCHG')
                               INTO(BAQHPCHG-RECORD)
                               RIDFLD(WS-DOSS-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AXHA-999
           END-IF.

           IF BAQHPCHG-TITLE NOT = WS-DOSS-TITLE OR
              (BAQHPCHG-STATUS NOT = 'PENDING' AND
               BAQHPCHG-STATUS NOT = 'FAILED') THEN
              GO TO AXHA-999
           END-IF.

           ADD 1 TO WS-DOSS-SLOT.
           MOVE SPACES TO WS-DOSS-WORK.
           STRING BAQHPCHG-STATUS ' ' BAQHPCHG-EFF-DATE ' '
              BAQHPCHG-EFF-TIME (1:4) ' ' BAQHPCHG-FIELD ' '
              BAQHPCHG-VALUE (1:30) ' BY ' BAQHPCHG-REQUESTER
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

       AXHA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXI-ADD-ERRATA-SECTION
      *
      * The book's errata not yet closed - OPEN, or ACCEPTED and
      * awaiting the edition that fixes them - from RBKERRA by the
      * form number AXB found in the catalog.
      *----------------------------------------------------------------*
       AXI-ADD-ERRATA-SECTION SECTION.
       AXI-010.
           MOVE '-- OPEN AND ACCEPTED ERRATA --' TO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           IF WS-DOSS-FORM = SPACES THEN
              MOVE 'NO FORM NUMBER IN THE CATALOG - NOT LOOKED UP.'
                 TO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
              GO TO AXI-999
           END-IF.

           MOVE 0 TO WS-DOSS-SLOT.
           MOVE 'N' TO WS-ERRG-ERRA-EOF-SW.
           MOVE WS-DOSS-FORM TO BAQHERRA-FORM-NUMBER.
           MOVE 0 TO BAQHERRA-ID.

           EXEC CICS STARTBR FILE('RBKERRA')
                              RIDFLD(BAQHERRA-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AXIA-NOTE-ONE-ERRATUM
                 UNTIL WS-ERRG-ERRA-EOF-SW EQUAL 'Y'
              EXEC CICS ENDBR FILE('RBKERRA') END-EXEC
           END-IF.

           IF WS-DOSS-SLOT = 0 THEN
              MOVE 'NONE OUTSTANDING.' TO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           END-IF.

       AXI-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXIA-NOTE-ONE-ERRATUM
      *----------------------------------------------------------------*
       AXIA-NOTE-ONE-ERRATUM SECTION.
       AXIA-010.
           EXEC CICS READNEXT FILE('RBKERRA')
                               INTO(BAQHERRA-RECORD)
                               RIDFLD(BAQHERRA-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-ERRG-ERRA-EOF-SW
              GO TO AXIA-999
           END-IF.

           IF BAQHERRA-FORM-NUMBER NOT = WS-DOSS-FORM THEN
              MOVE 'Y' TO WS-ERRG-ERRA-EOF-SW
              GO TO AXIA-999
           END-IF.

           IF BAQHERRA-STATE NOT = 'OPEN' AND
              BAQHERRA-STATE NOT = 'ACCEPTED' THEN
              GO TO AXIA-999
           END-IF.

           ADD 1 TO WS-DOSS-SLOT.
           MOVE SPACES TO WS-DOSS-WORK.
           STRING BAQHERRA-ID ' ' BAQHERRA-SEVERITY ' '
              BAQHERRA-STATE ' ' BAQHERRA-REPORTED ' '
              BAQHERRA-PAGE-SECT ' ' BAQHERRA-DESC (1:26)
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

       AXIA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXL-ADD-NOTES-SECTION
      *
      * The operators' notes on the title from RBKNOTE, oldest
      * first, each with its category, author and expiry - a note
      * past its expiry is still listed, marked EXPIRED, until RBNT
      * removes it.
      *----------------------------------------------------------------*
       AXL-ADD-NOTES-SECTION SECTION.
       AXL-010.
           MOVE '-- OPERATOR NOTES --' TO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           MOVE 0 TO WS-DOSS-SLOT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOTE-TODAY.
           MOVE 'N' TO WS-NOTE-EOF-SW.
           MOVE WS-DOSS-TITLE TO BAQHNOTE-TITLE.
           MOVE 0 TO BAQHNOTE-STAMP-N.

           EXEC CICS STARTBR FILE('RBKNOTE')
                              RIDFLD(BAQHNOTE-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AXLA-NOTE-ONE-NOTE
                 UNTIL WS-NOTE-EOF-SW EQUAL 'Y'
              EXEC CICS ENDBR FILE('RBKNOTE') END-EXEC
           END-IF.

           IF WS-DOSS-SLOT = 0 THEN
              MOVE 'NONE.' TO WS-DOSS-WORK
              PERFORM AXZ-ADD-ONE-DOSSIER-LINE
           END-IF.

       AXL-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXLA-NOTE-ONE-NOTE
      *----------------------------------------------------------------*
       AXLA-NOTE-ONE-NOTE SECTION.
       AXLA-010.
           EXEC CICS READNEXT FILE('RBKNOTE')
                               INTO(BAQHNOTE-RECORD)
                               RIDFLD(BAQHNOTE-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-NOTE-EOF-SW
              GO TO AXLA-999
           END-IF.

           IF BAQHNOTE-TITLE NOT = WS-DOSS-TITLE THEN
              MOVE 'Y' TO WS-NOTE-EOF-SW
              GO TO AXLA-999
           END-IF.

           ADD 1 TO WS-DOSS-SLOT.
           MOVE SPACES TO WS-DOSS-WORK.
           EVALUATE TRUE
              WHEN BAQHNOTE-EXPIRES = SPACES
                 STRING BAQHNOTE-DATE ' ' BAQHNOTE-CATEGORY ' BY '
                    BAQHNOTE-AUTHOR ' NO EXPIRY'
                    DELIMITED BY SIZE INTO WS-DOSS-WORK
              WHEN BAQHNOTE-EXPIRES < WS-NOTE-TODAY
                 STRING BAQHNOTE-DATE ' ' BAQHNOTE-CATEGORY ' BY '
                    BAQHNOTE-AUTHOR ' EXPIRED ' BAQHNOTE-EXPIRES
                    DELIMITED BY SIZE INTO WS-DOSS-WORK
              WHEN OTHER
                 STRING BAQHNOTE-DATE ' ' BAQHNOTE-CATEGORY ' BY '
                    BAQHNOTE-AUTHOR ' UNTIL ' BAQHNOTE-EXPIRES
                    DELIMITED BY SIZE INTO WS-DOSS-WORK
           END-EVALUATE.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

           STRING '   ' BAQHNOTE-TEXT
              DELIMITED BY SIZE INTO WS-DOSS-WORK.
           PERFORM AXZ-ADD-ONE-DOSSIER-LINE.

       AXLA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXZ-ADD-ONE-DOSSIER-LINE
      *----------------------------------------------------------------*
       AXZ-ADD-ONE-DOSSIER-LINE SECTION.
       AXZ-010.
           IF WS-DOSS-LINE-CNT < 120 THEN
              ADD 1 TO WS-DOSS-LINE-CNT
              MOVE WS-DOSS-WORK TO WS-DOSS-LINE (WS-DOSS-LINE-CNT)
           END-IF.
           MOVE SPACES TO WS-DOSS-WORK.

       AXZ-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXP-PRINT-DOSSIER
      *
      * Spools every line of the dossier just built to the
      * operator's printer through IA-OPEN-PRINT-JOB, under the
      * title and the catalog snapshot's as-of line.
      *----------------------------------------------------------------*
       AXP-PRINT-DOSSIER SECTION.
       AXP-010.
           MOVE 'BAQHRBKC - TITLE DOSSIER (RBKD)' TO WS-PRT-HD-REPORT.
           MOVE WS-DOSS-ASOF TO WS-PRT-HD-ASOF.
           MOVE SPACES TO WS-PRT-HD-SUBHEAD.
           STRING 'TITLE ' WS-DOSS-TITLE (1:72)
              DELIMITED BY SIZE INTO WS-PRT-HD-SUBHEAD.

           PERFORM IA-OPEN-PRINT-JOB.

           PERFORM AXPA-SPOOL-ONE-DOSSIER-LINE
              VARYING WS-DOSS-LINE-IX FROM 1 BY 1
              UNTIL WS-DOSS-LINE-IX > WS-DOSS-LINE-CNT
                 OR WS-PRT-READY NOT = 'Y'.

           PERFORM IC-RELEASE-PRINT-JOB.

       AXP-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXPA-SPOOL-ONE-DOSSIER-LINE
      *----------------------------------------------------------------*
       AXPA-SPOOL-ONE-DOSSIER-LINE SECTION.
       AXPA-010.
           MOVE WS-DOSS-LINE (WS-DOSS-LINE-IX) TO WS-PRT-LINE.
           PERFORM IB-ADD-PRINT-LINE.

       AXPA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXG-SEND-DOSSIER-PAGE
      *----------------------------------------------------------------*
       AXG-SEND-DOSSIER-PAGE SECTION.
       AXG-010.
           MOVE SPACES TO DOSSMO.
           MOVE 'BAQHRBKC - TITLE DOSSIER (RBKD)' TO DTITL1O.
           MOVE 'Title or FORMNUM=' TO DINPLO.
           STRING 'PF3=End  PF4=Print  PF7=Page one  PF8=Forward'
                  '  ENTER=Start from a title'
              DELIMITED BY SIZE INTO DPFKLO.

           IF WS-DOSS-TITLE NOT = SPACES THEN
              MOVE WS-DOSS-TITLE (1:60) TO DINPFO
           END-IF.
           MOVE WS-DOSS-ASOF TO DASOFO.

           IF WS-DOSS-LINE-CNT = 0 THEN
              MOVE 'Key a title (or FORMNUM=SG24-nnnn) and ENTER'
                 TO DMSGLO
              GO TO AXG-020
           END-IF.

           COMPUTE WS-DOSS-PAGES =
              (WS-DOSS-LINE-CNT + 13) / 14.
           IF WS-DOSS-PAGE > WS-DOSS-PAGES THEN
              MOVE WS-DOSS-PAGES TO WS-DOSS-PAGE
           END-IF.

           COMPUTE WS-DOSS-LINE-IX = (WS-DOSS-PAGE - 1) * 14.
           PERFORM AXGA-MOVE-ONE-PAGE-LINE
              VARYING WS-DOSS-SLOT FROM 1 BY 1
              UNTIL WS-DOSS-SLOT > 14.

           MOVE WS-DOSS-PAGE TO WS-DOSS-PAGE-ED.
           MOVE WS-DOSS-PAGES TO WS-DOSS-PAGE-ED2.
           MOVE SPACES TO DMSGLO.
           STRING 'Page ' WS-DOSS-PAGE-ED ' of ' WS-DOSS-PAGE-ED2
              '  - PF8 for more'
              DELIMITED BY SIZE INTO DMSGLO.

      * A PF4 print's outcome takes the message line this turn.
           IF WS-PRT-MSG NOT = SPACES THEN
              MOVE WS-PRT-MSG TO DMSGLO
           END-IF.

       AXG-020.
           EXEC CICS SEND MAP('DOSSM')
                          MAPSET('BAQHRBKM')
                          FROM(DOSSMO)
                          ERASE
           END-EXEC.

           MOVE WS-DOSS-TITLE TO CA-DOSS-TITLE.
           MOVE WS-DOSS-PAGE TO CA-DOSS-PAGE.

      * Named rather than EIBTRNID - a dossier opened from an RBKS
      * member line carries on as an ordinary RBKD conversation.
           EXEC CICS RETURN TRANSID('RBKD')
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       AXG-999.
           EXIT.

      *----------------------------------------------------------------*
      * AXGA-MOVE-ONE-PAGE-LINE
      *----------------------------------------------------------------*
       AXGA-MOVE-ONE-PAGE-LINE SECTION.
       AXGA-010.
           COMPUTE WS-DOSS-RING-IX =
              WS-DOSS-LINE-IX + WS-DOSS-SLOT.
           IF WS-DOSS-RING-IX > WS-DOSS-LINE-CNT THEN
              GO TO AXGA-999
           END-IF.

           MOVE WS-DOSS-LINE (WS-DOSS-RING-IX) TO WS-DOSS-WORK.
           EVALUATE WS-DOSS-SLOT
              WHEN 1  MOVE WS-DOSS-WORK TO DLIN01O
              WHEN 2  MOVE WS-DOSS-WORK TO DLIN02O
              WHEN 3  MOVE WS-DOSS-WORK TO DLIN03O
              WHEN 4  MOVE WS-DOSS-WORK TO DLIN04O
              WHEN 5  MOVE WS-DOSS-WORK TO DLIN05O
              WHEN 6  MOVE WS-DOSS-WORK TO DLIN06O
              WHEN 7  MOVE WS-DOSS-WORK TO DLIN07O
              WHEN 8  MOVE WS-DOSS-WORK TO DLIN08O
              WHEN 9  MOVE WS-DOSS-WORK TO DLIN09O
              WHEN 10 MOVE WS-DOSS-WORK TO DLIN10O
              WHEN 11 MOVE WS-DOSS-WORK TO DLIN11O
              WHEN 12 MOVE WS-DOSS-WORK TO DLIN12O
              WHEN 13 MOVE WS-DOSS-WORK TO DLIN13O
              WHEN 14 MOVE WS-DOSS-WORK TO DLIN14O
           END-EVALUATE.
           MOVE SPACES TO WS-DOSS-WORK.

       AXGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AU-SERIES-INQUIRY
      *
      * Pseudo-conversational RBKS - one series from the RBKSERS
      * registry at a time. The operator keys a series id and pages
      * through its members in reading order, each shown with the
      * status the local catalog holds for it; keying a member's
      * line number and ENTER opens that member's RBKD dossier,
      * answered from the local stores like RBKI, AUTQ and RBKD.
      *----------------------------------------------------------------*
       AU-SERIES-INQUIRY SECTION.
       AU-010.
           MOVE SPACES TO WS-SERS-ID.
           MOVE 1 TO WS-SERS-START-SEQ.
           MOVE 0 TO WS-SERS-SEL.
           MOVE SPACES TO WS-SERS-MSG.

           IF EIBCALEN > 0 THEN
              MOVE CA-SERS-ID TO WS-SERS-ID
              MOVE CA-SERS-PAGE-SEQ TO WS-SERS-START-SEQ

              EXEC CICS RECEIVE MAP('SERSM')
                                 MAPSET('BAQHRBKM')
                                 INTO(SERSMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO AU-999
                 WHEN WS-AID-PF7
                    MOVE 1 TO WS-SERS-START-SEQ
                 WHEN WS-AID-PF8
                    MOVE CA-SERS-NEXT-SEQ TO WS-SERS-START-SEQ
                 WHEN WS-AID-ENTER
                    IF SSERFI NOT EQUAL SPACES AND
                       SSERFI NOT EQUAL LOW-VALUES AND
                       SSERFI NOT EQUAL WS-SERS-ID THEN
                       MOVE SSERFI TO WS-SERS-ID
                       MOVE 1 TO WS-SERS-START-SEQ
                    ELSE
                       IF SSELFI IS NUMERIC THEN
                          MOVE SSELFI TO WS-SERS-SEL
                       END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      * A keyed line number opens that member's dossier - AUB does
      * not come back unless the line cannot be opened.
           IF WS-SERS-SEL > 0 THEN
              PERFORM AUB-OPEN-SERIES-MEMBER
           END-IF.

           PERFORM AUA-BUILD-SERS-PAGE.

       AU-999.
           EXIT.

      *----------------------------------------------------------------*
      * AUA-BUILD-SERS-PAGE
      *
      * Shows the series header, browses up to ten members from
      * WS-SERS-START-SEQ on to map SERSM, sends the map and returns
      * pseudo-conversationally with the series, this page's first
      * sequence, the next page's and each line's form number in
      * DFHCOMMAREA.
      *----------------------------------------------------------------*
       AUA-BUILD-SERS-PAGE SECTION.
       AUA-010.
           MOVE SPACES TO SERSMO.
           MOVE 'BAQHRBKC - SERIES INQUIRY (RBKS)' TO STITL1O.
           MOVE 'Series id' TO SSERLO.
           MOVE 'Line for dossier' TO SSELLO.
           MOVE 'LN  SEQ  FORM NUMBER  STATUS    TITLE' TO SHDGLO.
           MOVE 'PF3=End  PF7=First members  PF8=Forward  ENTER=Series o
      -        'r line' TO SPFKLO.

           MOVE SPACES TO CA-SERS-LINES.
           MOVE 0 TO WS-SERS-LINE-CNT.
           MOVE WS-SERS-START-SEQ TO CA-SERS-NEXT-SEQ.

           IF WS-SERS-ID = SPACES OR
              WS-SERS-ID = LOW-VALUES THEN
              MOVE 'Key a series id and ENTER' TO SMSGLO
              GO TO AUA-020
           END-IF.

           MOVE WS-SERS-ID TO SSERFO.

           MOVE WS-SERS-ID TO BAQHSERS-SERIES-ID.
           MOVE 0 TO BAQHSERS-SEQ.
           EXEC CICS READ FILE('RBKSERS')
                          INTO(BAQHSERS-RECORD)
                          RIDFLD(BAQHSERS-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'No such series, or RBKSERS not available'
                 TO SMSGLO
              GO TO AUA-020
           END-IF.

           MOVE BAQHSERS-NAME TO SNAMEO.
           STRING 'Editor: ' BAQHSERS-EDITOR
              DELIMITED BY SIZE INTO SEDITO.

           MOVE 'N' TO WS-SERS-EOF-SW.
           MOVE WS-SERS-ID TO BAQHSERS-SERIES-ID.
           MOVE WS-SERS-START-SEQ TO BAQHSERS-SEQ.

           EXEC CICS STARTBR FILE('RBKSERS')
                              RIDFLD(BAQHSERS-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AUC-READ-NEXT-SERS-REC
                 UNTIL WS-SERS-EOF-SW EQUAL 'Y'
                    OR WS-SERS-LINE-CNT = 10
              EXEC CICS ENDBR FILE('RBKSERS') END-EXEC
           END-IF.

           IF WS-SERS-LINE-CNT = 0 THEN
              IF WS-SERS-START-SEQ > 1 THEN
                 MOVE 'No more members - PF7 for the first' TO SMSGLO
              ELSE
                 MOVE 'This series has no members yet' TO SMSGLO
              END-IF
              GO TO AUA-020
           END-IF.

      * PF8 carries on one past the last member shown.
           IF WS-SERS-LAST-SEQ < 9999 THEN
              COMPUTE CA-SERS-NEXT-SEQ = WS-SERS-LAST-SEQ + 1
           ELSE
              MOVE WS-SERS-LAST-SEQ TO CA-SERS-NEXT-SEQ
           END-IF.

           IF WS-SERS-EOF-SW EQUAL 'Y' THEN
              MOVE 'End of series - key a line number for its dossier'
                 TO SMSGLO
           ELSE
              MOVE 'Key a line number for its dossier, or PF8 for more'
                 TO SMSGLO
           END-IF.

       AUA-020.
           IF WS-SERS-MSG NOT = SPACES THEN
              MOVE WS-SERS-MSG TO SMSGLO
           END-IF.

           EXEC CICS SEND MAP('SERSM')
                          MAPSET('BAQHRBKM')
                          FROM(SERSMO)
                          ERASE
           END-EXEC.

           MOVE WS-SERS-ID TO CA-SERS-ID.
           MOVE WS-SERS-START-SEQ TO CA-SERS-PAGE-SEQ.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       AUA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AUB-OPEN-SERIES-MEMBER
      *
      * Resolves the keyed line's form number through RBKFNXR and
      * sends that title's dossier page one exactly as RBKD would;
      * AXG-SEND-DOSSIER-PAGE returns as RBKD, so PF7/PF8 and a new
      * title work from there as usual. A line that cannot be
      * opened leaves a message for the series page instead.
      *----------------------------------------------------------------*
       AUB-OPEN-SERIES-MEMBER SECTION.
       AUB-010.
           IF WS-SERS-SEL > 10 THEN
              MOVE 'Selected line is not a member on this page'
                 TO WS-SERS-MSG
              GO TO AUB-999
           END-IF.

           IF CA-SERS-LINE-FORM (WS-SERS-SEL) = SPACES THEN
              MOVE 'Selected line is not a member on this page'
                 TO WS-SERS-MSG
              GO TO AUB-999
           END-IF.

           MOVE CA-SERS-LINE-FORM (WS-SERS-SEL)
              TO BAQHFNXR-FORM-NUMBER.
           EXEC CICS READ FILE(WS-CATF-FNXR)
                          INTO(BAQHFNXR-RECORD)
                          RIDFLD(BAQHFNXR-FORM-NUMBER)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              STRING 'Member ' CA-SERS-LINE-FORM (WS-SERS-SEL)
                 ' is not in the catalog - no dossier to show'
                 DELIMITED BY SIZE INTO WS-SERS-MSG
              GO TO AUB-999
           END-IF.

           MOVE BAQHFNXR-TITLE TO WS-DOSS-TITLE.
           MOVE 1 TO WS-DOSS-PAGE.
           MOVE 0 TO WS-DOSS-LINE-CNT.
           MOVE SPACES TO WS-DOSS-ASOF.
           MOVE SPACES TO WS-DOSS-FORM.

           PERFORM AXA-BUILD-DOSSIER-LINES.
           PERFORM AXG-SEND-DOSSIER-PAGE.

       AUB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AUC-READ-NEXT-SERS-REC
      *
      * Reads the next member of AUA's browse and formats it on to
      * the next free SERSM list line with the title and status the
      * local catalog holds for its form number. Leaving the series'
      * key range ends the page the same as end of file.
      *----------------------------------------------------------------*
       AUC-READ-NEXT-SERS-REC SECTION.
       AUC-010.
           EXEC CICS READNEXT FILE('RBKSERS')
                               INTO(BAQHSERS-RECORD)
                               RIDFLD(BAQHSERS-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-SERS-EOF-SW
              GO TO AUC-999
           END-IF.

           IF BAQHSERS-SERIES-ID NOT = WS-SERS-ID THEN
              MOVE 'Y' TO WS-SERS-EOF-SW
              GO TO AUC-999
           END-IF.

           IF BAQHSERS-TYPE NOT = 'M' THEN
              GO TO AUC-999
           END-IF.

           ADD 1 TO WS-SERS-LINE-CNT.
           MOVE BAQHSERS-SEQ TO WS-SERS-LAST-SEQ.
           MOVE BAQHSERS-FORM-NUMBER
              TO CA-SERS-LINE-FORM (WS-SERS-LINE-CNT).

           MOVE SPACES TO WS-SERS-LINE.
           MOVE WS-SERS-LINE-CNT TO WS-SERS-LINE-NO.
           MOVE WS-SERS-LINE-NO       TO WS-SERS-LINE (1:2).
           MOVE BAQHSERS-SEQ          TO WS-SERS-LINE (5:4).
           MOVE BAQHSERS-FORM-NUMBER  TO WS-SERS-LINE (10:12).
           MOVE 'NOT FOUND'           TO WS-SERS-LINE (23:9).

           MOVE BAQHSERS-FORM-NUMBER TO BAQHFNXR-FORM-NUMBER.
           EXEC CICS READ FILE(WS-CATF-FNXR)
                          INTO(BAQHFNXR-RECORD)
                          RIDFLD(BAQHFNXR-FORM-NUMBER)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE BAQHFNXR-TITLE (1:46) TO WS-SERS-LINE (33:46)
              MOVE BAQHFNXR-TITLE TO BAQHKCAT-TITLE
              EXEC CICS READ FILE(WS-CATF-CAT)
                             INTO(BAQHKCAT-RECORD)
                             RIDFLD(BAQHKCAT-TITLE)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE BAQHKCAT-STATUS TO WS-SERS-LINE (23:9)
              END-IF
           END-IF.

           EVALUATE WS-SERS-LINE-CNT
              WHEN 1  MOVE WS-SERS-LINE TO SLIN01O
              WHEN 2  MOVE WS-SERS-LINE TO SLIN02O
              WHEN 3  MOVE WS-SERS-LINE TO SLIN03O
              WHEN 4  MOVE WS-SERS-LINE TO SLIN04O
              WHEN 5  MOVE WS-SERS-LINE TO SLIN05O
              WHEN 6  MOVE WS-SERS-LINE TO SLIN06O
              WHEN 7  MOVE WS-SERS-LINE TO SLIN07O
              WHEN 8  MOVE WS-SERS-LINE TO SLIN08O
              WHEN 9  MOVE WS-SERS-LINE TO SLIN09O
              WHEN 10 MOVE WS-SERS-LINE TO SLIN10O
           END-EVALUATE.

       AUC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AY-CERTIFY-CHANGES
      *
      * RBKV - the daily change certification. The day's RBKCHGH
      * summary (ADDED/CHANGED/REMOVED counts) is shown for review;
      * 'RBKV C' signs it off, writing a BAQHCERT record with user,
      * date and the counts certified - unless the signing user is
      * the one who made the bulk of today's audited changes (the
      * four-eyes rule, applied post hoc), or the day is already
      * certified.
      *----------------------------------------------------------------*
       AY-CERTIFY-CHANGES SECTION.
       AY-010.
           IF WS-TERMINAL-RECEIVED NOT = 'Y' THEN
              MOVE SPACES TO WS-TERMINAL-INPUT
              EXEC CICS RECEIVE INTO(WS-TERMINAL-INPUT)
                                LENGTH(WS-TERMINAL-LENGTH)
                                MAXLENGTH(80)
                                NOHANDLE
              END-EXEC
           END-IF.
           MOVE WS-TERMINAL-ARGS (1:1) TO WS-CERT-ARG.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CERT-TODAY.

           PERFORM AYA-SUM-TODAYS-CHANGES.

           MOVE SPACES TO WS-DISPLAY-MSG.
           STRING 'Changes of ' WS-CERT-TODAY ': ADDED '
              WS-CERT-ADDED ' CHANGED ' WS-CERT-CHANGED
              ' REMOVED ' WS-CERT-REMOVED
              DELIMITED BY SIZE INTO WS-DISPLAY-MSG.
           PERFORM X-WRITE-RESPONSE-MSG.

           PERFORM AYB-CHECK-ALREADY-CERTIFIED.
           IF WS-CERT-DONE-BY NOT = SPACES THEN
              MOVE SPACES TO WS-DISPLAY-MSG
              STRING 'Already certified today by '
                 WS-CERT-DONE-BY
                 DELIMITED BY SIZE INTO WS-DISPLAY-MSG
              PERFORM X-WRITE-RESPONSE-MSG
              GO TO AY-999
           END-IF.

           IF WS-CERT-ARG NOT = 'C' THEN
              MOVE 'Review the counts; key RBKV C to certify'
                 TO WS-DISPLAY-MSG
              PERFORM X-WRITE-RESPONSE-MSG
              GO TO AY-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

      * The post-hoc four-eyes rule: whoever made the bulk of the
      * day's audited changes cannot certify them.
           PERFORM AYC-FIND-TOP-CHANGER.
           IF WS-CERT-TOP-USER NOT = SPACES AND
              WS-CERT-TOP-USER = WS-USERID THEN
              MOVE 'You made the bulk of today''s changes - anothe
      -         'r user must certify' TO WS-DISPLAY-MSG
              PERFORM X-WRITE-RESPONSE-MSG
              GO TO AY-999
           END-IF.

           PERFORM AYD-WRITE-CERT-RECORD.

       AY-999.
           EXIT.

      *----------------------------------------------------------------*
      * AYA-SUM-TODAYS-CHANGES
      *----------------------------------------------------------------*
       AYA-SUM-TODAYS-CHANGES SECTION.
       AYA-010.
           MOVE 0 TO WS-CERT-ADDED.
           MOVE 0 TO WS-CERT-CHANGED.
           MOVE 0 TO WS-CERT-REMOVED.
           MOVE 0 TO WS-CERT-RIDFLD.

           EXEC CICS STARTBR FILE(WS-CATF-CHGH)
                              RIDFLD(WS-CERT-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AYA-999
           END-IF.

           PERFORM AYAA-COUNT-ONE-CHANGE UNTIL
              WS-RESP NOT EQUAL DFHRESP(NORMAL).

           EXEC CICS ENDBR FILE(WS-CATF-CHGH) END-EXEC.

       AYA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AYAA-COUNT-ONE-CHANGE
      *----------------------------------------------------------------*
       AYAA-COUNT-ONE-CHANGE SECTION.
       AYAA-010.
           EXEC CICS READNEXT FILE(WS-CATF-CHGH)
                               INTO(BAQHCHGH-RECORD)
                               RIDFLD(WS-CERT-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AYAA-999
           END-IF.

           IF BAQHCHGH-DATE NOT = WS-CERT-TODAY THEN
              GO TO AYAA-999
           END-IF.

           EVALUATE BAQHCHGH-TYPE
              WHEN 'ADDED'
                 ADD 1 TO WS-CERT-ADDED
              WHEN 'CHANGED'
                 ADD 1 TO WS-CERT-CHANGED
              WHEN 'REMOVED'
                 ADD 1 TO WS-CERT-REMOVED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       AYAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AYB-CHECK-ALREADY-CERTIFIED
      *----------------------------------------------------------------*
       AYB-CHECK-ALREADY-CERTIFIED SECTION.
       AYB-010.
           MOVE SPACES TO WS-CERT-DONE-BY.
           MOVE 0 TO WS-CERT-RIDFLD.

           EXEC CICS STARTBR FILE('RBKCERT')
                              RIDFLD(WS-CERT-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AYB-999
           END-IF.

           PERFORM AYBA-NOTE-ONE-CERT UNTIL
              WS-RESP NOT EQUAL DFHRESP(NORMAL).

           EXEC CICS ENDBR FILE('RBKCERT') END-EXEC.

       AYB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AYBA-NOTE-ONE-CERT
      *----------------------------------------------------------------*
       AYBA-NOTE-ONE-CERT SECTION.
       AYBA-010.
           EXEC CICS READNEXT FILE('RBKCERT')
                               INTO(BAQHCERT-RECORD)
                               RIDFLD(WS-CERT-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              BAQHCERT-CHG-DATE = WS-CERT-TODAY THEN
              MOVE BAQHCERT-USER TO WS-CERT-DONE-BY
           END-IF.

       AYBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AYC-FIND-TOP-CHANGER
      *
      * The user ID appearing most among today's audit entries that
      * carry one. The batch writers stamp result dispositions, not
      * users, so a day changed only by batch constrains nobody.
      *----------------------------------------------------------------*
       AYC-FIND-TOP-CHANGER SECTION.
       AYC-010.
           MOVE SPACES TO WS-CERT-TOP-USER.
           MOVE 0 TO WS-CERT-TOP-CNT.
           MOVE 0 TO WS-CERT-USER-CNT-USED.
           MOVE 0 TO WS-CERT-RIDFLD.

           EXEC CICS STARTBR FILE('RBKAUDT')
                              RIDFLD(WS-CERT-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AYC-999
           END-IF.

           PERFORM AYCA-TALLY-ONE-AUDIT UNTIL
              WS-RESP NOT EQUAL DFHRESP(NORMAL).

           EXEC CICS ENDBR FILE('RBKAUDT') END-EXEC.

           PERFORM AYCB-PICK-ONE-TOP
              VARYING WS-CERT-USER-IX FROM 1 BY 1
              UNTIL WS-CERT-USER-IX > WS-CERT-USER-CNT-USED.

       AYC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AYCA-TALLY-ONE-AUDIT
      *----------------------------------------------------------------*
       AYCA-TALLY-ONE-AUDIT SECTION.
       AYCA-010.
           EXEC CICS READNEXT FILE('RBKAUDT')
                               INTO(BAQHAUDT-RECORD)
                               RIDFLD(WS-CERT-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AYCA-999
           END-IF.

           IF BAQHAUDT-DATE NOT = WS-CERT-TODAY THEN
              GO TO AYCA-999
           END-IF.

      * Only the entries whose result field carries a user ID - the
      * batch writers stamp dispositions there instead.
           IF BAQHAUDT-RESULT = 'SUCCESS' OR
              BAQHAUDT-RESULT = 'FAILURE' OR
              BAQHAUDT-RESULT = 'SEALED' OR
              BAQHAUDT-RESULT = 'HELD' OR
              BAQHAUDT-RESULT = 'FROZEN' OR
              BAQHAUDT-RESULT = 'FRZOVRD' OR
              BAQHAUDT-RESULT = SPACES THEN
              GO TO AYCA-999
           END-IF.

           MOVE 0 TO WS-CERT-USER-HIT.
           PERFORM AYCC-MATCH-ONE-USER
              VARYING WS-CERT-USER-IX FROM 1 BY 1
              UNTIL WS-CERT-USER-IX > WS-CERT-USER-CNT-USED
                 OR WS-CERT-USER-HIT > 0.

           IF WS-CERT-USER-HIT = 0 THEN
              IF WS-CERT-USER-CNT-USED NOT < 10 THEN
                 GO TO AYCA-999
              END-IF
              ADD 1 TO WS-CERT-USER-CNT-USED
              MOVE BAQHAUDT-RESULT (1:8)
                 TO WS-CERT-USER-ID (WS-CERT-USER-CNT-USED)
              MOVE 0 TO WS-CERT-USER-CNT (WS-CERT-USER-CNT-USED)
              MOVE WS-CERT-USER-CNT-USED TO WS-CERT-USER-HIT
           END-IF.

           ADD 1 TO WS-CERT-USER-CNT (WS-CERT-USER-HIT).

       AYCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AYCC-MATCH-ONE-USER
      *----------------------------------------------------------------*
       AYCC-MATCH-ONE-USER SECTION.
       AYCC-010.
           IF WS-CERT-USER-ID (WS-CERT-USER-IX) =
              BAQHAUDT-RESULT (1:8) THEN
              MOVE WS-CERT-USER-IX TO WS-CERT-USER-HIT
           END-IF.

       AYCC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AYCB-PICK-ONE-TOP
      *----------------------------------------------------------------*
       AYCB-PICK-ONE-TOP SECTION.
       AYCB-010.
           IF WS-CERT-USER-CNT (WS-CERT-USER-IX) >
              WS-CERT-TOP-CNT THEN
              MOVE WS-CERT-USER-CNT (WS-CERT-USER-IX)
                 TO WS-CERT-TOP-CNT
              MOVE WS-CERT-USER-ID (WS-CERT-USER-IX)
                 TO WS-CERT-TOP-USER
           END-IF.

       AYCB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AYD-WRITE-CERT-RECORD
      *----------------------------------------------------------------*
       AYD-WRITE-CERT-RECORD SECTION.
       AYD-010.
           MOVE SPACES TO BAQHCERT-RECORD.
           MOVE WS-CERT-TODAY TO BAQHCERT-CHG-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHCERT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHCERT-TIME.
           MOVE WS-USERID TO BAQHCERT-USER.
           MOVE WS-CERT-ADDED TO BAQHCERT-ADDED-CNT.
           MOVE WS-CERT-CHANGED TO BAQHCERT-CHANGED-CNT.
           MOVE WS-CERT-REMOVED TO BAQHCERT-REMOVED-CNT.

           MOVE 0 TO WS-CERT-RIDFLD.
           EXEC CICS WRITE FILE('RBKCERT')
                           FROM(BAQHCERT-RECORD)
                           RIDFLD(WS-CERT-RIDFLD)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Certification write failed - see the log'
                 TO WS-DISPLAY-MSG
              PERFORM X-WRITE-RESPONSE-MSG
              GO TO AYD-999
           END-IF.

      * The certification itself goes on the audit trail.
           MOVE SPACES TO BAQHAPPR-TITLE.
           STRING 'CHANGES OF ' WS-CERT-TODAY ' CERTIFIED'
              DELIMITED BY SIZE INTO BAQHAPPR-TITLE.
           MOVE 'CERT' TO BAQHAUDT-OPERATION.
           PERFORM XC-WRITE-APPROVAL-AUDIT.

           MOVE SPACES TO WS-DISPLAY-MSG.
           STRING 'Certified by ' WS-USERID ' - recorded'
              DELIMITED BY SIZE INTO WS-DISPLAY-MSG.
           PERFORM X-WRITE-RESPONSE-MSG.

       AYD-999.
           EXIT.

      *----------------------------------------------------------------*
      * AZ-SHOW-PROGRESS
      *
      * RBKP - the in-flight progress viewer. Reads the one RBKPROG
      * record the long batch operations rewrite and tells the
      * operator how far along the run is, its error count, and the
      * projected completion; a RUNNING record with a stale as-of
      * time after an abend is exactly the context the restart
      * decision needs, so it is shown as found.
      *----------------------------------------------------------------*
       AZ-SHOW-PROGRESS SECTION.
       AZ-010.
           MOVE 0 TO WS-PROG-RIDFLD.

           EXEC CICS READ FILE('RBKPROG')
                          INTO(BAQHPROG-RECORD)
                          RIDFLD(WS-PROG-RIDFLD)
                          RBA
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'No progress record - nothing has run yet'
                 TO WS-DISPLAY-MSG
              PERFORM X-WRITE-RESPONSE-MSG
              GO TO AZ-999
           END-IF.

           MOVE SPACES TO WS-DISPLAY-MSG.
           STRING BAQHPROG-PROGRAM ' ' BAQHPROG-OPERATION ' '
              BAQHPROG-STATE ' since ' BAQHPROG-START-DATE ' '
              BAQHPROG-START-TIME (1:2) ':'
              BAQHPROG-START-TIME (3:2)
              ' (as of ' BAQHPROG-ASOF-TIME (1:2) ':'
              BAQHPROG-ASOF-TIME (3:2) ')'
              DELIMITED BY SIZE INTO WS-DISPLAY-MSG.
           PERFORM X-WRITE-RESPONSE-MSG.

           MOVE SPACES TO WS-DISPLAY-MSG.
           STRING 'Processed ' BAQHPROG-DONE-CNT ' of '
              BAQHPROG-TOTAL-CNT ', errors ' BAQHPROG-ERROR-CNT
              ', projected end ' BAQHPROG-PROJ-END (1:2) ':'
              BAQHPROG-PROJ-END (3:2)
              DELIMITED BY SIZE INTO WS-DISPLAY-MSG.
           PERFORM X-WRITE-RESPONSE-MSG.

           MOVE SPACES TO WS-DISPLAY-MSG.
           STRING 'Current: ' BAQHPROG-CURR-TITLE (1:65)
              DELIMITED BY SIZE INTO WS-DISPLAY-MSG.
           PERFORM X-WRITE-RESPONSE-MSG.

       AZ-999.
           EXIT.

      *----------------------------------------------------------------*
      * AO-CHECK-OPERATION-AUTH
      *
      * Maps the running transaction to its operation-class resource
      * profile in the site's RBKRES general resource class and asks
      * the external security manager whether the signed-on user
      * holds READ on it:
      *   RBK.INQUIRY  - GARB, GRBK, RBKI (may look)
      *   RBK.UPDATE   - CRBK, PRBK, MRBK (may change)
      *   RBK.DESTROY  - DRBK, RBKA (may destroy / release)
      *   RBK.RESUBMIT - RESB (may replay failures)
      *   RBK.SUBMIT   - RBSB (may run batch operations)
      *   RBK.QUOTA    - RBQT (may raise others' change quotas)
      * A denial sets WS-AUTH-DENIED, tells the operator, and lands
      * on the audit trail with the denied user ID. A transaction
      * with no mapping, or a security manager that cannot answer,
      * is allowed through - transaction-attach security still
      * stands in front of this finer-grained check.
      *----------------------------------------------------------------*
       AO-CHECK-OPERATION-AUTH SECTION.
       AO-010.
           MOVE 'N' TO WS-AUTH-DENIED.
           MOVE SPACES TO WS-AUTH-RESID.

           EVALUATE EIBTRNID
              WHEN 'GARB'
              WHEN 'GRBK'
              WHEN 'RBKI'
              WHEN 'AUTQ'
              WHEN 'RBKD'
              WHEN 'RBKS'
              WHEN 'RBKP'
              WHEN 'RBKM'
      * RBWL only changes the user's own watchlist, never the
      * catalog, so reading rights are enough for it.
              WHEN 'RBWL'
                 MOVE 'RBK.INQUIRY' TO WS-AUTH-RESID
              WHEN 'CRBK'
              WHEN 'PRBK'
              WHEN 'MRBK'
      * RBKE queues catalog changes the scheduler later applies and
      * RBAM alters the author master - both change catalog data,
      * so both sit behind the update profile. RBER's errata
      * dispositions gate publication, so it sits there too, and so
      * does RBRV, whose WITHDRAW outcome puts a book on the retire
      * list. RBCO's check-outs lock other users out of a title, and
      * RBNT's caution notes are put in front of every change to it.
              WHEN 'RBKE'
              WHEN 'RBAM'
              WHEN 'RBER'
              WHEN 'RBRV'
              WHEN 'RBCO'
              WHEN 'RBNT'
                 MOVE 'RBK.UPDATE' TO WS-AUTH-RESID
              WHEN 'DRBK'
              WHEN 'RBKA'
                 MOVE 'RBK.DESTROY' TO WS-AUTH-RESID
      * RBKV certifies the day's changes - a supervisory act with
      * its own profile, so certification authority can be granted
      * without handing out destroy.
              WHEN 'RBKV'
                 MOVE 'RBK.CERTIFY' TO WS-AUTH-RESID
              WHEN 'RESB'
                 MOVE 'RBK.RESUBMIT' TO WS-AUTH-RESID
      * RBSB starts batch jobs under the region's authority, so it
      * has a profile of its own rather than riding on update.
              WHEN 'RBSB'
                 MOVE 'RBK.SUBMIT' TO WS-AUTH-RESID
      * RBQT lifts the brake the quotas put on other operators, so
      * it is a supervisory profile of its own.
              WHEN 'RBQT'
                 MOVE 'RBK.QUOTA' TO WS-AUTH-RESID
      * RBAT is worked by the department contacts, who change no
      * catalog data themselves - a flag only queues an exception
      * for the desk - so it has a profile of its own that can be
      * granted without update.
              WHEN 'RBAT'
                 MOVE 'RBK.ATTEST' TO WS-AUTH-RESID
              WHEN OTHER
                 GO TO AO-999
           END-EVALUATE.

           PERFORM AOA-QUERY-OPERATION-AUTH.
           IF WS-AUTH-DENIED EQUAL 'Y' THEN
              PERFORM X-WRITE-RESPONSE-MSG
           END-IF.

       AO-999.
           EXIT.

      *----------------------------------------------------------------*
      * AOA-QUERY-OPERATION-AUTH
      *
      * Asks the security manager whether the signed-on user holds
      * READ on profile WS-AUTH-RESID. A denial sets WS-AUTH-DENIED,
      * leaves the operator's message in WS-DISPLAY-MSG for the
      * caller to show, and is audited with the user ID. Also asked
      * directly by GARB's marked-line status change, which needs
      * the update profile on an inquiry transaction.
      *----------------------------------------------------------------*
       AOA-QUERY-OPERATION-AUTH SECTION.
       AOA-010.
           MOVE 'N' TO WS-AUTH-DENIED.

           EXEC CICS QUERY SECURITY
                          RESCLASS('RBKRES')
                          RESID(WS-AUTH-RESID)
                          RESIDLENGTH(WS-AUTH-RESLEN)
                          READ(WS-AUTH-READ-CVDA)
                          NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL) THEN
      * The profile or class is not defined to the ESM - leave the
      * decision to transaction-attach security.
              GO TO AOA-999
           END-IF.

           IF WS-AUTH-READ-CVDA = DFHVALUE(NOTREADABLE) THEN
              MOVE 'Y' TO WS-AUTH-DENIED
              EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

              STRING EIBTRNID ' denied - user ' WS-USERID
                 ' lacks READ on ' WS-AUTH-RESID
                 DELIMITED BY SIZE
                 INTO WS-DISPLAY-MSG

      * The denial goes on the audit trail with the user ID.
              MOVE SPACES TO BAQHAPPR-TITLE
              MOVE WS-AUTH-RESID TO BAQHAPPR-TITLE (1:12)
              MOVE 'AUTHDENY' TO BAQHAUDT-OPERATION
              PERFORM XC-WRITE-APPROVAL-AUDIT
           END-IF.

       AOA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AV-PARSE-FREEZE-OVERRIDE
      *
      * Looks for a leading 'OVERRIDE=code;' on WS-TERMINAL-ARGS
      * (AA-PARSE-URIMAP-OVERRIDE has already peeled any URIMAP=
      * prefix), moving the supervisor override code to
      * WS-FREEZE-OVERRIDE and shifting the remainder down so the
      * rest of the Tx parsing sees its usual arguments unchanged.
      *----------------------------------------------------------------*
       AV-PARSE-FREEZE-OVERRIDE SECTION.
       AV-010.
           MOVE SPACES TO WS-FREEZE-OVERRIDE.

           IF WS-TERMINAL-ARGS(1:9) EQUAL 'OVERRIDE=' THEN
              MOVE SPACES TO WS-FREEZE-PREFIX
              MOVE 1 TO WS-FREEZE-PREFIX-LEN
              UNSTRING WS-TERMINAL-ARGS DELIMITED BY ';'
                   INTO WS-FREEZE-PREFIX
                   WITH POINTER WS-FREEZE-PREFIX-LEN
              END-UNSTRING

              MOVE FUNCTION TRIM(WS-FREEZE-PREFIX(10:11)) TO
                 WS-FREEZE-OVERRIDE

              MOVE SPACES TO WS-FREEZE-REMAINDER
              MOVE WS-TERMINAL-ARGS(WS-FREEZE-PREFIX-LEN:) TO
                 WS-FREEZE-REMAINDER
              MOVE WS-FREEZE-REMAINDER TO WS-TERMINAL-ARGS
           END-IF.

       AV-999.
           EXIT.

      *----------------------------------------------------------------*
      * AT-CHECK-FREEZE-CALENDAR
      *
      * The business-calendar control behind the quarter-end catalog
      * freezes: browses the RBKFRZC calendar for a window covering
      * this moment. Inside a window the attempt is refused - the
      * caller shows its own message, the refusal is audited with a
      * FRZDENY operation - unless the window's supervisor override
      * code was keyed as the OVERRIDE= prefix, in which case the
      * attempt proceeds and the override itself is audited as
      * FRZOVRD. A region without the calendar file runs unfrozen.
      *----------------------------------------------------------------*
       AT-CHECK-FREEZE-CALENDAR SECTION.
       AT-010.
           MOVE 'N' TO WS-FREEZE-REFUSED.
           MOVE 0 TO WS-FREEZE-HIT.
           MOVE 0 TO WS-FRZC-RIDFLD.

           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-FREEZE-NOW.

           EXEC CICS STARTBR FILE('RBKFRZC')
                              RIDFLD(WS-FRZC-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AT-999
           END-IF.

           PERFORM ATA-READ-NEXT-FREEZE UNTIL
              WS-RESP NOT EQUAL DFHRESP(NORMAL).

           EXEC CICS ENDBR FILE('RBKFRZC') END-EXEC.

           IF WS-FREEZE-HIT = 0 THEN
              GO TO AT-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           IF WS-FREEZE-OVERRIDE NOT = SPACES AND
              WS-FREEZE-OVERRIDE = WS-FREEZE-OVR-CODE THEN
              MOVE SPACES TO BAQHAPPR-TITLE
              STRING 'CHANGE FREEZE: ' WS-FREEZE-REASON
                 DELIMITED BY SIZE INTO BAQHAPPR-TITLE
              MOVE 'FRZOVRD' TO BAQHAUDT-OPERATION
              PERFORM XC-WRITE-APPROVAL-AUDIT
              GO TO AT-999
           END-IF.

           MOVE 'Y' TO WS-FREEZE-REFUSED.

           MOVE SPACES TO BAQHAPPR-TITLE.
           STRING 'CHANGE FREEZE: ' WS-FREEZE-REASON
              DELIMITED BY SIZE INTO BAQHAPPR-TITLE.
           MOVE 'FRZDENY' TO BAQHAUDT-OPERATION.
           PERFORM XC-WRITE-APPROVAL-AUDIT.

       AT-999.
           EXIT.

      *----------------------------------------------------------------*
      * ATA-READ-NEXT-FREEZE
      *
      * Reads the next RBKFRZC window of AT's browse and judges it
      * against the current moment - the from/to pair is compared as
      * one yyyymmddhhmm stamp so a window spanning midnight or
      * month end works. The last covering window read wins, which
      * lets the desk key a narrower exception window after a broad
      * one.
      *----------------------------------------------------------------*
       ATA-READ-NEXT-FREEZE SECTION.
       ATA-010.
           EXEC CICS READNEXT FILE('RBKFRZC')
                               INTO(BAQHFRZC-RECORD)
                               RIDFLD(WS-FRZC-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO ATA-999
           END-IF.

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
           END-IF.

       ATA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AW-CHECK-LEGAL-HOLD
      *
      * Looks the title in WS-HOLD-CHK-TITLE up in the legal-hold
      * registry, leaving WS-HOLD-HIT and the hold reference set
      * when an ACTIVE hold guards it. The title's prior names are
      * collected from RBKALIA first, so a hold placed under an old
      * title still guards the book under its current one. A region
      * without the registry file runs unguarded.
      *----------------------------------------------------------------*
       AW-CHECK-LEGAL-HOLD SECTION.
       AW-010.
           MOVE 0 TO WS-HOLD-HIT.
           MOVE SPACES TO WS-HOLD-REF.

           PERFORM AWA-COLLECT-PRIOR-NAMES.

           MOVE 0 TO WS-HOLD-RIDFLD.
           EXEC CICS STARTBR FILE('RBKHOLD')
                              RIDFLD(WS-HOLD-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AW-999
           END-IF.

           PERFORM AWB-READ-NEXT-HOLD UNTIL
              WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
              WS-HOLD-HIT = 1.

           EXEC CICS ENDBR FILE('RBKHOLD') END-EXEC.

       AW-999.
           EXIT.

      *----------------------------------------------------------------*
      * AWA-COLLECT-PRIOR-NAMES
      *
      * Collects up to five RBKALIA prior names whose current form
      * is the title being checked.
      *----------------------------------------------------------------*
       AWA-COLLECT-PRIOR-NAMES SECTION.
       AWA-010.
           MOVE 0 TO WS-HOLD-PRIOR-CNT.
           MOVE 0 TO WS-ALIA-RIDFLD.

           EXEC CICS STARTBR FILE(WS-CATF-ALIA)
                              RIDFLD(WS-ALIA-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AWA-999
           END-IF.

           PERFORM AWAA-NOTE-ONE-ALIAS UNTIL
              WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
              WS-HOLD-PRIOR-CNT = 5.

           EXEC CICS ENDBR FILE(WS-CATF-ALIA) END-EXEC.

       AWA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AWAA-NOTE-ONE-ALIAS
      *----------------------------------------------------------------*
       AWAA-NOTE-ONE-ALIAS SECTION.
       AWAA-010.
           EXEC CICS READNEXT FILE(WS-CATF-ALIA)
                               INTO(BAQHALIA-RECORD)
                               RIDFLD(WS-ALIA-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              BAQHALIA-NEW-TITLE = WS-HOLD-CHK-TITLE THEN
              ADD 1 TO WS-HOLD-PRIOR-CNT
              MOVE BAQHALIA-OLD-TITLE
                 TO WS-HOLD-PRIOR-TITLE (WS-HOLD-PRIOR-CNT)
           END-IF.

       AWAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AWB-READ-NEXT-HOLD
      *
      * Reads the next RBKHOLD record of AW's browse and matches an
      * ACTIVE hold against the checked title or any of its
      * collected prior names.
      *----------------------------------------------------------------*
       AWB-READ-NEXT-HOLD SECTION.
       AWB-010.
           EXEC CICS READNEXT FILE('RBKHOLD')
                               INTO(BAQHHOLD-RECORD)
                               RIDFLD(WS-HOLD-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AWB-999
           END-IF.

           IF BAQHHOLD-STATUS NOT = 'ACTIVE' THEN
              GO TO AWB-999
           END-IF.

           IF BAQHHOLD-TITLE = WS-HOLD-CHK-TITLE THEN
              MOVE 1 TO WS-HOLD-HIT
              MOVE BAQHHOLD-REF TO WS-HOLD-REF
              GO TO AWB-999
           END-IF.

           IF WS-HOLD-PRIOR-CNT > 0 THEN
              PERFORM VARYING WS-HOLD-PRIOR-IX FROM 1 BY 1
                 UNTIL WS-HOLD-PRIOR-IX > WS-HOLD-PRIOR-CNT
                    OR WS-HOLD-HIT = 1
                 IF BAQHHOLD-TITLE =
                       WS-HOLD-PRIOR-TITLE (WS-HOLD-PRIOR-IX) THEN
                    MOVE 1 TO WS-HOLD-HIT
                    MOVE BAQHHOLD-REF TO WS-HOLD-REF
                 END-IF
              END-PERFORM
           END-IF.

       AWB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XE-WRITE-HOLD-AUDIT
      *
      * One refused attempt against a held title on the audit trail
      * with the distinct HELD result; the correlation field carries
      * the hold reference so the trail answers "which hold".
      *----------------------------------------------------------------*
       XE-WRITE-HOLD-AUDIT SECTION.
       XE-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKC' TO BAQHAUDT-PROGRAM.
           MOVE EIBTRNID TO BAQHAUDT-TXID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO BAQHAUDT-USER.
           MOVE SPACES TO BAQHAUDT-CHANGE-ID.
           MOVE EIBTRNID TO BAQHAUDT-OPERATION.
           MOVE WS-HOLD-CHK-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE 'HELD' TO BAQHAUDT-RESULT.
           MOVE WS-HOLD-REF TO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           MOVE SPACES TO BAQHAUDT-MESSAGE.

           MOVE 0 TO WS-BIMG-RBA.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           PERFORM XBN-STAMP-AUDIT-BOOK-ID.
           EXEC CICS WRITE FILE('RBKAUDT')
                           FROM(BAQHAUDT-RECORD)
                           RIDFLD(WS-BIMG-RBA)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - legal-hold audit write'
                 ' to RBKAUDT failed, RESP ' WS-RESP
           END-IF.

           PERFORM XG-MIRROR-KEYED-AUDIT.

       XE-999.
           EXIT.

      *----------------------------------------------------------------*
      * XH-WRITE-RSRV-AUDIT
      *
      * One reservation event on the audit trail: a check-out,
      * check-in or expiry on RBCO, or an attempt refused because
      * the title is checked out (the distinct RESERVED result). The
      * caller stages the operation and result; the correlation
      * field carries the holder's user ID and the message field
      * the text shown.
      *----------------------------------------------------------------*
       XH-WRITE-RSRV-AUDIT SECTION.
       XH-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKC' TO BAQHAUDT-PROGRAM.
           MOVE EIBTRNID TO BAQHAUDT-TXID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO BAQHAUDT-USER.
           MOVE SPACES TO BAQHAUDT-CHANGE-ID.
           MOVE WS-RSRV-AUD-OPER TO BAQHAUDT-OPERATION.
           MOVE WS-RSRV-CHK-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE WS-RSRV-AUD-RESULT TO BAQHAUDT-RESULT.
           MOVE WS-RSRV-HOLDER TO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           MOVE WS-RSRV-TEXT TO BAQHAUDT-MESSAGE.

           MOVE 0 TO WS-BIMG-RBA.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           PERFORM XBN-STAMP-AUDIT-BOOK-ID.
           EXEC CICS WRITE FILE('RBKAUDT')
                           FROM(BAQHAUDT-RECORD)
                           RIDFLD(WS-BIMG-RBA)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - reservation audit write'
                 ' to RBKAUDT failed, RESP ' WS-RESP
           END-IF.

           PERFORM XG-MIRROR-KEYED-AUDIT.

       XH-999.
           EXIT.

      *----------------------------------------------------------------*
      * XK-WRITE-JOB-AUDIT
      *
      * One RBSB submission on the audit trail - JOBSUB when the job
      * reached the internal reader, JOBFAIL when it did not (a held
      * job is audited as JOBHELD with its approval request). The
      * correlation field carries 'RBSB' and the submission number,
      * the key title the skeleton and values, and the message field
      * the job name, card count and approver, or why it failed.
      *----------------------------------------------------------------*
       XK-WRITE-JOB-AUDIT SECTION.
       XK-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKC' TO BAQHAUDT-PROGRAM.
           MOVE EIBTRNID TO BAQHAUDT-TXID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO BAQHAUDT-USER.
           MOVE SPACES TO BAQHAUDT-CHANGE-ID.
           MOVE WS-JSUB-AUD-OPER TO BAQHAUDT-OPERATION.
           MOVE WS-JSUB-SUBJECT TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE WS-JSUB-AUD-RESULT TO BAQHAUDT-RESULT.
           MOVE SPACES TO BAQHAUDT-CORREL-ID.
           STRING 'RBSB' WS-JSUB-NUMBER DELIMITED BY SIZE
              INTO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           MOVE WS-JSUB-AUD-TEXT TO BAQHAUDT-MESSAGE.

           MOVE 0 TO WS-BIMG-RBA.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           MOVE 0 TO BAQHAUDT-BOOK-ID.
           EXEC CICS WRITE FILE('RBKAUDT')
                           FROM(BAQHAUDT-RECORD)
                           RIDFLD(WS-BIMG-RBA)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - submission audit write'
                 ' to RBKAUDT failed, RESP ' WS-RESP
           END-IF.

           PERFORM XG-MIRROR-KEYED-AUDIT.

       XK-999.
           EXIT.

      *----------------------------------------------------------------*
      * XQ-WRITE-QUOTA-AUDIT
      *
      * One change-quota event on the audit trail - a transaction
      * refused at the limit (operation the transaction, result
      * QUOTA, keyed by the title it would have changed) or a
      * supervisor's raise on RBQT (operation QTRAISE, result
      * RAISED, the raised user in the correlation field). The
      * caller stages the operation, result, correlation and text.
      *----------------------------------------------------------------*
       XQ-WRITE-QUOTA-AUDIT SECTION.
       XQ-010.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKC' TO BAQHAUDT-PROGRAM.
           MOVE EIBTRNID TO BAQHAUDT-TXID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO BAQHAUDT-USER.
           MOVE SPACES TO BAQHAUDT-CHANGE-ID.
           MOVE WS-QUOT-AUD-OPER TO BAQHAUDT-OPERATION.
           MOVE WS-QUOT-CHK-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           MOVE WS-QUOT-AUD-RESULT TO BAQHAUDT-RESULT.
           MOVE WS-QUOT-AUD-CORREL TO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           MOVE WS-QUOT-AUD-TEXT TO BAQHAUDT-MESSAGE.

           MOVE 0 TO WS-BIMG-RBA.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           PERFORM XBN-STAMP-AUDIT-BOOK-ID.
           EXEC CICS WRITE FILE('RBKAUDT')
                           FROM(BAQHAUDT-RECORD)
                           RIDFLD(WS-BIMG-RBA)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - quota audit write to'
                 ' RBKAUDT failed, RESP ' WS-RESP
           END-IF.

           PERFORM XG-MIRROR-KEYED-AUDIT.

       XQ-999.
           EXIT.

      *----------------------------------------------------------------*
      * XF-WRITE-CALL-AUDIT
      *
      * One trail record per BAQEXEC call this task makes, written
      * from X-EXEC with the program, transaction identifier and
      * the staged key title. Appended unchained (zero check value)
      * like the other online writes - a strict chain is impossible
      * across interleaved concurrent tasks - and the verifier
      * counts these records as outside the chains.
      *----------------------------------------------------------------*
       XF-WRITE-CALL-AUDIT SECTION.
       XF-010.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKC' TO BAQHAUDT-PROGRAM.
           MOVE EIBTRNID TO BAQHAUDT-TXID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO BAQHAUDT-USER.
           MOVE EIBTRNID TO BAQHAUDT-OPERATION.
           MOVE WS-AUDIT-KEY-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE WS-CC9 TO BAQHAUDT-COMP-CODE.
           MOVE WS-RC9 TO BAQHAUDT-REASON-CODE.
           MOVE WS-ST9 TO BAQHAUDT-HTTP-STATUS.
           IF BAQ-SUCCESS THEN
              MOVE 'SUCCESS' TO BAQHAUDT-RESULT
           ELSE
              MOVE 'FAILURE' TO BAQHAUDT-RESULT
           END-IF.
           MOVE WS-CORREL-ID TO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           MOVE WS-API-MESSAGE TO BAQHAUDT-MESSAGE.

           MOVE 0 TO WS-BIMG-RBA.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
      * A book the API has just created is registered under its title.
           IF WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK01I01 AND
              BAQ-SUCCESS AND WS-ST9 NOT < 200 AND WS-ST9 < 300 THEN
              MOVE BAQHAUDT-KEY-TITLE TO WS-BKID-TITLE
              PERFORM XBM-REGISTER-NEW-BOOK
              MOVE WS-BKID-ID TO BAQHAUDT-BOOK-ID
           ELSE
              PERFORM XBN-STAMP-AUDIT-BOOK-ID
           END-IF.
           EXEC CICS WRITE FILE('RBKAUDT')
                           FROM(BAQHAUDT-RECORD)
                           RIDFLD(WS-BIMG-RBA)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - per-call audit write to'
                 ' RBKAUDT failed, RESP ' WS-RESP
           END-IF.

           PERFORM XG-MIRROR-KEYED-AUDIT.

      * A create, patch or merge the API accepted counts against the
      * operator's daily update quota - keyed, from a GARB selection
      * or replayed by RESB.
           IF (EIBTRNID = 'CRBK' OR EIBTRNID = 'PRBK' OR
               EIBTRNID = 'MRBK' OR EIBTRNID = 'GARB' OR
               EIBTRNID = 'RESB') AND
              (WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK01I01 OR
               WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK03I01 OR
               WS-API-INFO = ADDRESS OF BAQ-API-INFO-RBK05I01) AND
              BAQ-SUCCESS AND WS-ST9 NOT < 200 AND WS-ST9 < 300 THEN
              MOVE 'U' TO WS-QUOT-CLASS
              PERFORM LB-COUNT-QUOTA-USE
           END-IF.

       XF-999.
           EXIT.

      *----------------------------------------------------------------*
      * XG-MIRROR-KEYED-AUDIT
      *
      * Mirrors the trail record just built in BAQHAUDT-RECORD to
      * the RBKAUDK keyed repository, so the online records answer
      * BAQHAUDQ's keyed path too. A region without the file, or a
      * duplicate key in a busy second, is passed over - the
      * sequential RBKAUDT stays the record of authority.
      *----------------------------------------------------------------*
       XG-MIRROR-KEYED-AUDIT SECTION.
       XG-010.
           MOVE BAQHAUDT-DATE        TO BAQHKAUD-DATE.
           MOVE BAQHAUDT-TIME        TO BAQHKAUD-TIME.
           MOVE BAQHAUDT-CORREL-ID   TO BAQHKAUD-CORREL-ID.
           IF BAQHAUDT-CORREL-ID = SPACES THEN
              COMPUTE WS-KAUD-TASK =
                 FUNCTION MOD(EIBTASKN, 10000000)
              MOVE SPACES TO BAQHKAUD-CORREL-ID
              MOVE WS-KAUD-TASK TO BAQHKAUD-CORREL-ID (1:7)
           END-IF.
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

           EXEC CICS WRITE FILE('RBKAUDK')
                           FROM(BAQHKAUD-RECORD)
                           RIDFLD(BAQHKAUD-KEY)
                           RESP(WS-RESP)
           END-EXEC.

       XG-999.
           EXIT.

      *----------------------------------------------------------------*
      * XBN-STAMP-AUDIT-BOOK-ID
      *
      * The trail record's local book id - that of its key title,
      * 0 when the key is not a title the registry holds.
      *----------------------------------------------------------------*
       XBN-STAMP-AUDIT-BOOK-ID SECTION.
       XBN-010.
           MOVE BAQHAUDT-KEY-TITLE TO WS-BKID-TITLE.
           PERFORM XBL-LOOKUP-BOOK-ID.
           MOVE WS-BKID-ID TO BAQHAUDT-BOOK-ID.

       XBN-999.
           EXIT.

      *----------------------------------------------------------------*
      * XBL-LOOKUP-BOOK-ID
      *
      * WS-BKID-TITLE's id from RBKBKID into WS-BKID-ID, 0 when the
      * title is not registered or the file is not available.
      *----------------------------------------------------------------*
       XBL-LOOKUP-BOOK-ID SECTION.
       XBL-010.
           MOVE 0 TO WS-BKID-ID.
           MOVE 0 TO WS-BKID-FOUND.
           IF WS-BKID-TITLE = SPACES THEN
              GO TO XBL-999
           END-IF.

           MOVE WS-BKID-TITLE TO BAQHBKID-TITLE.
           EXEC CICS READ FILE(WS-CATF-BKID)
                          INTO(BAQHBKID-RECORD)
                          RIDFLD(BAQHBKID-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 1 TO WS-BKID-FOUND
              IF BAQHBKID-BOOK-ID IS NUMERIC THEN
                 MOVE BAQHBKID-BOOK-ID TO WS-BKID-ID
              END-IF
           END-IF.

       XBL-999.
           EXIT.

      *----------------------------------------------------------------*
      * XBM-REGISTER-NEW-BOOK
      *
      * A book has been created under WS-BKID-TITLE. A title already
      * held as CURRENT keeps its id; a new title, or a FORMER one a
      * book was renamed away from - it now names a different book -
      * is given the next id from the control record, read for
      * update so two tasks never issue the same id.
      *----------------------------------------------------------------*
       XBM-REGISTER-NEW-BOOK SECTION.
       XBM-010.
           PERFORM XBL-LOOKUP-BOOK-ID.
           IF WS-BKID-FOUND = 1 AND NOT BAQHBKID-IS-FORMER THEN
              GO TO XBM-999
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL) AND
              WS-RESP NOT = DFHRESP(NOTFND) THEN
              GO TO XBM-999
           END-IF.

           MOVE 0 TO WS-BKID-ID.
           MOVE 0 TO WS-BKID-NEW-ID.
           MOVE WS-BKID-CONTROL TO BAQHBKID-TITLE.
           EXEC CICS READ FILE(WS-CATF-BKID)
                          INTO(BAQHBKID-RECORD)
                          RIDFLD(BAQHBKID-TITLE)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO BAQHBKID-LAST-ID
              MOVE BAQHBKID-LAST-ID TO WS-BKID-NEW-ID
              EXEC CICS REWRITE FILE(WS-CATF-BKID)
                                FROM(BAQHBKID-RECORD)
                                RESP(WS-RESP)
              END-EXEC
           ELSE
              IF WS-RESP = DFHRESP(NOTFND) THEN
                 MOVE SPACES TO BAQHBKID-RECORD
                 MOVE WS-BKID-CONTROL TO BAQHBKID-TITLE
                 MOVE 0 TO BAQHBKID-BOOK-ID
                 MOVE 'CONTROL' TO BAQHBKID-STATE
                 MOVE FUNCTION CURRENT-DATE (1:8)
                    TO BAQHBKID-FIRST-DATE
                 MOVE 'BAQHRBKC' TO BAQHBKID-SOURCE
                 MOVE 1 TO BAQHBKID-LAST-ID
                 MOVE 1 TO WS-BKID-NEW-ID
                 EXEC CICS WRITE FILE(WS-CATF-BKID)
                                 FROM(BAQHBKID-RECORD)
                                 RIDFLD(BAQHBKID-TITLE)
                                 RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - RBKBKID control record'
                 ' not updated, RESP ' WS-RESP ' - no book id issued'
              GO TO XBM-999
           END-IF.

           MOVE WS-BKID-TITLE TO BAQHBKID-TITLE.
           IF WS-BKID-FOUND = 1 THEN
              EXEC CICS READ FILE(WS-CATF-BKID)
                             INTO(BAQHBKID-RECORD)
                             RIDFLD(BAQHBKID-TITLE)
                             UPDATE
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE WS-BKID-NEW-ID TO BAQHBKID-BOOK-ID
                 MOVE 'CURRENT' TO BAQHBKID-STATE
                 MOVE FUNCTION CURRENT-DATE (1:8)
                    TO BAQHBKID-FIRST-DATE
                 MOVE 'BAQHRBKC' TO BAQHBKID-SOURCE
                 MOVE SPACES TO BAQHBKID-RENAME-DATE
                 EXEC CICS REWRITE FILE(WS-CATF-BKID)
                                   FROM(BAQHBKID-RECORD)
                                   RESP(WS-RESP)
                 END-EXEC
              END-IF
           ELSE
              MOVE SPACES TO BAQHBKID-RECORD
              MOVE WS-BKID-TITLE TO BAQHBKID-TITLE
              MOVE WS-BKID-NEW-ID TO BAQHBKID-BOOK-ID
              MOVE 'CURRENT' TO BAQHBKID-STATE
              MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHBKID-FIRST-DATE
              MOVE 'BAQHRBKC' TO BAQHBKID-SOURCE
              MOVE 0 TO BAQHBKID-LAST-ID
              EXEC CICS WRITE FILE(WS-CATF-BKID)
                              FROM(BAQHBKID-RECORD)
                              RIDFLD(BAQHBKID-TITLE)
                              RESP(WS-RESP)
              END-EXEC
           END-IF.

      * Another task registered the title first - its id stands.
           IF WS-RESP = DFHRESP(DUPREC) THEN
              PERFORM XBL-LOOKUP-BOOK-ID
              GO TO XBM-999
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-BKID-NEW-ID TO WS-BKID-ID
           ELSE
              DISPLAY EIBTRNID ' WARNING - RBKBKID write failed,'
                 ' RESP ' WS-RESP
           END-IF.

       XBM-999.
           EXIT.

      *----------------------------------------------------------------*
      * AM-APPROVAL-PAGE
      *
      * Pseudo-conversational RBKA - lists the PENDING four-eyes
      * approval requests on map APPRM and applies the reviewing
      * operator's keyed decision (line number plus A or R). The
      * reviewer must sign on with a different user ID than the
      * requester; the program refuses to let anyone approve their
      * own request. Requests older than WS-APPR-EXPIRE-DAYS age to
      * EXPIRED as the queue is loaded.
      *----------------------------------------------------------------*
       AM-APPROVAL-PAGE SECTION.
       AM-010.
           MOVE 0 TO WS-APPR-SEL.
           MOVE SPACE TO WS-APPR-ACT.
           MOVE SPACES TO WS-APPR-MSG.

           IF EIBCALEN > 0 THEN
              EXEC CICS RECEIVE MAP('APPRM')
                                 MAPSET('BAQHRBKM')
                                 INTO(APPRMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO AM-999
                 WHEN WS-AID-ENTER
                    MOVE ASELFI TO WS-APPR-SEL
                    MOVE AACTFI TO WS-APPR-ACT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM AMA-LOAD-APPROVAL-TABLE.

           IF WS-APPR-SEL > 0 AND
              WS-APPR-SEL NOT > WS-APPR-CNT THEN
              PERFORM AMC-APPLY-DECISION
              PERFORM AMA-LOAD-APPROVAL-TABLE
           END-IF.

           PERFORM AMB-SEND-APPROVAL-PAGE.

       AM-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMA-LOAD-APPROVAL-TABLE
      *
      * Browses RBKAPPR from RBA zero and loads up to ten PENDING
      * requests, ageing anything past the expiry window to EXPIRED
      * on the way past (with an audit record), the same browse
      * shape as AF-LOAD-EXCEPTION-TABLE.
      *----------------------------------------------------------------*
       AMA-LOAD-APPROVAL-TABLE SECTION.
       AMA-010.
           MOVE 0 TO WS-APPR-CNT.
           MOVE 0 TO WS-APPR-RIDFLD.

      * Anything dated before this has expired.
           COMPUTE WS-APPR-CUTOFF-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8)))
              - WS-APPR-EXPIRE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-APPR-CUTOFF-INT)
              TO WS-APPR-CUTOFF.

      * On the business basis the cutoff is that many working days
      * back instead.
           IF WS-APPR-BY-BUSINESS THEN
              IF BAQHBDAY-CAL-STATE = SPACE THEN
                 PERFORM AMD-LOAD-BUSINESS-CALENDAR
              END-IF
              MOVE 'A' TO BAQHBDAY-FUNCTION
              MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHBDAY-DATE-1
              COMPUTE BAQHBDAY-DAYS = 0 - WS-APPR-EXPIRE-DAYS
              CALL 'BAQHBDAY' USING BAQHBDAY-AREA
              IF BAQHBDAY-RC = 0 THEN
                 MOVE BAQHBDAY-RESULT-DATE TO WS-APPR-CUTOFF
              END-IF
           END-IF.

           EXEC CICS STARTBR FILE('RBKAPPR')
                              RIDFLD(WS-APPR-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AMAA-READ-NEXT-APPROVAL UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-APPR-CNT = 10

              EXEC CICS ENDBR FILE('RBKAPPR') END-EXEC
           END-IF.

       AMA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMAA-READ-NEXT-APPROVAL
      *----------------------------------------------------------------*
       AMAA-READ-NEXT-APPROVAL SECTION.
       AMAA-010.
           EXEC CICS READNEXT FILE('RBKAPPR')
                               INTO(BAQHAPPR-RECORD)
                               RIDFLD(WS-APPR-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AMAA-999
           END-IF.

           IF BAQHAPPR-STATUS NOT = 'PENDING' THEN
              GO TO AMAA-999
           END-IF.

      * Age an overdue request to EXPIRED rather than listing it.
           IF BAQHAPPR-DATE < WS-APPR-CUTOFF THEN
              EXEC CICS READ FILE('RBKAPPR')
                             INTO(BAQHAPPR-RECORD)
                             RIDFLD(WS-APPR-RIDFLD)
                             RBA
                             UPDATE
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE 'EXPIRED' TO BAQHAPPR-STATUS
                 EXEC CICS REWRITE FILE('RBKAPPR')
                                   FROM(BAQHAPPR-RECORD)
                                   RESP(WS-RESP)
                 END-EXEC
                 MOVE 'EXPIRED' TO BAQHAUDT-OPERATION
                 PERFORM XC-WRITE-APPROVAL-AUDIT
                 IF BAQHAPPR-OPERATION = 'MSTC' THEN
                    PERFORM AMAB-EXPIRE-PARKED-SELECTION
                 END-IF
              END-IF
              MOVE DFHRESP(NORMAL) TO WS-RESP
              GO TO AMAA-999
           END-IF.

           ADD 1 TO WS-APPR-CNT.
           MOVE WS-APPR-RIDFLD TO WS-APPR-RBA (WS-APPR-CNT).
           MOVE BAQHAPPR-OPERATION TO WS-APPR-OPER (WS-APPR-CNT).
           MOVE BAQHAPPR-REQUESTOR
              TO WS-APPR-REQUESTOR (WS-APPR-CNT).
           MOVE BAQHAPPR-DATE TO WS-APPR-DATE (WS-APPR-CNT).
           MOVE BAQHAPPR-TITLE TO WS-APPR-TITLE (WS-APPR-CNT).
           MOVE BAQHAPPR-REC-COUNT TO WS-APPR-COUNT (WS-APPR-CNT).

       AMAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMAB-EXPIRE-PARKED-SELECTION
      *
      * An MSTC request that ages out takes its parked RBKPCHG
      * changes with it, marked EXPIRED. The approval browse is
      * left positioned where it was.
      *----------------------------------------------------------------*
       AMAB-EXPIRE-PARKED-SELECTION SECTION.
       AMAB-010.
           MOVE 'EXPIRED' TO WS-MSEL-SETTLE.
           MOVE BAQHAPPR-REQUESTOR TO WS-MSEL-ALLOWED.
           MOVE SPACES TO WS-MSEL-STAMP.
           STRING BAQHAPPR-DATE BAQHAPPR-TIME
              DELIMITED BY SIZE INTO WS-MSEL-STAMP.

           PERFORM AMCB-LOAD-PARKED-SELECTION.
           PERFORM AMCAA-MARK-ONE-OUTCOME
              VARYING WS-MSEL-IX FROM 1 BY 1
              UNTIL WS-MSEL-IX > WS-MSEL-CNT.
           PERFORM AMCC-REWRITE-PARKED-CHANGE
              VARYING WS-MSEL-IX FROM 1 BY 1
              UNTIL WS-MSEL-IX > WS-MSEL-CNT.

       AMAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMB-SEND-APPROVAL-PAGE
      *----------------------------------------------------------------*
       AMB-SEND-APPROVAL-PAGE SECTION.
       AMB-010.
           MOVE SPACES TO APPRMO.
           MOVE 'BAQHRBKC - APPROVAL QUEUE' TO ATITL1O.
           STRING '## OPER REQUESTOR DATE     TITLE/FEED'
              DELIMITED BY SIZE INTO AHDGLO.
           IF WS-APPR-BY-BUSINESS THEN
              STRING 'EXPIRY ' WS-APPR-EXPIRE-DAYS ' BUSINESS DAYS'
                 DELIMITED BY SIZE INTO AHDGLO (45:25)
           ELSE
              STRING 'EXPIRY ' WS-APPR-EXPIRE-DAYS ' CALENDAR DAYS'
                 DELIMITED BY SIZE INTO AHDGLO (45:25)
           END-IF.
           MOVE 'Line (1-10) and A=Appr R=Rej:' TO ASELLO.
           MOVE 'PF3=End  ENTER=Apply decision' TO APFKLO.

           PERFORM AMBA-MOVE-ONE-APPR-LINE
              VARYING WS-APPR-LINE-NUM FROM 1 BY 1
              UNTIL WS-APPR-LINE-NUM > 10.

           IF WS-APPR-CNT = 0 AND WS-APPR-MSG = SPACES THEN
              MOVE 'No pending approval requests' TO WS-APPR-MSG
           END-IF.
           MOVE WS-APPR-MSG TO AMSGLO.

           EXEC CICS SEND MAP('APPRM')
                          MAPSET('BAQHRBKM')
                          FROM(APPRMO)
                          ERASE
           END-EXEC.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       AMB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMBA-MOVE-ONE-APPR-LINE
      *----------------------------------------------------------------*
       AMBA-MOVE-ONE-APPR-LINE SECTION.
       AMBA-010.
           MOVE SPACES TO WS-APPR-LINE.

           IF WS-APPR-LINE-NUM NOT > WS-APPR-CNT THEN
              MOVE WS-APPR-LINE-NUM TO WS-APPR-LINE (1:2)
              MOVE WS-APPR-OPER (WS-APPR-LINE-NUM)
                 TO WS-APPR-LINE (4:4)
              MOVE WS-APPR-REQUESTOR (WS-APPR-LINE-NUM)
                 TO WS-APPR-LINE (9:8)
              MOVE WS-APPR-DATE (WS-APPR-LINE-NUM)
                 TO WS-APPR-LINE (19:8)
              MOVE WS-APPR-TITLE (WS-APPR-LINE-NUM) (1:40)
                 TO WS-APPR-LINE (28:40)
              MOVE WS-APPR-COUNT (WS-APPR-LINE-NUM)
                 TO WS-APPR-LINE (69:9)
           END-IF.

           EVALUATE WS-APPR-LINE-NUM
              WHEN 1  MOVE WS-APPR-LINE TO ALIN01O
              WHEN 2  MOVE WS-APPR-LINE TO ALIN02O
              WHEN 3  MOVE WS-APPR-LINE TO ALIN03O
              WHEN 4  MOVE WS-APPR-LINE TO ALIN04O
              WHEN 5  MOVE WS-APPR-LINE TO ALIN05O
              WHEN 6  MOVE WS-APPR-LINE TO ALIN06O
              WHEN 7  MOVE WS-APPR-LINE TO ALIN07O
              WHEN 8  MOVE WS-APPR-LINE TO ALIN08O
              WHEN 9  MOVE WS-APPR-LINE TO ALIN09O
              WHEN 10 MOVE WS-APPR-LINE TO ALIN10O
           END-EVALUATE.

       AMBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMD-LOAD-BUSINESS-CALENDAR
      *
      * Browses the RBKBCAL business-day calendar from RBA zero into
      * the BAQHBDAY request area - site WS-APPR-SITE's entries and
      * the '*ALL' ones, the site's own week pattern beating an
      * '*ALL' one - the online counterpart of the BAQHBCLD load
      * the batch programs call.
      *----------------------------------------------------------------*
       AMD-LOAD-BUSINESS-CALENDAR SECTION.
       AMD-010.
           MOVE WS-APPR-SITE TO BAQHBDAY-SITE.
           MOVE 0 TO BAQHBDAY-CAL-CNT.
           MOVE 'YYYYYNN' TO BAQHBDAY-WEEKDAYS.
           MOVE 0 TO WS-BCAL-OWN-PATTERN.
           MOVE 0 TO WS-BCAL-RIDFLD.
           MOVE 'N' TO BAQHBDAY-CAL-STATE.

           EXEC CICS STARTBR FILE('RBKBCAL')
                              RIDFLD(WS-BCAL-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AMD-999
           END-IF.

           PERFORM AMDA-READ-NEXT-BCAL UNTIL
              WS-RESP NOT EQUAL DFHRESP(NORMAL).

           EXEC CICS ENDBR FILE('RBKBCAL') END-EXEC.

           MOVE 'L' TO BAQHBDAY-CAL-STATE.

       AMD-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMDA-READ-NEXT-BCAL
      *----------------------------------------------------------------*
       AMDA-READ-NEXT-BCAL SECTION.
       AMDA-010.
           EXEC CICS READNEXT FILE('RBKBCAL')
                               INTO(BAQHBCAL-RECORD)
                               RIDFLD(WS-BCAL-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AMDA-999
           END-IF.

           IF BAQHBDAY-SITE NOT = SPACES AND
              BAQHBCAL-SITE = BAQHBDAY-SITE THEN
              MOVE 1 TO WS-BCAL-OWN-ENTRY
           ELSE
              IF BAQHBCAL-SITE = '*ALL' THEN
                 MOVE 0 TO WS-BCAL-OWN-ENTRY
              ELSE
                 GO TO AMDA-999
              END-IF
           END-IF.

           IF BAQHBCAL-PATTERN THEN
              IF WS-BCAL-OWN-ENTRY = 1 OR
                 WS-BCAL-OWN-PATTERN = 0 THEN
                 MOVE BAQHBCAL-WEEKDAYS TO BAQHBDAY-WEEKDAYS
                 INSPECT BAQHBDAY-WEEKDAYS
                    REPLACING ALL SPACE BY 'N'
              END-IF
              IF WS-BCAL-OWN-ENTRY = 1 THEN
                 MOVE 1 TO WS-BCAL-OWN-PATTERN
              END-IF
              GO TO AMDA-999
           END-IF.

           IF NOT BAQHBCAL-HOLIDAY AND NOT BAQHBCAL-SHUTDOWN AND
              NOT BAQHBCAL-WORKED THEN
              GO TO AMDA-999
           END-IF.

           IF BAQHBCAL-FROM-DATE IS NOT NUMERIC OR
              BAQHBDAY-CAL-CNT NOT < BAQHBDAY-CAL-MAX THEN
              GO TO AMDA-999
           END-IF.

           ADD 1 TO BAQHBDAY-CAL-CNT.
           MOVE BAQHBCAL-FROM-DATE
              TO BAQHBDAY-CAL-FROM (BAQHBDAY-CAL-CNT).
           IF BAQHBCAL-TO-DATE IS NUMERIC AND
              BAQHBCAL-TO-DATE NOT < BAQHBCAL-FROM-DATE THEN
              MOVE BAQHBCAL-TO-DATE
                 TO BAQHBDAY-CAL-TO (BAQHBDAY-CAL-CNT)
           ELSE
              MOVE BAQHBCAL-FROM-DATE
                 TO BAQHBDAY-CAL-TO (BAQHBDAY-CAL-CNT)
           END-IF.
           MOVE BAQHBCAL-TYPE TO BAQHBDAY-CAL-TYPE (BAQHBDAY-CAL-CNT).

       AMDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMC-APPLY-DECISION
      *
      * Applies the keyed A/R decision to the selected request:
      * re-reads it for update by RBA, enforces the four-eyes rule
      * (the reviewer's user ID must differ from the requester's),
      * marks it APPROVED or REJECTED with the approver recorded,
      * audits the decision, and executes an approved DRBK on the
      * spot through the existing CF-DELETE-REDBOOK path - and an
      * approved GARB multi-select (MSTC) through the same per-book
      * path GARB applies a small selection with.
      *----------------------------------------------------------------*
       AMC-APPLY-DECISION SECTION.
       AMC-010.
           IF WS-APPR-ACT NOT = 'A' AND WS-APPR-ACT NOT = 'R' THEN
              MOVE 'Key A to approve or R to reject' TO WS-APPR-MSG
              GO TO AMC-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           IF WS-USERID = WS-APPR-REQUESTOR (WS-APPR-SEL) THEN
              MOVE 'Four-eyes rule: you cannot review your own reques
      -         't' TO WS-APPR-MSG
              GO TO AMC-999
           END-IF.

      * A delete is not approved while the title is checked out on
      * RBCO to anyone but the requester; the request stays
      * PENDING for a decision after the check-in.
           IF WS-APPR-ACT = 'A' AND
              WS-APPR-OPER (WS-APPR-SEL) = 'DRBK' THEN
              MOVE WS-APPR-TITLE (WS-APPR-SEL) TO WS-RSRV-CHK-TITLE
              MOVE WS-APPR-REQUESTOR (WS-APPR-SEL) TO WS-RSRV-ALLOWED
              PERFORM GD-CHECK-RESERVATION
              IF WS-RSRV-HIT = 1 THEN
                 STRING 'Not approved - ' WS-RSRV-TEXT
                    DELIMITED BY SIZE INTO WS-APPR-MSG
                 MOVE 'DRBK' TO WS-RSRV-AUD-OPER
                 MOVE 'RESERVED' TO WS-RSRV-AUD-RESULT
                 PERFORM XH-WRITE-RSRV-AUDIT
                 GO TO AMC-999
              END-IF
           END-IF.

           EXEC CICS READ FILE('RBKAPPR')
                          INTO(BAQHAPPR-RECORD)
                          RIDFLD(WS-APPR-RBA (WS-APPR-SEL))
                          RBA
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Request no longer readable' TO WS-APPR-MSG
              GO TO AMC-999
           END-IF.

           IF WS-APPR-ACT = 'A' THEN
              MOVE 'APPROVED' TO BAQHAPPR-STATUS
           ELSE
              MOVE 'REJECTED' TO BAQHAPPR-STATUS
           END-IF.
           MOVE WS-USERID TO BAQHAPPR-APPROVER.

           EXEC CICS REWRITE FILE('RBKAPPR')
                             FROM(BAQHAPPR-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           MOVE BAQHAPPR-STATUS (1:8) TO BAQHAUDT-OPERATION.
           PERFORM XC-WRITE-APPROVAL-AUDIT.

      * A GARB multi-select status change is applied - or stood
      * down - book by book right here.
           IF BAQHAPPR-OPERATION = 'MSTC' THEN
              PERFORM AMCA-SETTLE-QUEUED-SELECTION
              GO TO AMC-999
           END-IF.

      * An approved delete is released to run right now, through
      * the same section a direct DRBK used to reach.
           IF WS-APPR-ACT = 'A' AND
              BAQHAPPR-OPERATION = 'DRBK' THEN
              MOVE SPACES TO WS-TERMINAL-ARGS
              MOVE BAQHAPPR-TITLE (1:75) TO WS-TERMINAL-ARGS
              MOVE BAQHAPPR-TITLE TO WS-AUDIT-KEY-TITLE
              PERFORM B-INIT-TX
              IF WS-RC = OK THEN
                 PERFORM CF-DELETE-REDBOOK
                 PERFORM X-FREE
                 PERFORM X-TERM
              END-IF
              IF WS-RC = OK THEN
                 MOVE 'Delete approved and executed' TO WS-APPR-MSG
              ELSE
                 MOVE 'Delete approved but the call failed - see log'
                    TO WS-APPR-MSG
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN WS-APPR-ACT NOT = 'A'
                    MOVE 'Request rejected' TO WS-APPR-MSG
                 WHEN BAQHAPPR-OPERATION = 'JSUB'
                    MOVE 'Job release approved - submit again on RBSB'
                       TO WS-APPR-MSG
                 WHEN OTHER
                    MOVE 'Bulk run released - rerun the batch job'
                       TO WS-APPR-MSG
              END-EVALUATE
           END-IF.

       AMC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMCA-SETTLE-QUEUED-SELECTION
      *
      * Decides the changes a GARB multi-select request (operation
      * MSTC) parked on RBKPCHG. Approved, each parked book is taken
      * through ABE-APPLY-ONE-STATUS-CHANGE - freeze, hold,
      * reservation (the requester may change what they hold),
      * lifecycle and errata checks as at the terminal - and its
      * entry rewritten APPLIED, REFUSED or FAILED. Rejected, the
      * entries are stood down as REJECTED.
      *----------------------------------------------------------------*
       AMCA-SETTLE-QUEUED-SELECTION SECTION.
       AMCA-010.
           MOVE BAQHAPPR-REQUESTOR TO WS-MSEL-ALLOWED.
           MOVE SPACES TO WS-MSEL-STAMP.
           STRING BAQHAPPR-DATE BAQHAPPR-TIME
              DELIMITED BY SIZE INTO WS-MSEL-STAMP.

           PERFORM AMCB-LOAD-PARKED-SELECTION.
           IF WS-MSEL-CNT = 0 THEN
              MOVE 'Decision recorded - no parked changes were found'
                 TO WS-APPR-MSG
              GO TO AMCA-999
           END-IF.

           IF WS-APPR-ACT = 'R' THEN
              MOVE 'REJECTED' TO WS-MSEL-SETTLE
              PERFORM AMCAA-MARK-ONE-OUTCOME
                 VARYING WS-MSEL-IX FROM 1 BY 1
                 UNTIL WS-MSEL-IX > WS-MSEL-CNT
              PERFORM AMCC-REWRITE-PARKED-CHANGE
                 VARYING WS-MSEL-IX FROM 1 BY 1
                 UNTIL WS-MSEL-IX > WS-MSEL-CNT
              MOVE SPACES TO WS-APPR-MSG
              STRING 'Request rejected - parked status changes'
                 ' stood down'
                 DELIMITED BY SIZE INTO WS-APPR-MSG
              GO TO AMCA-999
           END-IF.

           MOVE 0 TO WS-MSEL-CHANGED.
           PERFORM B-INIT-TX.
           IF WS-RC NOT EQUAL OK THEN
              MOVE 'FAILED' TO WS-MSEL-SETTLE
              PERFORM AMCAA-MARK-ONE-OUTCOME
                 VARYING WS-MSEL-IX FROM 1 BY 1
                 UNTIL WS-MSEL-IX > WS-MSEL-CNT
              PERFORM AMCC-REWRITE-PARKED-CHANGE
                 VARYING WS-MSEL-IX FROM 1 BY 1
                 UNTIL WS-MSEL-IX > WS-MSEL-CNT
              MOVE SPACES TO WS-APPR-MSG
              STRING 'Approved but the connection failed - changes'
                 ' marked FAILED'
                 DELIMITED BY SIZE INTO WS-APPR-MSG
              GO TO AMCA-999
           END-IF.

           PERFORM ABE-APPLY-ONE-STATUS-CHANGE
              VARYING WS-MSEL-IX FROM 1 BY 1
              UNTIL WS-MSEL-IX > WS-MSEL-CNT.
           PERFORM X-TERM.

           PERFORM AMCC-REWRITE-PARKED-CHANGE
              VARYING WS-MSEL-IX FROM 1 BY 1
              UNTIL WS-MSEL-IX > WS-MSEL-CNT.

           MOVE WS-MSEL-CHANGED TO WS-MSEL-CHANGED-ED.
           MOVE WS-MSEL-CNT TO WS-MSEL-CNT-ED.
           MOVE SPACES TO WS-APPR-MSG.
           STRING 'Approved - ' WS-MSEL-CHANGED-ED ' of '
              WS-MSEL-CNT-ED ' books changed to '
              WS-MSEL-NEW-STATUS
              DELIMITED BY SIZE INTO WS-APPR-MSG.

       AMCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMCAA-MARK-ONE-OUTCOME
      *
      * Gives parked book WS-MSEL-IX the outcome in WS-MSEL-SETTLE -
      * REJECTED, EXPIRED, or FAILED when the connection could not
      * be had - for a selection that is not being applied.
      *----------------------------------------------------------------*
       AMCAA-MARK-ONE-OUTCOME SECTION.
       AMCAA-010.
           MOVE WS-MSEL-SETTLE TO WS-MSEL-OUTCOME (WS-MSEL-IX).
           MOVE 0 TO WS-MSEL-HTTP (WS-MSEL-IX).

       AMCAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMCB-LOAD-PARKED-SELECTION
      *
      * Browses RBKPCHG from RBA zero for the APPROVAL entries
      * carrying requester WS-MSEL-ALLOWED and stamp WS-MSEL-STAMP,
      * the same browse shape as AMA-LOAD-APPROVAL-TABLE.
      *----------------------------------------------------------------*
       AMCB-LOAD-PARKED-SELECTION SECTION.
       AMCB-010.
           MOVE 0 TO WS-MSEL-CNT.
           MOVE SPACES TO WS-MSEL-NEW-STATUS.
           MOVE 0 TO WS-PCHG-RIDFLD.

           EXEC CICS STARTBR FILE('RBKPCHG')
                              RIDFLD(WS-PCHG-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AMCBA-READ-NEXT-PARKED UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-MSEL-CNT = 10

              EXEC CICS ENDBR FILE('RBKPCHG') END-EXEC
           END-IF.

       AMCB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMCBA-READ-NEXT-PARKED
      *----------------------------------------------------------------*
       AMCBA-READ-NEXT-PARKED SECTION.
       AMCBA-010.
           EXEC CICS READNEXT FILE('RBKPCHG')
                               INTO(BAQHPCHG-RECORD)
                               RIDFLD(WS-PCHG-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AMCBA-999
           END-IF.

           IF BAQHPCHG-STATUS NOT = 'APPROVAL' OR
              BAQHPCHG-REQUESTER NOT = WS-MSEL-ALLOWED OR
              BAQHPCHG-EFF-DATE NOT = WS-MSEL-STAMP (1:8) OR
              BAQHPCHG-EFF-TIME NOT = WS-MSEL-STAMP (9:6) THEN
              GO TO AMCBA-999
           END-IF.

           ADD 1 TO WS-MSEL-CNT.
           MOVE SPACES TO WS-MSEL-ENTRY (WS-MSEL-CNT).
           MOVE BAQHPCHG-TITLE TO WS-MSEL-TITLE (WS-MSEL-CNT).
           MOVE WS-PCHG-RIDFLD TO WS-MSEL-RBA (WS-MSEL-CNT).
           MOVE 0 TO WS-MSEL-HTTP (WS-MSEL-CNT).
           MOVE BAQHPCHG-VALUE (1:9) TO WS-MSEL-NEW-STATUS.

       AMCBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AMCC-REWRITE-PARKED-CHANGE
      *
      * Re-reads parked entry WS-MSEL-IX for update by its RBA and
      * rewrites it with its outcome, so it is no longer APPROVAL:
      * a change made (or found already made) is APPLIED, one a
      * check stopped is REFUSED, and a rejected or expired request
      * passes its own status on.
      *----------------------------------------------------------------*
       AMCC-REWRITE-PARKED-CHANGE SECTION.
       AMCC-010.
           EXEC CICS READ FILE('RBKPCHG')
                          INTO(BAQHPCHG-RECORD)
                          RIDFLD(WS-MSEL-RBA (WS-MSEL-IX))
                          RBA
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO AMCC-999
           END-IF.

           EVALUATE WS-MSEL-OUTCOME (WS-MSEL-IX)
              WHEN 'CHANGED'
              WHEN 'SAME'
                 MOVE 'APPLIED' TO BAQHPCHG-STATUS
              WHEN 'FAILED'
              WHEN 'REJECTED'
              WHEN 'EXPIRED'
                 MOVE WS-MSEL-OUTCOME (WS-MSEL-IX) TO BAQHPCHG-STATUS
              WHEN OTHER
                 MOVE 'REFUSED' TO BAQHPCHG-STATUS
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHPCHG-APPLIED-DATE.
           MOVE WS-MSEL-HTTP (WS-MSEL-IX) TO BAQHPCHG-HTTP-STATUS.

           EXEC CICS REWRITE FILE('RBKPCHG')
                             FROM(BAQHPCHG-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

       AMCC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AN-QUEUE-DELETE-REQUEST
      *
      * DRBK no longer executes on ENTER - it queues a PENDING
      * four-eyes request carrying the title and the requesting
      * user ID, audits it, and tells the operator where it went.
      *----------------------------------------------------------------*
       AN-QUEUE-DELETE-REQUEST SECTION.
       AN-010.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           MOVE SPACES TO BAQHAPPR-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAPPR-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAPPR-TIME.
           MOVE WS-USERID TO BAQHAPPR-REQUESTOR.
           MOVE 'DRBK' TO BAQHAPPR-OPERATION.
           MOVE WS-TERMINAL-ARGS TO BAQHAPPR-TITLE.
           MOVE BAQHAPPR-TITLE TO WS-BKID-TITLE.
           PERFORM XBL-LOOKUP-BOOK-ID.
           MOVE WS-BKID-ID TO BAQHAPPR-BOOK-ID.
           MOVE 0 TO BAQHAPPR-REC-COUNT.
           MOVE 'PENDING' TO BAQHAPPR-STATUS.

           MOVE 0 TO WS-APPR-RIDFLD.
           EXEC CICS WRITE FILE('RBKAPPR')
                           FROM(BAQHAPPR-RECORD)
                           RIDFLD(WS-APPR-RIDFLD)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'DELREQ' TO BAQHAUDT-OPERATION
              PERFORM XC-WRITE-APPROVAL-AUDIT
              MOVE 'D' TO WS-QUOT-CLASS
              PERFORM LB-COUNT-QUOTA-USE
              STRING EIBTRNID ' delete queued for approval on RBKA: '
                 WS-TERMINAL-ARGS (1:35)
                 DELIMITED BY SIZE
                 INTO WS-DISPLAY-MSG
           ELSE
              MOVE FAILED TO WS-RC
              MOVE WS-RESP TO WS-RESP-ED
              STRING EIBTRNID ' could not queue the request, RESP '
                 WS-RESP-ED
                 DELIMITED BY SIZE
                 INTO WS-DISPLAY-MSG
           END-IF.

           PERFORM X-WRITE-RESPONSE-MSG.

       AN-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-WRITE-APPROVAL-AUDIT
      *
      * One RBKAUDT audit record for an approval-queue state change
      * or an authorization denial. The caller sets BAQHAUDT-
      * OPERATION (DELREQ/APPROVED/REJECTED/EXPIRED/AUTHDENY) and
      * stages the subject in BAQHAPPR-TITLE. RESULT carries the
      * user ID that caused - or was refused by - the change.
      *----------------------------------------------------------------*
       XC-WRITE-APPROVAL-AUDIT SECTION.
       XC-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKC' TO BAQHAUDT-PROGRAM.
           MOVE EIBTRNID TO BAQHAUDT-TXID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO BAQHAUDT-USER.
           MOVE SPACES TO BAQHAUDT-CHANGE-ID.
           MOVE BAQHAPPR-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE 0 TO BAQHAUDT-HTTP-STATUS.
           IF WS-USERID NOT = SPACES THEN
              MOVE WS-USERID TO BAQHAUDT-RESULT
           ELSE
              MOVE SPACES TO BAQHAUDT-RESULT
           END-IF.
           MOVE SPACES TO BAQHAUDT-MESSAGE.

           MOVE 0 TO WS-BIMG-RBA.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           PERFORM XBN-STAMP-AUDIT-BOOK-ID.
           EXEC CICS WRITE FILE('RBKAUDT')
                           FROM(BAQHAUDT-RECORD)
                           RIDFLD(WS-BIMG-RBA)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - approval audit write to'
                 ' RBKAUDT failed, RESP ' WS-RESP
           END-IF.

           PERFORM XG-MIRROR-KEYED-AUDIT.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * AP-FRONT-DOOR-MENU
      *
      * Pseudo-conversational RBKM - the front door every other
      * online application in this shop presents. First entry sends
      * the menu; a keyed choice transfers to that function via
      * RETURN TRANSID, with the menu's catalog and any keyed title
      * parked on the terminal's carry queue for the function's
      * first entry to drain.
      * H ahead of the number shows the function's help screen, and
      * ENTER from help returns to the menu.
      *----------------------------------------------------------------*
       AP-FRONT-DOOR-MENU SECTION.
       AP-010.
           IF EIBCALEN = 0 THEN
              PERFORM APA-SEND-MENU
           END-IF.

           EXEC CICS RECEIVE MAP('MENUM')
                              MAPSET('BAQHRBKM')
                              INTO(MENUMI)
                              NOHANDLE
           END-EXEC.

           IF EIBAID = WS-AID-PF3 THEN
              GO TO AP-999
           END-IF.

      * A MAPFAIL here means the operator is coming back from the
      * help screen - just re-send the menu.
           IF EIBRESP NOT = DFHRESP(NORMAL) THEN
              PERFORM APA-SEND-MENU
           END-IF.

           MOVE MCHOFI TO WS-MENU-CHOICE.

      * H9 shows function 9's help rather than transferring.
           IF WS-MENU-CHOICE (1:1) = 'H' THEN
              MOVE WS-MENU-CHOICE (2:1) TO WS-MENU-HELP-FOR
              PERFORM APB-SEND-HELP
           END-IF.

           MOVE SPACES TO WS-MENU-TXID.
           EVALUATE WS-MENU-CHOICE (1:1)
              WHEN '1' MOVE 'GARB' TO WS-MENU-TXID
              WHEN '2' MOVE 'GRBK' TO WS-MENU-TXID
              WHEN '3' MOVE 'CRBK' TO WS-MENU-TXID
              WHEN '4' MOVE 'PRBK' TO WS-MENU-TXID
              WHEN '5' MOVE 'MRBK' TO WS-MENU-TXID
              WHEN '6' MOVE 'DRBK' TO WS-MENU-TXID
              WHEN '7' MOVE 'RESB' TO WS-MENU-TXID
              WHEN '8' MOVE 'RBKI' TO WS-MENU-TXID
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-MENU-TXID = SPACES THEN
              PERFORM APA-SEND-MENU
           END-IF.

      * A catalog keyed on the menu replaces the one it was showing;
      * an unknown one is refused here, before the function starts.
           IF MCATFI NOT = SPACES AND
              MCATFI NOT = LOW-VALUES THEN
              MOVE 'V' TO BAQHCATQ-FUNCTION
              MOVE MCATFI TO BAQHCATQ-CATALOG
              CALL 'BAQHCATQ' USING BAQHCATQ-AREA
              IF BAQHCATQ-RC NOT = 0 THEN
                 STRING 'CATALOG ' MCATFI ' is not a known catalog'
                    DELIMITED BY SIZE INTO WS-MENU-MSG
                 PERFORM APA-SEND-MENU
              END-IF
              MOVE BAQHCATQ-CATALOG TO WS-CATALOG
              MOVE WS-CATALOG TO CA-CATALOG
           END-IF.

      * Park the catalog and any keyed title for the chosen function
      * to pick up - the function is started without a COMMAREA, as
      * a first entry, so the catalog cannot ride in DFHCOMMAREA.
           MOVE EIBTRMID TO WS-MENU-CARRYQ-TERM.
           EXEC CICS DELETEQ TS QUEUE(WS-MENU-CARRYQ)
                                NOHANDLE
           END-EXEC.
           MOVE SPACES TO WS-MENU-CARRY.
           IF MTITLFI NOT = SPACES AND
              MTITLFI NOT = LOW-VALUES THEN
              MOVE MTITLFI TO WS-MENU-CARRY-TITLE
           END-IF.
           MOVE WS-CATALOG TO WS-MENU-CARRY-CATALOG.
           EXEC CICS WRITEQ TS QUEUE(WS-MENU-CARRYQ)
                               FROM(WS-MENU-CARRY)
                               NOHANDLE
           END-EXEC.

           EXEC CICS RETURN TRANSID(WS-MENU-TXID) END-EXEC.

       AP-999.
           EXIT.

      *----------------------------------------------------------------*
      * APA-SEND-MENU
      *
      * Sends the menu and returns pseudo-conversationally - this
      * section never comes back to its caller.
      *----------------------------------------------------------------*
       APA-SEND-MENU SECTION.
       APA-010.
           MOVE SPACES TO MENUMO.
           MOVE 'BAQHRBKC - REDBOOK MAIN MENU' TO MTITL1O.
           MOVE 'Choice (H9=help for 9):' TO MCHOLO.
           MOVE 'Title to carry along:' TO MTITLLO.
           MOVE 'Catalog:' TO MCATLO.
           MOVE WS-CATALOG TO MCATFO.
           IF WS-MENU-MSG = SPACES THEN
              MOVE 'Key a choice and press ENTER' TO MMSGLO
           ELSE
              MOVE WS-MENU-MSG TO MMSGLO
           END-IF.
           MOVE 'PF3=End  ENTER=Go' TO MPFKLO.

           EXEC CICS SEND MAP('MENUM')
                          MAPSET('BAQHRBKM')
                          FROM(MENUMO)
                          ERASE
           END-EXEC.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       APA-999.
           EXIT.

      *----------------------------------------------------------------*
      * APB-SEND-HELP
      *
      * Sends the help screen for the function in WS-MENU-HELP-FOR
      * and returns pseudo-conversationally to the menu transaction
      * - the next ENTER MAPFAILs on MENUM, which AP-010 treats as
      * "back to the menu".
      *----------------------------------------------------------------*
       APB-SEND-HELP SECTION.
       APB-010.
           MOVE SPACES TO HELPMO.
           MOVE 'BAQHRBKC - FUNCTION HELP' TO HTITL1O.
           MOVE 'ENTER=Back to menu' TO HPFKLO.

           EVALUATE WS-MENU-HELP-FOR
              WHEN '1'
                 MOVE 'GARB - lists the whole catalog a page at a tim
      -            'e.' TO HTXT01O
                 MOVE 'Row 3: Find jumps to a title prefix, St/Au fil
      -            'ter, PS sets page size,' TO HTXT02O
                 MOVE 'Srt sorts by T=title S=status A=author. PF7/PF
      -            '8 page, PF3 ends.' TO HTXT03O
                 STRING 'Mark lines in the left column and key New'
                    ' status to change them all on ENTER.'
                    DELIMITED BY SIZE INTO HTXT04O
                 MOVE WS-MSEL-APPR-LIMIT TO WS-MSEL-LIMIT-ED
                 STRING 'More than ' WS-MSEL-LIMIT-ED
                    ' marked books go to four-eyes approval on RBKA'
                    ' instead.'
                    DELIMITED BY SIZE INTO HTXT05O
                 STRING 'PF4 prints the whole list, every page, on the'
                    ' printer for your location.'
                    DELIMITED BY SIZE INTO HTXT06O
              WHEN '2'
                 MOVE 'GRBK - shows one book. Key the exact title, or
      -            ' FORMNUM=SG24-1234.' TO HTXT01O
                 MOVE 'Repeat lookups inside the cache window answer
      -            'instantly, marked (cached).' TO HTXT02O
              WHEN '3'
                 MOVE 'CRBK - creates a book. Key Title, FormNum, Sta
      -            'tus and Authors.' TO HTXT01O
                 MOVE 'Site edit rules apply - a refused field names
      -            'the rule that fired.' TO HTXT02O
              WHEN '4'
                 MOVE 'PRBK - patches one field. Key Title, Field (ST
      -            'ATUS/FORMNUM/URL), NewValue.' TO HTXT01O
                 MOVE 'Status moves are checked against the lifecycle
      -            ' rules.' TO HTXT02O
              WHEN '5'
                 MOVE 'MRBK - merges one field, same keying as PRBK b
      -            'ut sent as a JSON merge.' TO HTXT01O
              WHEN '6'
                 MOVE 'DRBK - queues a delete for four-eyes approval
      -            'on the RBKA transaction.' TO HTXT01O
                 MOVE 'Nothing is deleted until a second operator app
      -            'roves it.' TO HTXT02O
              WHEN '7'
                 MOVE 'RESB - pages the exception queue. Key a line n
      -            'umber to resubmit it.' TO HTXT01O
              WHEN '8'
                 MOVE 'RBKI - browses the local catalog snapshot, eve
      -            'n with the backend down.' TO HTXT01O
                 MOVE 'The AS OF line shows how old the snapshot is -
      -            ' it is not live data.' TO HTXT02O
                 MOVE 'Key a subject code to list its books only.'
                    TO HTXT03O
              WHEN OTHER
                 MOVE 'No help for that choice - key 1 to 8.'
                    TO HTXT01O
           END-EVALUATE.

           EXEC CICS SEND MAP('HELPM')
                          MAPSET('BAQHRBKM')
                          FROM(HELPMO)
                          ERASE
           END-EXEC.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       APB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AQ-PENDING-CHANGE-SCREEN
      *
      * Pseudo-conversational RBKE - the maintenance screen for the
      * effective-dated pending changes the nightly SCHD operation
      * applies. ENTER with the add fields keyed queues a new
      * PENDING change (with the requesting user recorded); ENTER
      * with them blank just refreshes the waiting list.
      *----------------------------------------------------------------*
       AQ-PENDING-CHANGE-SCREEN SECTION.
       AQ-010.
           MOVE SPACES TO WS-PCHG-MSG.

           IF EIBCALEN > 0 THEN
              EXEC CICS RECEIVE MAP('PCHGM')
                                 MAPSET('BAQHRBKM')
                                 INTO(PCHGMI)
                                 NOHANDLE
              END-EXEC

              IF EIBAID = WS-AID-PF3 THEN
                 GO TO AQ-999
              END-IF

              IF ETITLFI NOT = SPACES AND
                 ETITLFI NOT = LOW-VALUES THEN
                 PERFORM AQA-QUEUE-ONE-CHANGE
              END-IF
           END-IF.

           PERFORM AQB-SEND-PENDING-LIST.

       AQ-999.
           EXIT.

      *----------------------------------------------------------------*
      * AQA-QUEUE-ONE-CHANGE
      *
      * Edits the keyed change (field name, value, a plausible
      * date/time) and appends it PENDING, audited with the
      * requesting user ID.
      *----------------------------------------------------------------*
       AQA-QUEUE-ONE-CHANGE SECTION.
       AQA-010.
           IF EFLDFI = SPACES OR EFLDFI = LOW-VALUES OR
              EVALFI = SPACES OR EVALFI = LOW-VALUES THEN
              MOVE 'Field and Value are both needed' TO WS-PCHG-MSG
              GO TO AQA-999
           END-IF.

           IF EDATFI NOT NUMERIC THEN
              MOVE 'Effective date must be YYYYMMDD' TO WS-PCHG-MSG
              GO TO AQA-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           MOVE SPACES TO BAQHPCHG-RECORD.
           MOVE ETITLFI TO BAQHPCHG-TITLE.
           MOVE EFLDFI TO BAQHPCHG-FIELD.
           MOVE EVALFI TO BAQHPCHG-VALUE.
           MOVE EDATFI TO BAQHPCHG-EFF-DATE.
           IF ETIMFI IS NUMERIC THEN
              MOVE ETIMFI TO BAQHPCHG-EFF-TIME
           ELSE
              MOVE '000100' TO BAQHPCHG-EFF-TIME
           END-IF.
           MOVE WS-USERID TO BAQHPCHG-REQUESTER.
           MOVE 'PENDING' TO BAQHPCHG-STATUS.
           MOVE 0 TO BAQHPCHG-HTTP-STATUS.

           MOVE 0 TO WS-PCHG-RIDFLD.
           EXEC CICS WRITE FILE('RBKPCHG')
                           FROM(BAQHPCHG-RECORD)
                           RIDFLD(WS-PCHG-RIDFLD)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Change queued for the nightly scheduler'
                 TO WS-PCHG-MSG
              MOVE BAQHPCHG-TITLE TO BAQHAPPR-TITLE
              MOVE 'PCHGREQ' TO BAQHAUDT-OPERATION
              PERFORM XC-WRITE-APPROVAL-AUDIT
           ELSE
              MOVE 'Could not queue the change - see log'
                 TO WS-PCHG-MSG
           END-IF.

       AQA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AQB-SEND-PENDING-LIST
      *----------------------------------------------------------------*
       AQB-SEND-PENDING-LIST SECTION.
       AQB-010.
           MOVE SPACES TO PCHGMO.
           MOVE 'BAQHRBKC - EFFECTIVE-DATED CHANGES' TO ETITL1O.
           MOVE 'Title' TO ETITLLO.
           MOVE 'Field' TO EFLDLO.
           MOVE 'Value' TO EVALLO.
           MOVE 'Eff YYYYMMDD:' TO EDATLO.
           MOVE 'HHMMSS:' TO ETIMLO.
           STRING 'WAITING: EFFDATE  TIME   FIELD      TITLE'
              DELIMITED BY SIZE INTO EHDGLO.
           MOVE 'PF3=End  ENTER=Queue change / refresh list'
              TO EPFKLO.
           MOVE WS-PCHG-MSG TO EMSGLO.

           MOVE 0 TO WS-PCHG-LINE-NUM.
           MOVE 0 TO WS-PCHG-RIDFLD.

           EXEC CICS STARTBR FILE('RBKPCHG')
                              RIDFLD(WS-PCHG-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM AQBA-LIST-ONE-PENDING UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-PCHG-LINE-NUM = 8

              EXEC CICS ENDBR FILE('RBKPCHG') END-EXEC
           END-IF.

           EXEC CICS SEND MAP('PCHGM')
                          MAPSET('BAQHRBKM')
                          FROM(PCHGMO)
                          ERASE
           END-EXEC.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       AQB-999.
           EXIT.

      *----------------------------------------------------------------*
      * AQBA-LIST-ONE-PENDING
      *----------------------------------------------------------------*
       AQBA-LIST-ONE-PENDING SECTION.
       AQBA-010.
           EXEC CICS READNEXT FILE('RBKPCHG')
                               INTO(BAQHPCHG-RECORD)
                               RIDFLD(WS-PCHG-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              BAQHPCHG-STATUS NOT = 'PENDING' THEN
              GO TO AQBA-999
           END-IF.

           ADD 1 TO WS-PCHG-LINE-NUM.
           MOVE SPACES TO WS-PCHG-LINE.
           MOVE BAQHPCHG-EFF-DATE TO WS-PCHG-LINE (10:8).
           MOVE BAQHPCHG-EFF-TIME TO WS-PCHG-LINE (19:6).
           MOVE BAQHPCHG-FIELD TO WS-PCHG-LINE (26:10).
           MOVE BAQHPCHG-TITLE (1:40) TO WS-PCHG-LINE (37:40).

           EVALUATE WS-PCHG-LINE-NUM
              WHEN 1 MOVE WS-PCHG-LINE TO ELIN01O
              WHEN 2 MOVE WS-PCHG-LINE TO ELIN02O
              WHEN 3 MOVE WS-PCHG-LINE TO ELIN03O
              WHEN 4 MOVE WS-PCHG-LINE TO ELIN04O
              WHEN 5 MOVE WS-PCHG-LINE TO ELIN05O
              WHEN 6 MOVE WS-PCHG-LINE TO ELIN06O
              WHEN 7 MOVE WS-PCHG-LINE TO ELIN07O
              WHEN 8 MOVE WS-PCHG-LINE TO ELIN08O
           END-EVALUATE.

       AQBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * AR-AUTHOR-MAINT-SCREEN
      *
      * Pseudo-conversational RBAM - browse/add/change/delete for
      * the RBKAMST author master, with duplicate detection on add
      * and a change-log record per alteration.
      *----------------------------------------------------------------*
       AR-AUTHOR-MAINT-SCREEN SECTION.
       AR-010.
           MOVE SPACES TO WS-AMST-MSG.
           MOVE 0 TO WS-AMST-SEL.
           MOVE SPACE TO WS-AMST-ACT.

           IF EIBCALEN > 0 THEN
              EXEC CICS RECEIVE MAP('AMSTM')
                                 MAPSET('BAQHRBKM')
                                 INTO(AMSTMI)
                                 NOHANDLE
              END-EXEC

              IF EIBAID = WS-AID-PF3 THEN
                 GO TO AR-999
              END-IF

              MOVE MACTFI TO WS-AMST-ACT
              MOVE MSELFI TO WS-AMST-SEL
              MOVE MFNFI TO WS-AMST-NEW-FN
              MOVE MLNFI TO WS-AMST-NEW-LN

      * The current page's RBAs are rebuilt below before a change
      * or delete uses the selected line, so the apply happens
      * against a freshly read row.
              PERFORM ARA-LOAD-AUTHOR-PAGE
              EVALUATE WS-AMST-ACT
                 WHEN 'A'
                    PERFORM ARB-ADD-AUTHOR
                 WHEN 'C'
                    PERFORM ARC-CHANGE-AUTHOR
                 WHEN 'D'
                    PERFORM ARD-DELETE-AUTHOR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM ARA-LOAD-AUTHOR-PAGE.
           PERFORM ARE-SEND-AUTHOR-PAGE.

       AR-999.
           EXIT.

      *----------------------------------------------------------------*
      * ARA-LOAD-AUTHOR-PAGE
      *
      * Browses RBKAMST from the top, loading up to ten live (not
      * logically deleted) authors onto the page table and map
      * lines.
      *----------------------------------------------------------------*
       ARA-LOAD-AUTHOR-PAGE SECTION.
       ARA-010.
           MOVE 0 TO WS-AMST-CNT.
           MOVE 0 TO WS-AMST-RIDFLD.
           MOVE SPACES TO MLIN01O MLIN02O MLIN03O MLIN04O MLIN05O
                          MLIN06O MLIN07O MLIN08O MLIN09O MLIN10O.

           EXEC CICS STARTBR FILE('RBKAMST')
                              RIDFLD(WS-AMST-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM ARAA-READ-NEXT-AUTHOR UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-AMST-CNT = 10

              EXEC CICS ENDBR FILE('RBKAMST') END-EXEC
           END-IF.

       ARA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ARAA-READ-NEXT-AUTHOR
      *----------------------------------------------------------------*
       ARAA-READ-NEXT-AUTHOR SECTION.
       ARAA-010.
           EXEC CICS READNEXT FILE('RBKAMST')
                               INTO(BAQHAMST-RECORD)
                               RIDFLD(WS-AMST-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              BAQHAMST-FIRST-NAME (1:1) = '*' THEN
              GO TO ARAA-999
           END-IF.

           ADD 1 TO WS-AMST-CNT.
           MOVE WS-AMST-RIDFLD TO WS-AMST-RBA (WS-AMST-CNT).

           MOVE SPACES TO WS-AMST-LINE.
           MOVE WS-AMST-CNT TO WS-AMST-LINE (1:2).
           MOVE BAQHAMST-FIRST-NAME TO WS-AMST-LINE (4:36).
           MOVE BAQHAMST-LAST-NAME TO WS-AMST-LINE (41:36).

           EVALUATE WS-AMST-CNT
              WHEN 1  MOVE WS-AMST-LINE TO MLIN01O
              WHEN 2  MOVE WS-AMST-LINE TO MLIN02O
              WHEN 3  MOVE WS-AMST-LINE TO MLIN03O
              WHEN 4  MOVE WS-AMST-LINE TO MLIN04O
              WHEN 5  MOVE WS-AMST-LINE TO MLIN05O
              WHEN 6  MOVE WS-AMST-LINE TO MLIN06O
              WHEN 7  MOVE WS-AMST-LINE TO MLIN07O
              WHEN 8  MOVE WS-AMST-LINE TO MLIN08O
              WHEN 9  MOVE WS-AMST-LINE TO MLIN09O
              WHEN 10 MOVE WS-AMST-LINE TO MLIN10O
           END-EVALUATE.

       ARAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ARB-ADD-AUTHOR
      *----------------------------------------------------------------*
       ARB-ADD-AUTHOR SECTION.
       ARB-010.
           IF WS-AMST-NEW-FN = SPACES OR
              WS-AMST-NEW-FN = LOW-VALUES OR
              WS-AMST-NEW-LN = SPACES OR
              WS-AMST-NEW-LN = LOW-VALUES THEN
              MOVE 'Both names are needed to add' TO WS-AMST-MSG
              GO TO ARB-999
           END-IF.

      * Duplicate detection: the whole file is browsed, not just
      * the visible page.
           PERFORM ARF-CHECK-DUPLICATE.
           IF WS-AMST-DUP = 1 THEN
              MOVE 'That author is already on the master'
                 TO WS-AMST-MSG
              GO TO ARB-999
           END-IF.

           MOVE SPACES TO BAQHAMST-RECORD.
           MOVE WS-AMST-NEW-FN TO BAQHAMST-FIRST-NAME.
           MOVE WS-AMST-NEW-LN TO BAQHAMST-LAST-NAME.

           MOVE 0 TO WS-AMST-RIDFLD.
           EXEC CICS WRITE FILE('RBKAMST')
                           FROM(BAQHAMST-RECORD)
                           RIDFLD(WS-AMST-RIDFLD)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Author added' TO WS-AMST-MSG
              MOVE 'ADD' TO WS-AMLG-ACTION
              PERFORM ARG-WRITE-CHANGE-LOG
           ELSE
              MOVE 'Add failed - see log' TO WS-AMST-MSG
           END-IF.

       ARB-999.
           EXIT.

      *----------------------------------------------------------------*
      * ARC-CHANGE-AUTHOR
      *----------------------------------------------------------------*
       ARC-CHANGE-AUTHOR SECTION.
       ARC-010.
           IF WS-AMST-SEL = 0 OR WS-AMST-SEL > WS-AMST-CNT THEN
              MOVE 'Key the line number to change' TO WS-AMST-MSG
              GO TO ARC-999
           END-IF.

           IF WS-AMST-NEW-FN = SPACES OR
              WS-AMST-NEW-LN = SPACES THEN
              MOVE 'Key the corrected names' TO WS-AMST-MSG
              GO TO ARC-999
           END-IF.

           EXEC CICS READ FILE('RBKAMST')
                          INTO(BAQHAMST-RECORD)
                          RIDFLD(WS-AMST-RBA (WS-AMST-SEL))
                          RBA
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Row no longer readable' TO WS-AMST-MSG
              GO TO ARC-999
           END-IF.

           MOVE WS-AMST-NEW-FN TO BAQHAMST-FIRST-NAME.
           MOVE WS-AMST-NEW-LN TO BAQHAMST-LAST-NAME.

           EXEC CICS REWRITE FILE('RBKAMST')
                             FROM(BAQHAMST-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Author changed' TO WS-AMST-MSG
              MOVE 'CHANGE' TO WS-AMLG-ACTION
              PERFORM ARG-WRITE-CHANGE-LOG
           ELSE
              MOVE 'Change failed - see log' TO WS-AMST-MSG
           END-IF.

       ARC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ARD-DELETE-AUTHOR
      *
      * RBKAMST is an ESDS, which cannot physically delete - the
      * record is marked with '*' and skipped by every reader,
      * online and batch.
      *----------------------------------------------------------------*
       ARD-DELETE-AUTHOR SECTION.
       ARD-010.
           IF WS-AMST-SEL = 0 OR WS-AMST-SEL > WS-AMST-CNT THEN
              MOVE 'Key the line number to delete' TO WS-AMST-MSG
              GO TO ARD-999
           END-IF.

           EXEC CICS READ FILE('RBKAMST')
                          INTO(BAQHAMST-RECORD)
                          RIDFLD(WS-AMST-RBA (WS-AMST-SEL))
                          RBA
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Row no longer readable' TO WS-AMST-MSG
              GO TO ARD-999
           END-IF.

           MOVE BAQHAMST-FIRST-NAME TO WS-AMST-NEW-FN.
           MOVE BAQHAMST-LAST-NAME TO WS-AMST-NEW-LN.
           MOVE '*' TO BAQHAMST-FIRST-NAME (1:1).

           EXEC CICS REWRITE FILE('RBKAMST')
                             FROM(BAQHAMST-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Author deleted' TO WS-AMST-MSG
              MOVE 'DELETE' TO WS-AMLG-ACTION
              PERFORM ARG-WRITE-CHANGE-LOG
           ELSE
              MOVE 'Delete failed - see log' TO WS-AMST-MSG
           END-IF.

       ARD-999.
           EXIT.

      *----------------------------------------------------------------*
      * ARE-SEND-AUTHOR-PAGE
      *----------------------------------------------------------------*
       ARE-SEND-AUTHOR-PAGE SECTION.
       ARE-010.
           MOVE 'BAQHRBKC - AUTHOR MASTER (RBAM)' TO MTITL2O.
           MOVE 'FirstName' TO MFNLO.
           MOVE 'LastName' TO MLNLO.
           MOVE 'Action A=Add C=Chg D=Del:' TO MACTLO.
           MOVE 'Line (1-10):' TO MSELLO.
           STRING '## FIRST NAME                           LAST NAME'
              DELIMITED BY SIZE INTO MHDGLO.
           MOVE 'PF3=End  ENTER=Apply / refresh' TO MAPFKLO.
           MOVE WS-AMST-MSG TO MAMSGLO.

           EXEC CICS SEND MAP('AMSTM')
                          MAPSET('BAQHRBKM')
                          FROM(AMSTMO)
                          ERASE
           END-EXEC.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       ARE-999.
           EXIT.

      *----------------------------------------------------------------*
      * ARF-CHECK-DUPLICATE
      *----------------------------------------------------------------*
       ARF-CHECK-DUPLICATE SECTION.
       ARF-010.
           MOVE 0 TO WS-AMST-DUP.
           MOVE 0 TO WS-AMST-RIDFLD.

           EXEC CICS STARTBR FILE('RBKAMST')
                              RIDFLD(WS-AMST-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM ARFA-CHECK-ONE-FOR-DUP UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-AMST-DUP = 1

              EXEC CICS ENDBR FILE('RBKAMST') END-EXEC
           END-IF.

       ARF-999.
           EXIT.

      *----------------------------------------------------------------*
      * ARFA-CHECK-ONE-FOR-DUP
      *----------------------------------------------------------------*
       ARFA-CHECK-ONE-FOR-DUP SECTION.
       ARFA-010.
           EXEC CICS READNEXT FILE('RBKAMST')
                               INTO(BAQHAMST-RECORD)
                               RIDFLD(WS-AMST-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              BAQHAMST-FIRST-NAME = WS-AMST-NEW-FN AND
              BAQHAMST-LAST-NAME = WS-AMST-NEW-LN THEN
              MOVE 1 TO WS-AMST-DUP
           END-IF.

       ARFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * ARG-WRITE-CHANGE-LOG
      *
      * Who altered which author entry, when - one RBKAMLG record
      * per applied change.
      *----------------------------------------------------------------*
       ARG-WRITE-CHANGE-LOG SECTION.
       ARG-010.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AMLG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-AMLG-TIME.
           MOVE WS-USERID TO WS-AMLG-USER.
           MOVE WS-AMST-NEW-FN TO WS-AMLG-FIRST.
           MOVE WS-AMST-NEW-LN TO WS-AMLG-LAST.

           MOVE 0 TO WS-AMLG-RBA.
           EXEC CICS WRITE FILE('RBKAMLG')
                           FROM(WS-AMLG-REC)
                           RIDFLD(WS-AMLG-RBA)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - author change-log write'
                 ' failed, RESP ' WS-RESP
           END-IF.

       ARG-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-ERRATA-REGISTER
      *
      * Pseudo-conversational RBER - the errata register, one book's
      * RBKERRA errata at a time. The operator keys a form number
      * and pages through the book's errata in id order. Action L
      * logs a new erratum from the entry fields, OPEN as of today;
      * S shows a line's erratum in full in the entry fields; U
      * applies the entry fields keyed to a line's erratum, a new
      * state dispositioning it. Every logged or updated erratum
      * carries the user and date of its last change.
      *----------------------------------------------------------------*
       EA-ERRATA-REGISTER SECTION.
       EA-010.
           MOVE SPACES TO WS-ERRA-FORM.
           MOVE 1 TO WS-ERRA-START-ID.
           MOVE 0 TO WS-ERRA-SEL.
           MOVE SPACE TO WS-ERRA-ACT.
           MOVE SPACES TO WS-ERRA-MSG.
           MOVE SPACES TO WS-ERRA-IN-SEV WS-ERRA-IN-STATE
                          WS-ERRA-IN-FIXED WS-ERRA-IN-PAGE
                          WS-ERRA-IN-DESC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ERRA-TODAY.

           IF EIBCALEN > 0 THEN
              MOVE CA-ERRA-FORM TO WS-ERRA-FORM
              MOVE CA-ERRA-PAGE-ID TO WS-ERRA-START-ID

              EXEC CICS RECEIVE MAP('ERRAM')
                                 MAPSET('BAQHRBKM')
                                 INTO(ERRAMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO EA-999
                 WHEN WS-AID-PF7
                    MOVE 1 TO WS-ERRA-START-ID
                 WHEN WS-AID-PF8
                    MOVE CA-ERRA-NEXT-ID TO WS-ERRA-START-ID
                 WHEN WS-AID-ENTER
                    IF VFRMFI NOT EQUAL SPACES AND
                       VFRMFI NOT EQUAL LOW-VALUES AND
                       VFRMFI NOT EQUAL WS-ERRA-FORM THEN
                       MOVE VFRMFI TO WS-ERRA-FORM
                       MOVE 1 TO WS-ERRA-START-ID
                    ELSE
                       PERFORM EAC-TAKE-ENTRY-FIELDS
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           EVALUATE WS-ERRA-ACT
              WHEN 'L'
                 PERFORM EB-LOG-ERRATUM
              WHEN 'S'
                 PERFORM ED-SHOW-ERRATUM
              WHEN 'U'
                 PERFORM EC-UPDATE-ERRATUM
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE 'Action must be L, S or U' TO WS-ERRA-MSG
           END-EVALUATE.

           PERFORM EAA-BUILD-ERRA-PAGE.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-BUILD-ERRA-PAGE
      *
      * Shows the book's title and catalog status, browses up to ten
      * errata from WS-ERRA-START-ID on to map ERRAM, sends the map
      * and returns pseudo-conversationally with the form number,
      * this page's first id, the next page's and each line's id in
      * DFHCOMMAREA.
      *----------------------------------------------------------------*
       EAA-BUILD-ERRA-PAGE SECTION.
       EAA-010.
           MOVE SPACES TO ERRAMO.
           MOVE 'BAQHRBKC - ERRATA REGISTER (RBER)' TO VTITL1O.
           MOVE 'Form number' TO VFRMLO.
           MOVE 'LN  ID   SEV    STATE    REPORTED PAGE/SECTION   DESCRI
      -        'PTION' TO VHDGLO.
           MOVE 'Action L=Log S=Show U=Update:' TO VACTLO.
           MOVE 'Line (1-10):' TO VSELLO.
           MOVE 'Severity' TO VSEVLO.
           MOVE 'State' TO VSTALO.
           MOVE 'Fixed in' TO VFIXLO.
           MOVE 'Page/section' TO VPAGLO.
           MOVE 'Description' TO VDSCLO.
           MOVE 'PF3=End  PF7=First errata  PF8=Forward  ENTER=Apply'
              TO VPFKLO.

           MOVE WS-ERRA-IN-SEV TO VSEVFO.
           MOVE WS-ERRA-IN-STATE TO VSTAFO.
           MOVE WS-ERRA-IN-FIXED TO VFIXFO.
           MOVE WS-ERRA-IN-PAGE TO VPAGFO.
           MOVE WS-ERRA-IN-DESC TO VDSCFO.

           INITIALIZE CA-ERRA-LINES.
           MOVE 0 TO WS-ERRA-LINE-CNT.
           MOVE WS-ERRA-START-ID TO CA-ERRA-NEXT-ID.

           IF WS-ERRA-FORM = SPACES OR
              WS-ERRA-FORM = LOW-VALUES THEN
              MOVE 'Key a form number and ENTER' TO VMSGLO
              GO TO EAA-020
           END-IF.

           MOVE WS-ERRA-FORM TO VFRMFO.

           MOVE 'Not in the catalog' TO VBOOKO.
           MOVE WS-ERRA-FORM TO BAQHFNXR-FORM-NUMBER.
           EXEC CICS READ FILE(WS-CATF-FNXR)
                          INTO(BAQHFNXR-RECORD)
                          RIDFLD(BAQHFNXR-FORM-NUMBER)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE SPACES TO VBOOKO
              MOVE BAQHFNXR-TITLE (1:68) TO VBOOKO
              MOVE BAQHFNXR-TITLE TO BAQHKCAT-TITLE
              EXEC CICS READ FILE(WS-CATF-CAT)
                             INTO(BAQHKCAT-RECORD)
                             RIDFLD(BAQHKCAT-TITLE)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE BAQHKCAT-STATUS TO VBOOKO (70:9)
              END-IF
           END-IF.

           MOVE 'N' TO WS-ERRA-EOF-SW.
           MOVE WS-ERRA-FORM TO BAQHERRA-FORM-NUMBER.
           MOVE WS-ERRA-START-ID TO BAQHERRA-ID.

           EXEC CICS STARTBR FILE('RBKERRA')
                              RIDFLD(BAQHERRA-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM EAB-READ-NEXT-ERRA-REC
                 UNTIL WS-ERRA-EOF-SW EQUAL 'Y'
                    OR WS-ERRA-LINE-CNT = 10
              EXEC CICS ENDBR FILE('RBKERRA') END-EXEC
           END-IF.

           IF WS-ERRA-LINE-CNT = 0 THEN
              IF WS-ERRA-START-ID > 1 THEN
                 MOVE 'No more errata - PF7 for the first' TO VMSGLO
              ELSE
                 MOVE 'No errata logged for this book - L to log one'
                    TO VMSGLO
              END-IF
              GO TO EAA-020
           END-IF.

      * PF8 carries on one past the last erratum shown.
           IF WS-ERRA-LAST-ID < 9999 THEN
              COMPUTE CA-ERRA-NEXT-ID = WS-ERRA-LAST-ID + 1
           ELSE
              MOVE WS-ERRA-LAST-ID TO CA-ERRA-NEXT-ID
           END-IF.

           IF WS-ERRA-EOF-SW EQUAL 'Y' THEN
              MOVE 'End of errata - L to log, S or U with a line'
                 TO VMSGLO
           ELSE
              MOVE 'L to log, S or U with a line, or PF8 for more'
                 TO VMSGLO
           END-IF.

       EAA-020.
           IF WS-ERRA-MSG NOT = SPACES THEN
              MOVE WS-ERRA-MSG TO VMSGLO
           END-IF.

           EXEC CICS SEND MAP('ERRAM')
                          MAPSET('BAQHRBKM')
                          FROM(ERRAMO)
                          ERASE
           END-EXEC.

           MOVE WS-ERRA-FORM TO CA-ERRA-FORM.
           MOVE WS-ERRA-START-ID TO CA-ERRA-PAGE-ID.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       EAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAB-READ-NEXT-ERRA-REC
      *
      * Reads the next erratum of EAA's browse on to the next free
      * ERRAM list line. Leaving the book's key range ends the page
      * the same as end of file.
      *----------------------------------------------------------------*
       EAB-READ-NEXT-ERRA-REC SECTION.
       EAB-010.
           EXEC CICS READNEXT FILE('RBKERRA')
                               INTO(BAQHERRA-RECORD)
                               RIDFLD(BAQHERRA-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-ERRA-EOF-SW
              GO TO EAB-999
           END-IF.

           IF BAQHERRA-FORM-NUMBER NOT = WS-ERRA-FORM THEN
              MOVE 'Y' TO WS-ERRA-EOF-SW
              GO TO EAB-999
           END-IF.

           ADD 1 TO WS-ERRA-LINE-CNT.
           MOVE BAQHERRA-ID TO WS-ERRA-LAST-ID.
           MOVE BAQHERRA-ID TO CA-ERRA-LINE-ID (WS-ERRA-LINE-CNT).

           MOVE SPACES TO WS-ERRA-LINE.
           MOVE WS-ERRA-LINE-CNT TO WS-ERRA-LINE-NO.
           MOVE WS-ERRA-LINE-NO       TO WS-ERRA-LINE (1:2).
           MOVE BAQHERRA-ID           TO WS-ERRA-LINE (5:4).
           MOVE BAQHERRA-SEVERITY     TO WS-ERRA-LINE (10:6).
           MOVE BAQHERRA-STATE        TO WS-ERRA-LINE (17:8).
           MOVE BAQHERRA-REPORTED     TO WS-ERRA-LINE (26:8).
           MOVE BAQHERRA-PAGE-SECT    TO WS-ERRA-LINE (35:14).
           MOVE BAQHERRA-DESC         TO WS-ERRA-LINE (50:29).

           EVALUATE WS-ERRA-LINE-CNT
              WHEN 1  MOVE WS-ERRA-LINE TO VLIN01O
              WHEN 2  MOVE WS-ERRA-LINE TO VLIN02O
              WHEN 3  MOVE WS-ERRA-LINE TO VLIN03O
              WHEN 4  MOVE WS-ERRA-LINE TO VLIN04O
              WHEN 5  MOVE WS-ERRA-LINE TO VLIN05O
              WHEN 6  MOVE WS-ERRA-LINE TO VLIN06O
              WHEN 7  MOVE WS-ERRA-LINE TO VLIN07O
              WHEN 8  MOVE WS-ERRA-LINE TO VLIN08O
              WHEN 9  MOVE WS-ERRA-LINE TO VLIN09O
              WHEN 10 MOVE WS-ERRA-LINE TO VLIN10O
           END-EVALUATE.

       EAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAC-TAKE-ENTRY-FIELDS
      *
      * Picks up the action, line number and entry fields as keyed;
      * a field the operator did not touch comes back as low-values
      * and is taken as blank.
      *----------------------------------------------------------------*
       EAC-TAKE-ENTRY-FIELDS SECTION.
       EAC-010.
           MOVE VACTFI TO WS-ERRA-ACT.
           IF VSELFI IS NUMERIC THEN
              MOVE VSELFI TO WS-ERRA-SEL
           END-IF.
           MOVE VSEVFI TO WS-ERRA-IN-SEV.
           MOVE VSTAFI TO WS-ERRA-IN-STATE.
           MOVE VFIXFI TO WS-ERRA-IN-FIXED.
           MOVE VPAGFI TO WS-ERRA-IN-PAGE.
           MOVE VDSCFI TO WS-ERRA-IN-DESC.

           INSPECT WS-ERRA-ACT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ERRA-IN-SEV REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ERRA-IN-STATE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ERRA-IN-FIXED REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ERRA-IN-PAGE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ERRA-IN-DESC REPLACING ALL LOW-VALUE BY SPACE.

       EAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-LOG-ERRATUM
      *
      * Logs a new erratum against the book on the page, OPEN as of
      * today, under the next free id for its form number.
      *----------------------------------------------------------------*
       EB-LOG-ERRATUM SECTION.
       EB-010.
           IF WS-ERRA-FORM = SPACES OR
              WS-ERRA-FORM = LOW-VALUES THEN
              MOVE 'Key the book''s form number first' TO WS-ERRA-MSG
              GO TO EB-999
           END-IF.

           IF WS-ERRA-IN-DESC = SPACES THEN
              MOVE 'A description is needed to log an erratum'
                 TO WS-ERRA-MSG
              GO TO EB-999
           END-IF.

           IF WS-ERRA-IN-SEV NOT = 'HIGH' AND
              WS-ERRA-IN-SEV NOT = 'MEDIUM' AND
              WS-ERRA-IN-SEV NOT = 'LOW' THEN
              MOVE 'Severity must be HIGH, MEDIUM or LOW'
                 TO WS-ERRA-MSG
              GO TO EB-999
           END-IF.

           IF WS-ERRA-IN-STATE NOT = SPACES AND
              WS-ERRA-IN-STATE NOT = 'OPEN' THEN
              MOVE 'A new erratum is logged OPEN - U to disposition it'
                 TO WS-ERRA-MSG
              GO TO EB-999
           END-IF.

           MOVE WS-ERRA-FORM TO BAQHFNXR-FORM-NUMBER.
           EXEC CICS READ FILE(WS-CATF-FNXR)
                          INTO(BAQHFNXR-RECORD)
                          RIDFLD(BAQHFNXR-FORM-NUMBER)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Form number is not in the catalog' TO WS-ERRA-MSG
              GO TO EB-999
           END-IF.

      * The next id is one past the book's highest.
           MOVE 0 TO WS-ERRA-LAST-ID.
           MOVE 'N' TO WS-ERRA-EOF-SW.
           MOVE WS-ERRA-FORM TO BAQHERRA-FORM-NUMBER.
           MOVE 0 TO BAQHERRA-ID.

           EXEC CICS STARTBR FILE('RBKERRA')
                              RIDFLD(BAQHERRA-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM EBA-NOTE-ONE-ERRA-ID
                 UNTIL WS-ERRA-EOF-SW EQUAL 'Y'
              EXEC CICS ENDBR FILE('RBKERRA') END-EXEC
           END-IF.

           IF WS-ERRA-LAST-ID = 9999 THEN
              MOVE 'This book has used every errata id' TO WS-ERRA-MSG
              GO TO EB-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           MOVE SPACES TO BAQHERRA-RECORD.
           MOVE WS-ERRA-FORM TO BAQHERRA-FORM-NUMBER.
           COMPUTE BAQHERRA-ID = WS-ERRA-LAST-ID + 1.
           MOVE WS-ERRA-IN-PAGE TO BAQHERRA-PAGE-SECT.
           MOVE WS-ERRA-IN-DESC TO BAQHERRA-DESC.
           MOVE WS-ERRA-TODAY TO BAQHERRA-REPORTED.
           MOVE WS-ERRA-IN-SEV TO BAQHERRA-SEVERITY.
           MOVE 'OPEN' TO BAQHERRA-STATE.
           MOVE WS-ERRA-TODAY TO BAQHERRA-STATE-DATE.
           MOVE WS-USERID TO BAQHERRA-USER.

           EXEC CICS WRITE FILE('RBKERRA')
                           FROM(BAQHERRA-RECORD)
                           RIDFLD(BAQHERRA-KEY)
                           RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 STRING 'Erratum ' BAQHERRA-ID ' logged OPEN'
                    DELIMITED BY SIZE INTO WS-ERRA-MSG
                 MOVE SPACES TO WS-ERRA-IN-SEV WS-ERRA-IN-STATE
                                WS-ERRA-IN-FIXED WS-ERRA-IN-PAGE
                                WS-ERRA-IN-DESC
              WHEN WS-RESP = DFHRESP(DUPREC)
                 MOVE 'Id taken by another operator - ENTER to retry'
                    TO WS-ERRA-MSG
              WHEN OTHER
                 MOVE 'Log failed - see log' TO WS-ERRA-MSG
                 DISPLAY EIBTRNID ' RBKERRA write failed, RESP '
                    WS-RESP
           END-EVALUATE.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EBA-NOTE-ONE-ERRA-ID
      *----------------------------------------------------------------*
       EBA-NOTE-ONE-ERRA-ID SECTION.
       EBA-010.
           EXEC CICS READNEXT FILE('RBKERRA')
                               INTO(BAQHERRA-RECORD)
                               RIDFLD(BAQHERRA-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              BAQHERRA-FORM-NUMBER NOT = WS-ERRA-FORM THEN
              MOVE 'Y' TO WS-ERRA-EOF-SW
              GO TO EBA-999
           END-IF.

           MOVE BAQHERRA-ID TO WS-ERRA-LAST-ID.

       EBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EC-UPDATE-ERRATUM
      *
      * Applies the entry fields keyed to the selected line's
      * erratum; a blank field leaves its value as it is. FIXED
      * needs the fixing edition's form number, and a fixing
      * edition means FIXED.
      *----------------------------------------------------------------*
       EC-UPDATE-ERRATUM SECTION.
       EC-010.
           IF WS-ERRA-SEL = 0 OR WS-ERRA-SEL > 10 THEN
              MOVE 'Key the line number to update' TO WS-ERRA-MSG
              GO TO EC-999
           END-IF.

           IF CA-ERRA-LINE-ID (WS-ERRA-SEL) = 0 THEN
              MOVE 'Selected line is not an erratum on this page'
                 TO WS-ERRA-MSG
              GO TO EC-999
           END-IF.

           IF WS-ERRA-IN-SEV NOT = SPACES AND
              WS-ERRA-IN-SEV NOT = 'HIGH' AND
              WS-ERRA-IN-SEV NOT = 'MEDIUM' AND
              WS-ERRA-IN-SEV NOT = 'LOW' THEN
              MOVE 'Severity must be HIGH, MEDIUM or LOW'
                 TO WS-ERRA-MSG
              GO TO EC-999
           END-IF.

           IF WS-ERRA-IN-STATE NOT = SPACES AND
              WS-ERRA-IN-STATE NOT = 'OPEN' AND
              WS-ERRA-IN-STATE NOT = 'ACCEPTED' AND
              WS-ERRA-IN-STATE NOT = 'FIXED' AND
              WS-ERRA-IN-STATE NOT = 'REJECTED' THEN
              MOVE 'State must be OPEN, ACCEPTED, FIXED or REJECTED'
                 TO WS-ERRA-MSG
              GO TO EC-999
           END-IF.

           MOVE WS-ERRA-FORM TO BAQHERRA-FORM-NUMBER.
           MOVE CA-ERRA-LINE-ID (WS-ERRA-SEL) TO BAQHERRA-ID.
           EXEC CICS READ FILE('RBKERRA')
                          INTO(BAQHERRA-RECORD)
                          RIDFLD(BAQHERRA-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Erratum no longer readable' TO WS-ERRA-MSG
              GO TO EC-999
           END-IF.

           IF WS-ERRA-IN-SEV NOT = SPACES THEN
              MOVE WS-ERRA-IN-SEV TO BAQHERRA-SEVERITY
           END-IF.
           IF WS-ERRA-IN-STATE NOT = SPACES THEN
              MOVE WS-ERRA-IN-STATE TO BAQHERRA-STATE
           END-IF.
           IF WS-ERRA-IN-FIXED NOT = SPACES THEN
              MOVE WS-ERRA-IN-FIXED TO BAQHERRA-FIXED-IN
           END-IF.
           IF WS-ERRA-IN-PAGE NOT = SPACES THEN
              MOVE WS-ERRA-IN-PAGE TO BAQHERRA-PAGE-SECT
           END-IF.
           IF WS-ERRA-IN-DESC NOT = SPACES THEN
              MOVE WS-ERRA-IN-DESC TO BAQHERRA-DESC
           END-IF.

           IF BAQHERRA-STATE = 'FIXED' AND
              BAQHERRA-FIXED-IN = SPACES THEN
              MOVE 'FIXED needs the fixing edition''s form number'
                 TO WS-ERRA-MSG
              EXEC CICS UNLOCK FILE('RBKERRA') END-EXEC
              GO TO EC-999
           END-IF.

           IF BAQHERRA-STATE NOT = 'FIXED' AND
              BAQHERRA-FIXED-IN NOT = SPACES THEN
              MOVE 'A fixing edition is only kept on a FIXED erratum'
                 TO WS-ERRA-MSG
              EXEC CICS UNLOCK FILE('RBKERRA') END-EXEC
              GO TO EC-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-ERRA-TODAY TO BAQHERRA-STATE-DATE.
           MOVE WS-USERID TO BAQHERRA-USER.

           EXEC CICS REWRITE FILE('RBKERRA')
                             FROM(BAQHERRA-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              STRING 'Erratum ' BAQHERRA-ID ' updated - now '
                 BAQHERRA-STATE
                 DELIMITED BY SIZE INTO WS-ERRA-MSG
              MOVE SPACES TO WS-ERRA-IN-SEV WS-ERRA-IN-STATE
                             WS-ERRA-IN-FIXED WS-ERRA-IN-PAGE
                             WS-ERRA-IN-DESC
           ELSE
              MOVE 'Update failed - see log' TO WS-ERRA-MSG
              DISPLAY EIBTRNID ' RBKERRA rewrite failed, RESP '
                 WS-RESP
           END-IF.

       EC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ED-SHOW-ERRATUM
      *
      * Puts the selected line's erratum in full into the entry
      * fields, ready to be corrected and applied with U.
      *----------------------------------------------------------------*
       ED-SHOW-ERRATUM SECTION.
       ED-010.
           IF WS-ERRA-SEL = 0 OR WS-ERRA-SEL > 10 THEN
              MOVE 'Key the line number to show' TO WS-ERRA-MSG
              GO TO ED-999
           END-IF.

           IF CA-ERRA-LINE-ID (WS-ERRA-SEL) = 0 THEN
              MOVE 'Selected line is not an erratum on this page'
                 TO WS-ERRA-MSG
              GO TO ED-999
           END-IF.

           MOVE WS-ERRA-FORM TO BAQHERRA-FORM-NUMBER.
           MOVE CA-ERRA-LINE-ID (WS-ERRA-SEL) TO BAQHERRA-ID.
           EXEC CICS READ FILE('RBKERRA')
                          INTO(BAQHERRA-RECORD)
                          RIDFLD(BAQHERRA-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Erratum no longer readable' TO WS-ERRA-MSG
              GO TO ED-999
           END-IF.

           MOVE BAQHERRA-SEVERITY TO WS-ERRA-IN-SEV.
           MOVE BAQHERRA-STATE TO WS-ERRA-IN-STATE.
           MOVE BAQHERRA-FIXED-IN TO WS-ERRA-IN-FIXED.
           MOVE BAQHERRA-PAGE-SECT TO WS-ERRA-IN-PAGE.
           MOVE BAQHERRA-DESC TO WS-ERRA-IN-DESC.

           STRING 'Erratum ' BAQHERRA-ID ' reported '
              BAQHERRA-REPORTED ', last changed '
              BAQHERRA-STATE-DATE ' by ' BAQHERRA-USER
              DELIMITED BY SIZE INTO WS-ERRA-MSG.

       ED-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-TECH-REVIEW
      *
      * Pseudo-conversational RBRV - records a completed technical
      * review. The operator keys a title and sees its catalog entry
      * and owner, the last review on the RBKREVW register and when
      * the next is due; ENTER on the same title with an outcome
      * keyed records the review, replacing the last one, which is
      * kept as the prior review. A WITHDRAW outcome is what puts
      * the book on BAQHEOSL's archive-and-purge candidates.
      *----------------------------------------------------------------*
       FA-TECH-REVIEW SECTION.
       FA-010.
           MOVE SPACES TO WS-REVW-TITLE.
           MOVE SPACES TO WS-REVW-MSG.
           MOVE SPACES TO WS-REVW-IN-TITLE WS-REVW-IN-DATE
                          WS-REVW-IN-REVIEWER WS-REVW-IN-OUTCOME
                          WS-REVW-IN-NOTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REVW-TODAY.

           IF EIBCALEN > 0 THEN
              MOVE CA-REVW-TITLE TO WS-REVW-TITLE

              EXEC CICS RECEIVE MAP('REVWM')
                                 MAPSET('BAQHRBKM')
                                 INTO(REVWMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO FA-999
                 WHEN WS-AID-ENTER
                    PERFORM FAB-TAKE-ENTRY-FIELDS
                    IF WS-REVW-IN-TITLE NOT = SPACES AND
                       WS-REVW-IN-TITLE NOT = WS-REVW-TITLE THEN
                       MOVE WS-REVW-IN-TITLE TO WS-REVW-TITLE
                    ELSE
                       IF WS-REVW-IN-OUTCOME NOT = SPACES OR
                          WS-REVW-IN-REVIEWER NOT = SPACES THEN
                          PERFORM FB-RECORD-REVIEW
                       END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM FAA-BUILD-REVW-PAGE.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAA-BUILD-REVW-PAGE
      *
      * Shows the title's catalog entry and owner from RBKCAT, its
      * last review from RBKREVW and the next review's due date,
      * sends map REVWM and returns pseudo-conversationally with the
      * title in DFHCOMMAREA.
      *----------------------------------------------------------------*
       FAA-BUILD-REVW-PAGE SECTION.
       FAA-010.
           MOVE SPACES TO REVWMO.
           MOVE 'BAQHRBKC - TECHNICAL REVIEW (RBRV)' TO WTITL1O.
           MOVE 'Title' TO WTTLLO.
           MOVE 'Review date' TO WDATLO.
           MOVE 'Reviewer' TO WREVLO.
           MOVE 'Outcome' TO WOUTLO.
           MOVE 'CURRENT, NEEDS-UPDATE or WITHDRAW' TO WOUHLO.
           MOVE 'Note' TO WNOTLO.
           MOVE 'PF3=End  ENTER=Show title / record review' TO WPFKLO.

           MOVE WS-REVW-IN-DATE TO WDATFO.
           MOVE WS-REVW-IN-REVIEWER TO WREVFO.
           MOVE WS-REVW-IN-OUTCOME TO WOUTFO.
           MOVE WS-REVW-IN-NOTE TO WNOTFO.

           IF WS-REVW-TITLE = SPACES OR
              WS-REVW-TITLE = LOW-VALUES THEN
              MOVE 'Key a title and ENTER' TO WMSGLO
              GO TO FAA-020
           END-IF.

           MOVE WS-REVW-TITLE TO WTTLFO.

           MOVE 'N' TO WS-REVW-CAT-SW.
           MOVE WS-REVW-TITLE TO BAQHKCAT-TITLE.
           EXEC CICS READ FILE(WS-CATF-CAT)
                          INTO(BAQHKCAT-RECORD)
                          RIDFLD(BAQHKCAT-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-REVW-CAT-SW
              STRING 'FormNum ' BAQHKCAT-FORM-NUMBER
                 '  docType ' BAQHKCAT-DOC-TYPE
                 '  Status ' BAQHKCAT-STATUS
                 DELIMITED BY SIZE INTO WBOOKO
              IF BAQHKCAT-DEPT-NAME = SPACES THEN
                 MOVE 'Owner   (no owning department recorded)'
                    TO WOWNRO
              ELSE
                 STRING 'Owner   ' BAQHKCAT-DEPT-NAME (1:36) ' '
                    BAQHKCAT-DEPT-CONTACT (1:34)
                    DELIMITED BY SIZE INTO WOWNRO
              END-IF
           ELSE
              MOVE 'Not in the catalog' TO WBOOKO
           END-IF.

           MOVE WS-REVW-TITLE TO BAQHREVW-TITLE.
           EXEC CICS READ FILE('RBKREVW')
                          INTO(BAQHREVW-RECORD)
                          RIDFLD(BAQHREVW-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'No technical review recorded' TO WLASTO
              IF WS-REVW-CAT-SW = 'Y' THEN
                 MOVE 'Review date, reviewer and outcome, then ENTER'
                    TO WMSGLO
              END-IF
              GO TO FAA-020
           END-IF.

           MOVE BAQHREVW-REVIEW-CNT TO WS-REVW-CNT-ED.
           STRING 'Last review ' BAQHREVW-LAST-DATE ' by '
              BAQHREVW-REVIEWER (1:30) ' - ' BAQHREVW-OUTCOME
              ' (' WS-REVW-CNT-ED ' in all)'
              DELIMITED BY SIZE INTO WLASTO.

           IF BAQHREVW-OUTCOME = 'WITHDRAW' THEN
              MOVE 'Withdrawn - on the BAQHEOSL retire candidates'
                 TO WNEXTO
              GO TO FAA-020
           END-IF.

           IF WS-REVW-CAT-SW = 'Y' THEN
              PERFORM FAC-NEXT-DUE-DATE
              MOVE WS-REVW-MONTHS TO WS-REVW-MONTHS-ED
              STRING 'Reviewed every ' WS-REVW-MONTHS-ED
                 ' months (' BAQHKCAT-DOC-TYPE ') - next review due '
                 WS-REVW-DUE-DATE
                 DELIMITED BY SIZE INTO WNEXTO
           END-IF.

       FAA-020.
           IF WS-REVW-MSG NOT = SPACES THEN
              MOVE WS-REVW-MSG TO WMSGLO
           END-IF.

           EXEC CICS SEND MAP('REVWM')
                          MAPSET('BAQHRBKM')
                          FROM(REVWMO)
                          ERASE
           END-EXEC.

           MOVE WS-REVW-TITLE TO CA-REVW-TITLE.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       FAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAB-TAKE-ENTRY-FIELDS
      *
      * Picks up the title and review fields as keyed; a field the
      * operator did not touch comes back as low-values and is taken
      * as blank.
      *----------------------------------------------------------------*
       FAB-TAKE-ENTRY-FIELDS SECTION.
       FAB-010.
           MOVE WTTLFI TO WS-REVW-IN-TITLE.
           MOVE WDATFI TO WS-REVW-IN-DATE.
           MOVE WREVFI TO WS-REVW-IN-REVIEWER.
           MOVE WOUTFI TO WS-REVW-IN-OUTCOME.
           MOVE WNOTFI TO WS-REVW-IN-NOTE.

           INSPECT WS-REVW-IN-TITLE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REVW-IN-DATE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REVW-IN-REVIEWER
              REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REVW-IN-OUTCOME
              REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REVW-IN-NOTE REPLACING ALL LOW-VALUE BY SPACE.

       FAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FAC-NEXT-DUE-DATE
      *
      * WS-REVW-DUE-DATE = the last review's date plus the book's
      * review interval in calendar months, from the RBKRVIV entry
      * for its documentType, else the '*' entry, else 24 months.
      *----------------------------------------------------------------*
       FAC-NEXT-DUE-DATE SECTION.
       FAC-010.
           MOVE 24 TO WS-REVW-MONTHS.

           MOVE BAQHKCAT-DOC-TYPE TO BAQHRVIV-DOC-TYPE.
           EXEC CICS READ FILE('RBKRVIV')
                          INTO(BAQHRVIV-RECORD)
                          RIDFLD(BAQHRVIV-DOC-TYPE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE '*' TO BAQHRVIV-DOC-TYPE
              EXEC CICS READ FILE('RBKRVIV')
                             INTO(BAQHRVIV-RECORD)
                             RIDFLD(BAQHRVIV-DOC-TYPE)
                             RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL) AND
              BAQHRVIV-MONTHS IS NUMERIC AND
              BAQHRVIV-MONTHS > 0 THEN
              MOVE BAQHRVIV-MONTHS TO WS-REVW-MONTHS
           END-IF.

           MOVE BAQHREVW-LAST-DATE TO WS-REVW-BASE-DATE.
           COMPUTE WS-REVW-MONTH-IX = WS-REVW-BASE-YYYY * 12
              + WS-REVW-BASE-MM - 1 + WS-REVW-MONTHS.
           DIVIDE WS-REVW-MONTH-IX BY 12 GIVING WS-REVW-DUE-YYYY
              REMAINDER WS-REVW-DUE-MM.
           ADD 1 TO WS-REVW-DUE-MM.
           MOVE WS-REVW-BASE-DD TO WS-REVW-DUE-DD.

           MOVE WS-REVW-MONTH-DAYS (WS-REVW-DUE-MM)
              TO WS-REVW-LAST-DAY.
           IF WS-REVW-DUE-MM = 2 THEN
              DIVIDE WS-REVW-DUE-YYYY BY 4 GIVING WS-REVW-LEAP-QUOT
                 REMAINDER WS-REVW-LEAP-REM-4
              DIVIDE WS-REVW-DUE-YYYY BY 100 GIVING WS-REVW-LEAP-QUOT
                 REMAINDER WS-REVW-LEAP-REM-100
              DIVIDE WS-REVW-DUE-YYYY BY 400 GIVING WS-REVW-LEAP-QUOT
                 REMAINDER WS-REVW-LEAP-REM-400
              IF WS-REVW-LEAP-REM-4 = 0 AND
                 (WS-REVW-LEAP-REM-100 NOT = 0 OR
                  WS-REVW-LEAP-REM-400 = 0) THEN
                 MOVE 29 TO WS-REVW-LAST-DAY
              END-IF
           END-IF.

           IF WS-REVW-DUE-DD > WS-REVW-LAST-DAY THEN
              MOVE WS-REVW-LAST-DAY TO WS-REVW-DUE-DD
           END-IF.

       FAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-RECORD-REVIEW
      *
      * Records the review keyed against the title on the screen.
      * The title must be in the catalog, the outcome one of the
      * three, the reviewer named and the date (blank for today) a
      * real one not in the future nor before the review already
      * held. The review replaces the register's last one, which is
      * kept as the prior review; USER and RECORDED say who keyed it
      * and when.
      *----------------------------------------------------------------*
       FB-RECORD-REVIEW SECTION.
       FB-010.
           IF WS-REVW-TITLE = SPACES OR
              WS-REVW-TITLE = LOW-VALUES THEN
              MOVE 'Key the title first' TO WS-REVW-MSG
              GO TO FB-999
           END-IF.

           IF WS-REVW-IN-OUTCOME NOT = 'CURRENT' AND
              WS-REVW-IN-OUTCOME NOT = 'NEEDS-UPDATE' AND
              WS-REVW-IN-OUTCOME NOT = 'WITHDRAW' THEN
              MOVE 'Outcome must be CURRENT, NEEDS-UPDATE or WITHDRAW'
                 TO WS-REVW-MSG
              GO TO FB-999
           END-IF.

           IF WS-REVW-IN-REVIEWER = SPACES THEN
              MOVE 'Key the reviewer''s name' TO WS-REVW-MSG
              GO TO FB-999
           END-IF.

           IF WS-REVW-IN-DATE = SPACES THEN
              MOVE WS-REVW-TODAY TO WS-REVW-IN-DATE
           END-IF.

           IF WS-REVW-IN-DATE NOT NUMERIC OR
              WS-REVW-IN-MM < 1 OR WS-REVW-IN-MM > 12 OR
              WS-REVW-IN-DD < 1 OR WS-REVW-IN-DD > 31 OR
              WS-REVW-IN-DATE > WS-REVW-TODAY THEN
              MOVE 'Review date must be yyyymmdd and not in the future'
                 TO WS-REVW-MSG
              GO TO FB-999
           END-IF.

           MOVE WS-REVW-TITLE TO BAQHKCAT-TITLE.
           EXEC CICS READ FILE(WS-CATF-CAT)
                          INTO(BAQHKCAT-RECORD)
                          RIDFLD(BAQHKCAT-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Title is not in the catalog' TO WS-REVW-MSG
              GO TO FB-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           MOVE WS-REVW-TITLE TO BAQHREVW-TITLE.
           EXEC CICS READ FILE('RBKREVW')
                          INTO(BAQHREVW-RECORD)
                          RIDFLD(BAQHREVW-TITLE)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
              PERFORM FBA-WRITE-FIRST-REVIEW
              GO TO FB-999
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Review register not readable - see log'
                 TO WS-REVW-MSG
              DISPLAY EIBTRNID ' RBKREVW read failed, RESP ' WS-RESP
              GO TO FB-999
           END-IF.

           IF WS-REVW-IN-DATE < BAQHREVW-LAST-DATE THEN
              STRING 'A later review is already recorded, dated '
                 BAQHREVW-LAST-DATE
                 DELIMITED BY SIZE INTO WS-REVW-MSG
              EXEC CICS UNLOCK FILE('RBKREVW') END-EXEC
              GO TO FB-999
           END-IF.

           MOVE BAQHREVW-LAST-DATE TO BAQHREVW-PRIOR-DATE.
           MOVE BAQHREVW-OUTCOME TO BAQHREVW-PRIOR-OUTCOME.
           IF BAQHREVW-REVIEW-CNT IS NUMERIC AND
              BAQHREVW-REVIEW-CNT < 9999 THEN
              ADD 1 TO BAQHREVW-REVIEW-CNT
           END-IF.
           PERFORM FBB-SET-REVIEW-FIELDS.

           EXEC CICS REWRITE FILE('RBKREVW')
                             FROM(BAQHREVW-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM FBC-NOTE-RECORDED
           ELSE
              MOVE 'Record failed - see log' TO WS-REVW-MSG
              DISPLAY EIBTRNID ' RBKREVW rewrite failed, RESP '
                 WS-RESP
           END-IF.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FBA-WRITE-FIRST-REVIEW
      *
      * The title's first review on the register.
      *----------------------------------------------------------------*
       FBA-WRITE-FIRST-REVIEW SECTION.
       FBA-010.
           MOVE SPACES TO BAQHREVW-RECORD.
           MOVE WS-REVW-TITLE TO BAQHREVW-TITLE.
           MOVE 1 TO BAQHREVW-REVIEW-CNT.
           PERFORM FBB-SET-REVIEW-FIELDS.

           EXEC CICS WRITE FILE('RBKREVW')
                           FROM(BAQHREVW-RECORD)
                           RIDFLD(BAQHREVW-TITLE)
                           RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 PERFORM FBC-NOTE-RECORDED
              WHEN WS-RESP = DFHRESP(DUPREC)
                 MOVE 'Recorded by another operator - ENTER to retry'
                    TO WS-REVW-MSG
              WHEN OTHER
                 MOVE 'Record failed - see log' TO WS-REVW-MSG
                 DISPLAY EIBTRNID ' RBKREVW write failed, RESP '
                    WS-RESP
           END-EVALUATE.

       FBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FBB-SET-REVIEW-FIELDS
      *----------------------------------------------------------------*
       FBB-SET-REVIEW-FIELDS SECTION.
       FBB-010.
           MOVE BAQHKCAT-FORM-NUMBER TO BAQHREVW-FORM-NUMBER.
           MOVE WS-REVW-IN-DATE TO BAQHREVW-LAST-DATE.
           MOVE WS-REVW-IN-REVIEWER TO BAQHREVW-REVIEWER.
           MOVE WS-REVW-IN-OUTCOME TO BAQHREVW-OUTCOME.
           MOVE WS-REVW-IN-NOTE TO BAQHREVW-NOTE.
           MOVE WS-USERID TO BAQHREVW-USER.
           MOVE WS-REVW-TODAY TO BAQHREVW-RECORDED.

       FBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * FBC-NOTE-RECORDED
      *----------------------------------------------------------------*
       FBC-NOTE-RECORDED SECTION.
       FBC-010.
           IF BAQHREVW-OUTCOME = 'WITHDRAW' THEN
              MOVE 'Review recorded - WITHDRAW; on the next BAQHEOSL ret
      -        'ire list' TO WS-REVW-MSG
           ELSE
              STRING 'Review recorded - ' BAQHREVW-OUTCOME
                 DELIMITED BY SIZE INTO WS-REVW-MSG
           END-IF.

           MOVE SPACES TO WS-REVW-IN-DATE WS-REVW-IN-REVIEWER
                          WS-REVW-IN-OUTCOME WS-REVW-IN-NOTE.

       FBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-TITLE-CHECKOUT
      *
      * Pseudo-conversational RBCO - editorial check-out. The
      * operator keys a title and sees its catalog entry and whether,
      * to whom and until when it is checked out on the RBKRSRV
      * register; ENTER on the same title with action O and a number
      * of days checks it out to the operator, action I checks it
      * back in. While it is out, GD-CHECK-RESERVATION refuses every
      * other user's write here, and the batch, bridge and IMS
      * channels refuse theirs.
      *----------------------------------------------------------------*
       GA-TITLE-CHECKOUT SECTION.
       GA-010.
           MOVE SPACES TO WS-RSRV-TITLE.
           MOVE SPACES TO WS-RSRV-MSG.
           MOVE SPACES TO WS-RSRV-IN-TITLE WS-RSRV-IN-ACTION
                          WS-RSRV-IN-DAYS WS-RSRV-IN-NAME
                          WS-RSRV-IN-REASON.

           IF EIBCALEN > 0 THEN
              MOVE CA-RSRV-TITLE TO WS-RSRV-TITLE

              EXEC CICS RECEIVE MAP('CKOTM')
                                 MAPSET('BAQHRBKM')
                                 INTO(CKOTMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO GA-999
                 WHEN WS-AID-ENTER
                    PERFORM GAB-TAKE-ENTRY-FIELDS
                    IF WS-RSRV-IN-TITLE NOT = SPACES AND
                       WS-RSRV-IN-TITLE NOT = WS-RSRV-TITLE THEN
                       MOVE WS-RSRV-IN-TITLE TO WS-RSRV-TITLE
                    ELSE
                       EVALUATE WS-RSRV-IN-ACTION
                          WHEN 'O'
                             PERFORM GB-CHECK-OUT-TITLE
                          WHEN 'I'
                             PERFORM GC-CHECK-IN-TITLE
                          WHEN SPACE
                             CONTINUE
                          WHEN OTHER
                             MOVE 'Action must be O (check out) or I (ch
      -                           'eck in)' TO WS-RSRV-MSG
                       END-EVALUATE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM GAA-BUILD-CKOT-PAGE.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAA-BUILD-CKOT-PAGE
      *
      * Shows the title's catalog entry from RBKCAT and its standing
      * on the RBKRSRV register - checked out (and to whom, until
      * when and why), lapsed or expired and not yet checked in, or
      * free with the last check-out - sends map CKOTM and returns
      * pseudo-conversationally with the title in DFHCOMMAREA.
      *----------------------------------------------------------------*
       GAA-BUILD-CKOT-PAGE SECTION.
       GAA-010.
           MOVE SPACES TO CKOTMO.
           MOVE 'BAQHRBKC - TITLE CHECK-OUT (RBCO)' TO KTITL1O.
           MOVE 'Title' TO KTTLLO.
           MOVE 'Action O=Check out I=Check in:' TO KACTLO.
           MOVE 'Days (1-30)' TO KDAYLO.
           MOVE 'Your name' TO KNAMLO.
           MOVE 'Reason' TO KRSNLO.
           MOVE 'PF3=End  ENTER=Show title / apply action' TO KPFKLO.

           MOVE WS-RSRV-IN-DAYS TO KDAYFO.
           MOVE WS-RSRV-IN-NAME TO KNAMFO.
           MOVE WS-RSRV-IN-REASON TO KRSNFO.

           IF WS-RSRV-TITLE = SPACES OR
              WS-RSRV-TITLE = LOW-VALUES THEN
              MOVE 'Key a title and ENTER' TO KMSGLO
              GO TO GAA-020
           END-IF.

           MOVE WS-RSRV-TITLE TO KTTLFO.

           MOVE WS-RSRV-TITLE TO BAQHKCAT-TITLE.
           EXEC CICS READ FILE(WS-CATF-CAT)
                          INTO(BAQHKCAT-RECORD)
                          RIDFLD(BAQHKCAT-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              STRING 'FormNum ' BAQHKCAT-FORM-NUMBER
                 '  docType ' BAQHKCAT-DOC-TYPE
                 '  Status ' BAQHKCAT-STATUS
                 DELIMITED BY SIZE INTO KBOOKO
           ELSE
              MOVE 'Not in the catalog' TO KBOOKO
           END-IF.

           MOVE WS-RSRV-TITLE TO BAQHRSRV-TITLE.
           EXEC CICS READ FILE('RBKRSRV')
                          INTO(BAQHRSRV-RECORD)
                          RIDFLD(BAQHRSRV-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Not checked out' TO KSTATO
              GO TO GAA-020
           END-IF.

           PERFORM GE-JUDGE-RESERVATION.

           EVALUATE TRUE
              WHEN BAQHRSRV-STATUS = 'OUT' AND
                   WS-RSRV-LAPSED-SW = 'N'
                 STRING 'Checked out to ' BAQHRSRV-HOLDER-NAME
                    ' (' BAQHRSRV-HOLDER ') until '
                    BAQHRSRV-DUE-DATE ' ' BAQHRSRV-DUE-TIME
                    DELIMITED BY SIZE INTO KSTATO
              WHEN BAQHRSRV-STATUS = 'OUT' OR
                   BAQHRSRV-STATUS = 'EXPIRED'
                 STRING 'Check-out to ' BAQHRSRV-HOLDER-NAME
                    ' (' BAQHRSRV-HOLDER ') lapsed '
                    BAQHRSRV-DUE-DATE ' ' BAQHRSRV-DUE-TIME
                    ' - overdue'
                    DELIMITED BY SIZE INTO KSTATO
              WHEN OTHER
                 MOVE 'Not checked out' TO KSTATO
                 STRING 'Last out to ' BAQHRSRV-HOLDER-NAME
                    ' from ' BAQHRSRV-OUT-DATE
                    ', checked in ' BAQHRSRV-IN-DATE
                    ' by ' BAQHRSRV-IN-BY
                    DELIMITED BY SIZE INTO KLASTO
           END-EVALUATE.

           IF BAQHRSRV-STATUS NOT = 'IN' AND
              BAQHRSRV-REASON NOT = SPACES THEN
              STRING 'Reason  ' BAQHRSRV-REASON
                 DELIMITED BY SIZE INTO KRSNO
           END-IF.

       GAA-020.
           IF WS-RSRV-MSG NOT = SPACES THEN
              MOVE WS-RSRV-MSG TO KMSGLO
           END-IF.

           EXEC CICS SEND MAP('CKOTM')
                          MAPSET('BAQHRBKM')
                          FROM(CKOTMO)
                          ERASE
           END-EXEC.

           MOVE WS-RSRV-TITLE TO CA-RSRV-TITLE.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       GAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GAB-TAKE-ENTRY-FIELDS
      *
      * Picks up the title, action and check-out fields as keyed; a
      * field the operator did not touch comes back as low-values
      * and is taken as blank. A single-digit day count is right-
      * justified.
      *----------------------------------------------------------------*
       GAB-TAKE-ENTRY-FIELDS SECTION.
       GAB-010.
           MOVE KTTLFI TO WS-RSRV-IN-TITLE.
           MOVE KACTFI TO WS-RSRV-IN-ACTION.
           MOVE KDAYFI TO WS-RSRV-IN-DAYS.
           MOVE KNAMFI TO WS-RSRV-IN-NAME.
           MOVE KRSNFI TO WS-RSRV-IN-REASON.

           INSPECT WS-RSRV-IN-TITLE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-RSRV-IN-ACTION REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-RSRV-IN-DAYS REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-RSRV-IN-NAME REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-RSRV-IN-REASON
              REPLACING ALL LOW-VALUE BY SPACE.

           IF WS-RSRV-IN-DAYS (1:1) NOT = SPACE AND
              WS-RSRV-IN-DAYS (2:1) = SPACE THEN
              MOVE WS-RSRV-IN-DAYS (1:1) TO WS-RSRV-IN-DAYS (2:1)
              MOVE '0' TO WS-RSRV-IN-DAYS (1:1)
           END-IF.

       GAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GB-CHECK-OUT-TITLE
      *
      * Checks the title on the screen out to the operator for the
      * days keyed, due back at the same time of day. The title must
      * be in the catalog and not checked out to someone else; the
      * holder checking it out again extends it. A lapsed check-out
      * it replaces is audited as expired first. The name defaults
      * to the user ID.
      *----------------------------------------------------------------*
       GB-CHECK-OUT-TITLE SECTION.
       GB-010.
           IF WS-RSRV-TITLE = SPACES OR
              WS-RSRV-TITLE = LOW-VALUES THEN
              MOVE 'Key the title first' TO WS-RSRV-MSG
              GO TO GB-999
           END-IF.

           IF WS-RSRV-IN-DAYS NOT NUMERIC OR
              WS-RSRV-IN-DAYS-N < 1 OR WS-RSRV-IN-DAYS-N > 30 THEN
              MOVE 'Key the number of days, 1 to 30' TO WS-RSRV-MSG
              GO TO GB-999
           END-IF.

           MOVE WS-RSRV-TITLE TO BAQHKCAT-TITLE.
           EXEC CICS READ FILE(WS-CATF-CAT)
                          INTO(BAQHKCAT-RECORD)
                          RIDFLD(BAQHKCAT-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Title is not in the catalog' TO WS-RSRV-MSG
              GO TO GB-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           IF WS-RSRV-IN-NAME = SPACES THEN
              MOVE WS-USERID TO WS-RSRV-IN-NAME
           END-IF.

           MOVE WS-RSRV-TITLE TO WS-RSRV-CHK-TITLE.
           MOVE WS-RSRV-TITLE TO BAQHRSRV-TITLE.
           EXEC CICS READ FILE('RBKRSRV')
                          INTO(BAQHRSRV-RECORD)
                          RIDFLD(BAQHRSRV-TITLE)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
              PERFORM GBA-WRITE-FIRST-CHECKOUT
              GO TO GB-999
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Reservation register not readable - see log'
                 TO WS-RSRV-MSG
              DISPLAY EIBTRNID ' RBKRSRV read failed, RESP ' WS-RESP
              GO TO GB-999
           END-IF.

           PERFORM GE-JUDGE-RESERVATION.

           IF BAQHRSRV-STATUS = 'OUT' AND
              WS-RSRV-LAPSED-SW = 'N' AND
              BAQHRSRV-HOLDER NOT = WS-USERID THEN
              STRING 'Already checked out to ' BAQHRSRV-HOLDER-NAME
                 ' until ' BAQHRSRV-DUE-DATE
                 DELIMITED BY SIZE INTO WS-RSRV-MSG
              EXEC CICS UNLOCK FILE('RBKRSRV') END-EXEC
              GO TO GB-999
           END-IF.

           IF BAQHRSRV-STATUS = 'OUT' AND
              WS-RSRV-LAPSED-SW = 'Y' THEN
              PERFORM GF-AUDIT-LAPSED-CHECKOUT
           END-IF.

           PERFORM GBB-SET-CHECKOUT-FIELDS.

           EXEC CICS REWRITE FILE('RBKRSRV')
                             FROM(BAQHRSRV-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM GBC-NOTE-CHECKED-OUT
           ELSE
              MOVE 'Check-out failed - see log' TO WS-RSRV-MSG
              DISPLAY EIBTRNID ' RBKRSRV rewrite failed, RESP '
                 WS-RESP
           END-IF.

       GB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GBA-WRITE-FIRST-CHECKOUT
      *
      * The title's first check-out on the register.
      *----------------------------------------------------------------*
       GBA-WRITE-FIRST-CHECKOUT SECTION.
       GBA-010.
           MOVE SPACES TO BAQHRSRV-RECORD.
           MOVE WS-RSRV-TITLE TO BAQHRSRV-TITLE.
           PERFORM GBB-SET-CHECKOUT-FIELDS.

           EXEC CICS WRITE FILE('RBKRSRV')
                           FROM(BAQHRSRV-RECORD)
                           RIDFLD(BAQHRSRV-TITLE)
                           RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 PERFORM GBC-NOTE-CHECKED-OUT
              WHEN WS-RESP = DFHRESP(DUPREC)
                 MOVE 'Checked out by another operator - ENTER to see'
                    TO WS-RSRV-MSG
              WHEN OTHER
                 MOVE 'Check-out failed - see log' TO WS-RSRV-MSG
                 DISPLAY EIBTRNID ' RBKRSRV write failed, RESP '
                    WS-RESP
           END-EVALUATE.

       GBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * GBB-SET-CHECKOUT-FIELDS
      *
      * Due back the days keyed after today, at this time of day.
      *----------------------------------------------------------------*
       GBB-SET-CHECKOUT-FIELDS SECTION.
       GBB-010.
           MOVE 'OUT' TO BAQHRSRV-STATUS.
           MOVE WS-USERID TO BAQHRSRV-HOLDER.
           MOVE WS-RSRV-IN-NAME TO BAQHRSRV-HOLDER-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHRSRV-OUT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:4) TO BAQHRSRV-OUT-TIME.
           MOVE WS-RSRV-IN-DAYS-N TO BAQHRSRV-DAYS.

           COMPUTE WS-RSRV-DUE-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8)))
              + WS-RSRV-IN-DAYS-N.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RSRV-DUE-INT)
              TO BAQHRSRV-DUE-DATE.
           MOVE BAQHRSRV-OUT-TIME TO BAQHRSRV-DUE-TIME.

           MOVE WS-RSRV-IN-REASON TO BAQHRSRV-REASON.
           MOVE SPACES TO BAQHRSRV-IN-DATE.
           MOVE SPACES TO BAQHRSRV-IN-TIME.
           MOVE SPACES TO BAQHRSRV-IN-BY.

       GBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GBC-NOTE-CHECKED-OUT
      *----------------------------------------------------------------*
       GBC-NOTE-CHECKED-OUT SECTION.
       GBC-010.
           MOVE SPACES TO WS-RSRV-TEXT.
           STRING 'CHECKED OUT TO '
              FUNCTION TRIM(BAQHRSRV-HOLDER-NAME)
              ' UNTIL ' BAQHRSRV-DUE-DATE
              DELIMITED BY SIZE INTO WS-RSRV-TEXT.
           MOVE BAQHRSRV-HOLDER TO WS-RSRV-HOLDER.
           MOVE 'CHECKOUT' TO WS-RSRV-AUD-OPER.
           MOVE 'OUT' TO WS-RSRV-AUD-RESULT.
           PERFORM XH-WRITE-RSRV-AUDIT.

           STRING 'Checked out to you until ' BAQHRSRV-DUE-DATE
              ' ' BAQHRSRV-DUE-TIME
              DELIMITED BY SIZE INTO WS-RSRV-MSG.

           MOVE SPACES TO WS-RSRV-IN-DAYS WS-RSRV-IN-NAME
                          WS-RSRV-IN-REASON.

       GBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * GC-CHECK-IN-TITLE
      *
      * Checks the title on the screen back in. Only the holder may
      * check in a live check-out; anyone may clear one that has
      * lapsed or been expired, and its expiry is audited first if
      * BAQHRSVR has not already done so.
      *----------------------------------------------------------------*
       GC-CHECK-IN-TITLE SECTION.
       GC-010.
           IF WS-RSRV-TITLE = SPACES OR
              WS-RSRV-TITLE = LOW-VALUES THEN
              MOVE 'Key the title first' TO WS-RSRV-MSG
              GO TO GC-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           MOVE WS-RSRV-TITLE TO WS-RSRV-CHK-TITLE.
           MOVE WS-RSRV-TITLE TO BAQHRSRV-TITLE.
           EXEC CICS READ FILE('RBKRSRV')
                          INTO(BAQHRSRV-RECORD)
                          RIDFLD(BAQHRSRV-TITLE)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
              MOVE 'Title is not checked out' TO WS-RSRV-MSG
              GO TO GC-999
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Reservation register not readable - see log'
                 TO WS-RSRV-MSG
              DISPLAY EIBTRNID ' RBKRSRV read failed, RESP ' WS-RESP
              GO TO GC-999
           END-IF.

           IF BAQHRSRV-STATUS = 'IN' THEN
              MOVE 'Title is not checked out' TO WS-RSRV-MSG
              EXEC CICS UNLOCK FILE('RBKRSRV') END-EXEC
              GO TO GC-999
           END-IF.

           PERFORM GE-JUDGE-RESERVATION.

           IF BAQHRSRV-STATUS = 'OUT' AND
              WS-RSRV-LAPSED-SW = 'N' AND
              BAQHRSRV-HOLDER NOT = WS-USERID THEN
              STRING 'Only ' FUNCTION TRIM(BAQHRSRV-HOLDER-NAME)
                 ' (' BAQHRSRV-HOLDER ') can check this title in'
                 DELIMITED BY SIZE INTO WS-RSRV-MSG
              EXEC CICS UNLOCK FILE('RBKRSRV') END-EXEC
              GO TO GC-999
           END-IF.

           IF BAQHRSRV-STATUS = 'OUT' AND
              WS-RSRV-LAPSED-SW = 'Y' THEN
              PERFORM GF-AUDIT-LAPSED-CHECKOUT
           END-IF.

           MOVE 'IN' TO BAQHRSRV-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHRSRV-IN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:4) TO BAQHRSRV-IN-TIME.
           MOVE WS-USERID TO BAQHRSRV-IN-BY.

           EXEC CICS REWRITE FILE('RBKRSRV')
                             FROM(BAQHRSRV-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Check-in failed - see log' TO WS-RSRV-MSG
              DISPLAY EIBTRNID ' RBKRSRV rewrite failed, RESP '
                 WS-RESP
              GO TO GC-999
           END-IF.

           MOVE SPACES TO WS-RSRV-TEXT.
           STRING 'CHECKED IN BY ' WS-USERID
              DELIMITED BY SIZE INTO WS-RSRV-TEXT.
           MOVE BAQHRSRV-HOLDER TO WS-RSRV-HOLDER.
           MOVE 'CHECKIN' TO WS-RSRV-AUD-OPER.
           MOVE 'IN' TO WS-RSRV-AUD-RESULT.
           PERFORM XH-WRITE-RSRV-AUDIT.

           MOVE 'Checked in - other channels may change it again'
              TO WS-RSRV-MSG.

       GC-999.
           EXIT.

      *----------------------------------------------------------------*
      * GD-CHECK-RESERVATION
      *
      * Looks the title in WS-RSRV-CHK-TITLE up on the RBKRSRV
      * register, leaving WS-RSRV-HIT set - with the holder's user
      * ID and a refusal text naming them - when it is checked out,
      * the check-out has not yet fallen due and the holder is not
      * WS-RSRV-ALLOWED. A region without the register file runs
      * unguarded.
      *----------------------------------------------------------------*
       GD-CHECK-RESERVATION SECTION.
       GD-010.
           MOVE 0 TO WS-RSRV-HIT.
           MOVE SPACES TO WS-RSRV-HOLDER.
           MOVE SPACES TO WS-RSRV-TEXT.

           MOVE WS-RSRV-CHK-TITLE TO BAQHRSRV-TITLE.
           EXEC CICS READ FILE('RBKRSRV')
                          INTO(BAQHRSRV-RECORD)
                          RIDFLD(BAQHRSRV-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO GD-999
           END-IF.

           PERFORM GE-JUDGE-RESERVATION.

           IF BAQHRSRV-STATUS NOT = 'OUT' OR
              WS-RSRV-LAPSED-SW = 'Y' OR
              BAQHRSRV-HOLDER = WS-RSRV-ALLOWED THEN
              GO TO GD-999
           END-IF.

           MOVE 1 TO WS-RSRV-HIT.
           MOVE BAQHRSRV-HOLDER TO WS-RSRV-HOLDER.
           STRING 'CHECKED OUT TO '
              FUNCTION TRIM(BAQHRSRV-HOLDER-NAME)
              ' UNTIL ' BAQHRSRV-DUE-DATE
              DELIMITED BY SIZE INTO WS-RSRV-TEXT.

       GD-999.
           EXIT.

      *----------------------------------------------------------------*
      * GE-JUDGE-RESERVATION
      *
      * WS-RSRV-LAPSED-SW = 'Y' when the register record just read
      * is still OUT but its due stamp has passed - a check-out that
      * guards nothing any more, whether or not BAQHRSVR has marked
      * it EXPIRED yet.
      *----------------------------------------------------------------*
       GE-JUDGE-RESERVATION SECTION.
       GE-010.
           MOVE 'N' TO WS-RSRV-LAPSED-SW.

           IF BAQHRSRV-STATUS NOT = 'OUT' THEN
              GO TO GE-999
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-RSRV-NOW.
           MOVE SPACES TO WS-RSRV-DUE-STAMP.
           STRING BAQHRSRV-DUE-DATE BAQHRSRV-DUE-TIME
              DELIMITED BY SIZE INTO WS-RSRV-DUE-STAMP.
           IF WS-RSRV-NOW > WS-RSRV-DUE-STAMP THEN
              MOVE 'Y' TO WS-RSRV-LAPSED-SW
           END-IF.

       GE-999.
           EXIT.

      *----------------------------------------------------------------*
      * GF-AUDIT-LAPSED-CHECKOUT
      *
      * The expiry of a lapsed check-out RBCO is about to replace or
      * clear, on the audit trail under the old holder.
      *----------------------------------------------------------------*
       GF-AUDIT-LAPSED-CHECKOUT SECTION.
       GF-010.
           MOVE SPACES TO WS-RSRV-TEXT.
           STRING 'CHECK-OUT LAPSED ' BAQHRSRV-DUE-DATE
              ' ' BAQHRSRV-DUE-TIME
              DELIMITED BY SIZE INTO WS-RSRV-TEXT.
           MOVE BAQHRSRV-HOLDER TO WS-RSRV-HOLDER.
           MOVE 'EXPIRE' TO WS-RSRV-AUD-OPER.
           MOVE 'EXPIRED' TO WS-RSRV-AUD-RESULT.
           PERFORM XH-WRITE-RSRV-AUDIT.

       GF-999.
           EXIT.

      *----------------------------------------------------------------*
      * HA-WATCHLIST
      *
      * Pseudo-conversational RBWL - the signed-on user's own change
      * watchlist on RBKWTCH. The page shows the user's name, route
      * and watches; action A adds the watch keyed in the kind and
      * value fields, D drops the selected line's watch, S saves the
      * name and route keyed and X removes the whole subscription.
      * The first A or S creates the user's record. The nightly
      * BAQHWTCD digest reads the watches after BAQHCHGC's capture.
      *----------------------------------------------------------------*
       HA-WATCHLIST SECTION.
       HA-010.
           MOVE SPACES TO WS-WTCH-MSG.
           MOVE SPACE TO WS-WTCH-ACT.
           MOVE 0 TO WS-WTCH-SEL.
           MOVE SPACES TO WS-WTCH-IN-NAME WS-WTCH-IN-ROUTE
                          WS-WTCH-IN-KIND WS-WTCH-IN-VALUE.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           IF EIBCALEN > 0 THEN
              EXEC CICS RECEIVE MAP('WTCHM')
                                 MAPSET('BAQHRBKM')
                                 INTO(WTCHMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO HA-999
                 WHEN WS-AID-ENTER
                    PERFORM HAC-TAKE-ENTRY-FIELDS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           EVALUATE WS-WTCH-ACT
              WHEN 'A'
                 PERFORM HB-ADD-WATCH
              WHEN 'D'
                 PERFORM HC-DROP-WATCH
              WHEN 'S'
                 PERFORM HD-SAVE-NAME-ROUTE
              WHEN 'X'
                 PERFORM HE-UNSUBSCRIBE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE 'Action must be A, D, S or X' TO WS-WTCH-MSG
           END-EVALUATE.

           PERFORM HAA-BUILD-WTCH-PAGE.

       HA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HAA-BUILD-WTCH-PAGE
      *
      * Reads the user's RBKWTCH record, lists its watches on map
      * WTCHM, sends the map and returns pseudo-conversationally. A
      * watch value longer than the list line is shown cut short.
      *----------------------------------------------------------------*
       HAA-BUILD-WTCH-PAGE SECTION.
       HAA-010.
           MOVE SPACES TO WTCHMO.
           MOVE 'BAQHRBKC - CHANGE WATCHLIST (RBWL)' TO NTITL1O.
           MOVE 'Name' TO NNAMLO.
           MOVE 'Route' TO NRTELO.
           MOVE 'LN  KIND    WATCHING' TO NHDGLO.
           MOVE 'Action A=Add D=Drop S=Save X=Unsubscribe:' TO NACTLO.
           MOVE 'Line (1-10):' TO NSELLO.
           MOVE 'Kind' TO NKNDLO.
           MOVE 'TITLE PREFIX AUTHOR or TYPE' TO NKNHLO.
           MOVE 'Watching' TO NVALLO.
           MOVE 'PF3=End  ENTER=Show / apply action' TO NPFKLO.

           MOVE WS-WTCH-IN-NAME TO NNAMFO.
           MOVE WS-WTCH-IN-ROUTE TO NRTEFO.
           MOVE WS-WTCH-IN-KIND TO NKNDFO.
           MOVE WS-WTCH-IN-VALUE TO NVALFO.

           MOVE WS-USERID TO BAQHWTCH-SUBSCRIBER.
           EXEC CICS READ FILE('RBKWTCH')
                          INTO(BAQHWTCH-RECORD)
                          RIDFLD(BAQHWTCH-SUBSCRIBER)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
              STRING 'Subscriber ' WS-USERID
                 ' - no watchlist yet'
                 DELIMITED BY SIZE INTO NSUBO
              MOVE 'Key a kind and a value and A to add a first watch'
                 TO NMSGLO
              GO TO HAA-020
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Watchlist file not readable - see log' TO NMSGLO
              DISPLAY EIBTRNID ' RBKWTCH read failed, RESP ' WS-RESP
              GO TO HAA-020
           END-IF.

           STRING 'Subscriber ' BAQHWTCH-SUBSCRIBER
              '  last changed ' BAQHWTCH-CHG-DATE
              ' by ' BAQHWTCH-CHG-BY
              DELIMITED BY SIZE INTO NSUBO.
           MOVE BAQHWTCH-NAME TO NNAMFO.
           MOVE BAQHWTCH-ROUTE TO NRTEFO.

           PERFORM HAB-SHOW-ONE-WATCH
              VARYING WS-WTCH-IX FROM 1 BY 1
              UNTIL WS-WTCH-IX > 10.

           IF BAQHWTCH-KIND (1) = SPACES THEN
              MOVE 'No watches - key a kind and a value and A to add'
                 TO NMSGLO
           ELSE
              MOVE 'A to add, D with a line to drop, S to save name and 
      -          'route' TO NMSGLO
           END-IF.

       HAA-020.
           IF WS-WTCH-MSG NOT = SPACES THEN
              MOVE WS-WTCH-MSG TO NMSGLO
           END-IF.

           EXEC CICS SEND MAP('WTCHM')
                          MAPSET('BAQHRBKM')
                          FROM(WTCHMO)
                          ERASE
           END-EXEC.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       HAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HAB-SHOW-ONE-WATCH
      *
      * Puts watch WS-WTCH-IX of the user's record on its list line.
      *----------------------------------------------------------------*
       HAB-SHOW-ONE-WATCH SECTION.
       HAB-010.
           IF BAQHWTCH-KIND (WS-WTCH-IX) = SPACES THEN
              GO TO HAB-999
           END-IF.

           MOVE SPACES TO WS-WTCH-LINE.
           MOVE WS-WTCH-IX TO WS-WTCH-LINE-NO.
           MOVE WS-WTCH-LINE-NO TO WS-WTCH-LINE (1:2).
           MOVE BAQHWTCH-KIND (WS-WTCH-IX) TO WS-WTCH-LINE (5:6).
           MOVE BAQHWTCH-VALUE (WS-WTCH-IX) TO WS-WTCH-LINE (13:66).

           EVALUATE WS-WTCH-IX
              WHEN 1  MOVE WS-WTCH-LINE TO NLIN01O
              WHEN 2  MOVE WS-WTCH-LINE TO NLIN02O
              WHEN 3  MOVE WS-WTCH-LINE TO NLIN03O
              WHEN 4  MOVE WS-WTCH-LINE TO NLIN04O
              WHEN 5  MOVE WS-WTCH-LINE TO NLIN05O
              WHEN 6  MOVE WS-WTCH-LINE TO NLIN06O
              WHEN 7  MOVE WS-WTCH-LINE TO NLIN07O
              WHEN 8  MOVE WS-WTCH-LINE TO NLIN08O
              WHEN 9  MOVE WS-WTCH-LINE TO NLIN09O
              WHEN 10 MOVE WS-WTCH-LINE TO NLIN10O
           END-EVALUATE.

       HAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * HAC-TAKE-ENTRY-FIELDS
      *
      * Picks up the action, line number, name, route, kind and value
      * as keyed; a field the operator did not touch comes back as
      * low-values and is taken as blank.
      *----------------------------------------------------------------*
       HAC-TAKE-ENTRY-FIELDS SECTION.
       HAC-010.
           MOVE NACTFI TO WS-WTCH-ACT.
           IF NSELFI IS NUMERIC THEN
              MOVE NSELFI TO WS-WTCH-SEL
           END-IF.
           MOVE NNAMFI TO WS-WTCH-IN-NAME.
           MOVE NRTEFI TO WS-WTCH-IN-ROUTE.
           MOVE NKNDFI TO WS-WTCH-IN-KIND.
           MOVE NVALFI TO WS-WTCH-IN-VALUE.

           INSPECT WS-WTCH-ACT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-WTCH-IN-NAME REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-WTCH-IN-ROUTE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-WTCH-IN-KIND REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-WTCH-IN-VALUE REPLACING ALL LOW-VALUE BY SPACE.

       HAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * HB-ADD-WATCH
      *
      * Adds the watch keyed to the end of the user's list, creating
      * the user's record on the first one. A watch already on the
      * list is not added twice, and the list holds ten.
      *----------------------------------------------------------------*
       HB-ADD-WATCH SECTION.
       HB-010.
           IF WS-WTCH-IN-KIND NOT = 'TITLE' AND
              WS-WTCH-IN-KIND NOT = 'PREFIX' AND
              WS-WTCH-IN-KIND NOT = 'AUTHOR' AND
              WS-WTCH-IN-KIND NOT = 'TYPE' THEN
              MOVE 'Kind must be TITLE, PREFIX, AUTHOR or TYPE'
                 TO WS-WTCH-MSG
              GO TO HB-999
           END-IF.

           IF WS-WTCH-IN-VALUE = SPACES THEN
              MOVE 'Key the title, prefix, author or type to watch'
                 TO WS-WTCH-MSG
              GO TO HB-999
           END-IF.

           IF WS-WTCH-IN-KIND = 'TYPE' AND
              WS-WTCH-IN-VALUE (9:) NOT = SPACES THEN
              MOVE 'A documentType is at most 8 characters'
                 TO WS-WTCH-MSG
              GO TO HB-999
           END-IF.

           MOVE WS-USERID TO BAQHWTCH-SUBSCRIBER.
           EXEC CICS READ FILE('RBKWTCH')
                          INTO(BAQHWTCH-RECORD)
                          RIDFLD(BAQHWTCH-SUBSCRIBER)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
              PERFORM HBA-START-SUBSCRIPTION
              MOVE WS-WTCH-IN-KIND TO BAQHWTCH-KIND (1)
              MOVE WS-WTCH-IN-VALUE TO BAQHWTCH-VALUE (1)
              PERFORM HBB-WRITE-FIRST-WTCH-REC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE 'Watch added' TO WS-WTCH-MSG
                 MOVE SPACES TO WS-WTCH-IN-KIND WS-WTCH-IN-VALUE
              END-IF
              GO TO HB-999
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Watchlist file not readable - see log'
                 TO WS-WTCH-MSG
              DISPLAY EIBTRNID ' RBKWTCH read failed, RESP ' WS-RESP
              GO TO HB-999
           END-IF.

           MOVE 0 TO WS-WTCH-DUP.
           PERFORM HBC-CHECK-ONE-WATCH
              VARYING WS-WTCH-IX FROM 1 BY 1
              UNTIL WS-WTCH-IX > 10
                 OR BAQHWTCH-KIND (WS-WTCH-IX) = SPACES.
           COMPUTE WS-WTCH-CNT = WS-WTCH-IX - 1.

           IF WS-WTCH-DUP = 1 THEN
              MOVE 'Already on your watchlist' TO WS-WTCH-MSG
              EXEC CICS UNLOCK FILE('RBKWTCH') END-EXEC
              GO TO HB-999
           END-IF.

           IF WS-WTCH-CNT NOT < 10 THEN
              MOVE 'Watchlist is full - drop a watch first'
                 TO WS-WTCH-MSG
              EXEC CICS UNLOCK FILE('RBKWTCH') END-EXEC
              GO TO HB-999
           END-IF.

           ADD 1 TO WS-WTCH-CNT.
           MOVE WS-WTCH-IN-KIND TO BAQHWTCH-KIND (WS-WTCH-CNT).
           MOVE WS-WTCH-IN-VALUE TO BAQHWTCH-VALUE (WS-WTCH-CNT).
           PERFORM HCB-REWRITE-WTCH-REC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Watch added' TO WS-WTCH-MSG
              MOVE SPACES TO WS-WTCH-IN-KIND WS-WTCH-IN-VALUE
           END-IF.

       HB-999.
           EXIT.

      *----------------------------------------------------------------*
      * HBA-START-SUBSCRIPTION
      *
      * A new record for the user with no watches yet. The name and
      * the route default to the user ID.
      *----------------------------------------------------------------*
       HBA-START-SUBSCRIPTION SECTION.
       HBA-010.
           MOVE SPACES TO BAQHWTCH-RECORD.
           MOVE WS-USERID TO BAQHWTCH-SUBSCRIBER.

           IF WS-WTCH-IN-NAME = SPACES THEN
              MOVE WS-USERID TO BAQHWTCH-NAME
           ELSE
              MOVE WS-WTCH-IN-NAME TO BAQHWTCH-NAME
           END-IF.

           IF WS-WTCH-IN-ROUTE = SPACES THEN
              MOVE WS-USERID TO BAQHWTCH-ROUTE
           ELSE
              MOVE WS-WTCH-IN-ROUTE TO BAQHWTCH-ROUTE
           END-IF.

       HBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HBB-WRITE-FIRST-WTCH-REC
      *----------------------------------------------------------------*
       HBB-WRITE-FIRST-WTCH-REC SECTION.
       HBB-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHWTCH-CHG-DATE.
           MOVE WS-USERID TO BAQHWTCH-CHG-BY.

           EXEC CICS WRITE FILE('RBKWTCH')
                           FROM(BAQHWTCH-RECORD)
                           RIDFLD(BAQHWTCH-SUBSCRIBER)
                           RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-RESP = DFHRESP(DUPREC)
                 MOVE 'Watchlist changed on another screen - ENTER to se
      -                'e it' TO WS-WTCH-MSG
              WHEN OTHER
                 MOVE 'Watchlist update failed - see log'
                    TO WS-WTCH-MSG
                 DISPLAY EIBTRNID ' RBKWTCH write failed, RESP '
                    WS-RESP
           END-EVALUATE.

       HBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * HBC-CHECK-ONE-WATCH
      *----------------------------------------------------------------*
       HBC-CHECK-ONE-WATCH SECTION.
       HBC-010.
           IF BAQHWTCH-KIND (WS-WTCH-IX) = WS-WTCH-IN-KIND AND
              BAQHWTCH-VALUE (WS-WTCH-IX) = WS-WTCH-IN-VALUE THEN
              MOVE 1 TO WS-WTCH-DUP
           END-IF.

       HBC-999.
           EXIT.

      *----------------------------------------------------------------*
      * HC-DROP-WATCH
      *
      * Drops the selected line's watch; the watches below it move
      * up so the list stays packed.
      *----------------------------------------------------------------*
       HC-DROP-WATCH SECTION.
       HC-010.
           IF WS-WTCH-SEL = 0 OR WS-WTCH-SEL > 10 THEN
              MOVE 'Key the line number (1-10) to drop' TO WS-WTCH-MSG
              GO TO HC-999
           END-IF.

           MOVE WS-USERID TO BAQHWTCH-SUBSCRIBER.
           EXEC CICS READ FILE('RBKWTCH')
                          INTO(BAQHWTCH-RECORD)
                          RIDFLD(BAQHWTCH-SUBSCRIBER)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
              MOVE 'You have no watchlist' TO WS-WTCH-MSG
              GO TO HC-999
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Watchlist file not readable - see log'
                 TO WS-WTCH-MSG
              DISPLAY EIBTRNID ' RBKWTCH read failed, RESP ' WS-RESP
              GO TO HC-999
           END-IF.

           IF BAQHWTCH-KIND (WS-WTCH-SEL) = SPACES THEN
              MOVE 'No watch on that line' TO WS-WTCH-MSG
              EXEC CICS UNLOCK FILE('RBKWTCH') END-EXEC
              GO TO HC-999
           END-IF.

           PERFORM HCA-MOVE-UP-ONE-WATCH
              VARYING WS-WTCH-IX FROM WS-WTCH-SEL BY 1
              UNTIL WS-WTCH-IX NOT < 10.
           MOVE SPACES TO BAQHWTCH-WATCH (10).

           PERFORM HCB-REWRITE-WTCH-REC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Watch dropped' TO WS-WTCH-MSG
           END-IF.

       HC-999.
           EXIT.

      *----------------------------------------------------------------*
      * HCA-MOVE-UP-ONE-WATCH
      *----------------------------------------------------------------*
       HCA-MOVE-UP-ONE-WATCH SECTION.
       HCA-010.
           MOVE BAQHWTCH-WATCH (WS-WTCH-IX + 1)
              TO BAQHWTCH-WATCH (WS-WTCH-IX).

       HCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * HCB-REWRITE-WTCH-REC
      *
      * Rewrites the user's record read for update, stamped with the
      * date and the user of the change.
      *----------------------------------------------------------------*
       HCB-REWRITE-WTCH-REC SECTION.
       HCB-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHWTCH-CHG-DATE.
           MOVE WS-USERID TO BAQHWTCH-CHG-BY.

           EXEC CICS REWRITE FILE('RBKWTCH')
                             FROM(BAQHWTCH-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Watchlist update failed - see log' TO WS-WTCH-MSG
              DISPLAY EIBTRNID ' RBKWTCH rewrite failed, RESP '
                 WS-RESP
           END-IF.

       HCB-999.
           EXIT.

      *----------------------------------------------------------------*
      * HD-SAVE-NAME-ROUTE
      *
      * Saves the name and route keyed, creating the user's record
      * with no watches if there is none. A blank name or route
      * falls back to the user ID.
      *----------------------------------------------------------------*
       HD-SAVE-NAME-ROUTE SECTION.
       HD-010.
           MOVE WS-USERID TO BAQHWTCH-SUBSCRIBER.
           EXEC CICS READ FILE('RBKWTCH')
                          INTO(BAQHWTCH-RECORD)
                          RIDFLD(BAQHWTCH-SUBSCRIBER)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
              PERFORM HBA-START-SUBSCRIPTION
              PERFORM HBB-WRITE-FIRST-WTCH-REC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE 'Name and route saved' TO WS-WTCH-MSG
              END-IF
              GO TO HD-999
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Watchlist file not readable - see log'
                 TO WS-WTCH-MSG
              DISPLAY EIBTRNID ' RBKWTCH read failed, RESP ' WS-RESP
              GO TO HD-999
           END-IF.

           IF WS-WTCH-IN-NAME = SPACES THEN
              MOVE WS-USERID TO BAQHWTCH-NAME
           ELSE
              MOVE WS-WTCH-IN-NAME TO BAQHWTCH-NAME
           END-IF.

           IF WS-WTCH-IN-ROUTE = SPACES THEN
              MOVE WS-USERID TO BAQHWTCH-ROUTE
           ELSE
              MOVE WS-WTCH-IN-ROUTE TO BAQHWTCH-ROUTE
           END-IF.

           PERFORM HCB-REWRITE-WTCH-REC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Name and route saved' TO WS-WTCH-MSG
           END-IF.

       HD-999.
           EXIT.

      *----------------------------------------------------------------*
      * HE-UNSUBSCRIBE
      *
      * Removes the user's whole watchlist; the digest has nothing
      * more for them.
      *----------------------------------------------------------------*
       HE-UNSUBSCRIBE SECTION.
       HE-010.
           MOVE WS-USERID TO BAQHWTCH-SUBSCRIBER.
           EXEC CICS DELETE FILE('RBKWTCH')
                            RIDFLD(BAQHWTCH-SUBSCRIBER)
                            RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Watchlist removed - you are unsubscribed'
                    TO WS-WTCH-MSG
                 MOVE SPACES TO WS-WTCH-IN-NAME WS-WTCH-IN-ROUTE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'You have no watchlist' TO WS-WTCH-MSG
              WHEN OTHER
                 MOVE 'Watchlist update failed - see log'
                    TO WS-WTCH-MSG
                 DISPLAY EIBTRNID ' RBKWTCH delete failed, RESP '
                    WS-RESP
           END-EVALUATE.

       HE-999.
           EXIT.

      *----------------------------------------------------------------*
      * KA-BATCH-SUBMIT
      *
      * Pseudo-conversational RBSB - batch operations from the
      * terminal instead of a call to operations. The operator keys
      * the code of a skeleton on the RBKJSKL registry and sees its
      * description and the parameters it permits; ENTER on the
      * same code with action S submits it to the internal reader
      * with the values keyed (KC-SUBMIT-JOB). A destructive
      * skeleton is held until a second operator has approved it on
      * RBKA. Every turn first takes in the status reports the jobs
      * have sent back (KE-TAKE-STATUS-REPORTS); the lower half
      * lists the latest submissions with their status and return
      * code, or after PF5 the operations on offer.
      *----------------------------------------------------------------*
       KA-BATCH-SUBMIT SECTION.
       KA-010.
           MOVE SPACES TO WS-JSUB-SKEL.
           MOVE 'S' TO WS-JSUB-MODE.
           MOVE SPACES TO WS-JSUB-MSG.
           MOVE SPACES TO WS-JSUB-IN-SKEL WS-JSUB-IN-ACTION
                          WS-JSUB-IN-VALUES.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           IF EIBCALEN > 0 THEN
              MOVE CA-JSUB-SKEL TO WS-JSUB-SKEL
              IF CA-JSUB-MODE = 'K' THEN
                 MOVE 'K' TO WS-JSUB-MODE
              END-IF

              EXEC CICS RECEIVE MAP('JSUBM')
                                 MAPSET('BAQHRBKM')
                                 INTO(JSUBMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO KA-999
                 WHEN WS-AID-PF5
                    PERFORM KAB-TAKE-ENTRY-FIELDS
                    IF WS-JSUB-MODE = 'K' THEN
                       MOVE 'S' TO WS-JSUB-MODE
                    ELSE
                       MOVE 'K' TO WS-JSUB-MODE
                    END-IF
                 WHEN WS-AID-ENTER
                    PERFORM KAB-TAKE-ENTRY-FIELDS
                    IF WS-JSUB-IN-SKEL NOT = WS-JSUB-SKEL THEN
                       MOVE WS-JSUB-IN-SKEL TO WS-JSUB-SKEL
                       MOVE SPACES TO WS-JSUB-IN-VALUES
                    ELSE
                       EVALUATE WS-JSUB-IN-ACTION
                          WHEN 'S'
                             PERFORM KC-SUBMIT-JOB
                          WHEN SPACE
                             CONTINUE
                          WHEN OTHER
                             MOVE 'Action must be S (submit) or blank'
                                TO WS-JSUB-MSG
                       END-EVALUATE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM KE-TAKE-STATUS-REPORTS.
           PERFORM KAA-BUILD-JSUB-PAGE.

       KA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KAA-BUILD-JSUB-PAGE
      *
      * Shows the skeleton on the screen - description, destructive
      * warning and its parameter lines with the values as keyed -
      * and below it the list the operator is on, sends map JSUBM
      * and returns pseudo-conversationally with the skeleton and
      * the list in DFHCOMMAREA.
      *----------------------------------------------------------------*
       KAA-BUILD-JSUB-PAGE SECTION.
       KAA-010.
           MOVE SPACES TO JSUBMO.
           MOVE 'BAQHRBKC - SUBMIT BATCH OPERATION (RBSB)' TO JTITL1O.
           MOVE 'Operation' TO JSKLLO.
           MOVE 'Action S=Submit:' TO JACTLO.
           MOVE 'PF3=End  PF5=Switch list  ENTER=Show / submit'
              TO JPFKLO.
           STRING 'Operator ' WS-USERID
              ' - key an operation, ENTER, then its values and S'
              DELIMITED BY SIZE INTO JSUBO.

           IF WS-JSUB-SKEL = SPACES OR
              WS-JSUB-SKEL = LOW-VALUES THEN
              MOVE SPACES TO WS-JSUB-SKEL
              IF WS-JSUB-MSG = SPACES THEN
                 MOVE 'Key an operation code and ENTER - PF5 lists the o
      -             'perations' TO WS-JSUB-MSG
              END-IF
              GO TO KAA-020
           END-IF.

           MOVE WS-JSUB-SKEL TO JSKLFO.
           PERFORM KB-LOAD-SKELETON.

           IF WS-JSUB-LOADED NOT = 'Y' THEN
              IF WS-JSUB-MSG = SPACES THEN
                 MOVE 'No such operation - PF5 lists the operations'
                    TO WS-JSUB-MSG
              END-IF
              GO TO KAA-020
           END-IF.

           MOVE WS-JSUB-DESC TO JDSCO.
           IF WS-JSUB-DESTR = 'Y' THEN
              MOVE 'DESTRUCTIVE - released only against a four-eyes appr
      -          'oval on RBKA' TO JSUBO
           END-IF.

           PERFORM KAC-SHOW-ONE-PARM
              VARYING WS-JSUB-IX FROM 1 BY 1
              UNTIL WS-JSUB-IX > 4.

       KAA-020.
           IF WS-JSUB-MODE = 'K' THEN
              PERFORM KF-LIST-SKELETONS
           ELSE
              PERFORM KG-LIST-SUBMISSIONS
           END-IF.

           IF WS-JSUB-MSG NOT = SPACES THEN
              MOVE WS-JSUB-MSG TO JMSGLO
           END-IF.

           EXEC CICS SEND MAP('JSUBM')
                          MAPSET('BAQHRBKM')
                          FROM(JSUBMO)
                          ERASE
           END-EXEC.

           MOVE WS-JSUB-SKEL TO CA-JSUB-SKEL.
           MOVE WS-JSUB-MODE TO CA-JSUB-MODE.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       KAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KAB-TAKE-ENTRY-FIELDS
      *
      * Picks up the operation code, the four values and the action
      * as keyed; a field the operator did not touch comes back as
      * low-values and is taken as blank.
      *----------------------------------------------------------------*
       KAB-TAKE-ENTRY-FIELDS SECTION.
       KAB-010.
           MOVE JSKLFI TO WS-JSUB-IN-SKEL.
           MOVE JPV1FI TO WS-JSUB-IN-VALUE (1).
           MOVE JPV2FI TO WS-JSUB-IN-VALUE (2).
           MOVE JPV3FI TO WS-JSUB-IN-VALUE (3).
           MOVE JPV4FI TO WS-JSUB-IN-VALUE (4).
           MOVE JACTFI TO WS-JSUB-IN-ACTION.

           INSPECT WS-JSUB-IN-SKEL REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-JSUB-IN-VALUES REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-JSUB-IN-ACTION REPLACING ALL LOW-VALUE BY SPACE.

       KAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * KAC-SHOW-ONE-PARM
      *
      * Labels parameter line WS-JSUB-IX and shows its value as
      * keyed. A line the skeleton does not use stays blank.
      *----------------------------------------------------------------*
       KAC-SHOW-ONE-PARM SECTION.
       KAC-010.
           IF WS-JSUB-PARM-NAME (WS-JSUB-IX) = SPACES THEN
              GO TO KAC-999
           END-IF.

           EVALUATE WS-JSUB-IX
              WHEN 1
                 MOVE WS-JSUB-PARM-LABEL (1) TO JPL1O
                 MOVE WS-JSUB-IN-VALUE (1) TO JPV1FO
              WHEN 2
                 MOVE WS-JSUB-PARM-LABEL (2) TO JPL2O
                 MOVE WS-JSUB-IN-VALUE (2) TO JPV2FO
              WHEN 3
                 MOVE WS-JSUB-PARM-LABEL (3) TO JPL3O
                 MOVE WS-JSUB-IN-VALUE (3) TO JPV3FO
              WHEN 4
                 MOVE WS-JSUB-PARM-LABEL (4) TO JPL4O
                 MOVE WS-JSUB-IN-VALUE (4) TO JPV4FO
           END-EVALUATE.

       KAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * KB-LOAD-SKELETON
      *
      * Reads the header of skeleton WS-JSUB-SKEL from RBKJSKL into
      * the description, destructive flag and parameter table, and
      * names the built-ins after the four parameters.
      * WS-JSUB-LOADED = 'Y' when there is such a skeleton; the
      * '*STATUS' trailer is never offered.
      *----------------------------------------------------------------*
       KB-LOAD-SKELETON SECTION.
       KB-010.
           MOVE 'N' TO WS-JSUB-LOADED.
           MOVE SPACES TO WS-JSUB-DESC.
           MOVE 'N' TO WS-JSUB-DESTR.
           MOVE SPACES TO WS-JSUB-PARM-TABLE.

           IF WS-JSUB-SKEL (1:1) = '*' THEN
              GO TO KB-999
           END-IF.

           MOVE WS-JSUB-SKEL TO BAQHJSKL-SKEL-ID.
           MOVE 0 TO BAQHJSKL-SEQ.
           EXEC CICS READ FILE('RBKJSKL')
                          INTO(BAQHJSKL-RECORD)
                          RIDFLD(BAQHJSKL-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
              GO TO KB-999
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Skeleton registry not readable - see log'
                 TO WS-JSUB-MSG
              DISPLAY EIBTRNID ' RBKJSKL read failed, RESP ' WS-RESP
              GO TO KB-999
           END-IF.

           MOVE 'Y' TO WS-JSUB-LOADED.
           MOVE BAQHJSKL-DESC TO WS-JSUB-DESC.
           IF BAQHJSKL-IS-DESTRUCTIVE THEN
              MOVE 'Y' TO WS-JSUB-DESTR
           END-IF.

           PERFORM KBA-TAKE-ONE-PARM
              VARYING WS-JSUB-IX FROM 1 BY 1
              UNTIL WS-JSUB-IX > 4.

           MOVE 'RBKSUB' TO WS-JSUB-PARM-NAME (5).
           MOVE 'RBKUSER' TO WS-JSUB-PARM-NAME (6).
           MOVE 'RBKSKEL' TO WS-JSUB-PARM-NAME (7).

           PERFORM KBB-MEASURE-ONE-NAME
              VARYING WS-JSUB-IX FROM 1 BY 1
              UNTIL WS-JSUB-IX > 7.

       KB-999.
           EXIT.

      *----------------------------------------------------------------*
      * KBA-TAKE-ONE-PARM
      *
      * One parameter of the header into the table. A missing or
      * oversized maximum length is taken as the full 44.
      *----------------------------------------------------------------*
       KBA-TAKE-ONE-PARM SECTION.
       KBA-010.
           MOVE BAQHJSKL-PARM-NAME (WS-JSUB-IX)
              TO WS-JSUB-PARM-NAME (WS-JSUB-IX).
           MOVE BAQHJSKL-PARM-LABEL (WS-JSUB-IX)
              TO WS-JSUB-PARM-LABEL (WS-JSUB-IX).
           MOVE BAQHJSKL-PARM-CLASS (WS-JSUB-IX)
              TO WS-JSUB-PARM-CLASS (WS-JSUB-IX).
           MOVE BAQHJSKL-PARM-REQ (WS-JSUB-IX)
              TO WS-JSUB-PARM-REQ (WS-JSUB-IX).

           IF BAQHJSKL-PARM-MAXLEN (WS-JSUB-IX) IS NUMERIC AND
              BAQHJSKL-PARM-MAXLEN (WS-JSUB-IX) > 0 AND
              BAQHJSKL-PARM-MAXLEN (WS-JSUB-IX) < 44 THEN
              MOVE BAQHJSKL-PARM-MAXLEN (WS-JSUB-IX)
                 TO WS-JSUB-PARM-MAXLEN (WS-JSUB-IX)
           ELSE
              MOVE 44 TO WS-JSUB-PARM-MAXLEN (WS-JSUB-IX)
           END-IF.

           IF WS-JSUB-PARM-LABEL (WS-JSUB-IX) = SPACES THEN
              MOVE WS-JSUB-PARM-NAME (WS-JSUB-IX)
                 TO WS-JSUB-PARM-LABEL (WS-JSUB-IX)
           END-IF.

       KBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KBB-MEASURE-ONE-NAME
      *----------------------------------------------------------------*
       KBB-MEASURE-ONE-NAME SECTION.
       KBB-010.
           MOVE 0 TO WS-JSUB-TALLY.
           INSPECT WS-JSUB-PARM-NAME (WS-JSUB-IX) TALLYING
              WS-JSUB-TALLY FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-JSUB-TALLY TO WS-JSUB-PARM-NLEN (WS-JSUB-IX).

       KBB-999.
           EXIT.

      *----------------------------------------------------------------*
      * KC-SUBMIT-JOB
      *
      * Submits the skeleton on the screen with the values keyed.
      * Each value is checked against its parameter's definition,
      * the submission is numbered on the RBKJSUB log, a destructive
      * skeleton must find a standing approval on RBKAPPR (else one
      * is requested and the submission is logged HELD), and the
      * skeleton's cards followed by the '*STATUS' trailer go to the
      * internal reader with the values put in. The outcome is
      * logged and audited either way.
      *----------------------------------------------------------------*
       KC-SUBMIT-JOB SECTION.
       KC-010.
           IF WS-JSUB-SKEL = SPACES OR
              WS-JSUB-SKEL = LOW-VALUES THEN
              MOVE 'Key an operation code first' TO WS-JSUB-MSG
              GO TO KC-999
           END-IF.

           PERFORM KB-LOAD-SKELETON.
           IF WS-JSUB-LOADED NOT = 'Y' THEN
              GO TO KC-999
           END-IF.

           PERFORM KCA-CHECK-ONE-VALUE
              VARYING WS-JSUB-IX FROM 1 BY 1
              UNTIL WS-JSUB-IX > 4 OR WS-JSUB-MSG NOT = SPACES.
           IF WS-JSUB-MSG NOT = SPACES THEN
              GO TO KC-999
           END-IF.

      * The skeleton and its NAME=value pairs - what the log shows
      * and what a four-eyes approval is given for.
           MOVE SPACES TO WS-JSUB-SUBJECT.
           MOVE 'N' TO WS-JSUB-OVERFLOW.
           MOVE 1 TO WS-JSUB-SUBJ-PTR.
           STRING WS-JSUB-SKEL DELIMITED BY SPACE
              INTO WS-JSUB-SUBJECT WITH POINTER WS-JSUB-SUBJ-PTR.
           PERFORM KCB-ADD-ONE-TO-SUBJECT
              VARYING WS-JSUB-IX FROM 1 BY 1
              UNTIL WS-JSUB-IX > 4.
           IF WS-JSUB-OVERFLOW = 'Y' THEN
              MOVE 'The values keyed are too long to record - shorten th
      -          'em' TO WS-JSUB-MSG
              GO TO KC-999
           END-IF.

           PERFORM KCC-NEXT-SUBMISSION-NUMBER.
           IF WS-JSUB-NUMBER = 0 THEN
              GO TO KC-999
           END-IF.

           MOVE SPACES TO BAQHJSUB-DATA.
           MOVE WS-JSUB-NUMBER TO BAQHJSUB-NUMBER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHJSUB-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHJSUB-TIME.
           MOVE WS-USERID TO BAQHJSUB-OPERATOR.
           MOVE WS-JSUB-SKEL TO BAQHJSUB-SKEL-ID.
           MOVE WS-JSUB-SUBJECT TO BAQHJSUB-SUBJECT.
           MOVE 0 TO BAQHJSUB-CARDS.

      * A destructive operation goes no further without a standing
      * approval from a second operator.
           MOVE SPACES TO WS-JSUB-APPROVER.
           IF WS-JSUB-DESTR = 'Y' THEN
              PERFORM KD-CHECK-JOB-APPROVAL
              IF WS-JSUB-RELEASED NOT = 'Y' THEN
                 MOVE 'HELD' TO BAQHJSUB-STATUS
                 PERFORM KCE-WRITE-SUBMISSION
                 GO TO KC-999
              END-IF
           END-IF.

      * The built-ins the cards may carry.
           MOVE WS-JSUB-NUMBER TO WS-JSUB-PARM-VALUE (5).
           MOVE 6 TO WS-JSUB-PARM-VLEN (5).
           MOVE WS-USERID TO WS-JSUB-PARM-VALUE (6).
           MOVE 0 TO WS-JSUB-TALLY.
           INSPECT WS-USERID TALLYING WS-JSUB-TALLY
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-JSUB-TALLY TO WS-JSUB-PARM-VLEN (6).
           MOVE WS-JSUB-SKEL TO WS-JSUB-PARM-VALUE (7).
           MOVE 0 TO WS-JSUB-TALLY.
           INSPECT WS-JSUB-SKEL TALLYING WS-JSUB-TALLY
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-JSUB-TALLY TO WS-JSUB-PARM-VLEN (7).

           PERFORM KCD-WRITE-JOB-TO-READER.

           MOVE WS-JSUB-JOBNAME TO BAQHJSUB-JOBNAME.
           MOVE WS-JSUB-APPROVER TO BAQHJSUB-APPROVER.
           MOVE WS-JSUB-CARD-CNT TO BAQHJSUB-CARDS.
           MOVE WS-JSUB-CARD-CNT TO WS-JSUB-CNT-ED.

           IF WS-JSUB-SPOOL-OK = 'Y' THEN
              MOVE 'SUBMITTED' TO BAQHJSUB-STATUS
              MOVE 'JOBSUB' TO WS-JSUB-AUD-OPER
              MOVE 'SUBMITTED' TO WS-JSUB-AUD-RESULT
              MOVE SPACES TO WS-JSUB-AUD-TEXT
              STRING 'JOB ' WS-JSUB-JOBNAME ' CARDS ' WS-JSUB-CNT-ED
                 ' APPROVER ' WS-JSUB-APPROVER
                 DELIMITED BY SIZE INTO WS-JSUB-AUD-TEXT
              STRING 'Submission ' WS-JSUB-NUMBER ': job '
                 WS-JSUB-JOBNAME ' passed to the internal reader ('
                 WS-JSUB-CNT-ED ' cards)'
                 DELIMITED BY SIZE INTO WS-JSUB-MSG
              IF WS-JSUB-TRAIL-CNT = 0 THEN
                 STRING 'Submission ' WS-JSUB-NUMBER ': job '
                    WS-JSUB-JOBNAME ' submitted - no *STATUS trailer,'
                    ' no status will come back'
                    DELIMITED BY SIZE INTO WS-JSUB-MSG
              END-IF
              MOVE SPACES TO WS-JSUB-IN-VALUES
           ELSE
      * Nothing reached the reader, so an approval it took stands
      * again for the next attempt.
              IF WS-JSUB-APPROVER NOT = SPACES THEN
                 PERFORM KDB-RESTORE-APPROVAL
              END-IF
              MOVE 'FAILED' TO BAQHJSUB-STATUS
              MOVE 'JOBFAIL' TO WS-JSUB-AUD-OPER
              MOVE 'FAILED' TO WS-JSUB-AUD-RESULT
              MOVE WS-JSUB-FAIL-TEXT TO WS-JSUB-AUD-TEXT
              STRING 'Submission ' WS-JSUB-NUMBER ' not submitted - '
                 WS-JSUB-FAIL-TEXT
                 DELIMITED BY SIZE INTO WS-JSUB-MSG
           END-IF.

           PERFORM KCE-WRITE-SUBMISSION.
           PERFORM XK-WRITE-JOB-AUDIT.

       KC-999.
           EXIT.

      *----------------------------------------------------------------*
      * KCA-CHECK-ONE-VALUE
      *
      * Checks the value keyed on parameter line WS-JSUB-IX against
      * the skeleton's definition - a value only where a parameter
      * is declared, present when required, no leading blank, no
      * longer than its maximum and only the characters its class
      * allows - and takes its length for the substitution.
      *----------------------------------------------------------------*
       KCA-CHECK-ONE-VALUE SECTION.
       KCA-010.
           MOVE WS-JSUB-IX TO WS-JSUB-IX-ED.
           MOVE SPACES TO WS-JSUB-PARM-VALUE (WS-JSUB-IX).
           MOVE 0 TO WS-JSUB-PARM-VLEN (WS-JSUB-IX).

           IF WS-JSUB-PARM-NAME (WS-JSUB-IX) = SPACES THEN
              IF WS-JSUB-IN-VALUE (WS-JSUB-IX) NOT = SPACES THEN
                 STRING 'Line ' WS-JSUB-IX-ED
                    ' takes no value for this operation'
                    DELIMITED BY SIZE INTO WS-JSUB-MSG
              END-IF
              GO TO KCA-999
           END-IF.

           IF WS-JSUB-IN-VALUE (WS-JSUB-IX) = SPACES THEN
              IF WS-JSUB-PARM-REQ (WS-JSUB-IX) = 'Y' THEN
                 STRING FUNCTION TRIM(WS-JSUB-PARM-LABEL (WS-JSUB-IX))
                    ' must be keyed'
                    DELIMITED BY SIZE INTO WS-JSUB-MSG
              END-IF
              GO TO KCA-999
           END-IF.

           IF WS-JSUB-IN-VALUE (WS-JSUB-IX) (1:1) = SPACE THEN
              STRING FUNCTION TRIM(WS-JSUB-PARM-LABEL (WS-JSUB-IX))
                 ' may not start with a blank'
                 DELIMITED BY SIZE INTO WS-JSUB-MSG
              GO TO KCA-999
           END-IF.

           MOVE 0 TO WS-JSUB-TALLY.
           INSPECT FUNCTION REVERSE(WS-JSUB-IN-VALUE (WS-JSUB-IX))
              TALLYING WS-JSUB-TALLY FOR LEADING SPACE.
           COMPUTE WS-JSUB-PARM-VLEN (WS-JSUB-IX) =
              LENGTH OF WS-JSUB-CHECK - WS-JSUB-TALLY.

           IF WS-JSUB-PARM-VLEN (WS-JSUB-IX) >
              WS-JSUB-PARM-MAXLEN (WS-JSUB-IX) THEN
              MOVE WS-JSUB-PARM-MAXLEN (WS-JSUB-IX)
                 TO WS-JSUB-MAXLEN-ED
              STRING FUNCTION TRIM(WS-JSUB-PARM-LABEL (WS-JSUB-IX))
                 ' is at most ' WS-JSUB-MAXLEN-ED ' characters'
                 DELIMITED BY SIZE INTO WS-JSUB-MSG
              GO TO KCA-999
           END-IF.

           MOVE WS-JSUB-IN-VALUE (WS-JSUB-IX) TO WS-JSUB-CHECK.
           EVALUATE WS-JSUB-PARM-CLASS (WS-JSUB-IX)
              WHEN 'N'
                 INSPECT WS-JSUB-CHECK CONVERTING WS-JSUB-ALLOW-N
                    TO WS-JSUB-BLANKS (1:10)
              WHEN 'T'
                 INSPECT WS-JSUB-CHECK CONVERTING WS-JSUB-ALLOW-T
                    TO WS-JSUB-BLANKS (1:70)
              WHEN OTHER
                 INSPECT WS-JSUB-CHECK CONVERTING WS-JSUB-ALLOW-D
                    TO WS-JSUB-BLANKS (1:41)
           END-EVALUATE.

           IF WS-JSUB-CHECK NOT = SPACES THEN
              STRING FUNCTION TRIM(WS-JSUB-PARM-LABEL (WS-JSUB-IX))
                 ' holds a character it may not contain'
                 DELIMITED BY SIZE INTO WS-JSUB-MSG
              GO TO KCA-999
           END-IF.

           MOVE WS-JSUB-IN-VALUE (WS-JSUB-IX)
              TO WS-JSUB-PARM-VALUE (WS-JSUB-IX).

       KCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KCB-ADD-ONE-TO-SUBJECT
      *----------------------------------------------------------------*
       KCB-ADD-ONE-TO-SUBJECT SECTION.
       KCB-010.
           IF WS-JSUB-PARM-NAME (WS-JSUB-IX) = SPACES OR
              WS-JSUB-PARM-VLEN (WS-JSUB-IX) = 0 THEN
              GO TO KCB-999
           END-IF.

           STRING ' ' DELIMITED BY SIZE
              WS-JSUB-PARM-NAME (WS-JSUB-IX) DELIMITED BY SPACE
              '=' DELIMITED BY SIZE
              WS-JSUB-PARM-VALUE (WS-JSUB-IX)
                 (1:WS-JSUB-PARM-VLEN (WS-JSUB-IX))
                 DELIMITED BY SIZE
              INTO WS-JSUB-SUBJECT WITH POINTER WS-JSUB-SUBJ-PTR
              ON OVERFLOW
                 MOVE 'Y' TO WS-JSUB-OVERFLOW
           END-STRING.

       KCB-999.
           EXIT.

      *----------------------------------------------------------------*
      * KCC-NEXT-SUBMISSION-NUMBER
      *
      * Takes the next number from the RBKJSUB control record
      * (000000), starting the log at 1 when there is none.
      * WS-JSUB-NUMBER stays 0, with the operator told why, when no
      * number could be had.
      *----------------------------------------------------------------*
       KCC-NEXT-SUBMISSION-NUMBER SECTION.
       KCC-010.
           MOVE 0 TO WS-JSUB-NUMBER.
           MOVE 0 TO BAQHJSUB-NUMBER.
           EXEC CICS READ FILE('RBKJSUB')
                          INTO(BAQHJSUB-RECORD)
                          RIDFLD(BAQHJSUB-NUMBER)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
              MOVE SPACES TO BAQHJSUB-DATA
              MOVE 0 TO BAQHJSUB-NUMBER
              MOVE 1 TO BAQHJSUB-LAST-NUMBER
              EXEC CICS WRITE FILE('RBKJSUB')
                              FROM(BAQHJSUB-RECORD)
                              RIDFLD(BAQHJSUB-NUMBER)
                              RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE 1 TO WS-JSUB-NUMBER
              ELSE
                 MOVE 'Another submission was being numbered - ENTER S a
      -             'gain' TO WS-JSUB-MSG
              END-IF
              GO TO KCC-999
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Submission log not readable - see log'
                 TO WS-JSUB-MSG
              DISPLAY EIBTRNID ' RBKJSUB read failed, RESP ' WS-RESP
              GO TO KCC-999
           END-IF.

           IF BAQHJSUB-LAST-NUMBER NOT NUMERIC OR
              BAQHJSUB-LAST-NUMBER = 999999 THEN
              MOVE 1 TO BAQHJSUB-LAST-NUMBER
           ELSE
              ADD 1 TO BAQHJSUB-LAST-NUMBER
           END-IF.

           EXEC CICS REWRITE FILE('RBKJSUB')
                             FROM(BAQHJSUB-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE BAQHJSUB-LAST-NUMBER TO WS-JSUB-NUMBER
           ELSE
              MOVE 'Submission log update failed - see log'
                 TO WS-JSUB-MSG
              DISPLAY EIBTRNID ' RBKJSUB rewrite failed, RESP '
                 WS-RESP
           END-IF.

       KCC-999.
           EXIT.

      *----------------------------------------------------------------*
      * KCD-WRITE-JOB-TO-READER
      *
      * Opens a spool file to the internal reader, writes the
      * skeleton's cards and then the '*STATUS' trailer's with the
      * values put in, and closes it - which releases the job to
      * JES. The first card must be a JOB card, whose name becomes
      * WS-JSUB-JOBNAME. On any failure the spool file is closed
      * with DELETE so no part of the job is run, WS-JSUB-SPOOL-OK
      * stays 'N' and WS-JSUB-FAIL-TEXT says why.
      *----------------------------------------------------------------*
       KCD-WRITE-JOB-TO-READER SECTION.
       KCD-010.
           MOVE 'N' TO WS-JSUB-SPOOL-OK.
           MOVE 0 TO WS-JSUB-CARD-CNT.
           MOVE 0 TO WS-JSUB-TRAIL-CNT.
           MOVE SPACES TO WS-JSUB-JOBNAME.
           MOVE SPACES TO WS-JSUB-FAIL-TEXT.

           EXEC CICS SPOOLOPEN OUTPUT
                               NODE('*')
                               USERID('INTRDR')
                               TOKEN(WS-JSUB-TOKEN)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE WS-RESP TO WS-RESP-ED
              STRING 'internal reader not available, RESP '
                 WS-RESP-ED
                 DELIMITED BY SIZE INTO WS-JSUB-FAIL-TEXT
              DISPLAY EIBTRNID ' SPOOLOPEN to INTRDR failed, RESP '
                 WS-RESP
              GO TO KCD-999
           END-IF.

           MOVE 'Y' TO WS-JSUB-WRITE-OK.
           MOVE WS-JSUB-SKEL TO WS-JSUB-BR-SKEL.
           PERFORM KCDA-SPOOL-SKELETON.

           IF WS-JSUB-WRITE-OK = 'Y' AND
              WS-JSUB-CARD-CNT = 0 THEN
              MOVE 'N' TO WS-JSUB-WRITE-OK
              MOVE 'the skeleton has no JCL cards'
                 TO WS-JSUB-FAIL-TEXT
           END-IF.

           IF WS-JSUB-WRITE-OK = 'Y' THEN
              MOVE WS-JSUB-CARD-CNT TO WS-JSUB-TRAIL-CNT
              MOVE '*STATUS' TO WS-JSUB-BR-SKEL
              PERFORM KCDA-SPOOL-SKELETON
              COMPUTE WS-JSUB-TRAIL-CNT =
                 WS-JSUB-CARD-CNT - WS-JSUB-TRAIL-CNT
           END-IF.

           IF WS-JSUB-WRITE-OK NOT = 'Y' THEN
              EXEC CICS SPOOLCLOSE TOKEN(WS-JSUB-TOKEN)
                                   DELETE
                                   NOHANDLE
              END-EXEC
              GO TO KCD-999
           END-IF.

           EXEC CICS SPOOLCLOSE TOKEN(WS-JSUB-TOKEN)
                                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-JSUB-SPOOL-OK
           ELSE
              MOVE WS-RESP TO WS-RESP-ED
              STRING 'spool close failed, RESP ' WS-RESP-ED
                 DELIMITED BY SIZE INTO WS-JSUB-FAIL-TEXT
              DISPLAY EIBTRNID ' SPOOLCLOSE to INTRDR failed, RESP '
                 WS-RESP
           END-IF.

       KCD-999.
           EXIT.

      *----------------------------------------------------------------*
      * KCDA-SPOOL-SKELETON
      *
      * Browses the cards (sequence 001 on) of skeleton
      * WS-JSUB-BR-SKEL and writes each to the open spool file.
      * A skeleton with no cards writes nothing.
      *----------------------------------------------------------------*
       KCDA-SPOOL-SKELETON SECTION.
       KCDA-010.
           MOVE WS-JSUB-BR-SKEL TO WS-JSUB-BR-ID.
           MOVE 1 TO WS-JSUB-BR-SEQ.
           EXEC CICS STARTBR FILE('RBKJSKL')
                              RIDFLD(WS-JSUB-BR-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO KCDA-999
           END-IF.

           MOVE 'N' TO WS-JSUB-BR-END.
           PERFORM KCDB-SPOOL-ONE-CARD
              UNTIL WS-JSUB-BR-END = 'Y' OR WS-JSUB-WRITE-OK = 'N'.

           EXEC CICS ENDBR FILE('RBKJSKL') END-EXEC.

       KCDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KCDB-SPOOL-ONE-CARD
      *----------------------------------------------------------------*
       KCDB-SPOOL-ONE-CARD SECTION.
       KCDB-010.
           EXEC CICS READNEXT FILE('RBKJSKL')
                               INTO(BAQHJSKL-RECORD)
                               RIDFLD(WS-JSUB-BR-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              BAQHJSKL-SKEL-ID NOT = WS-JSUB-BR-SKEL THEN
              MOVE 'Y' TO WS-JSUB-BR-END
              GO TO KCDB-999
           END-IF.

           PERFORM KH-SUBSTITUTE-CARD.

           IF WS-JSUB-OVERFLOW = 'Y' THEN
              MOVE 'N' TO WS-JSUB-WRITE-OK
              MOVE BAQHJSKL-SEQ TO WS-JSUB-SEQ-ED
              STRING 'card ' WS-JSUB-SEQ-ED ' of '
                 WS-JSUB-BR-SKEL ' runs past column 71'
                 DELIMITED BY SIZE INTO WS-JSUB-FAIL-TEXT
              GO TO KCDB-999
           END-IF.

      * The job's own first card must be its JOB card.
           IF WS-JSUB-CARD-CNT = 0 THEN
              MOVE 0 TO WS-JSUB-TALLY
              INSPECT WS-JSUB-OUT (1:71) TALLYING WS-JSUB-TALLY
                 FOR ALL ' JOB '
              IF WS-JSUB-OUT (1:2) NOT = '//' OR
                 WS-JSUB-OUT (3:1) = SPACE OR
                 WS-JSUB-TALLY = 0 THEN
                 MOVE 'N' TO WS-JSUB-WRITE-OK
                 MOVE 'the first card of the skeleton is not a JOB card'
                    TO WS-JSUB-FAIL-TEXT
                 GO TO KCDB-999
              END-IF
              UNSTRING WS-JSUB-OUT (3:69) DELIMITED BY SPACE
                 INTO WS-JSUB-JOBNAME
           END-IF.

           EXEC CICS SPOOLWRITE TOKEN(WS-JSUB-TOKEN)
                                FROM(WS-JSUB-OUT)
                                FLENGTH(WS-JSUB-CARD-LEN)
                                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'N' TO WS-JSUB-WRITE-OK
              MOVE WS-RESP TO WS-RESP-ED
              STRING 'spool write failed, RESP ' WS-RESP-ED
                 DELIMITED BY SIZE INTO WS-JSUB-FAIL-TEXT
              DISPLAY EIBTRNID ' SPOOLWRITE to INTRDR failed, RESP '
                 WS-RESP
              GO TO KCDB-999
           END-IF.

           ADD 1 TO WS-JSUB-CARD-CNT.

       KCDB-999.
           EXIT.

      *----------------------------------------------------------------*
      * KCE-WRITE-SUBMISSION
      *
      * Writes the submission built in BAQHJSUB-RECORD to the log.
      *----------------------------------------------------------------*
       KCE-WRITE-SUBMISSION SECTION.
       KCE-010.
           EXEC CICS WRITE FILE('RBKJSUB')
                           FROM(BAQHJSUB-RECORD)
                           RIDFLD(BAQHJSUB-NUMBER)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - RBKJSUB write of submission '
                 BAQHJSUB-NUMBER ' failed, RESP ' WS-RESP
           END-IF.

       KCE-999.
           EXIT.

      *----------------------------------------------------------------*
      * KD-CHECK-JOB-APPROVAL
      *
      * Four-eyes gate for a destructive skeleton, the online twin
      * of BAQHRBKB's bulk-feed gate: an APPROVED RBKAPPR request for
      * operation JSUB with this skeleton and these values releases
      * the job and is consumed (rewritten USED, the approver kept
      * for the log). Without one a PENDING request is queued for
      * RBKA - unless the same request is already waiting - and
      * WS-JSUB-RELEASED stays 'N'.
      *----------------------------------------------------------------*
       KD-CHECK-JOB-APPROVAL SECTION.
       KD-010.
           MOVE 'N' TO WS-JSUB-RELEASED.
           MOVE 'N' TO WS-JSUB-PENDING-SW.
           MOVE SPACES TO WS-JSUB-APPROVER.
           MOVE 0 TO WS-APPR-RIDFLD.

           EXEC CICS STARTBR FILE('RBKAPPR')
                              RIDFLD(WS-APPR-RIDFLD)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM KDA-SCAN-ONE-APPROVAL UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-JSUB-RELEASED = 'F'

              EXEC CICS ENDBR FILE('RBKAPPR') END-EXEC
           END-IF.

           IF WS-JSUB-RELEASED = 'F' THEN
              MOVE 'N' TO WS-JSUB-RELEASED
              EXEC CICS READ FILE('RBKAPPR')
                             INTO(BAQHAPPR-RECORD)
                             RIDFLD(WS-JSUB-APPR-RBA)
                             RBA
                             UPDATE
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                 BAQHAPPR-STATUS = 'APPROVED' THEN
                 MOVE 'USED' TO BAQHAPPR-STATUS
                 EXEC CICS REWRITE FILE('RBKAPPR')
                                   FROM(BAQHAPPR-RECORD)
                                   RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE 'Y' TO WS-JSUB-RELEASED
                    MOVE BAQHAPPR-APPROVER TO WS-JSUB-APPROVER
                    GO TO KD-999
                 END-IF
              END-IF
           END-IF.

      * No approval stands - ask for one, once.
           IF WS-JSUB-PENDING-SW = 'Y' THEN
              STRING 'Submission ' WS-JSUB-NUMBER ' held - approval'
                 ' already requested on RBKA, submit again once given'
                 DELIMITED BY SIZE INTO WS-JSUB-MSG
              GO TO KD-999
           END-IF.

           MOVE SPACES TO BAQHAPPR-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAPPR-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAPPR-TIME.
           MOVE WS-USERID TO BAQHAPPR-REQUESTOR.
           MOVE 'JSUB' TO BAQHAPPR-OPERATION.
           MOVE WS-JSUB-SUBJECT TO BAQHAPPR-TITLE.
           MOVE 0 TO BAQHAPPR-BOOK-ID.
           MOVE 0 TO BAQHAPPR-REC-COUNT.
           MOVE 'PENDING' TO BAQHAPPR-STATUS.

           MOVE 0 TO WS-APPR-RIDFLD.
           EXEC CICS WRITE FILE('RBKAPPR')
                           FROM(BAQHAPPR-RECORD)
                           RIDFLD(WS-APPR-RIDFLD)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'JOBHELD' TO BAQHAUDT-OPERATION
              PERFORM XC-WRITE-APPROVAL-AUDIT
              STRING 'Submission ' WS-JSUB-NUMBER ' held - four-eyes'
                 ' approval requested on RBKA, submit again once given'
                 DELIMITED BY SIZE INTO WS-JSUB-MSG
           ELSE
              MOVE WS-RESP TO WS-RESP-ED
              STRING 'Submission ' WS-JSUB-NUMBER ' held - approval'
                 ' request could not be queued, RESP ' WS-RESP-ED
                 DELIMITED BY SIZE INTO WS-JSUB-MSG
           END-IF.

       KD-999.
           EXIT.

      *----------------------------------------------------------------*
      * KDA-SCAN-ONE-APPROVAL
      *
      * Reads the next RBKAPPR request; a JSUB one for this subject
      * is noted - APPROVED ends the scan ('F'), PENDING means one
      * is already waiting.
      *----------------------------------------------------------------*
       KDA-SCAN-ONE-APPROVAL SECTION.
       KDA-010.
           EXEC CICS READNEXT FILE('RBKAPPR')
                               INTO(BAQHAPPR-RECORD)
                               RIDFLD(WS-APPR-RIDFLD)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO KDA-999
           END-IF.

           IF BAQHAPPR-OPERATION NOT = 'JSUB' OR
              BAQHAPPR-TITLE NOT = WS-JSUB-SUBJECT THEN
              GO TO KDA-999
           END-IF.

           IF BAQHAPPR-STATUS = 'APPROVED' THEN
              MOVE WS-APPR-RIDFLD TO WS-JSUB-APPR-RBA
              MOVE 'F' TO WS-JSUB-RELEASED
           END-IF.

           IF BAQHAPPR-STATUS = 'PENDING' THEN
              MOVE 'Y' TO WS-JSUB-PENDING-SW
           END-IF.

       KDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KDB-RESTORE-APPROVAL
      *
      * Puts back to APPROVED the request KD-CHECK-JOB-APPROVAL
      * consumed for a job that then never reached the reader.
      *----------------------------------------------------------------*
       KDB-RESTORE-APPROVAL SECTION.
       KDB-010.
           EXEC CICS READ FILE('RBKAPPR')
                          INTO(BAQHAPPR-RECORD)
                          RIDFLD(WS-JSUB-APPR-RBA)
                          RBA
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              BAQHAPPR-STATUS = 'USED' THEN
              MOVE 'APPROVED' TO BAQHAPPR-STATUS
              EXEC CICS REWRITE FILE('RBKAPPR')
                                FROM(BAQHAPPR-RECORD)
                                RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - JSUB approval for '
                 WS-JSUB-SUBJECT (1:30) ' not restored, RESP '
                 WS-RESP
           END-IF.

       KDB-999.
           EXIT.

      *----------------------------------------------------------------*
      * KE-TAKE-STATUS-REPORTS
      *
      * Takes in what the jobs' '*STATUS' closing steps have sent to
      * writer RBKJSTAT - up to ten spool files a turn, each deleted
      * once read - and posts each report onto its RBKJSUB
      * submission. No file waiting, or no spool interface, simply
      * leaves the log as it is.
      *----------------------------------------------------------------*
       KE-TAKE-STATUS-REPORTS SECTION.
       KE-010.
           MOVE 0 TO WS-JSUB-FILES.
           MOVE 'N' TO WS-JSUB-SPOOL-DONE.

           PERFORM KEA-TAKE-ONE-REPORT-FILE
              UNTIL WS-JSUB-SPOOL-DONE = 'Y' OR
                    WS-JSUB-FILES NOT < 10.

       KE-999.
           EXIT.

      *----------------------------------------------------------------*
      * KEA-TAKE-ONE-REPORT-FILE
      *----------------------------------------------------------------*
       KEA-TAKE-ONE-REPORT-FILE SECTION.
       KEA-010.
           EXEC CICS SPOOLOPEN INPUT
                               USERID(WS-JSUB-WRITER)
                               TOKEN(WS-JSUB-IN-TOKEN)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-JSUB-SPOOL-DONE
              GO TO KEA-999
           END-IF.

           ADD 1 TO WS-JSUB-FILES.
           MOVE 'N' TO WS-JSUB-RD-END.
           PERFORM KEB-READ-ONE-REPORT-LINE
              UNTIL WS-JSUB-RD-END = 'Y'.

           EXEC CICS SPOOLCLOSE TOKEN(WS-JSUB-IN-TOKEN)
                                DELETE
                                NOHANDLE
           END-EXEC.

       KEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KEB-READ-ONE-REPORT-LINE
      *
      * One line of a status file. The report is the line carrying
      * 'RBKJSTAT nnnnnn status rc'; anything else is passed over.
      *----------------------------------------------------------------*
       KEB-READ-ONE-REPORT-LINE SECTION.
       KEB-010.
           MOVE SPACES TO WS-JSUB-SPOOL-LINE.
           EXEC CICS SPOOLREAD TOKEN(WS-JSUB-IN-TOKEN)
                               INTO(WS-JSUB-SPOOL-LINE)
                               MAXFLENGTH(WS-JSUB-SPOOL-MAX)
                               TOTLENGTH(WS-JSUB-SPOOL-LEN)
                               RESP(WS-RESP)
           END-EXEC.

      * LENGERR still delivers the front of an over-long line.
           IF WS-RESP NOT = DFHRESP(NORMAL) AND
              WS-RESP NOT = DFHRESP(LENGERR) THEN
              MOVE 'Y' TO WS-JSUB-RD-END
              GO TO KEB-999
           END-IF.

           MOVE 0 TO WS-JSUB-TALLY.
           INSPECT WS-JSUB-SPOOL-LINE TALLYING WS-JSUB-TALLY
              FOR CHARACTERS BEFORE INITIAL 'RBKJSTAT'.
           IF WS-JSUB-TALLY NOT < LENGTH OF WS-JSUB-SPOOL-LINE THEN
              GO TO KEB-999
           END-IF.

           MOVE SPACES TO WS-JSUB-ST-TAG WS-JSUB-ST-NUM
                          WS-JSUB-ST-STATUS WS-JSUB-ST-RC.
           UNSTRING WS-JSUB-SPOOL-LINE (WS-JSUB-TALLY + 1:)
              DELIMITED BY ALL SPACE
              INTO WS-JSUB-ST-TAG WS-JSUB-ST-NUM
                   WS-JSUB-ST-STATUS WS-JSUB-ST-RC.

           IF WS-JSUB-ST-NUM IS NUMERIC AND
              WS-JSUB-ST-NUM NOT = '000000' AND
              WS-JSUB-ST-STATUS NOT = SPACES THEN
              PERFORM KEC-POST-STATUS
           END-IF.

       KEB-999.
           EXIT.

      *----------------------------------------------------------------*
      * KEC-POST-STATUS
      *
      * Rewrites the reported submission with the job's status and
      * return code and the time the report came in.
      *----------------------------------------------------------------*
       KEC-POST-STATUS SECTION.
       KEC-010.
           MOVE WS-JSUB-ST-NUM TO BAQHJSUB-NUMBER.
           EXEC CICS READ FILE('RBKJSUB')
                          INTO(BAQHJSUB-RECORD)
                          RIDFLD(BAQHJSUB-NUMBER)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' status report for submission '
                 WS-JSUB-ST-NUM ' not posted, RESP ' WS-RESP
              GO TO KEC-999
           END-IF.

           MOVE WS-JSUB-ST-STATUS TO BAQHJSUB-STATUS.
           MOVE WS-JSUB-ST-RC TO BAQHJSUB-RC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHJSUB-STAT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHJSUB-STAT-TIME.

           EXEC CICS REWRITE FILE('RBKJSUB')
                             FROM(BAQHJSUB-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' RBKJSUB rewrite for submission '
                 WS-JSUB-ST-NUM ' failed, RESP ' WS-RESP
           END-IF.

       KEC-999.
           EXIT.

      *----------------------------------------------------------------*
      * KF-LIST-SKELETONS
      *
      * Lists the first ten operations on the skeleton registry -
      * each header's code and description, and whether it needs a
      * four-eyes approval.
      *----------------------------------------------------------------*
       KF-LIST-SKELETONS SECTION.
       KF-010.
           MOVE 'OPERATN' TO JHDGLO (1:7).
           MOVE 'DESCRIPTION' TO JHDGLO (11:11).
           MOVE 'RELEASE' TO JHDGLO (53:7).
           MOVE 0 TO WS-JSUB-LINE-IX.
           MOVE LOW-VALUES TO WS-JSUB-BR-KEY.

           EXEC CICS STARTBR FILE('RBKJSKL')
                              RIDFLD(WS-JSUB-BR-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM KFA-READ-NEXT-SKELETON UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-JSUB-LINE-IX NOT < 10

              EXEC CICS ENDBR FILE('RBKJSKL') END-EXEC
           END-IF.

           IF WS-JSUB-LINE-IX = 0 AND WS-JSUB-MSG = SPACES THEN
              MOVE 'No operations on the skeleton registry'
                 TO WS-JSUB-MSG
           END-IF.

       KF-999.
           EXIT.

      *----------------------------------------------------------------*
      * KFA-READ-NEXT-SKELETON
      *----------------------------------------------------------------*
       KFA-READ-NEXT-SKELETON SECTION.
       KFA-010.
           EXEC CICS READNEXT FILE('RBKJSKL')
                               INTO(BAQHJSKL-RECORD)
                               RIDFLD(WS-JSUB-BR-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO KFA-999
           END-IF.

           IF BAQHJSKL-SEQ NOT = 0 OR
              BAQHJSKL-SKEL-ID (1:1) = '*' THEN
              GO TO KFA-999
           END-IF.

           ADD 1 TO WS-JSUB-LINE-IX.
           MOVE SPACES TO WS-JSUB-LINE.
           MOVE BAQHJSKL-SKEL-ID TO WS-JSUB-LINE (1:8).
           MOVE BAQHJSKL-DESC TO WS-JSUB-LINE (11:40).
           IF BAQHJSKL-IS-DESTRUCTIVE THEN
              MOVE 'FOUR-EYES (RBKA)' TO WS-JSUB-LINE (53:16)
           ELSE
              MOVE 'DIRECT' TO WS-JSUB-LINE (53:6)
           END-IF.
           PERFORM KZ-PLACE-JSUB-LINE.

       KFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KG-LIST-SUBMISSIONS
      *
      * Lists the ten latest submissions on the RBKJSUB log, newest
      * first, with the status and return code each job reported
      * and when the report came in.
      *----------------------------------------------------------------*
       KG-LIST-SUBMISSIONS SECTION.
       KG-010.
           MOVE 'SUB#' TO JHDGLO (1:4).
           MOVE 'OPERATN' TO JHDGLO (9:7).
           MOVE 'JOB' TO JHDGLO (18:3).
           MOVE 'SUBMITTED' TO JHDGLO (27:9).
           MOVE 'BY' TO JHDGLO (41:2).
           MOVE 'STATUS' TO JHDGLO (50:6).
           MOVE 'RC' TO JHDGLO (60:2).
           MOVE 'REPORTED' TO JHDGLO (65:8).
           MOVE 0 TO WS-JSUB-LINE-IX.

           MOVE 0 TO BAQHJSUB-NUMBER.
           EXEC CICS READ FILE('RBKJSUB')
                          INTO(BAQHJSUB-RECORD)
                          RIDFLD(BAQHJSUB-NUMBER)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              IF WS-JSUB-MSG = SPACES THEN
                 MOVE 'No submissions yet' TO WS-JSUB-MSG
              END-IF
              GO TO KG-999
           END-IF.

           MOVE BAQHJSUB-LAST-NUMBER TO WS-JSUB-SHOW-NUM.
           PERFORM KGA-SHOW-ONE-SUBMISSION
              UNTIL WS-JSUB-LINE-IX NOT < 10 OR
                    WS-JSUB-SHOW-NUM = 0.

       KG-999.
           EXIT.

      *----------------------------------------------------------------*
      * KGA-SHOW-ONE-SUBMISSION
      *----------------------------------------------------------------*
       KGA-SHOW-ONE-SUBMISSION SECTION.
       KGA-010.
           MOVE WS-JSUB-SHOW-NUM TO BAQHJSUB-NUMBER.
           SUBTRACT 1 FROM WS-JSUB-SHOW-NUM.

           EXEC CICS READ FILE('RBKJSUB')
                          INTO(BAQHJSUB-RECORD)
                          RIDFLD(BAQHJSUB-NUMBER)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO KGA-999
           END-IF.

           ADD 1 TO WS-JSUB-LINE-IX.
           MOVE SPACES TO WS-JSUB-LINE.
           MOVE BAQHJSUB-NUMBER TO WS-JSUB-LINE (1:6).
           MOVE BAQHJSUB-SKEL-ID TO WS-JSUB-LINE (9:8).
           MOVE BAQHJSUB-JOBNAME TO WS-JSUB-LINE (18:8).
           MOVE BAQHJSUB-DATE TO WS-JSUB-LINE (27:8).
           MOVE BAQHJSUB-TIME (1:4) TO WS-JSUB-LINE (36:4).
           MOVE BAQHJSUB-OPERATOR TO WS-JSUB-LINE (41:8).
           MOVE BAQHJSUB-STATUS TO WS-JSUB-LINE (50:9).
           MOVE BAQHJSUB-RC TO WS-JSUB-LINE (60:4).
           MOVE BAQHJSUB-STAT-DATE TO WS-JSUB-LINE (65:8).
           MOVE BAQHJSUB-STAT-TIME (1:4) TO WS-JSUB-LINE (74:4).
           PERFORM KZ-PLACE-JSUB-LINE.

       KGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KH-SUBSTITUTE-CARD
      *
      * Builds WS-JSUB-OUT from skeleton card BAQHJSKL-CARD with
      * each &NAME (or &NAME.) of a parameter or built-in replaced
      * by its value. Columns 1-71 are substituted and columns 72-80
      * kept as they are; substituted text that would reach past
      * column 71 sets WS-JSUB-OVERFLOW. A card without an
      * ampersand is copied as it stands.
      *----------------------------------------------------------------*
       KH-SUBSTITUTE-CARD SECTION.
       KH-010.
           MOVE BAQHJSKL-CARD TO WS-JSUB-CARD.
           MOVE 'N' TO WS-JSUB-OVERFLOW.

           MOVE 0 TO WS-JSUB-TALLY.
           INSPECT WS-JSUB-CARD (1:71) TALLYING WS-JSUB-TALLY
              FOR ALL '&'.
           IF WS-JSUB-TALLY = 0 THEN
              MOVE WS-JSUB-CARD TO WS-JSUB-OUT
              GO TO KH-999
           END-IF.

           MOVE SPACES TO WS-JSUB-OUT.
           MOVE 1 TO WS-JSUB-IN-POS.
           MOVE 1 TO WS-JSUB-OUT-POS.
           PERFORM KHA-TAKE-ONE-CARD-CHAR
              UNTIL WS-JSUB-IN-POS > 71 OR WS-JSUB-OVERFLOW = 'Y'.

           MOVE WS-JSUB-CARD (72:9) TO WS-JSUB-OUT (72:9).

       KH-999.
           EXIT.

      *----------------------------------------------------------------*
      * KHA-TAKE-ONE-CARD-CHAR
      *
      * Copies the card character at WS-JSUB-IN-POS, or - at an
      * ampersand naming a parameter or built-in - the value in its
      * place, stepping past the name and a closing period.
      *----------------------------------------------------------------*
       KHA-TAKE-ONE-CARD-CHAR SECTION.
       KHA-010.
           MOVE WS-JSUB-CARD (WS-JSUB-IN-POS:1) TO WS-JSUB-CHAR.

           IF WS-JSUB-CHAR NOT = '&' THEN
              PERFORM KHB-PUT-ONE-CHAR
              ADD 1 TO WS-JSUB-IN-POS
              GO TO KHA-999
           END-IF.

           MOVE 0 TO WS-JSUB-HIT.
           PERFORM KHC-MATCH-ONE-NAME
              VARYING WS-JSUB-PX FROM 1 BY 1
              UNTIL WS-JSUB-PX > 7 OR WS-JSUB-HIT > 0.

           IF WS-JSUB-HIT = 0 THEN
              PERFORM KHB-PUT-ONE-CHAR
              ADD 1 TO WS-JSUB-IN-POS
              GO TO KHA-999
           END-IF.

           PERFORM KHD-PUT-ONE-VALUE-CHAR
              VARYING WS-JSUB-VX FROM 1 BY 1
              UNTIL WS-JSUB-VX > WS-JSUB-PARM-VLEN (WS-JSUB-HIT).

           COMPUTE WS-JSUB-IN-POS = WS-JSUB-IN-POS + 1
              + WS-JSUB-PARM-NLEN (WS-JSUB-HIT).
           IF WS-JSUB-IN-POS NOT > 71 AND
              WS-JSUB-CARD (WS-JSUB-IN-POS:1) = '.' THEN
              ADD 1 TO WS-JSUB-IN-POS
           END-IF.

       KHA-999.
           EXIT.

      *----------------------------------------------------------------*
      * KHB-PUT-ONE-CHAR
      *
      * Puts WS-JSUB-CHAR at the next output column. Blanks running
      * past column 71 are dropped; anything else there overflows.
      *----------------------------------------------------------------*
       KHB-PUT-ONE-CHAR SECTION.
       KHB-010.
           IF WS-JSUB-OUT-POS > 71 THEN
              IF WS-JSUB-CHAR NOT = SPACE THEN
                 MOVE 'Y' TO WS-JSUB-OVERFLOW
              END-IF
              GO TO KHB-999
           END-IF.

           MOVE WS-JSUB-CHAR TO WS-JSUB-OUT (WS-JSUB-OUT-POS:1).
           ADD 1 TO WS-JSUB-OUT-POS.

       KHB-999.
           EXIT.

      *----------------------------------------------------------------*
      * KHC-MATCH-ONE-NAME
      *
      * Does the name of entry WS-JSUB-PX follow the ampersand -
      * and end there, rather than being the front of a longer
      * symbol?
      *----------------------------------------------------------------*
       KHC-MATCH-ONE-NAME SECTION.
       KHC-010.
           IF WS-JSUB-PARM-NAME (WS-JSUB-PX) = SPACES OR
              WS-JSUB-PARM-NLEN (WS-JSUB-PX) = 0 THEN
              GO TO KHC-999
           END-IF.

           COMPUTE WS-JSUB-END = WS-JSUB-IN-POS
              + WS-JSUB-PARM-NLEN (WS-JSUB-PX).
           IF WS-JSUB-END > 71 THEN
              GO TO KHC-999
           END-IF.

           IF WS-JSUB-CARD (WS-JSUB-IN-POS + 1:
                 WS-JSUB-PARM-NLEN (WS-JSUB-PX)) NOT =
              WS-JSUB-PARM-NAME (WS-JSUB-PX)
                 (1:WS-JSUB-PARM-NLEN (WS-JSUB-PX)) THEN
              GO TO KHC-999
           END-IF.

           IF WS-JSUB-END < 71 THEN
              MOVE WS-JSUB-CARD (WS-JSUB-END + 1:1) TO WS-JSUB-CHAR
              IF WS-JSUB-CHAR IS ALPHABETIC-UPPER AND
                 WS-JSUB-CHAR NOT = SPACE THEN
                 GO TO KHC-999
              END-IF
              IF WS-JSUB-CHAR IS NUMERIC OR
                 WS-JSUB-CHAR = '@' OR WS-JSUB-CHAR = '#' OR
                 WS-JSUB-CHAR = '$' THEN
                 GO TO KHC-999
              END-IF
           END-IF.

           MOVE WS-JSUB-PX TO WS-JSUB-HIT.

       KHC-999.
           EXIT.

      *----------------------------------------------------------------*
      * KHD-PUT-ONE-VALUE-CHAR
      *----------------------------------------------------------------*
       KHD-PUT-ONE-VALUE-CHAR SECTION.
       KHD-010.
           MOVE WS-JSUB-PARM-VALUE (WS-JSUB-HIT) (WS-JSUB-VX:1)
              TO WS-JSUB-CHAR.
           PERFORM KHB-PUT-ONE-CHAR.

       KHD-999.
           EXIT.

      *----------------------------------------------------------------*
      * KZ-PLACE-JSUB-LINE
      *
      * Puts WS-JSUB-LINE on list line WS-JSUB-LINE-IX.
      *----------------------------------------------------------------*
       KZ-PLACE-JSUB-LINE SECTION.
       KZ-010.
           EVALUATE WS-JSUB-LINE-IX
              WHEN 1  MOVE WS-JSUB-LINE TO JLIN01O
              WHEN 2  MOVE WS-JSUB-LINE TO JLIN02O
              WHEN 3  MOVE WS-JSUB-LINE TO JLIN03O
              WHEN 4  MOVE WS-JSUB-LINE TO JLIN04O
              WHEN 5  MOVE WS-JSUB-LINE TO JLIN05O
              WHEN 6  MOVE WS-JSUB-LINE TO JLIN06O
              WHEN 7  MOVE WS-JSUB-LINE TO JLIN07O
              WHEN 8  MOVE WS-JSUB-LINE TO JLIN08O
              WHEN 9  MOVE WS-JSUB-LINE TO JLIN09O
              WHEN 10 MOVE WS-JSUB-LINE TO JLIN10O
           END-EVALUATE.

       KZ-999.
           EXIT.

      *----------------------------------------------------------------*
      * LA-CHECK-CHANGE-QUOTA
      *
      * Sets WS-QUOT-REFUSED = 'Y' when the signed-on user has used
      * up today's quota for the class of the running transaction -
      * destroy for DRBK, update for CRBK, PRBK and MRBK - leaving
      * the limit in WS-QUOT-LIMIT and the class in
      * WS-QUOT-CLASS-NAME for the caller's message. The refusal is
      * counted on the user's RBKQTAU record, and the first of the
      * day in a class raises numbered console alert RBK017W so the
      * desk hears of it before the operator rings. A region without
      * RBKQTAU, or a user with no policy, is not limited.
      *----------------------------------------------------------------*
       LA-CHECK-CHANGE-QUOTA SECTION.
       LA-010.
           MOVE 'N' TO WS-QUOT-REFUSED.

           IF EIBTRNID = 'DRBK' THEN
              MOVE 'D' TO WS-QUOT-CLASS
              MOVE 'destroy' TO WS-QUOT-CLASS-NAME
           ELSE
              MOVE 'U' TO WS-QUOT-CLASS
              MOVE 'update' TO WS-QUOT-CLASS-NAME
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO WS-QUOT-USER.

           PERFORM LE-GET-QUOTA-USAGE.
           IF WS-QUOT-AVAIL NOT = 'Y' THEN
              GO TO LA-999
           END-IF.

           IF WS-QUOT-CLASS = 'D' THEN
              MOVE BAQHQTAU-DEL-LIMIT TO WS-QUOT-LIMIT
              MOVE BAQHQTAU-DEL-COUNT TO WS-QUOT-COUNT
           ELSE
              MOVE BAQHQTAU-UPD-LIMIT TO WS-QUOT-LIMIT
              MOVE BAQHQTAU-UPD-COUNT TO WS-QUOT-COUNT
           END-IF.

           IF WS-QUOT-LIMIT = WS-QUOT-NO-LIMIT OR
              WS-QUOT-COUNT < WS-QUOT-LIMIT THEN
              GO TO LA-999
           END-IF.

           MOVE 'Y' TO WS-QUOT-REFUSED.

           EXEC CICS READ FILE('RBKQTAU')
                          INTO(BAQHQTAU-RECORD)
                          RIDFLD(BAQHQTAU-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO LA-999
           END-IF.

           MOVE 'N' TO WS-QUOT-FOUND.
           IF WS-QUOT-CLASS = 'D' THEN
              ADD 1 TO BAQHQTAU-DEL-REFUSED
              IF BAQHQTAU-DEL-ALERTED NOT = 'Y' THEN
                 MOVE 'Y' TO BAQHQTAU-DEL-ALERTED
                 MOVE 'Y' TO WS-QUOT-FOUND
              END-IF
           ELSE
              ADD 1 TO BAQHQTAU-UPD-REFUSED
              IF BAQHQTAU-UPD-ALERTED NOT = 'Y' THEN
                 MOVE 'Y' TO BAQHQTAU-UPD-ALERTED
                 MOVE 'Y' TO WS-QUOT-FOUND
              END-IF
           END-IF.

           EXEC CICS REWRITE FILE('RBKQTAU')
                             FROM(BAQHQTAU-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

      * The first refusal of the day in the class goes to the
      * console as well.
           IF WS-QUOT-FOUND = 'Y' THEN
              MOVE SPACES TO WS-WTO-OPER-TEXT
              STRING 'RBK017W DAILY '
                 FUNCTION UPPER-CASE(WS-QUOT-CLASS-NAME)
                 ' QUOTA ' WS-QUOT-LIMIT ' REACHED BY USER '
                 WS-QUOT-USER ' TX ' EIBTRNID
                 DELIMITED BY SIZE INTO WS-WTO-OPER-TEXT
              EXEC CICS WRITE OPERATOR
                             TEXT(WS-WTO-OPER-TEXT)
                             TEXTLENGTH(WS-WTO-OPER-LEN)
                             NOHANDLE
              END-EXEC
           END-IF.

       LA-999.
           EXIT.

      *----------------------------------------------------------------*
      * LB-COUNT-QUOTA-USE
      *
      * Counts one change of class WS-QUOT-CLASS against the signed-
      * on user's quota for today - a create, patch or merge the API
      * accepted, or a delete queued for approval. Without a usage
      * record (no RBKQTAU, or the day turned since the check)
      * nothing is counted.
      *----------------------------------------------------------------*
       LB-COUNT-QUOTA-USE SECTION.
       LB-010.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHQTAU-DATE.
           MOVE WS-USERID TO BAQHQTAU-USER.

           EXEC CICS READ FILE('RBKQTAU')
                          INTO(BAQHQTAU-RECORD)
                          RIDFLD(BAQHQTAU-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO LB-999
           END-IF.

           IF WS-QUOT-CLASS = 'D' THEN
              ADD 1 TO BAQHQTAU-DEL-COUNT
           ELSE
              ADD 1 TO BAQHQTAU-UPD-COUNT
           END-IF.

           EXEC CICS REWRITE FILE('RBKQTAU')
                             FROM(BAQHQTAU-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - quota count for '
                 BAQHQTAU-USER ' not rewritten, RESP ' WS-RESP
           END-IF.

       LB-999.
           EXIT.

      *----------------------------------------------------------------*
      * LC-QUOTA-SUPERVISOR
      *
      * Pseudo-conversational RBQT - the day's change quotas. The
      * supervisor keys a user ID and sees the policy the user works
      * under and what they have used of it today; ENTER on the same
      * user with action R raises either or both limits for the rest
      * of the day (LD-RAISE-QUOTA). The list below shows today's
      * usage records from the user keyed onwards.
      *----------------------------------------------------------------*
       LC-QUOTA-SUPERVISOR SECTION.
       LC-010.
           MOVE SPACES TO WS-QUOT-USER.
           MOVE SPACES TO WS-QUOT-MSG.
           MOVE SPACES TO WS-QUOT-IN-USER WS-QUOT-IN-ACTION
                          WS-QUOT-IN-UPD WS-QUOT-IN-DEL
                          WS-QUOT-IN-REASON.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           IF EIBCALEN > 0 THEN
              MOVE CA-QUOT-USER TO WS-QUOT-USER

              EXEC CICS RECEIVE MAP('QUOTM')
                                 MAPSET('BAQHRBKM')
                                 INTO(QUOTMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO LC-999
                 WHEN WS-AID-ENTER
                    PERFORM LCB-TAKE-ENTRY-FIELDS
                    IF WS-QUOT-IN-USER NOT = WS-QUOT-USER THEN
                       MOVE WS-QUOT-IN-USER TO WS-QUOT-USER
                    ELSE
                       EVALUATE WS-QUOT-IN-ACTION
                          WHEN 'R'
                             PERFORM LD-RAISE-QUOTA
                          WHEN SPACE
                             CONTINUE
                          WHEN OTHER
                             MOVE 'Action must be R (raise) or blank'
                                TO WS-QUOT-MSG
                       END-EVALUATE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM LCA-BUILD-QUOT-PAGE.

       LC-999.
           EXIT.

      *----------------------------------------------------------------*
      * LCA-BUILD-QUOT-PAGE
      *
      * Shows the user on the screen - today's RBKQTAU usage, or for
      * a user with no change yet today the RBKQTAP policy that will
      * apply - and the list of today's usage, sends map QUOTM and
      * returns pseudo-conversationally with the user in
      * DFHCOMMAREA.
      *----------------------------------------------------------------*
       LCA-BUILD-QUOT-PAGE SECTION.
       LCA-010.
           MOVE SPACES TO QUOTMO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-QUOT-TODAY.
           MOVE 'BAQHRBKC - DAILY CHANGE QUOTAS (RBQT)' TO YTITL1O.
           STRING 'Supervisor ' WS-USERID
              '  -  change quota usage for ' WS-QUOT-TODAY
              DELIMITED BY SIZE INTO YSUBO.
           MOVE 'User ID' TO YUSRLO.
           MOVE 'Action R=Raise:' TO YACTLO.
           MOVE 'Update limit' TO YUPDLO.
           MOVE 'Destroy limit' TO YDELLO.
           MOVE 'Reason' TO YRSNLO.
           MOVE 'PF3=End  ENTER=Show user / apply raise' TO YPFKLO.

           IF WS-QUOT-USER = SPACES OR
              WS-QUOT-USER = LOW-VALUES THEN
              MOVE SPACES TO WS-QUOT-USER
              IF WS-QUOT-MSG = SPACES THEN
                 MOVE 'Key a user ID and ENTER' TO WS-QUOT-MSG
              END-IF
              GO TO LCA-020
           END-IF.

           MOVE WS-QUOT-USER TO YUSRFO.

           MOVE WS-QUOT-TODAY TO BAQHQTAU-DATE.
           MOVE WS-QUOT-USER TO BAQHQTAU-USER.
           EXEC CICS READ FILE('RBKQTAU')
                          INTO(BAQHQTAU-RECORD)
                          RIDFLD(BAQHQTAU-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              PERFORM LF-RESOLVE-QUOTA-POLICY
              MOVE WS-QUOT-POLICY TO BAQHQTAU-POLICY
              MOVE WS-QUOT-UPD-LIMIT TO BAQHQTAU-UPD-LIMIT
              MOVE WS-QUOT-DEL-LIMIT TO BAQHQTAU-DEL-LIMIT
              MOVE 'No change made today' TO YUSEO
           ELSE
              MOVE BAQHQTAU-UPD-COUNT TO WS-QUOT-COUNT
              MOVE BAQHQTAU-UPD-LIMIT TO WS-QUOT-LIMIT
              PERFORM LCD-EDIT-ONE-USAGE
              MOVE SPACES TO WS-QUOT-LINE
              STRING 'Used today: update ' WS-QUOT-USE-ED
                 DELIMITED BY SIZE INTO WS-QUOT-LINE
              MOVE BAQHQTAU-DEL-COUNT TO WS-QUOT-COUNT
              MOVE BAQHQTAU-DEL-LIMIT TO WS-QUOT-LIMIT
              PERFORM LCD-EDIT-ONE-USAGE
              STRING WS-QUOT-LINE (1:30) ' destroy ' WS-QUOT-USE-ED
                 '  refused ' BAQHQTAU-UPD-REFUSED
                 ' / ' BAQHQTAU-DEL-REFUSED
                 DELIMITED BY SIZE INTO YUSEO
              IF BAQHQTAU-RAISED-BY NOT = SPACES THEN
                 STRING 'Raised by ' BAQHQTAU-RAISED-BY
                    ' at ' BAQHQTAU-RAISED-TIME ' - '
                    BAQHQTAU-RAISE-REASON
                    DELIMITED BY SIZE INTO YRSEO
              END-IF
           END-IF.

           MOVE SPACES TO WS-QUOT-LINE.
           EVALUATE BAQHQTAU-POLICY (1:1)
              WHEN 'U'
                 STRING 'Policy: user ' BAQHQTAU-POLICY (2:8)
                    DELIMITED BY SIZE INTO WS-QUOT-LINE
              WHEN 'G'
                 STRING 'Policy: group ' BAQHQTAU-POLICY (2:8)
                    DELIMITED BY SIZE INTO WS-QUOT-LINE
              WHEN 'D'
                 MOVE 'Policy: site default' TO WS-QUOT-LINE
              WHEN OTHER
                 MOVE 'No quota policy - not limited' TO YPOLO
                 GO TO LCA-020
           END-EVALUATE.

           MOVE BAQHQTAU-UPD-LIMIT TO WS-QUOT-LIMIT.
           PERFORM LCE-EDIT-ONE-LIMIT.
           STRING WS-QUOT-LINE (1:26) 'update limit '
              WS-QUOT-LIMIT-TXT
              DELIMITED BY SIZE INTO YPOLO.
           MOVE BAQHQTAU-DEL-LIMIT TO WS-QUOT-LIMIT.
           PERFORM LCE-EDIT-ONE-LIMIT.
           MOVE 'destroy limit' TO YPOLO (48:13).
           MOVE WS-QUOT-LIMIT-TXT TO YPOLO (62:5).

       LCA-020.
           PERFORM LCC-LIST-QUOTA-USAGE.

           IF WS-QUOT-MSG NOT = SPACES THEN
              MOVE WS-QUOT-MSG TO YMSGLO
           END-IF.

           EXEC CICS SEND MAP('QUOTM')
                          MAPSET('BAQHRBKM')
                          FROM(QUOTMO)
                          ERASE
           END-EXEC.

           MOVE WS-QUOT-USER TO CA-QUOT-USER.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       LCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * LCB-TAKE-ENTRY-FIELDS
      *
      * Picks up the user ID, action, limits and reason as keyed; a
      * field the operator did not touch comes back as low-values
      * and is taken as blank.
      *----------------------------------------------------------------*
       LCB-TAKE-ENTRY-FIELDS SECTION.
       LCB-010.
           MOVE YUSRFI TO WS-QUOT-IN-USER.
           MOVE YACTFI TO WS-QUOT-IN-ACTION.
           MOVE YUPDFI TO WS-QUOT-IN-UPD.
           MOVE YDELFI TO WS-QUOT-IN-DEL.
           MOVE YRSNFI TO WS-QUOT-IN-REASON.

           INSPECT WS-QUOT-IN-USER REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-QUOT-IN-ACTION REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-QUOT-IN-UPD REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-QUOT-IN-DEL REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-QUOT-IN-REASON
              REPLACING ALL LOW-VALUE BY SPACE.

       LCB-999.
           EXIT.

      *----------------------------------------------------------------*
      * LCC-LIST-QUOTA-USAGE
      *
      * Lists today's RBKQTAU usage records, ten at most, from the
      * user on the screen onwards (from the first when none is
      * keyed). A user at either limit is flagged.
      *----------------------------------------------------------------*
       LCC-LIST-QUOTA-USAGE SECTION.
       LCC-010.
           MOVE 'USER ID' TO YHDGLO (1:7).
           MOVE 'POLICY' TO YHDGLO (11:6).
           MOVE 'UPDATE' TO YHDGLO (22:6).
           MOVE 'DESTROY' TO YHDGLO (35:7).
           MOVE 'REFUSED' TO YHDGLO (48:7).
           MOVE 'RAISED BY' TO YHDGLO (57:9).
           MOVE 0 TO WS-QUOT-LINE-IX.

           MOVE WS-QUOT-TODAY TO BAQHQTAU-DATE.
           MOVE WS-QUOT-USER TO BAQHQTAU-USER.

           EXEC CICS STARTBR FILE('RBKQTAU')
                              RIDFLD(BAQHQTAU-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM LCCA-SHOW-ONE-USAGE UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
                 WS-QUOT-LINE-IX NOT < 10

              EXEC CICS ENDBR FILE('RBKQTAU') END-EXEC
           END-IF.

           IF WS-QUOT-LINE-IX = 0 AND WS-QUOT-MSG = SPACES THEN
              MOVE 'No change quota used today' TO WS-QUOT-MSG
           END-IF.

       LCC-999.
           EXIT.

      *----------------------------------------------------------------*
      * LCCA-SHOW-ONE-USAGE
      *----------------------------------------------------------------*
       LCCA-SHOW-ONE-USAGE SECTION.
       LCCA-010.
           EXEC CICS READNEXT FILE('RBKQTAU')
                               INTO(BAQHQTAU-RECORD)
                               RIDFLD(BAQHQTAU-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO LCCA-999
           END-IF.

      * Past today's records - a browse of the whole file is over.
           IF BAQHQTAU-DATE NOT = WS-QUOT-TODAY THEN
              MOVE DFHRESP(ENDFILE) TO WS-RESP
              GO TO LCCA-999
           END-IF.

           ADD 1 TO WS-QUOT-LINE-IX.
           MOVE SPACES TO WS-QUOT-LINE.
           MOVE BAQHQTAU-USER TO WS-QUOT-LINE (1:8).
           MOVE BAQHQTAU-POLICY TO WS-QUOT-LINE (11:9).
           MOVE BAQHQTAU-UPD-COUNT TO WS-QUOT-COUNT.
           MOVE BAQHQTAU-UPD-LIMIT TO WS-QUOT-LIMIT.
           PERFORM LCD-EDIT-ONE-USAGE.
           MOVE WS-QUOT-USE-ED TO WS-QUOT-LINE (22:11).
           MOVE BAQHQTAU-DEL-COUNT TO WS-QUOT-COUNT.
           MOVE BAQHQTAU-DEL-LIMIT TO WS-QUOT-LIMIT.
           PERFORM LCD-EDIT-ONE-USAGE.
           MOVE WS-QUOT-USE-ED TO WS-QUOT-LINE (35:11).
           COMPUTE WS-QUOT-COUNT =
              BAQHQTAU-UPD-REFUSED + BAQHQTAU-DEL-REFUSED.
           MOVE WS-QUOT-COUNT TO WS-QUOT-COUNT-ED.
           MOVE WS-QUOT-COUNT-ED TO WS-QUOT-LINE (48:5).
           MOVE BAQHQTAU-RAISED-BY TO WS-QUOT-LINE (57:8).
           IF (BAQHQTAU-UPD-LIMIT NOT = WS-QUOT-NO-LIMIT AND
               BAQHQTAU-UPD-COUNT NOT < BAQHQTAU-UPD-LIMIT) OR
              (BAQHQTAU-DEL-LIMIT NOT = WS-QUOT-NO-LIMIT AND
               BAQHQTAU-DEL-COUNT NOT < BAQHQTAU-DEL-LIMIT) THEN
              MOVE 'AT LIMIT' TO WS-QUOT-LINE (67:8)
           END-IF.

           EVALUATE WS-QUOT-LINE-IX
              WHEN 1  MOVE WS-QUOT-LINE TO YLIN01O
              WHEN 2  MOVE WS-QUOT-LINE TO YLIN02O
              WHEN 3  MOVE WS-QUOT-LINE TO YLIN03O
              WHEN 4  MOVE WS-QUOT-LINE TO YLIN04O
              WHEN 5  MOVE WS-QUOT-LINE TO YLIN05O
              WHEN 6  MOVE WS-QUOT-LINE TO YLIN06O
              WHEN 7  MOVE WS-QUOT-LINE TO YLIN07O
              WHEN 8  MOVE WS-QUOT-LINE TO YLIN08O
              WHEN 9  MOVE WS-QUOT-LINE TO YLIN09O
              WHEN 10 MOVE WS-QUOT-LINE TO YLIN10O
           END-EVALUATE.

       LCCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * LCD-EDIT-ONE-USAGE
      *
      * WS-QUOT-USE-ED = WS-QUOT-COUNT of WS-QUOT-LIMIT as 'n/n', the
      * limit shown as 'none' when the class is not limited.
      *----------------------------------------------------------------*
       LCD-EDIT-ONE-USAGE SECTION.
       LCD-010.
           MOVE WS-QUOT-COUNT TO WS-QUOT-COUNT-ED.
           PERFORM LCE-EDIT-ONE-LIMIT.
           MOVE SPACES TO WS-QUOT-USE-ED.
           STRING FUNCTION TRIM(WS-QUOT-COUNT-ED) '/'
              WS-QUOT-LIMIT-TXT
              DELIMITED BY SIZE INTO WS-QUOT-USE-ED.

       LCD-999.
           EXIT.

      *----------------------------------------------------------------*
      * LCE-EDIT-ONE-LIMIT
      *----------------------------------------------------------------*
       LCE-EDIT-ONE-LIMIT SECTION.
       LCE-010.
           MOVE SPACES TO WS-QUOT-LIMIT-TXT.
           IF WS-QUOT-LIMIT = WS-QUOT-NO-LIMIT THEN
              MOVE 'none' TO WS-QUOT-LIMIT-TXT
           ELSE
              MOVE WS-QUOT-LIMIT TO WS-QUOT-LIMIT-ED
              MOVE FUNCTION TRIM(WS-QUOT-LIMIT-ED) TO WS-QUOT-LIMIT-TXT
           END-IF.

       LCE-999.
           EXIT.

      *----------------------------------------------------------------*
      * LD-RAISE-QUOTA
      *
      * Raises the limits of the user on the screen for the rest of
      * today to the update and/or destroy limit keyed. A limit may
      * only go up, a reason is required, and nobody may raise their
      * own. The user's usage record is written first if they have
      * made no change yet today. A raised class alerts afresh when
      * it is reached again. Every raise lands on RBKAUDT as QTRAISE
      * with the old and new limits.
      *----------------------------------------------------------------*
       LD-RAISE-QUOTA SECTION.
       LD-010.
           IF WS-QUOT-USER = WS-USERID THEN
              MOVE 'You may not raise your own quota - ask another super
      -          'visor' TO WS-QUOT-MSG
              GO TO LD-999
           END-IF.

           IF WS-QUOT-IN-UPD = SPACES AND WS-QUOT-IN-DEL = SPACES THEN
              MOVE 'Key a new update and/or destroy limit to raise'
                 TO WS-QUOT-MSG
              GO TO LD-999
           END-IF.

           IF WS-QUOT-IN-REASON = SPACES THEN
              MOVE 'A reason is required to raise a quota'
                 TO WS-QUOT-MSG
              GO TO LD-999
           END-IF.

           IF (WS-QUOT-IN-UPD NOT = SPACES AND
               WS-QUOT-IN-UPD (1:1) IS NOT NUMERIC) OR
              (WS-QUOT-IN-DEL NOT = SPACES AND
               WS-QUOT-IN-DEL (1:1) IS NOT NUMERIC) THEN
              MOVE 'A limit must be a number' TO WS-QUOT-MSG
              GO TO LD-999
           END-IF.

           PERFORM LE-GET-QUOTA-USAGE.
           IF WS-QUOT-AVAIL NOT = 'Y' THEN
              MOVE 'The RBKQTAU usage file is not available - no quota i
      -          's in force' TO WS-QUOT-MSG
              GO TO LD-999
           END-IF.

           EXEC CICS READ FILE('RBKQTAU')
                          INTO(BAQHQTAU-RECORD)
                          RIDFLD(BAQHQTAU-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE WS-RESP TO WS-RESP-ED
              STRING 'Usage record could not be read for update, RESP '
                 WS-RESP-ED
                 DELIMITED BY SIZE INTO WS-QUOT-MSG
              GO TO LD-999
           END-IF.

           MOVE BAQHQTAU-UPD-LIMIT TO WS-QUOT-OLD-UPD WS-QUOT-NEW-UPD.
           MOVE BAQHQTAU-DEL-LIMIT TO WS-QUOT-OLD-DEL WS-QUOT-NEW-DEL.
           IF WS-QUOT-IN-UPD NOT = SPACES THEN
              COMPUTE WS-QUOT-NEW-UPD = FUNCTION NUMVAL(WS-QUOT-IN-UPD)
           END-IF.
           IF WS-QUOT-IN-DEL NOT = SPACES THEN
              COMPUTE WS-QUOT-NEW-DEL = FUNCTION NUMVAL(WS-QUOT-IN-DEL)
           END-IF.

           IF WS-QUOT-NEW-UPD < WS-QUOT-OLD-UPD OR
              WS-QUOT-NEW-DEL < WS-QUOT-OLD-DEL THEN
              MOVE 'A quota may only be raised - key a limit above today
      -          '''s' TO WS-QUOT-MSG
              EXEC CICS UNLOCK FILE('RBKQTAU') END-EXEC
              GO TO LD-999
           END-IF.

           IF WS-QUOT-NEW-UPD = WS-QUOT-OLD-UPD AND
              WS-QUOT-NEW-DEL = WS-QUOT-OLD-DEL THEN
              MOVE 'Those are the limits already in force - nothing rais
      -          'ed' TO WS-QUOT-MSG
              EXEC CICS UNLOCK FILE('RBKQTAU') END-EXEC
              GO TO LD-999
           END-IF.

           IF WS-QUOT-NEW-UPD > WS-QUOT-OLD-UPD THEN
              MOVE 'N' TO BAQHQTAU-UPD-ALERTED
           END-IF.
           IF WS-QUOT-NEW-DEL > WS-QUOT-OLD-DEL THEN
              MOVE 'N' TO BAQHQTAU-DEL-ALERTED
           END-IF.
           MOVE WS-QUOT-NEW-UPD TO BAQHQTAU-UPD-LIMIT.
           MOVE WS-QUOT-NEW-DEL TO BAQHQTAU-DEL-LIMIT.
           MOVE WS-USERID TO BAQHQTAU-RAISED-BY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHQTAU-RAISED-TIME.
           MOVE WS-QUOT-IN-REASON TO BAQHQTAU-RAISE-REASON.

           EXEC CICS REWRITE FILE('RBKQTAU')
                             FROM(BAQHQTAU-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE WS-RESP TO WS-RESP-ED
              STRING 'Quota not raised - rewrite failed, RESP '
                 WS-RESP-ED
                 DELIMITED BY SIZE INTO WS-QUOT-MSG
              GO TO LD-999
           END-IF.

           MOVE SPACES TO WS-QUOT-CHK-TITLE.
           MOVE 'QTRAISE' TO WS-QUOT-AUD-OPER.
           MOVE 'RAISED' TO WS-QUOT-AUD-RESULT.
           MOVE WS-QUOT-USER TO WS-QUOT-AUD-CORREL.
           MOVE SPACES TO WS-QUOT-AUD-TEXT.
           STRING 'U' WS-QUOT-OLD-UPD '>' WS-QUOT-NEW-UPD
              ' D' WS-QUOT-OLD-DEL '>' WS-QUOT-NEW-DEL
              ' ' WS-QUOT-IN-REASON
              DELIMITED BY SIZE INTO WS-QUOT-AUD-TEXT.
           PERFORM XQ-WRITE-QUOTA-AUDIT.

           STRING 'Quota raised for ' FUNCTION TRIM(WS-QUOT-USER)
              ' for the rest of today'
              DELIMITED BY SIZE INTO WS-QUOT-MSG.

       LD-999.
           EXIT.

      *----------------------------------------------------------------*
      * LE-GET-QUOTA-USAGE
      *
      * Reads WS-QUOT-USER's RBKQTAU usage record for today into
      * BAQHQTAU-RECORD, writing it from the user's RBKQTAP policy
      * (LF-RESOLVE-QUOTA-POLICY) when this is their first change of
      * the day. WS-QUOT-AVAIL = 'Y' when the record is in the
      * buffer; a region without the file leaves it 'N'.
      *----------------------------------------------------------------*
       LE-GET-QUOTA-USAGE SECTION.
       LE-010.
           MOVE 'N' TO WS-QUOT-AVAIL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-QUOT-TODAY.

           MOVE WS-QUOT-TODAY TO BAQHQTAU-DATE.
           MOVE WS-QUOT-USER TO BAQHQTAU-USER.
           EXEC CICS READ FILE('RBKQTAU')
                          INTO(BAQHQTAU-RECORD)
                          RIDFLD(BAQHQTAU-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-QUOT-AVAIL
              GO TO LE-999
           END-IF.

           IF WS-RESP NOT = DFHRESP(NOTFND) THEN
              GO TO LE-999
           END-IF.

           PERFORM LF-RESOLVE-QUOTA-POLICY.

           MOVE SPACES TO BAQHQTAU-RECORD.
           MOVE WS-QUOT-TODAY TO BAQHQTAU-DATE.
           MOVE WS-QUOT-USER TO BAQHQTAU-USER.
           MOVE WS-QUOT-POLICY TO BAQHQTAU-POLICY.
           MOVE WS-QUOT-UPD-LIMIT TO BAQHQTAU-UPD-LIMIT.
           MOVE WS-QUOT-DEL-LIMIT TO BAQHQTAU-DEL-LIMIT.
           MOVE 0 TO BAQHQTAU-UPD-COUNT BAQHQTAU-DEL-COUNT
                     BAQHQTAU-UPD-REFUSED BAQHQTAU-DEL-REFUSED.
           MOVE 'N' TO BAQHQTAU-UPD-ALERTED BAQHQTAU-DEL-ALERTED.

           EXEC CICS WRITE FILE('RBKQTAU')
                           FROM(BAQHQTAU-RECORD)
                           RIDFLD(BAQHQTAU-KEY)
                           RESP(WS-RESP)
           END-EXEC.

      * Another task of the same user's may have written it first.
           IF WS-RESP = DFHRESP(DUPREC) THEN
              EXEC CICS READ FILE('RBKQTAU')
                             INTO(BAQHQTAU-RECORD)
                             RIDFLD(BAQHQTAU-KEY)
                             RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-QUOT-AVAIL
           END-IF.

       LE-999.
           EXIT.

      *----------------------------------------------------------------*
      * LF-RESOLVE-QUOTA-POLICY
      *
      * Finds the RBKQTAP policy WS-QUOT-USER works under - their own
      * user policy, else the quota groups the security manager says
      * they belong to (the highest limit of each class among them),
      * else the site default - and leaves its name and limits in
      * WS-QUOT-POLICY, WS-QUOT-UPD-LIMIT and WS-QUOT-DEL-LIMIT. With
      * no policy at all the name is blank and neither class is
      * limited.
      *----------------------------------------------------------------*
       LF-RESOLVE-QUOTA-POLICY SECTION.
       LF-010.
           MOVE SPACES TO WS-QUOT-POLICY.
           MOVE WS-QUOT-NO-LIMIT TO WS-QUOT-UPD-LIMIT.
           MOVE WS-QUOT-NO-LIMIT TO WS-QUOT-DEL-LIMIT.

           MOVE 'U' TO BAQHQTAP-TYPE.
           MOVE WS-QUOT-USER TO BAQHQTAP-NAME.
           EXEC CICS READ FILE('RBKQTAP')
                          INTO(BAQHQTAP-RECORD)
                          RIDFLD(BAQHQTAP-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE BAQHQTAP-KEY TO WS-QUOT-POLICY
              MOVE BAQHQTAP-UPD-LIMIT TO WS-QUOT-UPD-LIMIT
              MOVE BAQHQTAP-DEL-LIMIT TO WS-QUOT-DEL-LIMIT
              GO TO LF-999
           END-IF.

           MOVE 'N' TO WS-QUOT-FOUND.
           MOVE 'G' TO WS-QUOT-BR-TYPE.
           MOVE LOW-VALUES TO WS-QUOT-BR-NAME.
           EXEC CICS STARTBR FILE('RBKQTAP')
                              RIDFLD(WS-QUOT-BR-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM LFA-TRY-ONE-GROUP-POLICY UNTIL
                 WS-RESP NOT EQUAL DFHRESP(NORMAL)

              EXEC CICS ENDBR FILE('RBKQTAP') END-EXEC
           END-IF.

           IF WS-QUOT-FOUND = 'Y' THEN
              GO TO LF-999
           END-IF.

           MOVE 'D' TO BAQHQTAP-TYPE.
           MOVE 'DEFAULT' TO BAQHQTAP-NAME.
           EXEC CICS READ FILE('RBKQTAP')
                          INTO(BAQHQTAP-RECORD)
                          RIDFLD(BAQHQTAP-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE BAQHQTAP-KEY TO WS-QUOT-POLICY
              MOVE BAQHQTAP-UPD-LIMIT TO WS-QUOT-UPD-LIMIT
              MOVE BAQHQTAP-DEL-LIMIT TO WS-QUOT-DEL-LIMIT
           END-IF.

       LF-999.
           EXIT.

      *----------------------------------------------------------------*
      * LFA-TRY-ONE-GROUP-POLICY
      *
      * Takes the next group policy and asks the security manager
      * whether WS-QUOT-USER holds READ on its RBK.QUOTA.<group>
      * profile. The first group held names the policy; each later
      * one can only lift a limit. The browse ends at the last group
      * policy.
      *----------------------------------------------------------------*
       LFA-TRY-ONE-GROUP-POLICY SECTION.
       LFA-010.
           EXEC CICS READNEXT FILE('RBKQTAP')
                               INTO(BAQHQTAP-RECORD)
                               RIDFLD(WS-QUOT-BR-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO LFA-999
           END-IF.

           IF NOT BAQHQTAP-IS-GROUP THEN
              MOVE DFHRESP(ENDFILE) TO WS-RESP
              GO TO LFA-999
           END-IF.

           MOVE BAQHQTAP-NAME TO WS-QUOT-RESID-GRP.
           EXEC CICS QUERY SECURITY
                          RESCLASS('RBKRES')
                          RESID(WS-QUOT-RESID)
                          RESIDLENGTH(WS-QUOT-RESLEN)
                          USERID(WS-QUOT-USER)
                          READ(WS-QUOT-READ-CVDA)
                          NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL) OR
              WS-QUOT-READ-CVDA NOT = DFHVALUE(READABLE) THEN
              GO TO LFA-999
           END-IF.

           IF WS-QUOT-FOUND NOT = 'Y' THEN
              MOVE 'Y' TO WS-QUOT-FOUND
              MOVE BAQHQTAP-KEY TO WS-QUOT-POLICY
              MOVE BAQHQTAP-UPD-LIMIT TO WS-QUOT-UPD-LIMIT
              MOVE BAQHQTAP-DEL-LIMIT TO WS-QUOT-DEL-LIMIT
              GO TO LFA-999
           END-IF.

           IF BAQHQTAP-UPD-LIMIT > WS-QUOT-UPD-LIMIT THEN
              MOVE BAQHQTAP-UPD-LIMIT TO WS-QUOT-UPD-LIMIT
           END-IF.
           IF BAQHQTAP-DEL-LIMIT > WS-QUOT-DEL-LIMIT THEN
              MOVE BAQHQTAP-DEL-LIMIT TO WS-QUOT-DEL-LIMIT
           END-IF.

       LFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MA-TITLE-NOTES
      *
      * Pseudo-conversational RBNT - the operators' notes on a title,
      * one title's RBKNOTE notes at a time. The operator keys a
      * title and pages through its notes oldest first. Action A
      * adds a note from the entry fields, written now by the
      * signed-on user; S shows a line's note in full in the entry
      * fields; U applies the entry fields keyed to a line's note;
      * D removes a line's note - the way an expired one is cleaned
      * up. A category is CAUTION, EMBARGO, CONTACT or INFO, and an
      * expiry, when keyed, is a date from today on; U with NONE
      * takes a note's expiry off.
      *----------------------------------------------------------------*
       MA-TITLE-NOTES SECTION.
       MA-010.
           MOVE SPACES TO WS-NOTE-TITLE.
           MOVE 0 TO WS-NOTE-START-STAMP.
           MOVE 0 TO WS-NOTE-SEL.
           MOVE SPACE TO WS-NOTE-ACT.
           MOVE SPACES TO WS-NOTE-MSG.
           MOVE SPACES TO WS-NOTE-IN-CAT WS-NOTE-IN-EXPIRES
                          WS-NOTE-IN-TEXT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOTE-NOW.
           MOVE WS-NOTE-NOW (1:8) TO WS-NOTE-TODAY.

           IF EIBCALEN > 0 THEN
              MOVE CA-NOTE-TITLE TO WS-NOTE-TITLE
              MOVE CA-NOTE-PAGE-STAMP TO WS-NOTE-START-STAMP

              EXEC CICS RECEIVE MAP('NOTEM')
                                 MAPSET('BAQHRBKM')
                                 INTO(NOTEMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO MA-999
                 WHEN WS-AID-PF7
                    MOVE 0 TO WS-NOTE-START-STAMP
                 WHEN WS-AID-PF8
                    MOVE CA-NOTE-NEXT-STAMP TO WS-NOTE-START-STAMP
                 WHEN WS-AID-ENTER
                    IF ZTTLFI NOT EQUAL SPACES AND
                       ZTTLFI NOT EQUAL LOW-VALUES AND
                       ZTTLFI NOT EQUAL WS-NOTE-TITLE THEN
                       MOVE ZTTLFI TO WS-NOTE-TITLE
                       MOVE 0 TO WS-NOTE-START-STAMP
                    ELSE
                       PERFORM MAC-TAKE-ENTRY-FIELDS
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           EVALUATE WS-NOTE-ACT
              WHEN 'A'
                 PERFORM MB-ADD-NOTE
              WHEN 'S'
                 PERFORM MD-SHOW-NOTE
              WHEN 'U'
                 PERFORM MC-UPDATE-NOTE
              WHEN 'D'
                 PERFORM ME-DELETE-NOTE
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE 'Action must be A, S, U or D' TO WS-NOTE-MSG
           END-EVALUATE.

           PERFORM MAA-BUILD-NOTE-PAGE.

       MA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MAA-BUILD-NOTE-PAGE
      *
      * Shows the title's catalog status and how many caution notes
      * are active on it, browses up to ten notes from
      * WS-NOTE-START-STAMP on to map NOTEM, sends the map and
      * returns pseudo-conversationally with the title, this page's
      * first stamp, the next page's and each line's stamp in
      * DFHCOMMAREA.
      *----------------------------------------------------------------*
       MAA-BUILD-NOTE-PAGE SECTION.
       MAA-010.
           MOVE SPACES TO NOTEMO.
           MOVE 'BAQHRBKC - TITLE NOTES (RBNT)' TO ZTITL1O.
           MOVE 'Title' TO ZTTLLO.
           MOVE 'LN  WRITTEN       AUTHOR   CATEGORY EXPIRES  TEXT'
              TO ZHDGLO.
           MOVE 'Action A=Add S=Show U=Update D=Delete:' TO ZACTLO.
           MOVE 'Line (1-10):' TO ZSELLO.
           MOVE 'Category' TO ZCATLO.
           MOVE 'CAUTION, EMBARGO, CONTACT or INFO' TO ZCAHLO.
           MOVE 'Expires' TO ZEXPLO.
           MOVE 'Text' TO ZTXTLO.
           MOVE 'PF3=End  PF7=First  PF8=Forward  ENTER=Apply'
              TO ZPFKLO.

           MOVE WS-NOTE-IN-CAT TO ZCATFO.
           MOVE WS-NOTE-IN-EXPIRES TO ZEXPFO.
           MOVE WS-NOTE-IN-TEXT TO ZTXTFO.

           INITIALIZE CA-NOTE-LINES.
           MOVE 0 TO WS-NOTE-LINE-CNT.
           MOVE WS-NOTE-START-STAMP TO CA-NOTE-NEXT-STAMP.

           IF WS-NOTE-TITLE = SPACES OR
              WS-NOTE-TITLE = LOW-VALUES THEN
              MOVE 'Key a title and ENTER' TO ZMSGLO
              GO TO MAA-020
           END-IF.

           MOVE WS-NOTE-TITLE TO ZTTLFO.

      * A note may be left on a title the catalog does not have yet
      * - a caution ahead of its CRBK, say.
           MOVE SPACES TO WS-NOTE-LINE.
           MOVE WS-NOTE-TITLE TO BAQHKCAT-TITLE.
           EXEC CICS READ FILE(WS-CATF-CAT)
                          INTO(BAQHKCAT-RECORD)
                          RIDFLD(BAQHKCAT-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              STRING 'STATUS ' BAQHKCAT-STATUS
                 '  FORM ' BAQHKCAT-FORM-NUMBER
                 DELIMITED BY SIZE INTO WS-NOTE-LINE
           ELSE
              MOVE 'Not in the catalog' TO WS-NOTE-LINE
           END-IF.

           MOVE WS-NOTE-TITLE TO WS-NOTE-CHK-TITLE.
           PERFORM MG-CHECK-CAUTION-NOTES.
           IF WS-NOTE-CAUTION-CNT > 0 THEN
              MOVE WS-NOTE-CAUTION-CNT TO WS-NOTE-CAUTION-ED
              STRING WS-NOTE-LINE (1:38) '*** ' WS-NOTE-CAUTION-ED
                 ' CAUTION NOTE(S) ACTIVE ***'
                 DELIMITED BY SIZE INTO ZBOOKO
           ELSE
              MOVE WS-NOTE-LINE TO ZBOOKO
           END-IF.

           MOVE 'N' TO WS-NOTE-EOF-SW.
           MOVE WS-NOTE-TITLE TO BAQHNOTE-TITLE.
           MOVE WS-NOTE-START-STAMP TO BAQHNOTE-STAMP-N.

           EXEC CICS STARTBR FILE('RBKNOTE')
                              RIDFLD(BAQHNOTE-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM MAB-READ-NEXT-NOTE-REC
                 UNTIL WS-NOTE-EOF-SW EQUAL 'Y'
                    OR WS-NOTE-LINE-CNT = 10
              EXEC CICS ENDBR FILE('RBKNOTE') END-EXEC
           END-IF.

           IF WS-NOTE-LINE-CNT = 0 THEN
              IF WS-NOTE-START-STAMP > 0 THEN
                 MOVE 'No more notes - PF7 for the first' TO ZMSGLO
              ELSE
                 MOVE 'No notes on this title - A to add one'
                    TO ZMSGLO
              END-IF
              GO TO MAA-020
           END-IF.

      * PF8 carries on one second past the last note shown - no
      * later note can sort below that.
           IF WS-NOTE-LAST-STAMP < 99999999999999 THEN
              COMPUTE CA-NOTE-NEXT-STAMP = WS-NOTE-LAST-STAMP + 1
           ELSE
              MOVE WS-NOTE-LAST-STAMP TO CA-NOTE-NEXT-STAMP
           END-IF.

           IF WS-NOTE-EOF-SW EQUAL 'Y' THEN
              MOVE 'End of notes - A to add, S, U or D with a line'
                 TO ZMSGLO
           ELSE
              MOVE 'A to add, S, U or D with a line, or PF8 for more'
                 TO ZMSGLO
           END-IF.

       MAA-020.
           IF WS-NOTE-MSG NOT = SPACES THEN
              MOVE WS-NOTE-MSG TO ZMSGLO
           END-IF.

           EXEC CICS SEND MAP('NOTEM')
                          MAPSET('BAQHRBKM')
                          FROM(NOTEMO)
                          ERASE
           END-EXEC.

           MOVE WS-NOTE-TITLE TO CA-NOTE-TITLE.
           MOVE WS-NOTE-START-STAMP TO CA-NOTE-PAGE-STAMP.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * MAB-READ-NEXT-NOTE-REC
      *
      * Reads the next note of MAA's browse on to the next free
      * NOTEM list line. Leaving the title's key range ends the page
      * the same as end of file. A note past its expiry shows
      * EXPIRED ahead of its text.
      *----------------------------------------------------------------*
       MAB-READ-NEXT-NOTE-REC SECTION.
       MAB-010.
           EXEC CICS READNEXT FILE('RBKNOTE')
                               INTO(BAQHNOTE-RECORD)
                               RIDFLD(BAQHNOTE-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-NOTE-EOF-SW
              GO TO MAB-999
           END-IF.

           IF BAQHNOTE-TITLE NOT = WS-NOTE-TITLE THEN
              MOVE 'Y' TO WS-NOTE-EOF-SW
              GO TO MAB-999
           END-IF.

           ADD 1 TO WS-NOTE-LINE-CNT.
           MOVE BAQHNOTE-STAMP-N TO WS-NOTE-LAST-STAMP.
           MOVE BAQHNOTE-STAMP TO CA-NOTE-LINE-STAMP (WS-NOTE-LINE-CNT).

           MOVE SPACES TO WS-NOTE-LINE.
           MOVE WS-NOTE-LINE-CNT TO WS-NOTE-LINE-NO.
           MOVE WS-NOTE-LINE-NO       TO WS-NOTE-LINE (1:2).
           MOVE BAQHNOTE-DATE         TO WS-NOTE-LINE (5:8).
           MOVE BAQHNOTE-TIME (1:4)   TO WS-NOTE-LINE (14:4).
           MOVE BAQHNOTE-AUTHOR       TO WS-NOTE-LINE (19:8).
           MOVE BAQHNOTE-CATEGORY     TO WS-NOTE-LINE (28:8).
           MOVE BAQHNOTE-EXPIRES      TO WS-NOTE-LINE (37:8).
           IF BAQHNOTE-EXPIRES NOT = SPACES AND
              BAQHNOTE-EXPIRES < WS-NOTE-TODAY THEN
              MOVE 'EXPIRED'          TO WS-NOTE-LINE (46:7)
              MOVE BAQHNOTE-TEXT      TO WS-NOTE-LINE (54:25)
           ELSE
              MOVE BAQHNOTE-TEXT      TO WS-NOTE-LINE (46:33)
           END-IF.

           EVALUATE WS-NOTE-LINE-CNT
              WHEN 1  MOVE WS-NOTE-LINE TO ZLIN01O
              WHEN 2  MOVE WS-NOTE-LINE TO ZLIN02O
              WHEN 3  MOVE WS-NOTE-LINE TO ZLIN03O
              WHEN 4  MOVE WS-NOTE-LINE TO ZLIN04O
              WHEN 5  MOVE WS-NOTE-LINE TO ZLIN05O
              WHEN 6  MOVE WS-NOTE-LINE TO ZLIN06O
              WHEN 7  MOVE WS-NOTE-LINE TO ZLIN07O
              WHEN 8  MOVE WS-NOTE-LINE TO ZLIN08O
              WHEN 9  MOVE WS-NOTE-LINE TO ZLIN09O
              WHEN 10 MOVE WS-NOTE-LINE TO ZLIN10O
           END-EVALUATE.

       MAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * MAC-TAKE-ENTRY-FIELDS
      *
      * Picks up the action, line number and entry fields as keyed;
      * a field the operator did not touch comes back as low-values
      * and is taken as blank.
      *----------------------------------------------------------------*
       MAC-TAKE-ENTRY-FIELDS SECTION.
       MAC-010.
           MOVE ZACTFI TO WS-NOTE-ACT.
           IF ZSELFI IS NUMERIC THEN
              MOVE ZSELFI TO WS-NOTE-SEL
           END-IF.
           MOVE ZCATFI TO WS-NOTE-IN-CAT.
           MOVE ZEXPFI TO WS-NOTE-IN-EXPIRES.
           MOVE ZTXTFI TO WS-NOTE-IN-TEXT.

           INSPECT WS-NOTE-ACT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NOTE-IN-CAT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NOTE-IN-EXPIRES REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NOTE-IN-TEXT REPLACING ALL LOW-VALUE BY SPACE.

       MAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * MB-ADD-NOTE
      *
      * Adds a note to the title on the page, stamped now and
      * written by the signed-on user.
      *----------------------------------------------------------------*
       MB-ADD-NOTE SECTION.
       MB-010.
           IF WS-NOTE-TITLE = SPACES OR
              WS-NOTE-TITLE = LOW-VALUES THEN
              MOVE 'Key the title first' TO WS-NOTE-MSG
              GO TO MB-999
           END-IF.

           IF WS-NOTE-IN-TEXT = SPACES THEN
              MOVE 'Key the text of the note' TO WS-NOTE-MSG
              GO TO MB-999
           END-IF.

           IF WS-NOTE-IN-CAT NOT = 'CAUTION' AND
              WS-NOTE-IN-CAT NOT = 'EMBARGO' AND
              WS-NOTE-IN-CAT NOT = 'CONTACT' AND
              WS-NOTE-IN-CAT NOT = 'INFO' THEN
              MOVE 'Category must be CAUTION, EMBARGO, CONTACT or INFO'
                 TO WS-NOTE-MSG
              GO TO MB-999
           END-IF.

           PERFORM MF-CHECK-NOTE-EXPIRY.
           IF WS-NOTE-DATE-OK NOT = 'Y' THEN
              GO TO MB-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           MOVE SPACES TO BAQHNOTE-RECORD.
           MOVE WS-NOTE-TITLE TO BAQHNOTE-TITLE.
           MOVE WS-NOTE-NOW TO BAQHNOTE-STAMP.
           MOVE WS-USERID TO BAQHNOTE-AUTHOR.
           MOVE WS-NOTE-IN-CAT TO BAQHNOTE-CATEGORY.
           MOVE WS-NOTE-IN-TEXT TO BAQHNOTE-TEXT.
           MOVE WS-NOTE-IN-EXPIRES TO BAQHNOTE-EXPIRES.
           MOVE WS-NOTE-TODAY TO BAQHNOTE-UPD-DATE.
           MOVE WS-USERID TO BAQHNOTE-UPD-USER.

           EXEC CICS WRITE FILE('RBKNOTE')
                           FROM(BAQHNOTE-RECORD)
                           RIDFLD(BAQHNOTE-KEY)
                           RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 STRING FUNCTION TRIM(BAQHNOTE-CATEGORY)
                    ' note added ' BAQHNOTE-DATE ' '
                    BAQHNOTE-TIME (1:4)
                    DELIMITED BY SIZE INTO WS-NOTE-MSG
                 MOVE SPACES TO WS-NOTE-IN-CAT WS-NOTE-IN-EXPIRES
                                WS-NOTE-IN-TEXT
              WHEN WS-RESP = DFHRESP(DUPREC)
                 MOVE 'A note was written this second - ENTER to retry'
                    TO WS-NOTE-MSG
              WHEN OTHER
                 MOVE 'Add failed - see log' TO WS-NOTE-MSG
                 DISPLAY EIBTRNID ' RBKNOTE write failed, RESP '
                    WS-RESP
           END-EVALUATE.

       MB-999.
           EXIT.

      *----------------------------------------------------------------*
      * MC-UPDATE-NOTE
      *
      * Applies the entry fields keyed to the selected line's note;
      * a blank field leaves its value as it is, and an expiry of
      * NONE takes the note's expiry off.
      *----------------------------------------------------------------*
       MC-UPDATE-NOTE SECTION.
       MC-010.
           IF WS-NOTE-SEL = 0 OR WS-NOTE-SEL > 10 THEN
              MOVE 'Key the line number to update' TO WS-NOTE-MSG
              GO TO MC-999
           END-IF.

           IF CA-NOTE-LINE-STAMP (WS-NOTE-SEL) = SPACES THEN
              MOVE 'Selected line is not a note on this page'
                 TO WS-NOTE-MSG
              GO TO MC-999
           END-IF.

           IF WS-NOTE-IN-CAT NOT = SPACES AND
              WS-NOTE-IN-CAT NOT = 'CAUTION' AND
              WS-NOTE-IN-CAT NOT = 'EMBARGO' AND
              WS-NOTE-IN-CAT NOT = 'CONTACT' AND
              WS-NOTE-IN-CAT NOT = 'INFO' THEN
              MOVE 'Category must be CAUTION, EMBARGO, CONTACT or INFO'
                 TO WS-NOTE-MSG
              GO TO MC-999
           END-IF.

           IF WS-NOTE-IN-EXPIRES NOT = 'NONE' THEN
              PERFORM MF-CHECK-NOTE-EXPIRY
              IF WS-NOTE-DATE-OK NOT = 'Y' THEN
                 GO TO MC-999
              END-IF
           END-IF.

           MOVE WS-NOTE-TITLE TO BAQHNOTE-TITLE.
           MOVE CA-NOTE-LINE-STAMP (WS-NOTE-SEL) TO BAQHNOTE-STAMP.
           EXEC CICS READ FILE('RBKNOTE')
                          INTO(BAQHNOTE-RECORD)
                          RIDFLD(BAQHNOTE-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Note no longer readable' TO WS-NOTE-MSG
              GO TO MC-999
           END-IF.

           IF WS-NOTE-IN-CAT NOT = SPACES THEN
              MOVE WS-NOTE-IN-CAT TO BAQHNOTE-CATEGORY
           END-IF.
           IF WS-NOTE-IN-EXPIRES = 'NONE' THEN
              MOVE SPACES TO BAQHNOTE-EXPIRES
           ELSE
              IF WS-NOTE-IN-EXPIRES NOT = SPACES THEN
                 MOVE WS-NOTE-IN-EXPIRES TO BAQHNOTE-EXPIRES
              END-IF
           END-IF.
           IF WS-NOTE-IN-TEXT NOT = SPACES THEN
              MOVE WS-NOTE-IN-TEXT TO BAQHNOTE-TEXT
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-NOTE-TODAY TO BAQHNOTE-UPD-DATE.
           MOVE WS-USERID TO BAQHNOTE-UPD-USER.

           EXEC CICS REWRITE FILE('RBKNOTE')
                             FROM(BAQHNOTE-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              STRING 'Note of ' BAQHNOTE-DATE ' '
                 BAQHNOTE-TIME (1:4) ' updated'
                 DELIMITED BY SIZE INTO WS-NOTE-MSG
              MOVE SPACES TO WS-NOTE-IN-CAT WS-NOTE-IN-EXPIRES
                             WS-NOTE-IN-TEXT
           ELSE
              MOVE 'Update failed - see log' TO WS-NOTE-MSG
              DISPLAY EIBTRNID ' RBKNOTE rewrite failed, RESP '
                 WS-RESP
           END-IF.

       MC-999.
           EXIT.

      *----------------------------------------------------------------*
      * MD-SHOW-NOTE
      *
      * Puts the selected line's note in full into the entry fields,
      * ready to be corrected and applied with U.
      *----------------------------------------------------------------*
       MD-SHOW-NOTE SECTION.
       MD-010.
           IF WS-NOTE-SEL = 0 OR WS-NOTE-SEL > 10 THEN
              MOVE 'Key the line number to show' TO WS-NOTE-MSG
              GO TO MD-999
           END-IF.

           IF CA-NOTE-LINE-STAMP (WS-NOTE-SEL) = SPACES THEN
              MOVE 'Selected line is not a note on this page'
                 TO WS-NOTE-MSG
              GO TO MD-999
           END-IF.

           MOVE WS-NOTE-TITLE TO BAQHNOTE-TITLE.
           MOVE CA-NOTE-LINE-STAMP (WS-NOTE-SEL) TO BAQHNOTE-STAMP.
           EXEC CICS READ FILE('RBKNOTE')
                          INTO(BAQHNOTE-RECORD)
                          RIDFLD(BAQHNOTE-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Note no longer readable' TO WS-NOTE-MSG
              GO TO MD-999
           END-IF.

           MOVE BAQHNOTE-CATEGORY TO WS-NOTE-IN-CAT.
           MOVE BAQHNOTE-EXPIRES TO WS-NOTE-IN-EXPIRES.
           MOVE BAQHNOTE-TEXT TO WS-NOTE-IN-TEXT.

           STRING 'Written by ' BAQHNOTE-AUTHOR ', last changed '
              BAQHNOTE-UPD-DATE ' by ' BAQHNOTE-UPD-USER
              DELIMITED BY SIZE INTO WS-NOTE-MSG.

       MD-999.
           EXIT.

      *----------------------------------------------------------------*
      * ME-DELETE-NOTE
      *
      * Removes the selected line's note from RBKNOTE.
      *----------------------------------------------------------------*
       ME-DELETE-NOTE SECTION.
       ME-010.
           IF WS-NOTE-SEL = 0 OR WS-NOTE-SEL > 10 THEN
              MOVE 'Key the line number to remove' TO WS-NOTE-MSG
              GO TO ME-999
           END-IF.

           IF CA-NOTE-LINE-STAMP (WS-NOTE-SEL) = SPACES THEN
              MOVE 'Selected line is not a note on this page'
                 TO WS-NOTE-MSG
              GO TO ME-999
           END-IF.

           MOVE WS-NOTE-TITLE TO BAQHNOTE-TITLE.
           MOVE CA-NOTE-LINE-STAMP (WS-NOTE-SEL) TO BAQHNOTE-STAMP.
           EXEC CICS DELETE FILE('RBKNOTE')
                            RIDFLD(BAQHNOTE-KEY)
                            RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 STRING 'Note of ' BAQHNOTE-DATE ' '
                    BAQHNOTE-TIME (1:4) ' removed'
                    DELIMITED BY SIZE INTO WS-NOTE-MSG
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Note already removed' TO WS-NOTE-MSG
              WHEN OTHER
                 MOVE 'Remove failed - see log' TO WS-NOTE-MSG
                 DISPLAY EIBTRNID ' RBKNOTE delete failed, RESP '
                    WS-RESP
           END-EVALUATE.

       ME-999.
           EXIT.

      *----------------------------------------------------------------*
      * MF-CHECK-NOTE-EXPIRY
      *
      * An expiry keyed in WS-NOTE-IN-EXPIRES must be a date from
      * today on; blank means the note does not expire. Sets
      * WS-NOTE-DATE-OK, and WS-NOTE-MSG when it is not.
      *----------------------------------------------------------------*
       MF-CHECK-NOTE-EXPIRY SECTION.
       MF-010.
           MOVE 'Y' TO WS-NOTE-DATE-OK.

           IF WS-NOTE-IN-EXPIRES = SPACES THEN
              GO TO MF-999
           END-IF.

           IF WS-NOTE-IN-EXPIRES NOT NUMERIC OR
              WS-NOTE-IN-MM < 1 OR WS-NOTE-IN-MM > 12 OR
              WS-NOTE-IN-DD < 1 OR WS-NOTE-IN-DD > 31 OR
              WS-NOTE-IN-EXPIRES < WS-NOTE-TODAY THEN
              MOVE 'N' TO WS-NOTE-DATE-OK
              MOVE 'Expiry must be yyyymmdd, today or later'
                 TO WS-NOTE-MSG
           END-IF.

       MF-999.
           EXIT.

      *----------------------------------------------------------------*
      * MG-CHECK-CAUTION-NOTES
      *
      * Counts the active CAUTION and EMBARGO notes on
      * WS-NOTE-CHK-TITLE into WS-NOTE-CAUTION-CNT, keeping the
      * latest one's category and text for the warning. A note is
      * active through its expiry date. A region without RBKNOTE
      * defined finds none.
      *----------------------------------------------------------------*
       MG-CHECK-CAUTION-NOTES SECTION.
       MG-010.
           MOVE 0 TO WS-NOTE-CAUTION-CNT.
           MOVE SPACES TO WS-NOTE-CAUTION-CAT WS-NOTE-CAUTION-TXT.

           IF WS-NOTE-CHK-TITLE = SPACES THEN
              GO TO MG-999
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOTE-TODAY.
           MOVE 'N' TO WS-NOTE-CHK-EOF-SW.
           MOVE WS-NOTE-CHK-TITLE TO BAQHNOTE-TITLE.
           MOVE 0 TO BAQHNOTE-STAMP-N.

           EXEC CICS STARTBR FILE('RBKNOTE')
                              RIDFLD(BAQHNOTE-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM MGA-NOTE-ONE-CAUTION
                 UNTIL WS-NOTE-CHK-EOF-SW EQUAL 'Y'
              EXEC CICS ENDBR FILE('RBKNOTE') END-EXEC
           END-IF.

       MG-999.
           EXIT.

      *----------------------------------------------------------------*
      * MGA-NOTE-ONE-CAUTION
      *----------------------------------------------------------------*
       MGA-NOTE-ONE-CAUTION SECTION.
       MGA-010.
           EXEC CICS READNEXT FILE('RBKNOTE')
                               INTO(BAQHNOTE-RECORD)
                               RIDFLD(BAQHNOTE-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              BAQHNOTE-TITLE NOT = WS-NOTE-CHK-TITLE THEN
              MOVE 'Y' TO WS-NOTE-CHK-EOF-SW
              GO TO MGA-999
           END-IF.

           IF NOT BAQHNOTE-CAUTION THEN
              GO TO MGA-999
           END-IF.

           IF BAQHNOTE-EXPIRES NOT = SPACES AND
              BAQHNOTE-EXPIRES < WS-NOTE-TODAY THEN
              GO TO MGA-999
           END-IF.

           ADD 1 TO WS-NOTE-CAUTION-CNT.
           MOVE BAQHNOTE-CATEGORY TO WS-NOTE-CAUTION-CAT.
           MOVE BAQHNOTE-TEXT TO WS-NOTE-CAUTION-TXT.

       MGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * NA-CONTENT-ATTESTATION
      *
      * Pseudo-conversational RBAT - a department contact works the
      * department's book items of a content attestation campaign
      * opened by BAQHATOP on RBKATST. The contact keys the campaign
      * (YYYYQn, blank for the current quarter) and the department
      * and pages through its books in title order. Action A attests
      * a line's book as still correct; F flags it, with the field
      * that is wrong (blank when the problem is not one field) and
      * the correction or a description of the problem - the flag is
      * queued on RBKEXCP as an ATST exception for the desk; S shows
      * a line's book with its key fields and what was last done to
      * it. A flagged book may still be attested once put right, and
      * an attested one flagged; an attestation after the due date
      * is taken all the same - BAQHATSR reports who was late.
      *----------------------------------------------------------------*
       NA-CONTENT-ATTESTATION SECTION.
       NA-010.
           MOVE SPACES TO WS-ATST-CAMPAIGN WS-ATST-DEPT.
           MOVE SPACES TO WS-ATST-START-TITLE.
           MOVE 0 TO WS-ATST-SEL.
           MOVE SPACE TO WS-ATST-ACT.
           MOVE SPACES TO WS-ATST-MSG WS-ATST-DET1 WS-ATST-DET2.
           MOVE SPACES TO WS-ATST-IN-FIELD WS-ATST-IN-TEXT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ATST-NOW.

           IF EIBCALEN > 0 THEN
              MOVE CA-ATST-CAMPAIGN TO WS-ATST-CAMPAIGN
              MOVE CA-ATST-DEPT TO WS-ATST-DEPT
              MOVE CA-ATST-PAGE-TITLE TO WS-ATST-START-TITLE

              EXEC CICS RECEIVE MAP('ATSTM')
                                 MAPSET('BAQHRBKM')
                                 INTO(ATSTMI)
                                 NOHANDLE
              END-EXEC

              EVALUATE EIBAID
                 WHEN WS-AID-PF3
                    GO TO NA-999
                 WHEN WS-AID-PF7
                    MOVE SPACES TO WS-ATST-START-TITLE
                 WHEN WS-AID-PF8
                    IF CA-ATST-NEXT-TITLE NOT = SPACES THEN
                       MOVE CA-ATST-NEXT-TITLE TO WS-ATST-START-TITLE
                    ELSE
                       MOVE 'This is the last page - PF7 for the first'
                          TO WS-ATST-MSG
                    END-IF
                 WHEN WS-AID-ENTER
                    IF (OCMPFI NOT EQUAL SPACES AND
                        OCMPFI NOT EQUAL LOW-VALUES AND
                        OCMPFI NOT EQUAL WS-ATST-CAMPAIGN) OR
                       (ODPTFI NOT EQUAL SPACES AND
                        ODPTFI NOT EQUAL LOW-VALUES AND
                        ODPTFI NOT EQUAL WS-ATST-DEPT) THEN
                       IF OCMPFI NOT EQUAL SPACES AND
                          OCMPFI NOT EQUAL LOW-VALUES THEN
                          MOVE OCMPFI TO WS-ATST-CAMPAIGN
                       END-IF
                       IF ODPTFI NOT EQUAL SPACES AND
                          ODPTFI NOT EQUAL LOW-VALUES THEN
                          MOVE ODPTFI TO WS-ATST-DEPT
                       END-IF
                       MOVE SPACES TO WS-ATST-START-TITLE
                    ELSE
                       PERFORM NAC-TAKE-ENTRY-FIELDS
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      * The campaign of the current quarter unless one is keyed.
           IF WS-ATST-CAMPAIGN = SPACES OR
              WS-ATST-CAMPAIGN = LOW-VALUES THEN
              MOVE WS-ATST-NOW (5:2) TO WS-ATST-MM
              MOVE WS-ATST-NOW (1:4) TO WS-ATST-CAMPAIGN (1:4)
              MOVE 'Q' TO WS-ATST-CAMP-Q
              COMPUTE WS-ATST-CAMP-QTR = (WS-ATST-MM + 2) / 3
           END-IF.

           EVALUATE WS-ATST-ACT
              WHEN 'A'
                 PERFORM NB-ATTEST-BOOK
              WHEN 'F'
                 PERFORM NC-FLAG-BOOK
              WHEN 'S'
                 PERFORM ND-SHOW-BOOK
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE 'Action must be A, F or S' TO WS-ATST-MSG
           END-EVALUATE.

           PERFORM NAA-BUILD-ATST-PAGE.

       NA-999.
           EXIT.

      *----------------------------------------------------------------*
      * NAA-BUILD-ATST-PAGE
      *
      * Shows the department's name, due date and progress, browses
      * up to ten of its book items from WS-ATST-START-TITLE on to
      * map ATSTM, sends the map and returns pseudo-conversationally
      * with the campaign, the department, this page's first title,
      * the next page's and each line's title in DFHCOMMAREA.
      *----------------------------------------------------------------*
       NAA-BUILD-ATST-PAGE SECTION.
       NAA-010.
           MOVE SPACES TO ATSTMO.
           MOVE 'BAQHRBKC - CONTENT ATTESTATION (RBAT)' TO OTITL1O.
           MOVE 'Campaign' TO OCMPLO.
           MOVE 'Department' TO ODPTLO.
           MOVE 'LN  STATE    FORM NUMBER  TITLE' TO OHDGLO.
           MOVE 'Action A=Attest F=Flag S=Show:' TO OACTLO.
           MOVE 'Line (1-10):' TO OSELLO.
           MOVE 'Field' TO OFLDLO.
           MOVE 'STATUS FORMNUM URL PUBDATE DOCTYPE SIZEMB AUTHORS DEPT'
              TO OFLHLO.
           MOVE 'Correction' TO OTXTLO.
           MOVE 'PF3=End  PF7=First  PF8=Forward  ENTER=Apply'
              TO OPFKLO.

           MOVE WS-ATST-CAMPAIGN TO OCMPFO.
           MOVE WS-ATST-DEPT TO ODPTFO.
           MOVE WS-ATST-IN-FIELD TO OFLDFO.
           MOVE WS-ATST-IN-TEXT TO OTXTFO.
           MOVE WS-ATST-DET1 TO ODET1O.
           MOVE WS-ATST-DET2 TO ODET2O.

           INITIALIZE CA-ATST-LINES.
           MOVE 0 TO WS-ATST-LINE-CNT.
           MOVE SPACES TO CA-ATST-NEXT-TITLE.

           IF WS-ATST-CAMP-YYYY NOT NUMERIC OR
              WS-ATST-CAMP-Q NOT = 'Q' OR
              WS-ATST-CAMP-QTR NOT NUMERIC OR
              WS-ATST-CAMP-QTR < 1 OR WS-ATST-CAMP-QTR > 4 THEN
              MOVE 'Campaign must be YYYYQn, e.g. 2026Q4' TO OMSGLO
              GO TO NAA-020
           END-IF.

           IF WS-ATST-DEPT = SPACES OR
              WS-ATST-DEPT = LOW-VALUES THEN
              MOVE 'Key your department and ENTER' TO OMSGLO
              GO TO NAA-020
           END-IF.

           PERFORM NAD-COUNT-DEPT-PROGRESS.
           IF WS-ATST-DEPT-OK NOT = 'Y' THEN
              STRING 'Department ' WS-ATST-DEPT
                 ' has no items in campaign ' WS-ATST-CAMPAIGN
                 DELIMITED BY SIZE INTO OMSGLO
              GO TO NAA-020
           END-IF.

           MOVE WS-ATST-BOOKS TO WS-ATST-BOOKS-ED.
           MOVE WS-ATST-DONE TO WS-ATST-DONE-ED.
           MOVE WS-ATST-FLAGS TO WS-ATST-FLAGS-ED.
           MOVE SPACES TO WS-ATST-LINE.
           STRING WS-ATST-DEPT-NAME (1:30) ' DUE ' WS-ATST-DUE
              ' ' FUNCTION TRIM(WS-ATST-DONE-ED)
              ' OF ' FUNCTION TRIM(WS-ATST-BOOKS-ED) ' DONE, '
              FUNCTION TRIM(WS-ATST-FLAGS-ED) ' FLAGGED'
              DELIMITED BY SIZE INTO WS-ATST-LINE.
           IF WS-ATST-NOW (1:8) > WS-ATST-DUE AND
              WS-ATST-DONE < WS-ATST-BOOKS THEN
              STRING WS-ATST-LINE (1:66) ' - OVERDUE'
                 DELIMITED BY SIZE INTO ODEPTO
           ELSE
              MOVE WS-ATST-LINE TO ODEPTO
           END-IF.

           MOVE 'N' TO WS-ATST-EOF-SW.
           MOVE WS-ATST-CAMPAIGN TO BAQHATST-CAMPAIGN.
           MOVE WS-ATST-DEPT TO BAQHATST-DEPT-ID.
           MOVE WS-ATST-START-TITLE TO BAQHATST-TITLE.

           EXEC CICS STARTBR FILE(WS-CATF-ATST)
                              RIDFLD(BAQHATST-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM NAB-READ-NEXT-ATST-REC
                 UNTIL WS-ATST-EOF-SW EQUAL 'Y'
              EXEC CICS ENDBR FILE(WS-CATF-ATST) END-EXEC
           END-IF.

           IF WS-ATST-LINE-CNT = 0 THEN
              IF WS-ATST-START-TITLE NOT = SPACES THEN
                 MOVE 'No more books - PF7 for the first' TO OMSGLO
              ELSE
                 MOVE 'No books for this department in the campaign'
                    TO OMSGLO
              END-IF
              GO TO NAA-020
           END-IF.

           IF CA-ATST-NEXT-TITLE = SPACES THEN
              MOVE 'End of the books - A, F or S with a line'
                 TO OMSGLO
           ELSE
              MOVE 'A, F or S with a line, or PF8 for more'
                 TO OMSGLO
           END-IF.

       NAA-020.
           IF WS-ATST-MSG NOT = SPACES THEN
              MOVE WS-ATST-MSG TO OMSGLO
           END-IF.

           EXEC CICS SEND MAP('ATSTM')
                          MAPSET('BAQHRBKM')
                          FROM(ATSTMO)
                          ERASE
           END-EXEC.

           MOVE WS-ATST-CAMPAIGN TO CA-ATST-CAMPAIGN.
           MOVE WS-ATST-DEPT TO CA-ATST-DEPT.
           MOVE WS-ATST-START-TITLE TO CA-ATST-PAGE-TITLE.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

       NAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * NAB-READ-NEXT-ATST-REC
      *
      * Reads the next item of NAA's browse on to the next free
      * ATSTM list line, passing over the department item that leads
      * the range. Leaving the department's key range ends the page
      * the same as end of file; a book found once the page is full
      * is where PF8 carries on from.
      *----------------------------------------------------------------*
       NAB-READ-NEXT-ATST-REC SECTION.
       NAB-010.
           EXEC CICS READNEXT FILE(WS-CATF-ATST)
                               INTO(BAQHATST-RECORD)
                               RIDFLD(BAQHATST-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              BAQHATST-CAMPAIGN NOT = WS-ATST-CAMPAIGN OR
              BAQHATST-DEPT-ID NOT = WS-ATST-DEPT THEN
              MOVE 'Y' TO WS-ATST-EOF-SW
              GO TO NAB-999
           END-IF.

           IF NOT BAQHATST-BOOK-ITEM THEN
              GO TO NAB-999
           END-IF.

           IF WS-ATST-LINE-CNT = 10 THEN
              MOVE BAQHATST-TITLE TO CA-ATST-NEXT-TITLE
              MOVE 'Y' TO WS-ATST-EOF-SW
              GO TO NAB-999
           END-IF.

           ADD 1 TO WS-ATST-LINE-CNT.
           MOVE BAQHATST-TITLE TO CA-ATST-LINE-TITLE (WS-ATST-LINE-CNT).

           MOVE SPACES TO WS-ATST-LINE.
           MOVE WS-ATST-LINE-CNT TO WS-ATST-LINE-NO.
           MOVE WS-ATST-LINE-NO        TO WS-ATST-LINE (1:2).
           MOVE BAQHATST-STATE         TO WS-ATST-LINE (5:8).
           MOVE BAQHATST-FORM-NUMBER   TO WS-ATST-LINE (14:12).
           MOVE BAQHATST-TITLE         TO WS-ATST-LINE (27:52).

           EVALUATE WS-ATST-LINE-CNT
              WHEN 1  MOVE WS-ATST-LINE TO OLIN01O
              WHEN 2  MOVE WS-ATST-LINE TO OLIN02O
              WHEN 3  MOVE WS-ATST-LINE TO OLIN03O
              WHEN 4  MOVE WS-ATST-LINE TO OLIN04O
              WHEN 5  MOVE WS-ATST-LINE TO OLIN05O
              WHEN 6  MOVE WS-ATST-LINE TO OLIN06O
              WHEN 7  MOVE WS-ATST-LINE TO OLIN07O
              WHEN 8  MOVE WS-ATST-LINE TO OLIN08O
              WHEN 9  MOVE WS-ATST-LINE TO OLIN09O
              WHEN 10 MOVE WS-ATST-LINE TO OLIN10O
           END-EVALUATE.

       NAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * NAC-TAKE-ENTRY-FIELDS
      *
      * Picks up the action, line number, field and correction as
      * keyed; a field the contact did not touch comes back as
      * low-values and is taken as blank.
      *----------------------------------------------------------------*
       NAC-TAKE-ENTRY-FIELDS SECTION.
       NAC-010.
           MOVE OACTFI TO WS-ATST-ACT.
           IF OSELFI IS NUMERIC THEN
              MOVE OSELFI TO WS-ATST-SEL
           END-IF.
           MOVE OFLDFI TO WS-ATST-IN-FIELD.
           MOVE OTXTFI TO WS-ATST-IN-TEXT.

           INSPECT WS-ATST-ACT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ATST-IN-FIELD REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ATST-IN-TEXT REPLACING ALL LOW-VALUE BY SPACE.

       NAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * NAD-COUNT-DEPT-PROGRESS
      *
      * Reads the department item of the campaign - WS-ATST-DEPT-OK
      * says whether there is one - and counts the department's
      * book items, those done (attested or flagged) and those
      * flagged. Leaves the department item in BAQHATST-RECORD only
      * until the count browse reads past it, so NAA takes the name
      * and due date from WS-ATST-DEPT-NAME and WS-ATST-DUE.
      *----------------------------------------------------------------*
       NAD-COUNT-DEPT-PROGRESS SECTION.
       NAD-010.
           MOVE 'N' TO WS-ATST-DEPT-OK.
           MOVE 0 TO WS-ATST-BOOKS WS-ATST-DONE WS-ATST-FLAGS.

           MOVE WS-ATST-CAMPAIGN TO BAQHATST-CAMPAIGN.
           MOVE WS-ATST-DEPT TO BAQHATST-DEPT-ID.
           MOVE SPACES TO BAQHATST-TITLE.
           EXEC CICS READ FILE(WS-CATF-ATST)
                          INTO(BAQHATST-RECORD)
                          RIDFLD(BAQHATST-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              NOT BAQHATST-DEPT-ITEM THEN
              GO TO NAD-999
           END-IF.

           MOVE 'Y' TO WS-ATST-DEPT-OK.
           MOVE BAQHATST-DEPT-NAME TO WS-ATST-DEPT-NAME.
           MOVE BAQHATST-DUE TO WS-ATST-DUE.

           MOVE 'N' TO WS-ATST-EOF-SW.
           EXEC CICS STARTBR FILE(WS-CATF-ATST)
                              RIDFLD(BAQHATST-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM NADA-COUNT-ONE-ITEM
                 UNTIL WS-ATST-EOF-SW EQUAL 'Y'
              EXEC CICS ENDBR FILE(WS-CATF-ATST) END-EXEC
           END-IF.

       NAD-999.
           EXIT.

      *----------------------------------------------------------------*
      * NADA-COUNT-ONE-ITEM
      *----------------------------------------------------------------*
       NADA-COUNT-ONE-ITEM SECTION.
       NADA-010.
           EXEC CICS READNEXT FILE(WS-CATF-ATST)
                               INTO(BAQHATST-RECORD)
                               RIDFLD(BAQHATST-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              BAQHATST-CAMPAIGN NOT = WS-ATST-CAMPAIGN OR
              BAQHATST-DEPT-ID NOT = WS-ATST-DEPT THEN
              MOVE 'Y' TO WS-ATST-EOF-SW
              GO TO NADA-999
           END-IF.

           IF NOT BAQHATST-BOOK-ITEM THEN
              GO TO NADA-999
           END-IF.

           ADD 1 TO WS-ATST-BOOKS.
           IF BAQHATST-ATTESTED THEN
              ADD 1 TO WS-ATST-DONE
           END-IF.
           IF BAQHATST-FLAGGED THEN
              ADD 1 TO WS-ATST-DONE
              ADD 1 TO WS-ATST-FLAGS
           END-IF.

       NADA-999.
           EXIT.

      *----------------------------------------------------------------*
      * NB-ATTEST-BOOK
      *
      * Attests the selected line's book as still correct, recording
      * the signed-on user and when. A flag the book carried stays
      * on the item as the record of what was said; its exception
      * is the desk's to work.
      *----------------------------------------------------------------*
       NB-ATTEST-BOOK SECTION.
       NB-010.
           IF WS-ATST-SEL = 0 OR WS-ATST-SEL > 10 THEN
              MOVE 'Key the line number to attest' TO WS-ATST-MSG
              GO TO NB-999
           END-IF.

           IF CA-ATST-LINE-TITLE (WS-ATST-SEL) = SPACES THEN
              MOVE 'Selected line is not a book on this page'
                 TO WS-ATST-MSG
              GO TO NB-999
           END-IF.

           MOVE WS-ATST-CAMPAIGN TO BAQHATST-CAMPAIGN.
           MOVE WS-ATST-DEPT TO BAQHATST-DEPT-ID.
           MOVE CA-ATST-LINE-TITLE (WS-ATST-SEL) TO BAQHATST-TITLE.
           EXEC CICS READ FILE(WS-CATF-ATST)
                          INTO(BAQHATST-RECORD)
                          RIDFLD(BAQHATST-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Book no longer readable' TO WS-ATST-MSG
              GO TO NB-999
           END-IF.

           IF BAQHATST-ATTESTED THEN
              EXEC CICS UNLOCK FILE(WS-CATF-ATST) END-EXEC
              STRING 'Already attested by ' BAQHATST-ACT-USER
                 ' on ' BAQHATST-ACT-DATE
                 DELIMITED BY SIZE INTO WS-ATST-MSG
              GO TO NB-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           SET BAQHATST-ATTESTED TO TRUE.
           MOVE WS-USERID TO BAQHATST-ACT-USER.
           MOVE WS-ATST-NOW (1:8) TO BAQHATST-ACT-DATE.
           MOVE WS-ATST-NOW (9:6) TO BAQHATST-ACT-TIME.

           EXEC CICS REWRITE FILE(WS-CATF-ATST)
                             FROM(BAQHATST-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              STRING 'Attested: ' BAQHATST-TITLE
                 DELIMITED BY SIZE INTO WS-ATST-MSG
           ELSE
              MOVE 'Attest failed - see log' TO WS-ATST-MSG
              DISPLAY EIBTRNID ' ' WS-CATF-ATST
                 ' rewrite failed, RESP ' WS-RESP
           END-IF.

       NB-999.
           EXIT.

      *----------------------------------------------------------------*
      * NC-FLAG-BOOK
      *
      * Flags the selected line's book for correction. The field is
      * one of the book's key fields, or blank when the problem is
      * not one field, and the correction or a description of the
      * problem must be keyed. The flag is queued on RBKEXCP as a
      * PENDING ATST exception - correlated by campaign and
      * department - before the item is marked, so a flag shown on
      * the screen is always one the desk has.
      *----------------------------------------------------------------*
       NC-FLAG-BOOK SECTION.
       NC-010.
           IF WS-ATST-SEL = 0 OR WS-ATST-SEL > 10 THEN
              MOVE 'Key the line number to flag' TO WS-ATST-MSG
              GO TO NC-999
           END-IF.

           IF CA-ATST-LINE-TITLE (WS-ATST-SEL) = SPACES THEN
              MOVE 'Selected line is not a book on this page'
                 TO WS-ATST-MSG
              GO TO NC-999
           END-IF.

           IF WS-ATST-IN-FIELD NOT = SPACES AND
              WS-ATST-IN-FIELD NOT = 'STATUS' AND
              WS-ATST-IN-FIELD NOT = 'FORMNUM' AND
              WS-ATST-IN-FIELD NOT = 'URL' AND
              WS-ATST-IN-FIELD NOT = 'PUBDATE' AND
              WS-ATST-IN-FIELD NOT = 'DOCTYPE' AND
              WS-ATST-IN-FIELD NOT = 'SIZEMB' AND
              WS-ATST-IN-FIELD NOT = 'AUTHORS' AND
              WS-ATST-IN-FIELD NOT = 'DEPT' THEN
              MOVE 'Field must be one of those listed, or blank'
                 TO WS-ATST-MSG
              GO TO NC-999
           END-IF.

           IF WS-ATST-IN-TEXT = SPACES THEN
              MOVE 'Key the correction or what is wrong with the book'
                 TO WS-ATST-MSG
              GO TO NC-999
           END-IF.

           MOVE WS-ATST-CAMPAIGN TO BAQHATST-CAMPAIGN.
           MOVE WS-ATST-DEPT TO BAQHATST-DEPT-ID.
           MOVE CA-ATST-LINE-TITLE (WS-ATST-SEL) TO BAQHATST-TITLE.
           EXEC CICS READ FILE(WS-CATF-ATST)
                          INTO(BAQHATST-RECORD)
                          RIDFLD(BAQHATST-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Book no longer readable' TO WS-ATST-MSG
              GO TO NC-999
           END-IF.

           IF BAQHATST-FLAGGED THEN
              EXEC CICS UNLOCK FILE(WS-CATF-ATST) END-EXEC
              STRING 'Already flagged by ' BAQHATST-ACT-USER
                 ' on ' BAQHATST-ACT-DATE ' - the desk has it'
                 DELIMITED BY SIZE INTO WS-ATST-MSG
              GO TO NC-999
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           MOVE SPACES TO BAQHEXCP-RECORD.
           MOVE WS-ATST-NOW (1:8) TO BAQHEXCP-DATE.
           MOVE WS-ATST-NOW (9:6) TO BAQHEXCP-TIME.
           MOVE 'BAQHRBKC' TO BAQHEXCP-PROGRAM.
           MOVE 'ATST' TO BAQHEXCP-OPERATION.
           MOVE BAQHATST-TITLE TO BAQHEXCP-TITLE.
           MOVE WS-ATST-IN-FIELD TO BAQHEXCP-FIELD.
           MOVE WS-ATST-IN-TEXT TO BAQHEXCP-VALUE.
           MOVE 0 TO BAQHEXCP-COMP-CODE.
           MOVE 0 TO BAQHEXCP-REASON-CODE.
           MOVE 0 TO BAQHEXCP-HTTP-STATUS.
           MOVE 'PENDING' TO BAQHEXCP-STATUS.
           STRING WS-ATST-CAMPAIGN '-' WS-ATST-DEPT
              DELIMITED BY SIZE INTO BAQHEXCP-CORREL-ID.
           STRING 'ATTESTATION ' WS-ATST-CAMPAIGN
              ' DEPT ' WS-ATST-DEPT ' FLAGGED BY ' WS-USERID
              DELIMITED BY SIZE INTO BAQHEXCP-MESSAGE.
           MOVE WS-CATALOG TO BAQHEXCP-CATALOG.

           MOVE 0 TO WS-ATST-EXCP-RBA.
           EXEC CICS WRITE FILE('RBKEXCP')
                           FROM(BAQHEXCP-RECORD)
                           RIDFLD(WS-ATST-EXCP-RBA)
                           RBA
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              EXEC CICS UNLOCK FILE(WS-CATF-ATST) END-EXEC
              MOVE 'Flag could not be queued for the desk - see log'
                 TO WS-ATST-MSG
              DISPLAY EIBTRNID ' RBKEXCP write failed, RESP '
                 WS-RESP
              GO TO NC-999
           END-IF.

           SET BAQHATST-FLAGGED TO TRUE.
           MOVE WS-USERID TO BAQHATST-ACT-USER.
           MOVE WS-ATST-NOW (1:8) TO BAQHATST-ACT-DATE.
           MOVE WS-ATST-NOW (9:6) TO BAQHATST-ACT-TIME.
           MOVE WS-ATST-IN-FIELD TO BAQHATST-FLAG-FIELD.
           MOVE WS-ATST-IN-TEXT TO BAQHATST-FLAG-TEXT.

           EXEC CICS REWRITE FILE(WS-CATF-ATST)
                             FROM(BAQHATST-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              STRING 'Flagged for the desk: ' BAQHATST-TITLE
                 DELIMITED BY SIZE INTO WS-ATST-MSG
              MOVE SPACES TO WS-ATST-IN-FIELD WS-ATST-IN-TEXT
           ELSE
              MOVE 'Flag queued for the desk but not marked - see log'
                 TO WS-ATST-MSG
              DISPLAY EIBTRNID ' ' WS-CATF-ATST
                 ' rewrite failed, RESP ' WS-RESP
           END-IF.

       NC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ND-SHOW-BOOK
      *
      * Shows the selected line's book - its key fields as they
      * stood when the campaign opened and what was last done to it;
      * a flag's field and text come back into the entry fields.
      *----------------------------------------------------------------*
       ND-SHOW-BOOK SECTION.
       ND-010.
           IF WS-ATST-SEL = 0 OR WS-ATST-SEL > 10 THEN
              MOVE 'Key the line number to show' TO WS-ATST-MSG
              GO TO ND-999
           END-IF.

           IF CA-ATST-LINE-TITLE (WS-ATST-SEL) = SPACES THEN
              MOVE 'Selected line is not a book on this page'
                 TO WS-ATST-MSG
              GO TO ND-999
           END-IF.

           MOVE WS-ATST-CAMPAIGN TO BAQHATST-CAMPAIGN.
           MOVE WS-ATST-DEPT TO BAQHATST-DEPT-ID.
           MOVE CA-ATST-LINE-TITLE (WS-ATST-SEL) TO BAQHATST-TITLE.
           EXEC CICS READ FILE(WS-CATF-ATST)
                          INTO(BAQHATST-RECORD)
                          RIDFLD(BAQHATST-KEY)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Book no longer readable' TO WS-ATST-MSG
              GO TO ND-999
           END-IF.

           MOVE BAQHATST-SIZE-MB TO WS-ATST-SIZE-ED.
           STRING 'FORM ' BAQHATST-FORM-NUMBER
              ' PUBLISHED ' BAQHATST-PUB-DATE (1:10)
              ' TYPE ' BAQHATST-DOC-TYPE
              ' SIZE ' WS-ATST-SIZE-ED ' MB'
              DELIMITED BY SIZE INTO WS-ATST-DET1.
           STRING 'URL ' BAQHATST-URL
              DELIMITED BY SIZE INTO WS-ATST-DET2.

           IF BAQHATST-OPEN THEN
              MOVE 'Not yet attested or flagged' TO WS-ATST-MSG
           ELSE
              STRING FUNCTION TRIM(BAQHATST-STATE) ' by '
                 BAQHATST-ACT-USER ' on ' BAQHATST-ACT-DATE ' '
                 BAQHATST-ACT-TIME (1:4)
                 DELIMITED BY SIZE INTO WS-ATST-MSG
           END-IF.

           IF BAQHATST-FLAG-TEXT NOT = SPACES THEN
              MOVE BAQHATST-FLAG-FIELD TO WS-ATST-IN-FIELD
              MOVE BAQHATST-FLAG-TEXT TO WS-ATST-IN-TEXT
           END-IF.

       ND-999.
           EXIT.

      *----------------------------------------------------------------*
      * IA-OPEN-PRINT-JOB
      *
      * Opens a PF4 print for the calling screen, which has set the
      * heading's report name, as-of line and sub-heading. Routes
      * the terminal to its printer on RBKPRTR (the site default
      * '****' entry if it has none of its own), makes sure that
      * printer is in service and acquired, and spools the heading
      * as item one of a fresh queue. WS-PRT-READY = 'Y' lets the
      * caller add its lines through IB-ADD-PRINT-LINE; otherwise
      * WS-PRT-MSG says why nothing will print.
      *----------------------------------------------------------------*
       IA-OPEN-PRINT-JOB SECTION.
       IA-010.
           MOVE 'N' TO WS-PRT-READY.
           MOVE SPACES TO WS-PRT-MSG.
           MOVE 0 TO WS-PRT-LINE-CNT.

           MOVE EIBTRMID TO BAQHPRTR-TERMID.
           EXEC CICS READ FILE('RBKPRTR')
                          INTO(BAQHPRTR-RECORD)
                          RIDFLD(BAQHPRTR-TERMID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND) THEN
              MOVE '****' TO BAQHPRTR-TERMID
              EXEC CICS READ FILE('RBKPRTR')
                             INTO(BAQHPRTR-RECORD)
                             RIDFLD(BAQHPRTR-TERMID)
                             RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              STRING 'No printer is routed for terminal ' EIBTRMID
                 ' on RBKPRTR - nothing printed'
                 DELIMITED BY SIZE INTO WS-PRT-MSG
              GO TO IA-999
           END-IF.

           MOVE BAQHPRTR-PRINTER TO WS-PRT-PRINTER.
           MOVE BAQHPRTR-LOCATION TO WS-PRT-LOCATION.

      * A started task queued for an out-of-service or released
      * printer would wait there unseen, so such a printer is
      * refused here and the operator told.
           EXEC CICS INQUIRE TERMINAL(WS-PRT-PRINTER)
                             SERVSTATUS(WS-PRT-SERVSTAT)
                             ACQSTATUS(WS-PRT-ACQSTAT)
                             RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(TERMIDERR)
                 STRING 'Printer ' WS-PRT-PRINTER
                    ' is not defined to CICS - nothing printed'
                    DELIMITED BY SIZE INTO WS-PRT-MSG
                 GO TO IA-999
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 STRING 'Printer ' WS-PRT-PRINTER
                    ' status not available - nothing printed'
                    DELIMITED BY SIZE INTO WS-PRT-MSG
                 DISPLAY EIBTRNID ' INQUIRE TERMINAL ' WS-PRT-PRINTER
                    ' failed, RESP ' WS-RESP
                 GO TO IA-999
              WHEN WS-PRT-SERVSTAT NOT = DFHVALUE(INSERVICE)
              WHEN WS-PRT-ACQSTAT NOT = DFHVALUE(ACQUIRED)
                 STRING 'Printer ' WS-PRT-PRINTER ' ('
                    WS-PRT-LOCATION ') is unavailable'
                    ' - nothing printed'
                    DELIMITED BY SIZE INTO WS-PRT-MSG
                 GO TO IA-999
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * The queue is named for this task, so a second print keyed
      * before the printer has finished the first never collides.
           MOVE EIBTASKN TO WS-PRTQ-TASK.
           EXEC CICS DELETEQ TS QUEUE(WS-PRTQ-NAME)
                                NOHANDLE
           END-EXEC.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO WS-PRT-HD-USER.
           MOVE EIBTRMID TO WS-PRT-HD-TERM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-PRT-HD-STAMP.

           EXEC CICS WRITEQ TS QUEUE(WS-PRTQ-NAME)
                               FROM(WS-PRT-HEAD-REC)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Print spool could not be written - nothing printed'
                 TO WS-PRT-MSG
              DISPLAY EIBTRNID ' print spool WRITEQ failed, RESP '
                 WS-RESP
              GO TO IA-999
           END-IF.

           MOVE 'Y' TO WS-PRT-READY.

       IA-999.
           EXIT.

      *----------------------------------------------------------------*
      * IB-ADD-PRINT-LINE
      *
      * Spools WS-PRT-LINE as the next line of the open print. A
      * failed write abandons the print rather than send half of
      * it.
      *----------------------------------------------------------------*
       IB-ADD-PRINT-LINE SECTION.
       IB-010.
           IF WS-PRT-READY NOT = 'Y' THEN
              GO TO IB-999
           END-IF.

           EXEC CICS WRITEQ TS QUEUE(WS-PRTQ-NAME)
                               FROM(WS-PRT-LINE)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO WS-PRT-LINE-CNT
           ELSE
              MOVE 'N' TO WS-PRT-READY
              MOVE 'Print spool could not be written - nothing printed'
                 TO WS-PRT-MSG
              DISPLAY EIBTRNID ' print spool WRITEQ failed, RESP '
                 WS-RESP
              EXEC CICS DELETEQ TS QUEUE(WS-PRTQ-NAME)
                                   NOHANDLE
              END-EXEC
           END-IF.

       IB-999.
           MOVE SPACES TO WS-PRT-LINE.
           EXIT.

      *----------------------------------------------------------------*
      * IC-RELEASE-PRINT-JOB
      *
      * Hands the spooled print to the printer by STARTing RBPR on
      * it with the queue name as its data. A START the printer
      * refuses deletes the spool and tells the operator.
      *----------------------------------------------------------------*
       IC-RELEASE-PRINT-JOB SECTION.
       IC-010.
           IF WS-PRT-READY NOT = 'Y' THEN
              GO TO IC-999
           END-IF.

           EXEC CICS START TRANSID('RBPR')
                           TERMID(WS-PRT-PRINTER)
                           FROM(WS-PRTQ-NAME)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'N' TO WS-PRT-READY
              STRING 'Printer ' WS-PRT-PRINTER
                 ' could not be started - nothing printed'
                 DELIMITED BY SIZE INTO WS-PRT-MSG
              DISPLAY EIBTRNID ' START RBPR on ' WS-PRT-PRINTER
                 ' failed, RESP ' WS-RESP
              EXEC CICS DELETEQ TS QUEUE(WS-PRTQ-NAME)
                                   NOHANDLE
              END-EXEC
              GO TO IC-999
           END-IF.

           MOVE WS-PRT-LINE-CNT TO WS-PRT-LINE-CNT-ED.
           STRING WS-PRT-LINE-CNT-ED ' lines sent to printer '
              WS-PRT-PRINTER ' (' WS-PRT-LOCATION ')'
              DELIMITED BY SIZE INTO WS-PRT-MSG.

       IC-999.
           EXIT.

      *----------------------------------------------------------------*
      * ID-PRINT-TASK
      *
      * RBPR - runs on the printer terminal, STARTed by
      * IC-RELEASE-PRINT-JOB. Retrieves the spool queue's name,
      * prints its lines under the heading from item one with a
      * page number on every page, closes with a line count and
      * deletes the queue.
      *----------------------------------------------------------------*
       ID-PRINT-TASK SECTION.
       ID-010.
           EXEC CICS RETRIEVE INTO(WS-PRTQ-NAME)
                              LENGTH(WS-PRT-RETR-LEN)
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' RETRIEVE failed, RESP ' WS-RESP
              GO TO ID-999
           END-IF.

           MOVE LENGTH OF WS-PRT-HEAD-REC TO WS-PRT-HEAD-LEN.
           EXEC CICS READQ TS QUEUE(WS-PRTQ-NAME)
                              INTO(WS-PRT-HEAD-REC)
                              LENGTH(WS-PRT-HEAD-LEN)
                              ITEM(1)
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' print spool ' WS-PRTQ-NAME
                 ' unreadable, RESP ' WS-RESP
              GO TO ID-999
           END-IF.

           MOVE 0 TO WS-PRT-PAGE-NUM.
           MOVE 0 TO WS-PRT-LINE-CNT.
           MOVE 0 TO WS-PRT-BUF-LINES.
           MOVE 1 TO WS-PRT-BUF-PTR.
           MOVE SPACES TO WS-PRT-BUF.
           MOVE 1 TO WS-PRT-ITEM.
           MOVE 'N' TO WS-PRT-EOF-SW.

           PERFORM IDB-START-PRINT-PAGE.
           PERFORM IDA-PRINT-ONE-ITEM
              UNTIL WS-PRT-EOF-SW = 'Y'.

           MOVE SPACES TO WS-PRT-OUT.
           PERFORM IDC-ADD-PRINT-OUT.
           MOVE WS-PRT-LINE-CNT TO WS-PRT-LINE-CNT-ED.
           STRING '*** END OF REPORT - ' WS-PRT-LINE-CNT-ED
              ' LINES ***'
              DELIMITED BY SIZE INTO WS-PRT-OUT.
           PERFORM IDC-ADD-PRINT-OUT.
           PERFORM IDD-FLUSH-PRINT-BUFFER.

           EXEC CICS DELETEQ TS QUEUE(WS-PRTQ-NAME)
                                NOHANDLE
           END-EXEC.

       ID-999.
           EXIT.

      *----------------------------------------------------------------*
      * IDA-PRINT-ONE-ITEM
      *----------------------------------------------------------------*
       IDA-PRINT-ONE-ITEM SECTION.
       IDA-010.
           ADD 1 TO WS-PRT-ITEM.
           MOVE LENGTH OF WS-PRT-LINE TO WS-PRT-LINE-LEN.
           EXEC CICS READQ TS QUEUE(WS-PRTQ-NAME)
                              INTO(WS-PRT-LINE)
                              LENGTH(WS-PRT-LINE-LEN)
                              ITEM(WS-PRT-ITEM)
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-PRT-EOF-SW
              GO TO IDA-999
           END-IF.

           IF WS-PRT-PAGE-LINES NOT < WS-PRT-PAGE-DEPTH THEN
              PERFORM IDB-START-PRINT-PAGE
           END-IF.

           MOVE WS-PRT-LINE TO WS-PRT-OUT.
           PERFORM IDC-ADD-PRINT-OUT.
           ADD 1 TO WS-PRT-PAGE-LINES.
           ADD 1 TO WS-PRT-LINE-CNT.

       IDA-999.
           EXIT.

      *----------------------------------------------------------------*
      * IDB-START-PRINT-PAGE
      *
      * Ends the page so far and heads a new one: report name and
      * page number, the as-of line, who asked for it from where
      * and when, and the calling screen's sub-heading.
      *----------------------------------------------------------------*
       IDB-START-PRINT-PAGE SECTION.
       IDB-010.
           PERFORM IDD-FLUSH-PRINT-BUFFER.
           ADD 1 TO WS-PRT-PAGE-NUM.
           MOVE 0 TO WS-PRT-PAGE-LINES.
           MOVE 'Y' TO WS-PRT-FORMFEED.

           MOVE WS-PRT-PAGE-NUM TO WS-PRT-PAGE-ED.
           STRING WS-PRT-HD-REPORT '        PAGE ' WS-PRT-PAGE-ED
              DELIMITED BY SIZE INTO WS-PRT-OUT.
           PERFORM IDC-ADD-PRINT-OUT.

           MOVE WS-PRT-HD-ASOF TO WS-PRT-OUT.
           PERFORM IDC-ADD-PRINT-OUT.

           STRING 'PRINTED FOR ' WS-PRT-HD-USER
              ' AT TERMINAL ' WS-PRT-HD-TERM ' ON '
              WS-PRT-HD-STAMP (1:4) '-' WS-PRT-HD-STAMP (5:2) '-'
              WS-PRT-HD-STAMP (7:2) ' ' WS-PRT-HD-STAMP (9:2) ':'
              WS-PRT-HD-STAMP (11:2)
              DELIMITED BY SIZE INTO WS-PRT-OUT.
           PERFORM IDC-ADD-PRINT-OUT.

           PERFORM IDC-ADD-PRINT-OUT.
           MOVE WS-PRT-HD-SUBHEAD TO WS-PRT-OUT.
           PERFORM IDC-ADD-PRINT-OUT.
           PERFORM IDC-ADD-PRINT-OUT.

       IDB-999.
           EXIT.

      *----------------------------------------------------------------*
      * IDC-ADD-PRINT-OUT
      *
      * Adds WS-PRT-OUT to the send buffer as one new-line ended
      * line, sending the buffer first when it is full.
      *----------------------------------------------------------------*
       IDC-ADD-PRINT-OUT SECTION.
       IDC-010.
           IF WS-PRT-BUF-LINES NOT < WS-PRT-CHUNK-DEPTH THEN
              PERFORM IDD-FLUSH-PRINT-BUFFER
           END-IF.

           STRING WS-PRT-OUT WS-PRT-NL
              DELIMITED BY SIZE INTO WS-PRT-BUF
              WITH POINTER WS-PRT-BUF-PTR.
           ADD 1 TO WS-PRT-BUF-LINES.
           MOVE SPACES TO WS-PRT-OUT.

       IDC-999.
           EXIT.

      *----------------------------------------------------------------*
      * IDD-FLUSH-PRINT-BUFFER
      *
      * Prints the buffered lines - on a fresh form when they open
      * a page.
      *----------------------------------------------------------------*
       IDD-FLUSH-PRINT-BUFFER SECTION.
       IDD-010.
           IF WS-PRT-BUF-LINES = 0 THEN
              GO TO IDD-999
           END-IF.

           COMPUTE WS-PRT-BUF-LEN = WS-PRT-BUF-PTR - 1.
           IF WS-PRT-FORMFEED = 'Y' THEN
              EXEC CICS SEND TEXT FROM(WS-PRT-BUF)
                                  LENGTH(WS-PRT-BUF-LEN)
                                  ERASE
                                  PRINT
                                  NLEOM
                                  FORMFEED
                                  NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS SEND TEXT FROM(WS-PRT-BUF)
                                  LENGTH(WS-PRT-BUF-LEN)
                                  ERASE
                                  PRINT
                                  NLEOM
                                  NOHANDLE
              END-EXEC
           END-IF.

           MOVE 'N' TO WS-PRT-FORMFEED.
           MOVE SPACES TO WS-PRT-BUF.
           MOVE 1 TO WS-PRT-BUF-PTR.
           MOVE 0 TO WS-PRT-BUF-LINES.

       IDD-999.
           EXIT.

      *----------------------------------------------------------------*
      * JA-JSON-INQUIRY
      *
      * RBKJ - the intranet's read-only JSON inquiry service, run
      * under CICS web support with no terminal. A GET with one of
      *    ?title=<exact title>
      *    ?form=<form number>
      *    ?author=<author name>
      * is answered straight from RBKCAT, RBKFNXR and RBKAUTX -
      * never the API, so it answers through a z/OS Connect or
      * backend outage and costs no call. An optional
      * &catalog=<name> answers from that catalog's files instead
      * (RPPCAT ... for REDPAPER), REDBOOK when omitted. The
      * RBK.INQUIRY profile guards it like the other inquiries, and
      * every answered request goes on RBKAUDT for the usage
      * attribution.
      *----------------------------------------------------------------*
       JA-JSON-INQUIRY SECTION.
       JA-010.
           MOVE 200 TO WS-JSON-STATUS.
           MOVE 'OK' TO WS-JSON-STATUS-TEXT.
           MOVE SPACES TO WS-JSON-KIND.
           MOVE SPACES TO WS-JSON-KEY.
           MOVE 'JSONOTHER' TO WS-JSON-OPERATION.
           MOVE 'SERVED' TO WS-JSON-RESULT.

           MOVE 'RBK.INQUIRY' TO WS-AUTH-RESID.
           PERFORM AOA-QUERY-OPERATION-AUTH.
           IF WS-AUTH-DENIED EQUAL 'Y' THEN
              MOVE 403 TO WS-JSON-STATUS
              MOVE 'Forbidden' TO WS-JSON-STATUS-TEXT
              MOVE WS-DISPLAY-MSG TO WS-JSON-VALUE
              MOVE SPACES TO WS-DISPLAY-MSG
              PERFORM JG-BUILD-ERROR-BODY
              GO TO JA-090
           END-IF.

           EXEC CICS WEB EXTRACT HTTPMETHOD(WS-JSON-METHOD)
                                 METHODLENGTH(WS-JSON-METHLEN)
                                 RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              WS-JSON-METHOD (1:4) NOT = 'GET ' THEN
              MOVE 405 TO WS-JSON-STATUS
              MOVE 'Method Not Allowed' TO WS-JSON-STATUS-TEXT
              MOVE 'Only GET is supported - the service is read-only'
                 TO WS-JSON-VALUE
              MOVE 'BADREQ' TO WS-JSON-RESULT
              PERFORM JG-BUILD-ERROR-BODY
              GO TO JA-080
           END-IF.

           PERFORM JL-READ-CATALOG-PARM.
           IF WS-JSON-STATUS NOT = 200 THEN
              GO TO JA-080
           END-IF.

           PERFORM JB-READ-LOOKUP-PARM.

           EVALUATE WS-JSON-KIND
              WHEN 'TITLE'
                 PERFORM JC-ANSWER-TITLE
              WHEN 'FORM'
                 PERFORM JD-ANSWER-FORM
              WHEN 'AUTHOR'
                 PERFORM JE-ANSWER-AUTHOR
              WHEN OTHER
                 MOVE 400 TO WS-JSON-STATUS
                 MOVE 'Bad Request' TO WS-JSON-STATUS-TEXT
                 MOVE 'Key one of title=, form= or author='
                    TO WS-JSON-VALUE
                 MOVE 'BADREQ' TO WS-JSON-RESULT
                 PERFORM JG-BUILD-ERROR-BODY
           END-EVALUATE.

       JA-080.
           PERFORM JH-WRITE-INQUIRY-AUDIT.

       JA-090.
           COMPUTE WS-JSON-LEN = WS-JSON-PTR - 1.
           MOVE 0 TO WS-JSON-TRAIL.
           INSPECT FUNCTION REVERSE(WS-JSON-STATUS-TEXT)
              TALLYING WS-JSON-TRAIL FOR LEADING SPACES.
           COMPUTE WS-JSON-STATUS-TLEN =
              LENGTH OF WS-JSON-STATUS-TEXT - WS-JSON-TRAIL.

           EXEC CICS WEB SEND FROM(WS-JSON-BODY)
                              FROMLENGTH(WS-JSON-LEN)
                              MEDIATYPE(WS-JSON-MEDIATYPE)
                              CHARACTERSET(WS-JSON-CHARSET)
                              STATUSCODE(WS-JSON-STATUS)
                              STATUSTEXT(WS-JSON-STATUS-TEXT)
                              STATUSLEN(WS-JSON-STATUS-TLEN)
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WEB SEND failed, RESP ' WS-RESP
           END-IF.

       JA-999.
           EXIT.

      *----------------------------------------------------------------*
      * JB-READ-LOOKUP-PARM
      *
      * Takes the first of the title, form and author query
      * parameters the request carries as the lookup to answer.
      *----------------------------------------------------------------*
       JB-READ-LOOKUP-PARM SECTION.
       JB-010.
           MOVE 'title' TO WS-JSON-PARM-NAME.
           MOVE 5 TO WS-JSON-PARM-NLEN.
           PERFORM JBA-READ-ONE-PARM.
           IF WS-JSON-KEY NOT = SPACES THEN
              MOVE 'TITLE' TO WS-JSON-KIND
              MOVE 'JSONTITLE' TO WS-JSON-OPERATION
              GO TO JB-999
           END-IF.

           MOVE 'form' TO WS-JSON-PARM-NAME.
           MOVE 4 TO WS-JSON-PARM-NLEN.
           PERFORM JBA-READ-ONE-PARM.
           IF WS-JSON-KEY NOT = SPACES THEN
              MOVE 'FORM' TO WS-JSON-KIND
              MOVE 'JSONFORM' TO WS-JSON-OPERATION
              GO TO JB-999
           END-IF.

           MOVE 'author' TO WS-JSON-PARM-NAME.
           MOVE 6 TO WS-JSON-PARM-NLEN.
           PERFORM JBA-READ-ONE-PARM.
           IF WS-JSON-KEY NOT = SPACES THEN
              MOVE 'AUTHOR' TO WS-JSON-KIND
              MOVE 'JSONAUTHOR' TO WS-JSON-OPERATION
           END-IF.

       JB-999.
           EXIT.

      *----------------------------------------------------------------*
      * JBA-READ-ONE-PARM
      *
      * CICS hands the parameter back already unescaped, so a title
      * keyed with %20 for its spaces matches RBKCAT's key as is.
      *----------------------------------------------------------------*
       JBA-READ-ONE-PARM SECTION.
       JBA-010.
           MOVE SPACES TO WS-JSON-PARM-VALUE.
           MOVE LENGTH OF WS-JSON-PARM-VALUE TO WS-JSON-PARM-VLEN.

           EXEC CICS WEB READ QUERYPARM(WS-JSON-PARM-NAME)
                              NAMELENGTH(WS-JSON-PARM-NLEN)
                              VALUE(WS-JSON-PARM-VALUE)
                              VALUELENGTH(WS-JSON-PARM-VLEN)
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              WS-JSON-PARM-VLEN > 0 THEN
              MOVE WS-JSON-PARM-VALUE TO WS-JSON-KEY
           END-IF.

       JBA-999.
           EXIT.

      *----------------------------------------------------------------*
      * JC-ANSWER-TITLE
      *----------------------------------------------------------------*
       JC-ANSWER-TITLE SECTION.
       JC-010.
           MOVE WS-JSON-KEY TO BAQHKCAT-TITLE.
           EXEC CICS READ FILE(WS-CATF-CAT)
                          INTO(BAQHKCAT-RECORD)
                          RIDFLD(BAQHKCAT-TITLE)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM JF-BUILD-BOOK-BODY
           ELSE
              MOVE 'No book with that title in the local catalog'
                 TO WS-JSON-VALUE
              PERFORM JGA-NOT-FOUND
           END-IF.

       JC-999.
           EXIT.

      *----------------------------------------------------------------*
      * JD-ANSWER-FORM
      *
      * The form number resolves through the RBKFNXR cross-reference
      * to the title RBKCAT is keyed on, as FORMNUM= does on the
      * terminal.
      *----------------------------------------------------------------*
       JD-ANSWER-FORM SECTION.
       JD-010.
           MOVE WS-JSON-KEY (1:12) TO BAQHFNXR-FORM-NUMBER.
           EXEC CICS READ FILE(WS-CATF-FNXR)
                          INTO(BAQHFNXR-RECORD)
                          RIDFLD(BAQHFNXR-FORM-NUMBER)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE BAQHFNXR-TITLE TO BAQHKCAT-TITLE
              EXEC CICS READ FILE(WS-CATF-CAT)
                             INTO(BAQHKCAT-RECORD)
                             RIDFLD(BAQHKCAT-TITLE)
                             RESP(WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM JF-BUILD-BOOK-BODY
           ELSE
              MOVE 'No book with that form number in the local catalog'
                 TO WS-JSON-VALUE
              PERFORM JGA-NOT-FOUND
           END-IF.

       JD-999.
           EXIT.

      *----------------------------------------------------------------*
      * JE-ANSWER-AUTHOR
      *
      * Lists the author's books in title order off the RBKAUTX
      * author path - title, status and form number each, up to
      * WS-JSON-MAX-HITS of them.
      *----------------------------------------------------------------*
       JE-ANSWER-AUTHOR SECTION.
       JE-010.
           PERFORM JK-FIND-SNAPSHOT-STAMP.
           PERFORM JJ-OPEN-JSON-BODY.
           STRING '"author":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE WS-JSON-KEY (1:40) TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.
           STRING ',"books":['
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.

           MOVE 0 TO WS-JSON-HITS.
           MOVE 'N' TO WS-JSON-EOF-SW.
           MOVE 'N' TO WS-JSON-MORE-SW.
           MOVE 'N' TO WS-JSON-BR-SW.
           MOVE WS-JSON-KEY (1:40) TO BAQHKAXR-AUTHOR.
           MOVE LOW-VALUES TO BAQHKAXR-TITLE.

           EXEC CICS STARTBR FILE(WS-CATF-AUTX)
                              RIDFLD(BAQHKAXR-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-JSON-BR-SW
              PERFORM JEA-ADD-ONE-AUTHOR-BOOK
                 UNTIL WS-JSON-EOF-SW = 'Y'
              EXEC CICS ENDBR FILE(WS-CATF-AUTX) END-EXEC
           END-IF.

           IF WS-JSON-HITS = 0 THEN
              MOVE 'No books for that author in the local catalog'
                 TO WS-JSON-VALUE
              PERFORM JGA-NOT-FOUND
              GO TO JE-999
           END-IF.

           IF WS-JSON-MORE-SW = 'Y' THEN
              STRING '],"truncated":true}'
                 DELIMITED BY SIZE INTO WS-JSON-BODY
                 WITH POINTER WS-JSON-PTR
           ELSE
              STRING '],"truncated":false}'
                 DELIMITED BY SIZE INTO WS-JSON-BODY
                 WITH POINTER WS-JSON-PTR
           END-IF.

       JE-999.
           EXIT.

      *----------------------------------------------------------------*
      * JEA-ADD-ONE-AUTHOR-BOOK
      *
      * Leaving the author's key range ends the list the same as end
      * of file; a book past the limit just marks the list truncated.
      *----------------------------------------------------------------*
       JEA-ADD-ONE-AUTHOR-BOOK SECTION.
       JEA-010.
           EXEC CICS READNEXT FILE(WS-CATF-AUTX)
                               INTO(BAQHKAXR-RECORD)
                               RIDFLD(BAQHKAXR-KEY)
                               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              BAQHKAXR-AUTHOR NOT = WS-JSON-KEY (1:40) THEN
              MOVE 'Y' TO WS-JSON-EOF-SW
              GO TO JEA-999
           END-IF.

           IF WS-JSON-HITS NOT < WS-JSON-MAX-HITS THEN
              MOVE 'Y' TO WS-JSON-MORE-SW
              MOVE 'Y' TO WS-JSON-EOF-SW
              GO TO JEA-999
           END-IF.

           ADD 1 TO WS-JSON-HITS.
           IF WS-JSON-HITS > 1 THEN
              STRING ','
                 DELIMITED BY SIZE INTO WS-JSON-BODY
                 WITH POINTER WS-JSON-PTR
           END-IF.

           STRING '{"title":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKAXR-TITLE TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.
           STRING ',"status":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKAXR-STATUS TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.
           STRING ',"formNumber":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKAXR-FORM-NUMBER TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.
           STRING '}'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.

       JEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * JF-BUILD-BOOK-BODY
      *
      * The whole RBKCAT record just read as one "book" object, the
      * authors split out of their semicolon-delimited list into an
      * array.
      *----------------------------------------------------------------*
       JF-BUILD-BOOK-BODY SECTION.
       JF-010.
           MOVE BAQHKCAT-SNAP-DATE TO WS-JSON-SNAP-DATE.
           MOVE BAQHKCAT-SNAP-TIME TO WS-JSON-SNAP-TIME.
           PERFORM JJ-OPEN-JSON-BODY.

           STRING '"book":{"title":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKCAT-TITLE TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.

           STRING ',"formNumber":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKCAT-FORM-NUMBER TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.

           STRING ',"status":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKCAT-STATUS TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.

           STRING ',"publicationDate":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKCAT-PUB-DATE TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.

           STRING ',"documentType":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKCAT-DOC-TYPE TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.

      * A JSON number may not carry the edited field's leading
      * spaces.
           MOVE BAQHKCAT-SIZE-MB TO WS-JSON-SIZE-ED.
           MOVE 0 TO WS-JSON-LEAD.
           INSPECT WS-JSON-SIZE-ED TALLYING WS-JSON-LEAD
              FOR LEADING SPACES.
           STRING ',"sizeMB":' WS-JSON-SIZE-ED (WS-JSON-LEAD + 1:)
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.

           STRING ',"url":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKCAT-URL TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.

           STRING ',"authors":['
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE 1 TO WS-JSON-AUTH-PTR.
           MOVE 0 TO WS-JSON-AUTH-CNT.
           PERFORM JFA-ADD-ONE-AUTHOR
              UNTIL WS-JSON-AUTH-PTR > LENGTH OF BAQHKCAT-AUTHORS.
           STRING ']'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.

           STRING ',"department":{"id":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKCAT-DEPT-ID TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.
           STRING ',"name":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKCAT-DEPT-NAME TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.
           STRING ',"contact":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           MOVE BAQHKCAT-DEPT-CONTACT TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.

           STRING '}}}'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.

       JF-999.
           EXIT.

      *----------------------------------------------------------------*
      * JFA-ADD-ONE-AUTHOR
      *----------------------------------------------------------------*
       JFA-ADD-ONE-AUTHOR SECTION.
       JFA-010.
           MOVE SPACES TO WS-JSON-ONE-AUTHOR.
           UNSTRING BAQHKCAT-AUTHORS DELIMITED BY ';'
              INTO WS-JSON-ONE-AUTHOR
              WITH POINTER WS-JSON-AUTH-PTR.

           IF WS-JSON-ONE-AUTHOR = SPACES THEN
              GO TO JFA-999
           END-IF.

           ADD 1 TO WS-JSON-AUTH-CNT.
           IF WS-JSON-AUTH-CNT > 1 THEN
              STRING ','
                 DELIMITED BY SIZE INTO WS-JSON-BODY
                 WITH POINTER WS-JSON-PTR
           END-IF.
           MOVE WS-JSON-ONE-AUTHOR TO WS-JSON-VALUE.
           PERFORM JV-APPEND-JSON-STRING.

       JFA-999.
           EXIT.

      *----------------------------------------------------------------*
      * JG-BUILD-ERROR-BODY
      *
      * An error answer - the snapshot stamp and the WS-JSON-VALUE
      * text as "error", under the status already set.
      *----------------------------------------------------------------*
       JG-BUILD-ERROR-BODY SECTION.
       JG-010.
           PERFORM JK-FIND-SNAPSHOT-STAMP.
           PERFORM JJ-OPEN-JSON-BODY.
           STRING '"error":'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           PERFORM JV-APPEND-JSON-STRING.
           STRING '}'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.

       JG-999.
           EXIT.

      *----------------------------------------------------------------*
      * JGA-NOT-FOUND
      *----------------------------------------------------------------*
       JGA-NOT-FOUND SECTION.
       JGA-010.
           MOVE 404 TO WS-JSON-STATUS.
           MOVE 'Not Found' TO WS-JSON-STATUS-TEXT.
           MOVE 'NOTFOUND' TO WS-JSON-RESULT.
           PERFORM JG-BUILD-ERROR-BODY.

       JGA-999.
           EXIT.

      *----------------------------------------------------------------*
      * JH-WRITE-INQUIRY-AUDIT
      *
      * One RBKAUDT record per request, SERVED, NOTFOUND or BADREQ,
      * with the lookup as the operation and the HTTP status - the
      * usage attribution counts these apart from the API calls.
      *----------------------------------------------------------------*
       JH-WRITE-INQUIRY-AUDIT SECTION.
       JH-010.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHAUDT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHRBKC' TO BAQHAUDT-PROGRAM.
           MOVE EIBTRNID TO BAQHAUDT-TXID.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO BAQHAUDT-USER.
           MOVE WS-JSON-OPERATION TO BAQHAUDT-OPERATION.
           MOVE WS-JSON-KEY TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE 0 TO BAQHAUDT-REASON-CODE.
           MOVE WS-JSON-STATUS TO BAQHAUDT-HTTP-STATUS.
           MOVE WS-JSON-RESULT TO BAQHAUDT-RESULT.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.

           MOVE 0 TO WS-BIMG-RBA.
           MOVE WS-CATALOG TO BAQHAUDT-CATALOG.
           PERFORM XBN-STAMP-AUDIT-BOOK-ID.
           EXEC CICS WRITE FILE('RBKAUDT')
                           FROM(BAQHAUDT-RECORD)
                           RIDFLD(WS-BIMG-RBA)
                           RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY EIBTRNID ' WARNING - inquiry audit write to'
                 ' RBKAUDT failed, RESP ' WS-RESP
           END-IF.

           PERFORM XG-MIRROR-KEYED-AUDIT.

       JH-999.
           EXIT.

      *----------------------------------------------------------------*
      * JJ-OPEN-JSON-BODY
      *
      * Starts the answer object with the snapshot date and time in
      * WS-JSON-SNAP-DATE/TIME - null when the catalog is empty.
      *----------------------------------------------------------------*
       JJ-OPEN-JSON-BODY SECTION.
       JJ-010.
           MOVE SPACES TO WS-JSON-BODY.
           MOVE 1 TO WS-JSON-PTR.

           IF WS-JSON-SNAP-DATE = SPACES THEN
              STRING '{"snapshotDate":null,"snapshotTime":null,'
                 DELIMITED BY SIZE INTO WS-JSON-BODY
                 WITH POINTER WS-JSON-PTR
           ELSE
              STRING '{"snapshotDate":"'
                 WS-JSON-SNAP-DATE (1:4) '-'
                 WS-JSON-SNAP-DATE (5:2) '-'
                 WS-JSON-SNAP-DATE (7:2)
                 '","snapshotTime":"'
                 WS-JSON-SNAP-TIME (1:2) ':'
                 WS-JSON-SNAP-TIME (3:2) ':'
                 WS-JSON-SNAP-TIME (5:2) '",'
                 DELIMITED BY SIZE INTO WS-JSON-BODY
                 WITH POINTER WS-JSON-PTR
           END-IF.

       JJ-999.
           EXIT.

      *----------------------------------------------------------------*
      * JK-FIND-SNAPSHOT-STAMP
      *
      * For an answer with no RBKCAT record of its own: BAQHCATL
      * reloads RBKCAT (and RBKAUTX with it) whole, so the first
      * record's snapshot stamp is the whole catalog's.
      *----------------------------------------------------------------*
       JK-FIND-SNAPSHOT-STAMP SECTION.
       JK-010.
           MOVE SPACES TO WS-JSON-SNAP-DATE.
           MOVE SPACES TO WS-JSON-SNAP-TIME.
           MOVE LOW-VALUES TO BAQHKCAT-TITLE.

           EXEC CICS STARTBR FILE(WS-CATF-CAT)
                              RIDFLD(BAQHKCAT-TITLE)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO JK-999
           END-IF.

           EXEC CICS READNEXT FILE(WS-CATF-CAT)
                               INTO(BAQHKCAT-RECORD)
                               RIDFLD(BAQHKCAT-TITLE)
                               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE BAQHKCAT-SNAP-DATE TO WS-JSON-SNAP-DATE
              MOVE BAQHKCAT-SNAP-TIME TO WS-JSON-SNAP-TIME
           END-IF.

           EXEC CICS ENDBR FILE(WS-CATF-CAT) END-EXEC.

       JK-999.
           EXIT.

      *----------------------------------------------------------------*
      * JL-READ-CATALOG-PARM
      *
      * Settles the catalog from the catalog query parameter the same
      * way 'CATALOG=name;' does on the terminal - BAQHCATQ validates
      * it and names its file prefix. An unknown one is a 400.
      *----------------------------------------------------------------*
       JL-READ-CATALOG-PARM SECTION.
       JL-010.
           MOVE 'catalog' TO WS-JSON-PARM-NAME.
           MOVE 7 TO WS-JSON-PARM-NLEN.
           PERFORM JBA-READ-ONE-PARM.

           MOVE 'V' TO BAQHCATQ-FUNCTION.
           MOVE WS-JSON-KEY (1:8) TO BAQHCATQ-CATALOG.
           CALL 'BAQHCATQ' USING BAQHCATQ-AREA.
           IF BAQHCATQ-RC NOT = 0 OR
              WS-JSON-KEY (9:) NOT = SPACES THEN
              MOVE 400 TO WS-JSON-STATUS
              MOVE 'Bad Request' TO WS-JSON-STATUS-TEXT
              MOVE SPACES TO WS-JSON-VALUE
              STRING 'catalog=' WS-JSON-KEY (1:40)
                 ' is not a known catalog'
                 DELIMITED BY SIZE INTO WS-JSON-VALUE
              MOVE 'BADREQ' TO WS-JSON-RESULT
              PERFORM JG-BUILD-ERROR-BODY
              MOVE SPACES TO WS-JSON-KEY
              GO TO JL-999
           END-IF.

           MOVE SPACES TO WS-JSON-KEY.
           MOVE BAQHCATQ-CATALOG TO WS-CATALOG.
           PERFORM AAC-SET-CATALOG-FILES.

       JL-999.
           EXIT.

      *----------------------------------------------------------------*
      * JV-APPEND-JSON-STRING
      *
      * Appends WS-JSON-VALUE, trimmed, as a quoted JSON string -
      * quote and backslash escaped, control characters blanked.
      *----------------------------------------------------------------*
       JV-APPEND-JSON-STRING SECTION.
       JV-010.
           MOVE 0 TO WS-JSON-LEAD.
           INSPECT WS-JSON-VALUE TALLYING WS-JSON-LEAD
              FOR LEADING SPACES.
           IF WS-JSON-LEAD = LENGTH OF WS-JSON-VALUE THEN
              STRING '""'
                 DELIMITED BY SIZE INTO WS-JSON-BODY
                 WITH POINTER WS-JSON-PTR
              GO TO JV-999
           END-IF.

           MOVE 0 TO WS-JSON-TRAIL.
           INSPECT FUNCTION REVERSE(WS-JSON-VALUE)
              TALLYING WS-JSON-TRAIL FOR LEADING SPACES.
           COMPUTE WS-JSON-VLEN =
              LENGTH OF WS-JSON-VALUE - WS-JSON-TRAIL.
           COMPUTE WS-JSON-CX-FROM = WS-JSON-LEAD + 1.

           STRING '"'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.
           PERFORM JVA-APPEND-ONE-CHAR
              VARYING WS-JSON-CX FROM WS-JSON-CX-FROM BY 1
              UNTIL WS-JSON-CX > WS-JSON-VLEN.
           STRING '"'
              DELIMITED BY SIZE INTO WS-JSON-BODY
              WITH POINTER WS-JSON-PTR.

       JV-999.
           MOVE SPACES TO WS-JSON-VALUE.
           EXIT.

      *----------------------------------------------------------------*
      * JVA-APPEND-ONE-CHAR
      *----------------------------------------------------------------*
       JVA-APPEND-ONE-CHAR SECTION.
       JVA-010.
           MOVE WS-JSON-VALUE (WS-JSON-CX:1) TO WS-JSON-CHAR.
           EVALUATE TRUE
              WHEN WS-JSON-CHAR = '"'
              WHEN WS-JSON-CHAR = '\'
                 STRING '\' WS-JSON-CHAR
                    DELIMITED BY SIZE INTO WS-JSON-BODY
                    WITH POINTER WS-JSON-PTR
              WHEN WS-JSON-CHAR < SPACE
                 STRING ' '
                    DELIMITED BY SIZE INTO WS-JSON-BODY
                    WITH POINTER WS-JSON-PTR
              WHEN OTHER
                 STRING WS-JSON-CHAR
                    DELIMITED BY SIZE INTO WS-JSON-BODY
                    WITH POINTER WS-JSON-PTR
           END-EVALUATE.

       JVA-999.
           EXIT.

      *----------------------------------------------------------------*
                (1:Xstatus-length OF RBK02P01-responseCode200)
              TO WS-GARB-SP-STATUS.
           MOVE WS-GARB-AUTHOR-CUR TO WS-GARB-SP-AUTHOR.
           MOVE Xtitle OF RBK02P01-responseCode200
                (1:Xtitle-length OF RBK02P01-responseCode200)
              TO WS-GARB-SP-FULL-TITLE.

           EXEC CICS WRITEQ TS QUEUE(WS-GARBQ-NAME)
                               FROM(WS-GARB-SPOOL-REC)
              END-IF
           END-IF.

      * A new edition is held back from PUBLISHED while an earlier
      * edition still carries a HIGH erratum nobody has
      * dispositioned - see AKJ-CHECK-ERRATA-GATE.
           IF FUNCTION TRIM(WS-CD-FIELD) EQUAL 'STATUS' AND
              WS-CD-VALUE (1:9) = 'PUBLISHED' THEN
              MOVE WS-CD-TITLE TO WS-ERRG-TITLE
              PERFORM AKJ-CHECK-ERRATA-GATE
              IF WS-ERRG-BLOCKED-SW EQUAL 'Y' THEN
                 MOVE WS-ERRG-HIGH-CNT TO WS-ERRG-HIGH-ED
                 STRING EIBTRNID ' PUBLISHED refused - ' WS-ERRG-HIGH-ED
                    ' HIGH errata OPEN on earlier edition '
                    WS-ERRG-BLOCK-FORM
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-RESPONSE-MSG
                 MOVE FAILED TO WS-RC
                 GO TO CD-999
              END-IF
           END-IF.

      * The value the get-before-write fetch saw goes to the
      * recovery file ahead of the update, so a fat-fingered patch
      * can be reversed by the batch UNDO operation.
              END-IF
           END-IF.

      * The errata gate CD-020 applies to a patch also governs a
      * merge.
           IF FUNCTION TRIM(WS-CE-FIELD) EQUAL 'STATUS' AND
              WS-CE-VALUE (1:9) = 'PUBLISHED' THEN
              MOVE WS-CE-TITLE TO WS-ERRG-TITLE
              PERFORM AKJ-CHECK-ERRATA-GATE
              IF WS-ERRG-BLOCKED-SW EQUAL 'Y' THEN
                 MOVE WS-ERRG-HIGH-CNT TO WS-ERRG-HIGH-ED
                 STRING EIBTRNID ' PUBLISHED refused - ' WS-ERRG-HIGH-ED
                    ' HIGH errata OPEN on earlier edition '
                    WS-ERRG-BLOCK-FORM
                    DELIMITED BY SIZE
                    INTO WS-DISPLAY-MSG
                 PERFORM X-WRITE-RESPONSE-MSG
                 MOVE FAILED TO WS-RC
                 GO TO CE-999
              END-IF
           END-IF.

      * Before-image ahead of the merge, same as CD-020 does for a
      * patch.
           IF WS-CE-CURRENT-VALUE NOT = SPACES THEN
           IF WS-DEBUG = 1 THEN
              DISPLAY EIBTRNID ' X-EXEC Entry.'.

           MOVE SPACES TO WS-API-MESSAGE.
           MOVE SPACES TO WS-MSG-AREA-NAME.

      * A fresh correlation identifier for this call, sent to the
      * server as the X-Correlation-Id custom request header (the
      * task number keeps concurrent tasks' identifiers apart) so
                   BAQ-RESP-STATUS-CODE
           END-IF.

      * Any explanatory text sent back with a non-2xx answer is
      * picked up for the audit record.
           PERFORM X-CAPTURE-API-MESSAGE.

      * Every call this task makes lands on the audit trail, so the
      * online channel shows up in the usage attribution and the
      * cross-channel collision report like the batch drivers do.

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
      * X-PUT-DATA-AREA-ELEMENT
      *
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
           MOVE WS-BIMG-TITLE TO BAQHBIMG-TITLE.
           MOVE WS-BIMG-FIELD TO BAQHBIMG-FIELD.
           MOVE WS-BIMG-PRIOR-VALUE TO BAQHBIMG-PRIOR-VALUE.
           MOVE WS-BIMG-TITLE TO WS-BKID-TITLE.
           PERFORM XBL-LOOKUP-BOOK-ID.
           MOVE WS-BKID-ID TO BAQHBIMG-BOOK-ID.

           MOVE 0 TO WS-BIMG-RBA.
           EXEC CICS WRITE FILE('RBKBIMG')
