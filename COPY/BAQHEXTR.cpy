      * name RBKEXTR by GARB as it walks the getAllRedbooks inventory,*
      * so a later run can reconcile its own catalog snapshot against *
      * a fresh pull without redriving the API for every comparison.  *
      * This is layout version 02 (stated on the *HDR control record, *
      * see BAQHEXTC): publicationDate, documentType and url are held *
      * at the API's full widths. Generations written before the      *
      * version was stated are layout 01 (BAQHEXT1); every reader     *
      * passes each record it reads through BAQHEXUP, which upgrades  *
      * a layout-01 record in place, and BAQHEXCV converts retained   *
      * generations once and for all. Authors are a semicolon-        *
      * delimited list, same convention as BAQHCRIN. The owning       *
      * department follows, filled in by GARB's department pass from  *
      * getRedbook (which is the only operation that returns it);     *
      * DEPT-SOURCE says where the department came from - 'A'         *
      * supplied by the API, 'N' the API has none on record, 'F' the  *
      * lookup failed and is left for the next pull, space not yet    *
      * looked up. The record is padded to 600 bytes so later fields  *
      * need no new LRECL.                                            *
      *****************************************************************
       01 BAQHEXTR-RECORD.
           03 BAQHEXTR-TITLE        PIC X(80).
           03 BAQHEXTR-STATUS       PIC X(09).
           03 BAQHEXTR-FORM-NUMBER  PIC X(12).
           03 BAQHEXTR-PUB-DATE     PIC X(32).
           03 BAQHEXTR-DOC-TYPE     PIC X(08).
           03 BAQHEXTR-SIZE-MB      PIC 9(03)V9(02).
           03 BAQHEXTR-URL          PIC X(100).
           03 BAQHEXTR-AUTHORS      PIC X(200).
           03 BAQHEXTR-DEPT-ID      PIC X(05).
           03 BAQHEXTR-DEPT-NAME    PIC X(40).
           03 BAQHEXTR-DEPT-CONTACT PIC X(40).
           03 BAQHEXTR-DEPT-SOURCE  PIC X(01).
      * The catalog the book belongs to (see BAQHCATQ), as on the
      * extract's '*HDR'; SPACES on a record written before the
      * catalog qualifier existed, which means REDBOOK.
           03 BAQHEXTR-CATALOG      PIC X(08).
           03 FILLER                PIC X(60).
