      * RBKEXTR extract by BAQHCATL after each GARB pull. The same    *
      * fields as BAQHEXTR, plus the date and time of the extract     *
      * snapshot each record came from, so a keyed reader always      *
      * knows how stale its answer is. The same field shapes as the   *
      * full-width BAQHEXTR, so publicationDate, documentType and url *
      * are held as the API returns them. The owning department (id,  *
      * name, contact) rides at the end, as the extract's department  *
      * pass found it.                                                *
      *****************************************************************
       01 BAQHKCAT-RECORD.
           03 BAQHKCAT-TITLE        PIC X(80).
           03 BAQHKCAT-STATUS       PIC X(09).
           03 BAQHKCAT-FORM-NUMBER  PIC X(12).
           03 BAQHKCAT-PUB-DATE     PIC X(32).
           03 BAQHKCAT-DOC-TYPE     PIC X(08).
           03 BAQHKCAT-SIZE-MB      PIC 9(03)V9(02).
           03 BAQHKCAT-URL          PIC X(100).
           03 BAQHKCAT-AUTHORS      PIC X(200).
           03 BAQHKCAT-SNAP-DATE    PIC X(08).
           03 BAQHKCAT-SNAP-TIME    PIC X(06).
           03 BAQHKCAT-DEPT-ID      PIC X(05).
           03 BAQHKCAT-DEPT-NAME    PIC X(40).
           03 BAQHKCAT-DEPT-CONTACT PIC X(40).
      * The catalog the book belongs to (see BAQHCATQ). Each catalog
      * keeps its own RBKCAT, so titles never collide; the field
      * lets a row say where it came from wherever it travels.
      * SPACES on a row loaded before the qualifier existed, which
      * means REDBOOK.
           03 BAQHKCAT-CATALOG      PIC X(08).
