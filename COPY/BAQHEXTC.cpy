      * BAQHEXTC                                                      *
      *                                                               *
      * The control-record view of an RBKEXTR extract record - the    *
      * same 600-byte record length as BAQHEXTR, recognised by the    *
      * '*HDR'/'*TRL' sentinel in the leading (title) positions, the  *
      * identical convention the bulk input feeds already carry.      *
      * GARB opens each extract with one header (snapshot identifier, *
      * generation mounted by JCL mistake. An extract with no         *
      * trailer, or a trailer whose count disagrees with the data     *
      * records present, is refused before processing. Readers skip   *
      * both control records when walking the data. LAYOUT-VER on the *
      * header states the layout of the data records that follow -    *
      * '02' for the current full-width BAQHEXTR; a header written    *
      * before the field existed leaves it blank, which means '01'    *
      * (BAQHEXT1).                                                   *
      *****************************************************************
       01 BAQHEXTC-RECORD.
           03 BAQHEXTC-TYPE          PIC X(5).
           03 BAQHEXTC-TIME          PIC X(6).
           03 BAQHEXTC-TARGET        PIC X(60).
           03 BAQHEXTC-REC-COUNT     PIC 9(9).
           03 BAQHEXTC-LAYOUT-VER    PIC X(2).
      * The catalog the snapshot was pulled from (see BAQHCATQ);
      * SPACES on a header written before the catalog qualifier
      * existed, which means REDBOOK. A consumer run for one catalog
      * refuses another catalog's extract.
           03 BAQHEXTC-CATALOG       PIC X(8).
           03 FILLER                 PIC X(486).
