           03 BAQHCHGH-FIELD         PIC X(10).
           03 BAQHCHGH-OLD-VALUE     PIC X(200).
           03 BAQHCHGH-NEW-VALUE     PIC X(200).
      * The catalog the change was seen in (see BAQHCATQ), from the
      * compared extracts' '*HDR'. Each catalog keeps its own
      * RBKCHGH; the field labels the rows when both are read
      * together. SPACES means REDBOOK.
           03 BAQHCHGH-CATALOG       PIC X(8).
      * The local book id of TITLE's book (see BAQHBKID), given the
      * first time the title is seen here, so a book's changes are
      * followed across renames. 0 on a record written before the
      * id registry existed.
           03 BAQHCHGH-BOOK-ID       PIC 9(8).
