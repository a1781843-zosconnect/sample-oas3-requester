           03 BAQHBIMG-FIELD         PIC X(10).
           03 BAQHBIMG-PRIOR-VALUE   PIC X(100).
           03 BAQHBIMG-BOOK-IMAGE    PIC X(389).
      * The change ticket the batch run that took the image was
      * authorised under; SPACES for an online image.
           03 BAQHBIMG-CHANGE-ID     PIC X(12).
      * The catalog the book belongs to (see BAQHCATQ), so an undo
      * or rollback only ever restores into the catalog it was
      * taken from; SPACES means REDBOOK.
           03 BAQHBIMG-CATALOG       PIC X(8).
      * The local book id of TITLE's book (see BAQHBKID); 0 when the
      * id registry had not seen the title.
           03 BAQHBIMG-BOOK-ID       PIC 9(8).
