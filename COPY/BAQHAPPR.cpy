           03 BAQHAPPR-REC-COUNT     PIC 9(9).
           03 BAQHAPPR-STATUS        PIC X(9).
           03 BAQHAPPR-APPROVER      PIC X(8).
      * The local book id of TITLE's book (see BAQHBKID) for a
      * request about one book (a DRBK keyed in BAQHRBKC); 0 for a
      * request about a run, and non-numeric on a request queued
      * before the id existed (read as 0).
           03 BAQHAPPR-BOOK-ID       PIC 9(8).
