           03 BAQHKAUD-REASON-CODE   PIC 9(5).
           03 BAQHKAUD-HTTP-STATUS   PIC 9(5).
           03 BAQHKAUD-RESULT        PIC X(9).
           03 BAQHKAUD-MESSAGE       PIC X(50).
           03 BAQHKAUD-USER          PIC X(8).
           03 BAQHKAUD-CHANGE-ID     PIC X(12).
           03 BAQHKAUD-CATALOG       PIC X(8).
           03 BAQHKAUD-BOOK-ID       PIC 9(8).
