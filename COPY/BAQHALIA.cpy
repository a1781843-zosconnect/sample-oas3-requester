           03 BAQHALIA-OLD-TITLE     PIC X(80).
           03 BAQHALIA-NEW-TITLE     PIC X(80).
           03 BAQHALIA-DATE          PIC X(8).
      * The local book id both titles share (see BAQHBKID).
      * Non-numeric on an alias recorded before the id existed
      * (read as 0).
           03 BAQHALIA-BOOK-ID       PIC 9(8).
           03 FILLER                 PIC X(4).
