           03 BAQHTELE-HTTP-STATUS   PIC 9(5).
           03 BAQHTELE-REQ-LEN       PIC 9(9).
           03 BAQHTELE-RESP-LEN      PIC 9(9).
      * The catalog the call was for (see BAQHCATQ); SPACES means
      * REDBOOK.
           03 BAQHTELE-CATALOG       PIC X(8).
