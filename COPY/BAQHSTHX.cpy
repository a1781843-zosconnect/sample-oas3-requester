           03 BAQHSTHX-RETRY-CNT     PIC 9(7).
           03 BAQHSTHX-ELAPSED-SECS  PIC 9(5).
           03 BAQHSTHX-AVG-CALL-SECS PIC 9(3)V9(2).
      * The catalog the run was for (see BAQHCATQ); SPACES means
      * REDBOOK.
           03 BAQHSTHX-CATALOG       PIC X(8).
           03 FILLER                 PIC X(2).
