       01 WS-ALREADY-ACTIVE   PIC 9 VALUE 0.
       01 WS-AUDIT-RESULT     PIC X(9) VALUE SPACES.

      * Book identifier call area (see BAQHBKIC) - the held title's
      * local book id for the approval and audit records.
       COPY BAQHBKIC.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
           MOVE WS-HOLD-TITLE TO BAQHAPPR-TITLE.
           MOVE 1 TO BAQHAPPR-REC-COUNT.
           MOVE 'PENDING' TO BAQHAPPR-STATUS.
           PERFORM XC-LOOKUP-BOOK-ID.
           MOVE BAQHBKIC-BOOK-ID TO BAQHAPPR-BOOK-ID.

           OPEN EXTEND RBKAPPR-FILE.
           IF WS-APPR-FILE-STATUS = '00' THEN
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHAUDT-TIME.
           MOVE 'BAQHHLDM' TO BAQHAUDT-PROGRAM.
           MOVE SPACES TO BAQHAUDT-TXID.
           MOVE SPACES TO BAQHAUDT-USER.
           MOVE WS-APPR-OPCODE TO BAQHAUDT-OPERATION.
           MOVE WS-HOLD-TITLE TO BAQHAUDT-KEY-TITLE.
           MOVE 0 TO BAQHAUDT-COMP-CODE.
           MOVE WS-AUDIT-RESULT TO BAQHAUDT-RESULT.
           MOVE WS-REF-ARG TO BAQHAUDT-CORREL-ID.
           MOVE 0 TO BAQHAUDT-CHECK-VALUE.
           PERFORM XC-LOOKUP-BOOK-ID.
           MOVE BAQHBKIC-BOOK-ID TO BAQHAUDT-BOOK-ID.

           OPEN EXTEND RBKAUDT-FILE.
           IF WS-AUDT-FILE-STATUS = '00' THEN
           MOVE BAQHAUDT-REASON-CODE TO BAQHKAUD-REASON-CODE.
           MOVE BAQHAUDT-HTTP-STATUS TO BAQHKAUD-HTTP-STATUS.
           MOVE BAQHAUDT-RESULT      TO BAQHKAUD-RESULT.
           MOVE BAQHAUDT-MESSAGE     TO BAQHKAUD-MESSAGE.
           MOVE BAQHAUDT-USER        TO BAQHKAUD-USER.
           MOVE BAQHAUDT-CHANGE-ID   TO BAQHKAUD-CHANGE-ID.
           MOVE BAQHAUDT-CATALOG     TO BAQHKAUD-CATALOG.
           MOVE BAQHAUDT-BOOK-ID     TO BAQHKAUD-BOOK-ID.

           OPEN I-O RBKAUDK-FILE.
           IF WS-AUDK-FILE-STATUS NOT = '00'

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-LOOKUP-BOOK-ID
      *
      * The held title's local book id from the RBKBKID registry
      * (see BAQHBKIR); 0 when the registry has not seen the title.
      *----------------------------------------------------------------*
       XC-LOOKUP-BOOK-ID SECTION.
       XC-010.
           MOVE 'L' TO BAQHBKIC-FUNCTION.
           MOVE 'BAQHHLDM' TO BAQHBKIC-PROGRAM.
           MOVE WS-HOLD-TITLE TO BAQHBKIC-TITLE.
           CALL 'BAQHBKIR' USING BAQHBKIC-AREA.

       XC-999.
           EXIT.
