       01 WS-FEED-ID          PIC X(16) VALUE SPACES.
       01 WS-CNT-ED           PIC ZZZZZZ9.

      * Lineage ledger call area (see BAQHLINW).
       COPY BAQHLINW.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
                    ' ' WS-FEED-ID
                    DELIMITED BY SIZE INTO BAQHCRIN-TITLE
                 WRITE BAQHCRIN-RECORD
                 MOVE 'BAQHFGEN' TO BAQHLINW-PROGRAM
                 MOVE 'RBKCRIN' TO BAQHLINW-DD
                 MOVE 'W' TO BAQHLINW-DIRECTION
                 MOVE 'F' TO BAQHLINW-FRAME
                 MOVE BAQHCRIN-TITLE TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
              WHEN WS-GEN-PRIN
                 MOVE SPACES TO BAQHPRIN-RECORD
                 STRING '*HDR ' FUNCTION CURRENT-DATE (1:14)
                    ' ' WS-FEED-ID
                    DELIMITED BY SIZE INTO BAQHPRIN-TITLE
                 WRITE BAQHPRIN-RECORD
                 MOVE 'BAQHFGEN' TO BAQHLINW-PROGRAM
                 MOVE 'RBKPRIN' TO BAQHLINW-DD
                 MOVE 'W' TO BAQHLINW-DIRECTION
                 MOVE 'F' TO BAQHLINW-FRAME
                 MOVE BAQHPRIN-TITLE TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
              WHEN WS-GEN-NRIN
                 MOVE SPACES TO BAQHNRIN-RECORD
                 STRING '*HDR ' FUNCTION CURRENT-DATE (1:14)
                    ' ' WS-FEED-ID
                    DELIMITED BY SIZE INTO BAQHNRIN-TITLE
                 WRITE BAQHNRIN-RECORD
                 MOVE 'BAQHFGEN' TO BAQHLINW-PROGRAM
                 MOVE 'RBKNRIN' TO BAQHLINW-DD
                 MOVE 'W' TO BAQHLINW-DIRECTION
                 MOVE 'F' TO BAQHLINW-FRAME
                 MOVE BAQHNRIN-TITLE TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-EVALUATE.

       EA-999.
                 STRING '*TRL ' WS-GEN-COUNT-ED
                    DELIMITED BY SIZE INTO BAQHCRIN-TITLE
                 WRITE BAQHCRIN-RECORD
                 MOVE 'BAQHFGEN' TO BAQHLINW-PROGRAM
                 MOVE 'RBKCRIN' TO BAQHLINW-DD
                 MOVE 'W' TO BAQHLINW-DIRECTION
                 MOVE 'F' TO BAQHLINW-FRAME
                 MOVE BAQHCRIN-TITLE TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
              WHEN WS-GEN-PRIN
                 MOVE SPACES TO BAQHPRIN-RECORD
                 STRING '*TRL ' WS-GEN-COUNT-ED
                    DELIMITED BY SIZE INTO BAQHPRIN-TITLE
                 WRITE BAQHPRIN-RECORD
                 MOVE 'BAQHFGEN' TO BAQHLINW-PROGRAM
                 MOVE 'RBKPRIN' TO BAQHLINW-DD
                 MOVE 'W' TO BAQHLINW-DIRECTION
                 MOVE 'F' TO BAQHLINW-FRAME
                 MOVE BAQHPRIN-TITLE TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
              WHEN WS-GEN-NRIN
                 MOVE SPACES TO BAQHNRIN-RECORD
                 STRING '*TRL ' WS-GEN-COUNT-ED
                    DELIMITED BY SIZE INTO BAQHNRIN-TITLE
                 WRITE BAQHNRIN-RECORD
                 MOVE 'BAQHFGEN' TO BAQHLINW-PROGRAM
                 MOVE 'RBKNRIN' TO BAQHLINW-DD
                 MOVE 'W' TO BAQHLINW-DIRECTION
                 MOVE 'F' TO BAQHLINW-FRAME
                 MOVE BAQHNRIN-TITLE TO BAQHLINW-CTL-REC
                 CALL 'BAQHLINW' USING BAQHLINW-AREA
           END-EVALUATE.

       GA-999.
