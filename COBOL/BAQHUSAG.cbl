      *   - the peak-hour distribution from the audit timestamps,    *
      *   - and period-over-period movement against the prior        *
      *     month's totals, tallied in the same pass.                *
      * The intranet's JSON inquiries (RBKJ, answered by BAQHRBKC    *
      * from the local catalog stores) are counted in a block of     *
      * their own - they are not API calls, so they stay out of the  *
      * call totals above.                                           *
      * Report on RBKUSGR.                                           *
      *                                                               *
      * PARM keyword, optional:                                      *
       01 WS-PEAK-HOUR        PIC 9(2) VALUE 0.
       01 WS-PEAK-CALLS       PIC 9(9) COMP VALUE 0.

      * The intranet JSON inquiries by lookup, and how many found
      * nothing.
       01 WS-JQ-TITLE         PIC 9(9) COMP VALUE 0.
       01 WS-JQ-FORM          PIC 9(9) COMP VALUE 0.
       01 WS-JQ-AUTHOR        PIC 9(9) COMP VALUE 0.
       01 WS-JQ-NOTFOUND      PIC 9(9) COMP VALUE 0.
       01 WS-JQ-BADREQ        PIC 9(9) COMP VALUE 0.

       01 WS-TOT-CALLS        PIC 9(9) COMP VALUE 0.
       01 WS-TOT-FAILS        PIC 9(9) COMP VALUE 0.
       01 WS-PRIOR-CALLS      PIC 9(9) COMP VALUE 0.
           PERFORM DD-WRITE-CHANNEL-BLOCK.
           PERFORM DE-WRITE-HOUR-BLOCK.
           PERFORM DF-WRITE-MOVEMENT-BLOCK.
           PERFORM DG-WRITE-INQUIRY-BLOCK.

       A-999.
           CLOSE RBKUSGR-FILE.
      *----------------------------------------------------------------*
       BAA-TALLY-ONE-AUDIT-REC SECTION.
       BAA-010.
           IF BAQHAUDT-RESULT = 'SERVED' OR
              BAQHAUDT-RESULT = 'NOTFOUND' OR
              BAQHAUDT-RESULT = 'BADREQ' THEN
              IF BAQHAUDT-DATE (1:6) = WS-SEL-MONTH THEN
                 PERFORM BAF-TALLY-INQUIRY
              END-IF
              GO TO BAA-020
           END-IF.

           IF BAQHAUDT-RESULT NOT = 'SUCCESS' AND
              BAQHAUDT-RESULT NOT = 'FAILURE' THEN
              GO TO BAA-020
       BAEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAF-TALLY-INQUIRY
      *
      * One intranet JSON inquiry - SERVED, NOTFOUND or BADREQ - by
      * the lookup its operation names.
      *----------------------------------------------------------------*
       BAF-TALLY-INQUIRY SECTION.
       BAF-010.
           EVALUATE BAQHAUDT-OPERATION
              WHEN 'JSONTITLE'
                 ADD 1 TO WS-JQ-TITLE
              WHEN 'JSONFORM'
                 ADD 1 TO WS-JQ-FORM
              WHEN 'JSONAUTHOR'
                 ADD 1 TO WS-JQ-AUTHOR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF BAQHAUDT-RESULT = 'NOTFOUND' THEN
              ADD 1 TO WS-JQ-NOTFOUND
           END-IF.

           IF BAQHAUDT-RESULT = 'BADREQ' THEN
              ADD 1 TO WS-JQ-BADREQ
           END-IF.

       BAF-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-WRITE-PROGRAM-BLOCK
      *----------------------------------------------------------------*

       DF-999.
           EXIT.

      *----------------------------------------------------------------*
      * DG-WRITE-INQUIRY-BLOCK
      *----------------------------------------------------------------*
       DG-WRITE-INQUIRY-BLOCK SECTION.
       DG-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKUSGR-RECORD FROM WS-RPT-LINE.
           STRING '-- INTRANET JSON INQUIRIES'
              ' (LOCAL STORES, NOT API CALLS) --'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKUSGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-JQ-TITLE TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '   BY TITLE:       ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKUSGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-JQ-FORM TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '   BY FORM NUMBER: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKUSGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-JQ-AUTHOR TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '   BY AUTHOR:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKUSGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-JQ-NOTFOUND TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '   FOUND NOTHING:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKUSGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-JQ-BADREQ TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '   BAD REQUESTS:   ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKUSGR-RECORD FROM WS-RPT-LINE.

       DG-999.
           EXIT.
