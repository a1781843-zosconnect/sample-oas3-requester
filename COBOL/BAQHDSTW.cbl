      *****************************************************************
      * Copyright IBM Corp. 2026
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      *****************************************************************

      *****************************************************************
      * BAQHDSTW                                                      *
      *                                                               *
      * Department stewardship report. Browses the keyed catalog     *
      * (RBKCAT, kept by BAQHCATL with each book's owning department *
      * from the GARB pull), sorts it by department, then status,    *
      * then title, and writes the stewardship listing (DD name      *
      * RBKDSTR) so "who do I call about this title" is one look-up  *
      * instead of a GRBK per book:                                  *
      *   - a page heading per department naming its id, name and    *
      *     contact,                                                 *
      *   - one detail line per book under a status sub-heading,     *
      *   - book-count subtotals per status and per department,      *
      *   - grand totals at the end, with the books that have no     *
      *     owning department on record gathered last under their    *
      *     own heading.                                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHDSTW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKCAT-FILE ASSIGN TO RBKCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHKCAT-TITLE
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT RBKDSTR-FILE ASSIGN TO RBKDSTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCAT-FILE.
       COPY BAQHKCAT.

       FD  RBKDSTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKDSTR-RECORD          PIC X(132).

      * A book with no owning department sorts under HIGH-VALUES so
      * its group closes the report rather than opening it.
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-DEPT-ID         PIC X(05).
           03 SORT-STATUS          PIC X(09).
           03 SORT-TITLE           PIC X(80).
           03 SORT-DEPT-NAME       PIC X(40).
           03 SORT-DEPT-CONTACT    PIC X(40).
           03 SORT-FORM-NUMBER     PIC X(12).
           03 SORT-PUB-DATE        PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-CAT-FILE-STATUS  PIC X(2).

       01 WS-CAT-EOF-SW       PIC X VALUE 'N'.
           88 WS-CAT-EOF      VALUE 'Y'.
       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

      * Control-break state. LOW-VALUES means "no group open yet".
       01 WS-CURR-DEPT-ID     PIC X(05) VALUE LOW-VALUES.
       01 WS-CURR-DEPT-NAME   PIC X(40) VALUE SPACES.
       01 WS-CURR-DEPT-CONTACT PIC X(40) VALUE SPACES.
       01 WS-CURR-STATUS      PIC X(09) VALUE LOW-VALUES.

      * Status-group, department-group and grand accumulators.
       01 WS-STAT-BOOK-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-DEPT-BOOK-CNT    PIC 9(5) COMP VALUE 0.
       01 WS-DEPT-CNT         PIC 9(5) COMP VALUE 0.
       01 WS-NODEPT-BOOK-CNT  PIC 9(5) COMP VALUE 0.
       01 WS-GRAND-BOOK-CNT   PIC 9(5) COMP VALUE 0.

       01 WS-CNT-ED           PIC ZZZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

      * Mixed-string helpers - see the title column write.
       01 WS-DBCS-FUNC        PIC X(5) VALUE SPACES.
       01 WS-DBCS-STR         PIC X(200) VALUE SPACES.
       01 WS-DBCS-LEN         PIC 9(4) VALUE 0.
       01 WS-DBCS-RC          PIC 9 VALUE 0.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-PAGE-CNT         PIC 9(4) COMP VALUE 0.
       01 WS-PAGE-ED          PIC ZZZ9.

       01 WS-RC               PIC 9 VALUE 0.
       77 OK                  PIC 9 VALUE 0.
       77 FAILED              PIC 9 VALUE 1.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           OPEN OUTPUT RBKDSTR-FILE.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-DEPT-ID
              ON ASCENDING KEY SORT-STATUS
              ON ASCENDING KEY SORT-TITLE
              INPUT PROCEDURE IS BA-RELEASE-CATALOG
              OUTPUT PROCEDURE IS CA-REPORT-BY-DEPARTMENT.

           IF WS-RC = OK THEN
              PERFORM DA-WRITE-GRAND-TOTALS
           END-IF.

       A-999.
           CLOSE RBKDSTR-FILE.

           IF WS-RC NOT = OK THEN
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-RELEASE-CATALOG
      *
      * SORT input procedure - one sort record per RBKCAT row,
      * browsed from the top of the key range.
      *----------------------------------------------------------------*
       BA-RELEASE-CATALOG SECTION.
       BA-010.
           OPEN INPUT RBKCAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHDSTW OPEN RBKCAT failed, file status '
                 WS-CAT-FILE-STATUS
              MOVE FAILED TO WS-RC
              GO TO BA-999
           END-IF.

           MOVE LOW-VALUES TO BAQHKCAT-TITLE.
           START RBKCAT-FILE KEY NOT < BAQHKCAT-TITLE
              INVALID KEY
                 MOVE 'Y' TO WS-CAT-EOF-SW
           END-START.

           PERFORM BAA-RELEASE-ONE-ROW UNTIL WS-CAT-EOF.

           CLOSE RBKCAT-FILE.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-RELEASE-ONE-ROW
      *----------------------------------------------------------------*
       BAA-RELEASE-ONE-ROW SECTION.
       BAA-010.
           READ RBKCAT-FILE NEXT
               AT END
                  MOVE 'Y' TO WS-CAT-EOF-SW
           END-READ.

           IF WS-CAT-EOF THEN
              GO TO BAA-999
           END-IF.

           MOVE SPACES TO SORT-RECORD.
           IF BAQHKCAT-DEPT-ID = SPACES THEN
              MOVE HIGH-VALUES TO SORT-DEPT-ID
           ELSE
              MOVE BAQHKCAT-DEPT-ID TO SORT-DEPT-ID
              MOVE BAQHKCAT-DEPT-NAME TO SORT-DEPT-NAME
              MOVE BAQHKCAT-DEPT-CONTACT TO SORT-DEPT-CONTACT
           END-IF.
           MOVE BAQHKCAT-STATUS TO SORT-STATUS.
           MOVE BAQHKCAT-TITLE TO SORT-TITLE.
           MOVE BAQHKCAT-FORM-NUMBER TO SORT-FORM-NUMBER.
           MOVE BAQHKCAT-PUB-DATE TO SORT-PUB-DATE.
           RELEASE SORT-RECORD.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-REPORT-BY-DEPARTMENT
      *
      * SORT output procedure - takes the books back in department/
      * status/title sequence, breaking to a new department page
      * whenever the department changes and to a new status
      * sub-heading whenever the status does, with the subtotals for
      * each group just closed.
      *----------------------------------------------------------------*
       CA-REPORT-BY-DEPARTMENT SECTION.
       CA-010.
           MOVE LOW-VALUES TO WS-CURR-DEPT-ID WS-CURR-STATUS.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM CAA-REPORT-ONE-BOOK UNTIL WS-SORT-EOF.

      * Close out the final open groups.
           IF WS-CURR-STATUS NOT = LOW-VALUES THEN
              PERFORM CAD-WRITE-STATUS-SUBTOTAL
           END-IF.
           IF WS-CURR-DEPT-ID NOT = LOW-VALUES THEN
              PERFORM CAE-WRITE-DEPT-SUBTOTAL
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-REPORT-ONE-BOOK
      *
      * Control-break logic for one returned book: a department
      * change closes both open groups and starts a new department
      * page; a status change closes the status group and writes a
      * fresh status sub-heading.
      *----------------------------------------------------------------*
       CAA-REPORT-ONE-BOOK SECTION.
       CAA-010.
           IF SORT-DEPT-ID NOT = WS-CURR-DEPT-ID THEN
              IF WS-CURR-STATUS NOT = LOW-VALUES THEN
                 PERFORM CAD-WRITE-STATUS-SUBTOTAL
              END-IF
              IF WS-CURR-DEPT-ID NOT = LOW-VALUES THEN
                 PERFORM CAE-WRITE-DEPT-SUBTOTAL
              END-IF
              MOVE SORT-DEPT-ID TO WS-CURR-DEPT-ID
              MOVE SORT-DEPT-NAME TO WS-CURR-DEPT-NAME
              MOVE SORT-DEPT-CONTACT TO WS-CURR-DEPT-CONTACT
              MOVE LOW-VALUES TO WS-CURR-STATUS
              MOVE 0 TO WS-DEPT-BOOK-CNT
              PERFORM CAB-WRITE-DEPT-HEADING
           END-IF.

           IF SORT-STATUS NOT = WS-CURR-STATUS THEN
              IF WS-CURR-STATUS NOT = LOW-VALUES THEN
                 PERFORM CAD-WRITE-STATUS-SUBTOTAL
              END-IF
              MOVE SORT-STATUS TO WS-CURR-STATUS
              MOVE 0 TO WS-STAT-BOOK-CNT
              PERFORM CAC-WRITE-STATUS-HEADING
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
      * The 60-byte title column truncates through the shared
      * BAQHDBCS utility, so a mixed-string Japanese title is never
      * cut mid-character or left inside an open shift.
           MOVE SPACES TO WS-DBCS-STR.
           MOVE SORT-TITLE TO WS-DBCS-STR (1:80).
           MOVE 'TRUNC' TO WS-DBCS-FUNC.
           MOVE 60 TO WS-DBCS-LEN.
           CALL 'BAQHDBCS' USING WS-DBCS-FUNC WS-DBCS-STR
              WS-DBCS-LEN WS-DBCS-RC
              ON EXCEPTION
                 MOVE 60 TO WS-DBCS-LEN
           END-CALL.
           IF WS-DBCS-LEN > 0 THEN
              MOVE SORT-TITLE (1:WS-DBCS-LEN)
                 TO WS-RPT-LINE (5:WS-DBCS-LEN)
           END-IF.
           MOVE SORT-FORM-NUMBER     TO WS-RPT-LINE (66:12).
           MOVE SORT-PUB-DATE (1:16) TO WS-RPT-LINE (79:16).
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           ADD 1 TO WS-STAT-BOOK-CNT.
           ADD 1 TO WS-DEPT-BOOK-CNT.
           ADD 1 TO WS-GRAND-BOOK-CNT.
           IF SORT-DEPT-ID = HIGH-VALUES THEN
              ADD 1 TO WS-NODEPT-BOOK-CNT
           END-IF.

       CAA-020.
           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAB-WRITE-DEPT-HEADING
      *
      * Page heading for a new department: who owns the books that
      * follow, and who to call about them.
      *----------------------------------------------------------------*
       CAB-WRITE-DEPT-HEADING SECTION.
       CAB-010.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT TO WS-PAGE-ED.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE '1' TO WS-RPT-LINE (1:1).
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REDBOOK DEPARTMENT STEWARDSHIP  RUN ' WS-RUN-DATE
              '  PAGE ' WS-PAGE-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-CURR-DEPT-ID = HIGH-VALUES THEN
              MOVE 'DEPARTMENT: (NO OWNING DEPARTMENT ON RECORD)'
                 TO WS-RPT-LINE
           ELSE
              ADD 1 TO WS-DEPT-CNT
              STRING 'DEPARTMENT: ' WS-CURR-DEPT-ID
                 '  ' WS-CURR-DEPT-NAME
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           IF WS-CURR-DEPT-ID NOT = HIGH-VALUES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'CONTACT:    ' WS-CURR-DEPT-CONTACT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKDSTR-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'TITLE'        TO WS-RPT-LINE (5:5).
           MOVE 'FORM NUMBER'  TO WS-RPT-LINE (66:11).
           MOVE 'PUBLISHED'    TO WS-RPT-LINE (79:9).
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

       CAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAC-WRITE-STATUS-HEADING
      *----------------------------------------------------------------*
       CAC-WRITE-STATUS-HEADING SECTION.
       CAC-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  STATUS: ' WS-CURR-STATUS
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

       CAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAD-WRITE-STATUS-SUBTOTAL
      *----------------------------------------------------------------*
       CAD-WRITE-STATUS-SUBTOTAL SECTION.
       CAD-010.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-STAT-BOOK-CNT TO WS-CNT-ED.
           STRING '   SUBTOTAL STATUS ' WS-CURR-STATUS
              '  BOOKS: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

       CAD-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAE-WRITE-DEPT-SUBTOTAL
      *----------------------------------------------------------------*
       CAE-WRITE-DEPT-SUBTOTAL SECTION.
       CAE-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-DEPT-BOOK-CNT TO WS-CNT-ED.
           IF WS-CURR-DEPT-ID = HIGH-VALUES THEN
              STRING ' SUBTOTAL NO OWNING DEPARTMENT'
                 '  BOOKS: ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING ' SUBTOTAL DEPARTMENT ' WS-CURR-DEPT-ID
                 '  BOOKS: ' WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

       CAE-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-WRITE-GRAND-TOTALS
      *----------------------------------------------------------------*
       DA-WRITE-GRAND-TOTALS SECTION.
       DA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-DEPT-CNT TO WS-CNT-ED.
           STRING 'DEPARTMENTS OWNING BOOKS:        ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-NODEPT-BOOK-CNT TO WS-CNT-ED.
           STRING 'BOOKS WITH NO OWNING DEPARTMENT: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-GRAND-BOOK-CNT TO WS-CNT-ED.
           STRING 'GRAND TOTAL  BOOKS:              ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKDSTR-RECORD FROM WS-RPT-LINE.

       DA-999.
           EXIT.
