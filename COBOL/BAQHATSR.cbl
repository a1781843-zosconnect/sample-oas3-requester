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
      * BAQHATSR                                                      *
      *                                                               *
      * Status of a content attestation campaign (see BAQHATOP and    *
      * BAQHATST) from RBKATST, for the desk to chase it. The report  *
      * (RBKATSR) has three parts:                                    *
      *   COMPLETION  - each owning department's books, how many are  *
      *                 attested, flagged and still open, the         *
      *                 percentage worked (attested or flagged) and   *
      *                 whether the department is COMPLETE, IN        *
      *                 PROGRESS or OVERDUE against its due date      *
      *   REMINDERS   - for each OVERDUE department a reminder to     *
      *                 its contact, with the books still open        *
      *   FLAGGED     - every book flagged for correction, with what  *
      *                 the contact said (each is also on the         *
      *                 RBKEXCP exception queue as an ATST entry)     *
      * and a summary for the whole campaign.                         *
      *                                                               *
      * PARM keyword, which may be omitted:                           *
      *   CAMPAIGN=YYYYQn  the campaign, by default the latest one    *
      *                    on RBKATST                                 *
      *                                                               *
      * Ends RC=4 when any department is overdue, RC=8 when RBKATST   *
      * cannot be read or holds no such campaign.                     *
      *                                                               *
      * Inputs:  RBKATST (KSDS)                                       *
      * Outputs: RBKATSR (report)                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHATSR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKATST-FILE ASSIGN TO RBKATST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHATST-KEY
               FILE STATUS IS WS-ATST-FILE-STATUS.

           SELECT RBKATSR-FILE ASSIGN TO RBKATSR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKATST-FILE.
       COPY BAQHATST.

       FD  RBKATSR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKATSR-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-ATST-FILE-STATUS PIC X(2).

       01 WS-ATST-EOF-SW      PIC X VALUE 'N'.
           88 WS-ATST-EOF     VALUE 'Y'.

       01 WS-CAMPAIGN         PIC X(6) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).
       01 WS-DATE-NUM         PIC 9(8).
       01 WS-DUE-INT          PIC 9(8) COMP.
       01 WS-RUN-INT          PIC 9(8) COMP.

      * PARM keyword scanning, the suite's usual TALLYING BEFORE
      * INITIAL technique.
       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * The campaign's departments, in key order, with their counts.
       01 WS-DEPT-TABLE.
           03 WS-DEPT-ENTRY OCCURS 500 TIMES.
              05 WS-DEPT-ID        PIC X(5).
              05 WS-DEPT-NAME      PIC X(40).
              05 WS-DEPT-CONTACT   PIC X(40).
              05 WS-DEPT-DUE       PIC X(8).
              05 WS-DEPT-BOOKS     PIC 9(5) COMP.
              05 WS-DEPT-ATTESTED  PIC 9(5) COMP.
              05 WS-DEPT-FLAGGED   PIC 9(5) COMP.
              05 WS-DEPT-OPEN      PIC 9(5) COMP.
              05 WS-DEPT-STATE     PIC X(11).
              05 WS-DEPT-LATE-DAYS PIC 9(5) COMP.
       01 WS-DEPT-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-DEPT-MAX         PIC 9(4) COMP VALUE 500.
       01 WS-DEPT-IDX         PIC 9(4) COMP VALUE 0.
       01 WS-DEPT-FOUND       PIC 9(4) COMP VALUE 0.
       01 WS-DEPT-OVERFLOW    PIC 9(5) COMP VALUE 0.

      * Campaign totals.
       01 WS-TOT-BOOKS        PIC 9(7) COMP VALUE 0.
       01 WS-TOT-ATTESTED     PIC 9(7) COMP VALUE 0.
       01 WS-TOT-FLAGGED      PIC 9(7) COMP VALUE 0.
       01 WS-TOT-OPEN         PIC 9(7) COMP VALUE 0.
       01 WS-COMPLETE-CNT     PIC 9(5) COMP VALUE 0.
       01 WS-PROGRESS-CNT     PIC 9(5) COMP VALUE 0.
       01 WS-OVERDUE-CNT      PIC 9(5) COMP VALUE 0.

       01 WS-PCT              PIC 9(3)V9 VALUE 0.
       01 WS-PCT-ED           PIC ZZ9.9.
       01 WS-NUM-ED           PIC ZZ,ZZ9.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.
       01 WS-LINE-CNT         PIC 9(5) COMP VALUE 0.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
          03 PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING PARM-BUFFER.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'CAMPAIGN='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 10.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE OR ',' INTO WS-CAMPAIGN
           END-IF.

           OPEN INPUT RBKATST-FILE.
           IF WS-ATST-FILE-STATUS NOT = '00' AND
              WS-ATST-FILE-STATUS NOT = '97' THEN
              DISPLAY 'BAQHATSR OPEN RBKATST failed, file status '
                 WS-ATST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-CAMPAIGN = SPACES THEN
              PERFORM BA-FIND-LATEST-CAMPAIGN
           END-IF.

           PERFORM CA-COUNT-CAMPAIGN.

           IF WS-DEPT-COUNT = 0 THEN
              DISPLAY 'BAQHATSR no campaign ' WS-CAMPAIGN
                 ' on RBKATST'
              CLOSE RBKATST-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RBKATSR-FILE.

           PERFORM DA-WRITE-COMPLETION.
           PERFORM EA-WRITE-REMINDERS.
           PERFORM FA-WRITE-FLAGGED.
           PERFORM GA-WRITE-SUMMARY.

       A-999.
           CLOSE RBKATST-FILE.
           CLOSE RBKATSR-FILE.

           IF WS-OVERDUE-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-FIND-LATEST-CAMPAIGN
      *
      * With no CAMPAIGN keyed the latest campaign on the file is
      * reported - campaigns are YYYYQn, so the latest is the
      * highest.
      *----------------------------------------------------------------*
       BA-FIND-LATEST-CAMPAIGN SECTION.
       BA-010.
           MOVE LOW-VALUES TO BAQHATST-KEY.
           PERFORM XA-START-BROWSE.
           PERFORM BB-NOTE-ONE-CAMPAIGN UNTIL WS-ATST-EOF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-NOTE-ONE-CAMPAIGN
      *----------------------------------------------------------------*
       BB-NOTE-ONE-CAMPAIGN SECTION.
       BB-010.
           IF BAQHATST-DEPT-ITEM AND
              BAQHATST-CAMPAIGN > WS-CAMPAIGN THEN
              MOVE BAQHATST-CAMPAIGN TO WS-CAMPAIGN
           END-IF.

           PERFORM XB-READ-NEXT.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-COUNT-CAMPAIGN
      *
      * Loads the campaign's departments and counts their books by
      * state. A department item leads its books in key order, so
      * each book counts to the department last loaded.
      *----------------------------------------------------------------*
       CA-COUNT-CAMPAIGN SECTION.
       CA-010.
           MOVE LOW-VALUES TO BAQHATST-KEY.
           MOVE WS-CAMPAIGN TO BAQHATST-CAMPAIGN.
           PERFORM XA-START-BROWSE.
           PERFORM CB-COUNT-ONE-ITEM
              UNTIL WS-ATST-EOF OR BAQHATST-CAMPAIGN NOT = WS-CAMPAIGN.

           MOVE 0 TO WS-DEPT-IDX.
           PERFORM CC-JUDGE-ONE-DEPARTMENT
              UNTIL WS-DEPT-IDX NOT < WS-DEPT-COUNT.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-COUNT-ONE-ITEM
      *----------------------------------------------------------------*
       CB-COUNT-ONE-ITEM SECTION.
       CB-010.
           IF BAQHATST-DEPT-ITEM THEN
              IF WS-DEPT-COUNT NOT < WS-DEPT-MAX THEN
                 ADD 1 TO WS-DEPT-OVERFLOW
                 GO TO CB-020
              END-IF
              ADD 1 TO WS-DEPT-COUNT
              MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
              MOVE BAQHATST-DEPT-ID TO WS-DEPT-ID (WS-DEPT-IDX)
              MOVE BAQHATST-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-IDX)
              MOVE BAQHATST-DEPT-CONTACT
                 TO WS-DEPT-CONTACT (WS-DEPT-IDX)
              MOVE BAQHATST-DUE TO WS-DEPT-DUE (WS-DEPT-IDX)
              MOVE 0 TO WS-DEPT-BOOKS (WS-DEPT-IDX)
                        WS-DEPT-ATTESTED (WS-DEPT-IDX)
                        WS-DEPT-FLAGGED (WS-DEPT-IDX)
                        WS-DEPT-OPEN (WS-DEPT-IDX)
                        WS-DEPT-LATE-DAYS (WS-DEPT-IDX)
              GO TO CB-020
           END-IF.

           IF NOT BAQHATST-BOOK-ITEM OR WS-DEPT-COUNT = 0 THEN
              GO TO CB-020
           END-IF.
           IF BAQHATST-DEPT-ID NOT = WS-DEPT-ID (WS-DEPT-COUNT) THEN
              GO TO CB-020
           END-IF.

           ADD 1 TO WS-DEPT-BOOKS (WS-DEPT-COUNT).
           EVALUATE TRUE
              WHEN BAQHATST-ATTESTED
                 ADD 1 TO WS-DEPT-ATTESTED (WS-DEPT-COUNT)
              WHEN BAQHATST-FLAGGED
                 ADD 1 TO WS-DEPT-FLAGGED (WS-DEPT-COUNT)
              WHEN OTHER
                 ADD 1 TO WS-DEPT-OPEN (WS-DEPT-COUNT)
           END-EVALUATE.

       CB-020.
           PERFORM XB-READ-NEXT.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-JUDGE-ONE-DEPARTMENT
      *
      * A department with nothing open is COMPLETE; one with books
      * open after its due date is OVERDUE.
      *----------------------------------------------------------------*
       CC-JUDGE-ONE-DEPARTMENT SECTION.
       CC-010.
           ADD 1 TO WS-DEPT-IDX.

           ADD WS-DEPT-BOOKS (WS-DEPT-IDX) TO WS-TOT-BOOKS.
           ADD WS-DEPT-ATTESTED (WS-DEPT-IDX) TO WS-TOT-ATTESTED.
           ADD WS-DEPT-FLAGGED (WS-DEPT-IDX) TO WS-TOT-FLAGGED.
           ADD WS-DEPT-OPEN (WS-DEPT-IDX) TO WS-TOT-OPEN.

           IF WS-DEPT-OPEN (WS-DEPT-IDX) = 0 THEN
              MOVE 'COMPLETE' TO WS-DEPT-STATE (WS-DEPT-IDX)
              ADD 1 TO WS-COMPLETE-CNT
              GO TO CC-999
           END-IF.

           IF WS-DEPT-DUE (WS-DEPT-IDX) NOT < WS-RUN-DATE OR
              WS-DEPT-DUE (WS-DEPT-IDX) IS NOT NUMERIC THEN
              MOVE 'IN PROGRESS' TO WS-DEPT-STATE (WS-DEPT-IDX)
              ADD 1 TO WS-PROGRESS-CNT
              GO TO CC-999
           END-IF.

           MOVE 'OVERDUE' TO WS-DEPT-STATE (WS-DEPT-IDX).
           ADD 1 TO WS-OVERDUE-CNT.
           MOVE WS-DEPT-DUE (WS-DEPT-IDX) TO WS-DATE-NUM.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DEPT-LATE-DAYS (WS-DEPT-IDX) =
              WS-RUN-INT - WS-DUE-INT.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-WRITE-COMPLETION
      *----------------------------------------------------------------*
       DA-WRITE-COMPLETION SECTION.
       DA-010.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CONTENT ATTESTATION CAMPAIGN ' WS-CAMPAIGN
              ' - STATUS AT ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.
           MOVE '---- COMPLETION BY DEPARTMENT ----' TO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.
           MOVE 'DEPT' TO WS-RPT-LINE.
           MOVE 'NAME' TO WS-RPT-LINE (8:4).
           MOVE 'DUE' TO WS-RPT-LINE (50:3).
           MOVE 'BOOKS' TO WS-RPT-LINE (61:5).
           MOVE 'ATTESTED' TO WS-RPT-LINE (68:8).
           MOVE 'FLAGGED' TO WS-RPT-LINE (78:7).
           MOVE 'OPEN' TO WS-RPT-LINE (88:4).
           MOVE 'DONE PCT' TO WS-RPT-LINE (94:8).
           MOVE 'STATE' TO WS-RPT-LINE (104:5).
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-DEPT-IDX.
           PERFORM DB-WRITE-ONE-DEPARTMENT
              UNTIL WS-DEPT-IDX NOT < WS-DEPT-COUNT.

           IF WS-DEPT-OVERFLOW > 0 THEN
              MOVE WS-DEPT-OVERFLOW TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'DEPARTMENTS NOT SHOWN:  ' WS-CNT-ED
                 ' (MORE THAN THE REPORT CAN HOLD)'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKATSR-RECORD FROM WS-RPT-LINE
           END-IF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-WRITE-ONE-DEPARTMENT
      *----------------------------------------------------------------*
       DB-WRITE-ONE-DEPARTMENT SECTION.
       DB-010.
           ADD 1 TO WS-DEPT-IDX.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-DEPT-ID (WS-DEPT-IDX) TO WS-RPT-LINE (1:5).
           MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-RPT-LINE (8:40).
           MOVE WS-DEPT-DUE (WS-DEPT-IDX) TO WS-RPT-LINE (50:8).
           MOVE WS-DEPT-BOOKS (WS-DEPT-IDX) TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-RPT-LINE (60:6).
           MOVE WS-DEPT-ATTESTED (WS-DEPT-IDX) TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-RPT-LINE (70:6).
           MOVE WS-DEPT-FLAGGED (WS-DEPT-IDX) TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-RPT-LINE (79:6).
           MOVE WS-DEPT-OPEN (WS-DEPT-IDX) TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-RPT-LINE (86:6).

           IF WS-DEPT-BOOKS (WS-DEPT-IDX) > 0 THEN
              COMPUTE WS-PCT ROUNDED =
                 (WS-DEPT-ATTESTED (WS-DEPT-IDX) +
                  WS-DEPT-FLAGGED (WS-DEPT-IDX)) * 100 /
                 WS-DEPT-BOOKS (WS-DEPT-IDX)
           ELSE
              MOVE 100 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE WS-PCT-ED TO WS-RPT-LINE (97:5).
           MOVE WS-DEPT-STATE (WS-DEPT-IDX) TO WS-RPT-LINE (104:11).
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-REMINDERS
      *
      * A reminder for each OVERDUE department, addressed to its
      * contact, with the books it still has open.
      *----------------------------------------------------------------*
       EA-WRITE-REMINDERS SECTION.
       EA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.
           MOVE '---- REMINDERS - DEPARTMENTS PAST THEIR DUE DATE ----'
              TO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           IF WS-OVERDUE-CNT = 0 THEN
              MOVE '    NONE' TO WS-RPT-LINE
              WRITE RBKATSR-RECORD FROM WS-RPT-LINE
              GO TO EA-999
           END-IF.

           MOVE 0 TO WS-DEPT-IDX.
           MOVE LOW-VALUES TO BAQHATST-KEY.
           MOVE WS-CAMPAIGN TO BAQHATST-CAMPAIGN.
           PERFORM XA-START-BROWSE.
           PERFORM EB-REMIND-ONE-ITEM
              UNTIL WS-ATST-EOF OR BAQHATST-CAMPAIGN NOT = WS-CAMPAIGN.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EB-REMIND-ONE-ITEM
      *
      * A department item of an overdue department starts its
      * reminder; its open books follow in key order.
      *----------------------------------------------------------------*
       EB-REMIND-ONE-ITEM SECTION.
       EB-010.
           IF BAQHATST-DEPT-ITEM THEN
              MOVE 0 TO WS-DEPT-IDX
              PERFORM XC-FIND-DEPARTMENT
              IF WS-DEPT-IDX > 0 THEN
                 IF WS-DEPT-STATE (WS-DEPT-IDX) = 'OVERDUE' THEN
                    PERFORM EC-WRITE-REMINDER-HEAD
                 ELSE
                    MOVE 0 TO WS-DEPT-IDX
                 END-IF
              END-IF
              GO TO EB-020
           END-IF.

           IF WS-DEPT-IDX = 0 OR NOT BAQHATST-BOOK-ITEM THEN
              GO TO EB-020
           END-IF.
           IF NOT BAQHATST-OPEN THEN
              GO TO EB-020
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHATST-TITLE (1:80) TO WS-RPT-LINE (5:80).
           MOVE BAQHATST-FORM-NUMBER TO WS-RPT-LINE (87:12).
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

       EB-020.
           PERFORM XB-READ-NEXT.

       EB-999.
           EXIT.

      *----------------------------------------------------------------*
      * EC-WRITE-REMINDER-HEAD
      *----------------------------------------------------------------*
       EC-WRITE-REMINDER-HEAD SECTION.
       EC-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TO: ' DELIMITED BY SIZE
              WS-DEPT-CONTACT (WS-DEPT-IDX) DELIMITED BY '  '
              ' - DEPARTMENT ' WS-DEPT-ID (WS-DEPT-IDX) ' '
                  DELIMITED BY SIZE
              WS-DEPT-NAME (WS-DEPT-IDX) DELIMITED BY '  '
              INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-DEPT-LATE-DAYS (WS-DEPT-IDX) TO WS-NUM-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    CONTENT ATTESTATION ' WS-CAMPAIGN
              ' WAS DUE ON ' WS-DEPT-DUE (WS-DEPT-IDX) ' AND IS '
              FUNCTION TRIM(WS-NUM-ED) ' DAY(S) OVERDUE.'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-DEPT-OPEN (WS-DEPT-IDX) TO WS-NUM-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    ' FUNCTION TRIM(WS-NUM-ED)
              ' BOOK(S) OF YOUR DEPARTMENT ARE STILL TO BE ATTESTED '
              'OR FLAGGED ON TRANSACTION RBAT:'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

       EC-999.
           EXIT.

      *----------------------------------------------------------------*
      * FA-WRITE-FLAGGED
      *----------------------------------------------------------------*
       FA-WRITE-FLAGGED SECTION.
       FA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.
           MOVE '---- FLAGGED FOR CORRECTION ----' TO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.
           MOVE 'DEPT' TO WS-RPT-LINE.
           MOVE 'TITLE' TO WS-RPT-LINE (8:5).
           MOVE 'FLAGGED' TO WS-RPT-LINE (70:7).
           MOVE 'BY' TO WS-RPT-LINE (80:2).
           MOVE 'FIELD' TO WS-RPT-LINE (90:5).
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE 0 TO WS-LINE-CNT.
           MOVE LOW-VALUES TO BAQHATST-KEY.
           MOVE WS-CAMPAIGN TO BAQHATST-CAMPAIGN.
           PERFORM XA-START-BROWSE.
           PERFORM FB-LIST-ONE-FLAG
              UNTIL WS-ATST-EOF OR BAQHATST-CAMPAIGN NOT = WS-CAMPAIGN.

           IF WS-LINE-CNT = 0 THEN
              MOVE '    NONE' TO WS-RPT-LINE
              WRITE RBKATSR-RECORD FROM WS-RPT-LINE
           END-IF.

       FA-999.
           EXIT.

      *----------------------------------------------------------------*
      * FB-LIST-ONE-FLAG
      *----------------------------------------------------------------*
       FB-LIST-ONE-FLAG SECTION.
       FB-010.
           IF NOT BAQHATST-BOOK-ITEM OR NOT BAQHATST-FLAGGED THEN
              GO TO FB-020
           END-IF.

           ADD 1 TO WS-LINE-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHATST-DEPT-ID TO WS-RPT-LINE (1:5).
           MOVE BAQHATST-TITLE (1:60) TO WS-RPT-LINE (8:60).
           MOVE BAQHATST-ACT-DATE TO WS-RPT-LINE (70:8).
           MOVE BAQHATST-ACT-USER TO WS-RPT-LINE (80:8).
           MOVE BAQHATST-FLAG-FIELD TO WS-RPT-LINE (90:10).
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '       ' BAQHATST-FLAG-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

       FB-020.
           PERFORM XB-READ-NEXT.

       FB-999.
           EXIT.

      *----------------------------------------------------------------*
      * GA-WRITE-SUMMARY
      *----------------------------------------------------------------*
       GA-WRITE-SUMMARY SECTION.
       GA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.
           MOVE '==== SUMMARY ====' TO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-DEPT-COUNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DEPARTMENTS:            ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-COMPLETE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  COMPLETE:             ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-PROGRESS-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  IN PROGRESS:          ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-OVERDUE-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  OVERDUE:              ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-TOT-BOOKS TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOOKS:                  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-TOT-ATTESTED TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ATTESTED:             ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-TOT-FLAGGED TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  FLAGGED:              ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           MOVE WS-TOT-OPEN TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  STILL OPEN:           ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

           IF WS-TOT-BOOKS > 0 THEN
              COMPUTE WS-PCT ROUNDED =
                 (WS-TOT-ATTESTED + WS-TOT-FLAGGED) * 100 /
                 WS-TOT-BOOKS
           ELSE
              MOVE 100 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CAMPAIGN DONE PCT:          ' WS-PCT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKATSR-RECORD FROM WS-RPT-LINE.

       GA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-START-BROWSE
      *
      * Positions RBKATST at BAQHATST-KEY or the next key after it
      * and reads the first record there.
      *----------------------------------------------------------------*
       XA-START-BROWSE SECTION.
       XA-010.
           MOVE 'N' TO WS-ATST-EOF-SW.
           START RBKATST-FILE KEY IS NOT LESS THAN BAQHATST-KEY.
           IF WS-ATST-FILE-STATUS NOT = '00' THEN
              MOVE 'Y' TO WS-ATST-EOF-SW
              GO TO XA-999
           END-IF.

           PERFORM XB-READ-NEXT.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-READ-NEXT
      *----------------------------------------------------------------*
       XB-READ-NEXT SECTION.
       XB-010.
           READ RBKATST-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ATST-EOF-SW
           END-READ.

       XB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-FIND-DEPARTMENT
      *
      * WS-DEPT-IDX is the loaded department BAQHATST-DEPT-ID, or 0.
      *----------------------------------------------------------------*
       XC-FIND-DEPARTMENT SECTION.
       XC-010.
           MOVE 0 TO WS-DEPT-FOUND.
           MOVE 0 TO WS-DEPT-IDX.
           PERFORM XCA-MATCH-ONE-DEPARTMENT
              UNTIL WS-DEPT-FOUND > 0
                 OR WS-DEPT-IDX NOT < WS-DEPT-COUNT.
           MOVE WS-DEPT-FOUND TO WS-DEPT-IDX.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XCA-MATCH-ONE-DEPARTMENT
      *----------------------------------------------------------------*
       XCA-MATCH-ONE-DEPARTMENT SECTION.
       XCA-010.
           ADD 1 TO WS-DEPT-IDX.
           IF WS-DEPT-ID (WS-DEPT-IDX) = BAQHATST-DEPT-ID THEN
              MOVE WS-DEPT-IDX TO WS-DEPT-FOUND
           END-IF.

       XCA-999.
           EXIT.
