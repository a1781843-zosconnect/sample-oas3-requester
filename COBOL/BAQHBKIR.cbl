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
      * BAQHBKIR                                                      *
      *                                                               *
      * Book identifier registry service. The batch programs that     *
      * stamp the permanent local book id on what they write, or      *
      * join a book's history on it, call it with the book            *
      * identifier call area (see BAQHBKIC, the copybook) to look a   *
      * title's id up, give an unseen title its id, carry the id      *
      * across a rename and list every title a book has had. The      *
      * registry (DD name RBKBKID, see BAQHBKID) is opened on the     *
      * first call and kept open until the caller's 'C' call or the   *
      * end of the run unit; RBKBKID1 is the path over its id.        *
      *                                                               *
      * A job without the RBKBKID DD, or with a registry this         *
      * program cannot open, runs as before - every id comes back 0   *
      * with RC 8 - with one warning.                                 *
      *                                                               *
      * Called with: book identifier call area (COPY BAQHBKIC).       *
      * Updates:     RBKBKID                                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHBKIR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKBKID-FILE ASSIGN TO RBKBKID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHBKID-TITLE
               ALTERNATE RECORD KEY IS BAQHBKID-BOOK-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-BKID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKBKID-FILE.
       COPY BAQHBKID.

       WORKING-STORAGE SECTION.

       01 WS-BKID-FILE-STATUS PIC X(2) VALUE '00'.

      * 'O' once the registry is open, 'U' once it has failed to
      * open - the run carries on without ids rather than failing
      * for the want of a registry.
       01 WS-BKID-STATE-SW    PIC X VALUE 'N'.
           88 WS-BKID-OPEN    VALUE 'O'.
           88 WS-BKID-UNAVAIL VALUE 'U'.

       01 WS-CONTROL-TITLE    PIC X(80) VALUE '*CONTROL'.
       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-NEW-ID           PIC 9(8) VALUE 0.
       01 WS-OLD-ID           PIC 9(8) VALUE 0.
       01 WS-HIST-EOF-SW      PIC X VALUE 'N'.
           88 WS-HIST-EOF     VALUE 'Y'.

       LINKAGE SECTION.
       COPY BAQHBKIC.

       PROCEDURE DIVISION USING BAQHBKIC-AREA.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE 0 TO BAQHBKIC-RC.
           MOVE SPACES TO BAQHBKIC-STATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           IF BAQHBKIC-CLOSE THEN
              IF WS-BKID-OPEN THEN
                 CLOSE RBKBKID-FILE
                 MOVE 'N' TO WS-BKID-STATE-SW
              END-IF
              GO TO A-999
           END-IF.

           IF NOT WS-BKID-OPEN AND NOT WS-BKID-UNAVAIL THEN
              PERFORM B-OPEN-REGISTRY
           END-IF.

           IF WS-BKID-UNAVAIL THEN
              IF NOT BAQHBKIC-HISTORY THEN
                 MOVE 0 TO BAQHBKIC-BOOK-ID
              END-IF
              MOVE 0 TO BAQHBKIC-TITLE-CNT
              MOVE 8 TO BAQHBKIC-RC
              GO TO A-999
           END-IF.

           EVALUATE TRUE
              WHEN BAQHBKIC-LOOKUP
                 PERFORM CA-LOOKUP-TITLE
              WHEN BAQHBKIC-SEEN
                 PERFORM CB-NOTE-SEEN-TITLE
              WHEN BAQHBKIC-NEW-BOOK
                 PERFORM CC-NOTE-NEW-BOOK
              WHEN BAQHBKIC-RENAME
                 PERFORM CD-NOTE-RENAME
              WHEN BAQHBKIC-HISTORY
                 PERFORM CE-LIST-BOOK-TITLES
              WHEN OTHER
                 MOVE 0 TO BAQHBKIC-BOOK-ID
                 MOVE 4 TO BAQHBKIC-RC
           END-EVALUATE.

       A-999.
           GOBACK.

      *----------------------------------------------------------------*
      * B-OPEN-REGISTRY
      *----------------------------------------------------------------*
       B-OPEN-REGISTRY SECTION.
       B-010.
           OPEN I-O RBKBKID-FILE.
           IF WS-BKID-FILE-STATUS NOT = '00' AND
              WS-BKID-FILE-STATUS NOT = '97' THEN
              DISPLAY 'BAQHBKIR RBKBKID not available, file status '
                 WS-BKID-FILE-STATUS ' - ' BAQHBKIC-PROGRAM
                 ' runs without book ids.'
              MOVE 'U' TO WS-BKID-STATE-SW
              GO TO B-999
           END-IF.

           MOVE 'O' TO WS-BKID-STATE-SW.

       B-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-LOOKUP-TITLE
      *
      * TITLE's id and state, or id 0 and RC 4 for a title the
      * registry has never seen.
      *----------------------------------------------------------------*
       CA-LOOKUP-TITLE SECTION.
       CA-010.
           MOVE BAQHBKIC-TITLE TO BAQHBKID-TITLE.
           READ RBKBKID-FILE KEY IS BAQHBKID-TITLE.
           IF WS-BKID-FILE-STATUS = '00' THEN
              MOVE BAQHBKID-BOOK-ID TO BAQHBKIC-BOOK-ID
              MOVE BAQHBKID-STATE TO BAQHBKIC-STATE
           ELSE
              MOVE 0 TO BAQHBKIC-BOOK-ID
              MOVE 4 TO BAQHBKIC-RC
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-NOTE-SEEN-TITLE
      *
      * TITLE's id, registering the title as a book of its own the
      * first time it is seen.
      *----------------------------------------------------------------*
       CB-NOTE-SEEN-TITLE SECTION.
       CB-010.
           PERFORM CA-LOOKUP-TITLE.
           IF BAQHBKIC-OK THEN
              GO TO CB-999
           END-IF.

           MOVE 0 TO BAQHBKIC-RC.
           PERFORM D-ISSUE-NEXT-ID.
           IF BAQHBKIC-UNAVAIL THEN
              GO TO CB-999
           END-IF.

           MOVE SPACES TO BAQHBKID-RECORD.
           MOVE BAQHBKIC-TITLE TO BAQHBKID-TITLE.
           MOVE WS-NEW-ID TO BAQHBKID-BOOK-ID.
           MOVE 'CURRENT' TO BAQHBKID-STATE.
           MOVE WS-TODAY TO BAQHBKID-FIRST-DATE.
           MOVE BAQHBKIC-PROGRAM TO BAQHBKID-SOURCE.
           MOVE 0 TO BAQHBKID-LAST-ID.
           PERFORM E-WRITE-TITLE.

           MOVE BAQHBKID-BOOK-ID TO BAQHBKIC-BOOK-ID.
           MOVE BAQHBKID-STATE TO BAQHBKIC-STATE.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-NOTE-NEW-BOOK
      *
      * A book has been created under TITLE. A title the registry
      * holds as CURRENT keeps its id - it is the same book created
      * again - but a FORMER title, one a book was renamed away
      * from, now names a different book and is given an id of its
      * own.
      *----------------------------------------------------------------*
       CC-NOTE-NEW-BOOK SECTION.
       CC-010.
           PERFORM CA-LOOKUP-TITLE.
           IF NOT BAQHBKIC-OK THEN
              PERFORM CB-NOTE-SEEN-TITLE
              GO TO CC-999
           END-IF.

           IF NOT BAQHBKID-IS-FORMER THEN
              GO TO CC-999
           END-IF.

           PERFORM D-ISSUE-NEXT-ID.
           IF BAQHBKIC-UNAVAIL THEN
              GO TO CC-999
           END-IF.

           MOVE BAQHBKIC-TITLE TO BAQHBKID-TITLE.
           READ RBKBKID-FILE KEY IS BAQHBKID-TITLE.
           MOVE WS-NEW-ID TO BAQHBKID-BOOK-ID.
           MOVE 'CURRENT' TO BAQHBKID-STATE.
           MOVE WS-TODAY TO BAQHBKID-FIRST-DATE.
           MOVE BAQHBKIC-PROGRAM TO BAQHBKID-SOURCE.
           MOVE SPACES TO BAQHBKID-RENAME-DATE.
           PERFORM F-REWRITE-TITLE.

           MOVE BAQHBKID-BOOK-ID TO BAQHBKIC-BOOK-ID.
           MOVE BAQHBKID-STATE TO BAQHBKIC-STATE.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * CD-NOTE-RENAME
      *
      * TITLE has been renamed NEW-TITLE. The old title is marked
      * FORMER as of today - registered first if it never was - and
      * the new title takes its id as the book's CURRENT title,
      * replacing any id the new title had been given on its own.
      *----------------------------------------------------------------*
       CD-NOTE-RENAME SECTION.
       CD-010.
           IF BAQHBKIC-NEW-TITLE = BAQHBKIC-TITLE OR
              BAQHBKIC-NEW-TITLE = SPACES THEN
              PERFORM CA-LOOKUP-TITLE
              GO TO CD-999
           END-IF.

           PERFORM CB-NOTE-SEEN-TITLE.
           IF NOT BAQHBKIC-OK THEN
              GO TO CD-999
           END-IF.
           MOVE BAQHBKIC-BOOK-ID TO WS-OLD-ID.

           MOVE BAQHBKIC-TITLE TO BAQHBKID-TITLE.
           READ RBKBKID-FILE KEY IS BAQHBKID-TITLE.
           MOVE 'FORMER' TO BAQHBKID-STATE.
           MOVE WS-TODAY TO BAQHBKID-RENAME-DATE.
           PERFORM F-REWRITE-TITLE.

           MOVE BAQHBKIC-NEW-TITLE TO BAQHBKID-TITLE.
           READ RBKBKID-FILE KEY IS BAQHBKID-TITLE.
           IF WS-BKID-FILE-STATUS = '00' THEN
              MOVE WS-OLD-ID TO BAQHBKID-BOOK-ID
              MOVE 'CURRENT' TO BAQHBKID-STATE
              MOVE SPACES TO BAQHBKID-RENAME-DATE
              PERFORM F-REWRITE-TITLE
           ELSE
              MOVE SPACES TO BAQHBKID-RECORD
              MOVE BAQHBKIC-NEW-TITLE TO BAQHBKID-TITLE
              MOVE WS-OLD-ID TO BAQHBKID-BOOK-ID
              MOVE 'CURRENT' TO BAQHBKID-STATE
              MOVE WS-TODAY TO BAQHBKID-FIRST-DATE
              MOVE BAQHBKIC-PROGRAM TO BAQHBKID-SOURCE
              MOVE 0 TO BAQHBKID-LAST-ID
              PERFORM E-WRITE-TITLE
           END-IF.

           MOVE WS-OLD-ID TO BAQHBKIC-BOOK-ID.
           MOVE 'CURRENT' TO BAQHBKIC-STATE.

       CD-999.
           EXIT.

      *----------------------------------------------------------------*
      * CE-LIST-BOOK-TITLES
      *
      * Every title of the book BOOK-ID - of TITLE's book when
      * BOOK-ID is 0 - in title order, up to the twenty the call
      * area holds. A title with no id comes back alone, RC 4, so
      * the caller can still match on it.
      *----------------------------------------------------------------*
       CE-LIST-BOOK-TITLES SECTION.
       CE-010.
           MOVE 0 TO BAQHBKIC-TITLE-CNT.

           IF BAQHBKIC-BOOK-ID = 0 THEN
              PERFORM CA-LOOKUP-TITLE
              IF NOT BAQHBKIC-OK THEN
                 MOVE 1 TO BAQHBKIC-TITLE-CNT
                 MOVE BAQHBKIC-TITLE TO BAQHBKIC-HIST-TITLE (1)
                 GO TO CE-999
              END-IF
           END-IF.

           MOVE BAQHBKIC-BOOK-ID TO BAQHBKID-BOOK-ID.
           START RBKBKID-FILE KEY IS EQUAL BAQHBKID-BOOK-ID.
           IF WS-BKID-FILE-STATUS NOT = '00' THEN
              MOVE 4 TO BAQHBKIC-RC
              GO TO CE-999
           END-IF.

           MOVE 'N' TO WS-HIST-EOF-SW.
           PERFORM CEA-TAKE-ONE-BOOK-TITLE
              UNTIL WS-HIST-EOF.

       CE-999.
           EXIT.

      *----------------------------------------------------------------*
      * CEA-TAKE-ONE-BOOK-TITLE
      *----------------------------------------------------------------*
       CEA-TAKE-ONE-BOOK-TITLE SECTION.
       CEA-010.
           READ RBKBKID-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HIST-EOF-SW
                 GO TO CEA-999
           END-READ.

           IF WS-BKID-FILE-STATUS NOT = '00' AND
              WS-BKID-FILE-STATUS NOT = '02' THEN
              MOVE 'Y' TO WS-HIST-EOF-SW
              GO TO CEA-999
           END-IF.

           IF BAQHBKID-BOOK-ID NOT = BAQHBKIC-BOOK-ID OR
              BAQHBKIC-TITLE-CNT NOT < 20 THEN
              MOVE 'Y' TO WS-HIST-EOF-SW
              GO TO CEA-999
           END-IF.

           ADD 1 TO BAQHBKIC-TITLE-CNT.
           MOVE BAQHBKID-TITLE
              TO BAQHBKIC-HIST-TITLE (BAQHBKIC-TITLE-CNT).
           IF BAQHBKID-IS-CURRENT THEN
              MOVE BAQHBKID-STATE TO BAQHBKIC-STATE
           END-IF.

       CEA-999.
           EXIT.

      *----------------------------------------------------------------*
      * D-ISSUE-NEXT-ID
      *
      * The next id from the control record, which is written with
      * a last id of 0 the first time an id is issued.
      *----------------------------------------------------------------*
       D-ISSUE-NEXT-ID SECTION.
       D-010.
           MOVE WS-CONTROL-TITLE TO BAQHBKID-TITLE.
           READ RBKBKID-FILE KEY IS BAQHBKID-TITLE.
           IF WS-BKID-FILE-STATUS = '23' THEN
              MOVE SPACES TO BAQHBKID-RECORD
              MOVE WS-CONTROL-TITLE TO BAQHBKID-TITLE
              MOVE 0 TO BAQHBKID-BOOK-ID
              MOVE 'CONTROL' TO BAQHBKID-STATE
              MOVE WS-TODAY TO BAQHBKID-FIRST-DATE
              MOVE BAQHBKIC-PROGRAM TO BAQHBKID-SOURCE
              MOVE 1 TO BAQHBKID-LAST-ID
              MOVE 1 TO WS-NEW-ID
              WRITE BAQHBKID-RECORD
           ELSE
              IF WS-BKID-FILE-STATUS = '00' THEN
                 ADD 1 TO BAQHBKID-LAST-ID
                 MOVE BAQHBKID-LAST-ID TO WS-NEW-ID
                 REWRITE BAQHBKID-RECORD
              END-IF
           END-IF.

           IF WS-BKID-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHBKIR RBKBKID control record not updated, '
                 'file status ' WS-BKID-FILE-STATUS
                 ' - no id issued.'
              MOVE 0 TO BAQHBKIC-BOOK-ID
              MOVE 8 TO BAQHBKIC-RC
           END-IF.

       D-999.
           EXIT.

      *----------------------------------------------------------------*
      * E-WRITE-TITLE
      *----------------------------------------------------------------*
       E-WRITE-TITLE SECTION.
       E-010.
           WRITE BAQHBKID-RECORD.
           IF WS-BKID-FILE-STATUS NOT = '00' AND
              WS-BKID-FILE-STATUS NOT = '02' THEN
              DISPLAY 'BAQHBKIR WRITE RBKBKID failed, file status '
                 WS-BKID-FILE-STATUS ' - ' BAQHBKID-TITLE (1:40)
           END-IF.

       E-999.
           EXIT.

      *----------------------------------------------------------------*
      * F-REWRITE-TITLE
      *----------------------------------------------------------------*
       F-REWRITE-TITLE SECTION.
       F-010.
           REWRITE BAQHBKID-RECORD.
           IF WS-BKID-FILE-STATUS NOT = '00' AND
              WS-BKID-FILE-STATUS NOT = '02' THEN
              DISPLAY 'BAQHBKIR REWRITE RBKBKID failed, file status '
                 WS-BKID-FILE-STATUS ' - ' BAQHBKID-TITLE (1:40)
           END-IF.

       F-999.
           EXIT.
