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
      * BAQHCHGR                                                      *
      *                                                               *
      * Change-ticket work report. Every record a data-changing       *
      * BAQHRBKB run writes - audit, exception and before-image -     *
      * carries the change ticket the run was authorised under (the   *
      * CHG= APARM keyword, see BAQHCHGT). This run gathers those     *
      * records by ticket and lists, per ticket, everything done      *
      * under it in time order: the runs accepted and refused, each   *
      * API call and its result, each exception queued and each       *
      * before-image taken, with totals. The ticket's state, window   *
      * and summary come from the change-ticket file; anything done   *
      * outside the ticket's window, or under a ticket the file does  *
      * not hold, is flagged.                                         *
      *                                                               *
      * Inputs:                                                       *
      *   RBKCHGT - the change-ticket file (BAQHCHGT)                 *
      *   RBKAUDT - the local audit trail (BAQHAUDT)                  *
      *   RBKEXCP - the exception queue (BAQHEXCP)                    *
      *   RBKBIMG - the before-image log (BAQHBIMG)                   *
      * Output:                                                       *
      *   RBKCHGR - the report                                        *
      *                                                               *
      * Return code 4 when something was flagged; 8 when RBKAUDT or   *
      * RBKCHGT could not be read or the ticket table overflowed. A   *
      * missing RBKEXCP or RBKBIMG is noted on the report and the     *
      * rest is still reported.                                       *
      *                                                               *
      * PARM keyword, optional:                                       *
      *   CHG=id   report the one ticket only                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCHGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKCHGT-FILE ASSIGN TO RBKCHGT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGT-FILE-STATUS.

           SELECT RBKAUDT-FILE ASSIGN TO RBKAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-FILE-STATUS.

           SELECT RBKEXCP-FILE ASSIGN TO RBKEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT RBKBIMG-FILE ASSIGN TO RBKBIMG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIMG-FILE-STATUS.

           SELECT RBKCHGR-FILE ASSIGN TO RBKCHGR
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKCHGT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHCHGT.

       FD  RBKAUDT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHAUDT.

       FD  RBKEXCP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHEXCP.

       FD  RBKBIMG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHBIMG.

       FD  RBKCHGR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKCHGR-RECORD          PIC X(132).

      * One ticketed record of any of the three kinds. SOURCE is A
      * (audit), B (before-image) or E (exception), so within one
      * second the call sorts ahead of what it left behind.
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SORT-CHANGE-ID       PIC X(12).
           03 SORT-STAMP.
              05 SORT-DATE         PIC X(8).
              05 SORT-TIME         PIC X(6).
           03 SORT-SOURCE          PIC X(1).
           03 SORT-OPERATION       PIC X(13).
           03 SORT-RESULT          PIC X(10).
           03 SORT-TITLE           PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CHGT-FILE-STATUS PIC X(2).
       01 WS-AUDT-FILE-STATUS PIC X(2).
       01 WS-EXCP-FILE-STATUS PIC X(2).
       01 WS-BIMG-FILE-STATUS PIC X(2).

       01 WS-EOF-SW           PIC X VALUE 'N'.
           88 WS-EOF          VALUE 'Y'.
       01 WS-SORT-EOF-SW      PIC X VALUE 'N'.
           88 WS-SORT-EOF     VALUE 'Y'.

       01 WS-KEYWORD-POS      PIC 9(4) COMP VALUE 0.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.
       01 WS-ONLY-CHG         PIC X(12) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8).

      * The change-ticket file, last record of an id winning.
       01 WS-TK-TABLE.
           03 WS-TK-ENTRY OCCURS 1000 TIMES.
              05 WS-TK-ID          PIC X(12).
              05 WS-TK-STATE       PIC X(10).
              05 WS-TK-FROM-STAMP  PIC X(12).
              05 WS-TK-TO-STAMP    PIC X(12).
              05 WS-TK-SUMMARY     PIC X(40).
       01 WS-TK-CNT           PIC 9(4) COMP VALUE 0.
       01 WS-TK-MAX           PIC 9(4) COMP VALUE 1000.
       01 WS-TK-IX            PIC 9(4) COMP VALUE 0.
       01 WS-TK-HIT           PIC 9(4) COMP VALUE 0.
       01 WS-TK-LOST          PIC 9(7) COMP VALUE 0.
       01 WS-FIND-ID          PIC X(12) VALUE SPACES.

      * The ticket being reported on the output side of the sort.
       01 WS-CUR-ID           PIC X(12) VALUE LOW-VALUES.
       01 WS-CUR-FROM-STAMP   PIC X(12) VALUE SPACES.
       01 WS-CUR-TO-STAMP     PIC X(12) VALUE SPACES.
       01 WS-CUR-KNOWN        PIC 9 VALUE 0.
       01 WS-REC-STAMP        PIC X(12) VALUE SPACES.
       01 WS-SOURCE-TEXT      PIC X(4) VALUE SPACES.
       01 WS-FLAG-TEXT        PIC X(14) VALUE SPACES.

      * Per-ticket counts, cleared at each break.
       01 WS-T-ACCEPTED       PIC 9(7) COMP VALUE 0.
       01 WS-T-REFUSED        PIC 9(7) COMP VALUE 0.
       01 WS-T-CALLS-OK       PIC 9(7) COMP VALUE 0.
       01 WS-T-CALLS-FAILED   PIC 9(7) COMP VALUE 0.
       01 WS-T-EXCEPTIONS     PIC 9(7) COMP VALUE 0.
       01 WS-T-IMAGES         PIC 9(7) COMP VALUE 0.
       01 WS-T-OUTSIDE        PIC 9(7) COMP VALUE 0.

      * Run totals.
       01 WS-AUDT-READ-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-EXCP-READ-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-BIMG-READ-CNT    PIC 9(7) COMP VALUE 0.
       01 WS-RELEASED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-TICKET-CNT       PIC 9(7) COMP VALUE 0.
       01 WS-UNKNOWN-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-OUTSIDE-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-MISSING-CNT      PIC 9(5) COMP VALUE 0.

       01 WS-CNT-ED           PIC ZZZZZZ9.
       01 WS-CNT-ED-2         PIC ZZZZZZ9.
       01 WS-CNT-ED-3         PIC ZZZZZZ9.

       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01 PARM-BUFFER.
          03 PARM-LENGTH      PIC S9(4) COMP.
          03 PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING PARM-BUFFER.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *
      * The ticket file is loaded first; the SORT then owns the main
      * flow, its input procedure releasing every ticketed record of
      * the three files and its output procedure reporting them with
      * a control break per ticket.
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           MOVE SPACES TO WS-PARM-TEXT.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'CHG='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 5.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-ONLY-CHG
           END-IF.

           OPEN OUTPUT RBKCHGR-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-ONLY-CHG = SPACES THEN
              STRING 'WORK DONE UNDER EACH CHANGE TICKET - '
                 WS-RUN-DATE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'WORK DONE UNDER CHANGE TICKET ' WS-ONLY-CHG
                 ' - ' WS-RUN-DATE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

           PERFORM BA-LOAD-TICKETS.

           SORT SORT-FILE
              ON ASCENDING KEY SORT-CHANGE-ID
              ON ASCENDING KEY SORT-STAMP
              ON ASCENDING KEY SORT-SOURCE
              INPUT PROCEDURE IS CA-RELEASE-TICKETED-WORK
              OUTPUT PROCEDURE IS DA-REPORT-BY-TICKET.

           PERFORM EA-WRITE-SUMMARY.

           IF WS-MISSING-CNT > 0 OR WS-TK-LOST > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-OUTSIDE-CNT > 0 OR WS-UNKNOWN-CNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       A-999.
           CLOSE RBKCHGR-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-LOAD-TICKETS
      *
      * Loads the change-ticket file into the ticket table. Without
      * it every ticket reports as not on file, so the run carries
      * on but ends with return code 8.
      *----------------------------------------------------------------*
       BA-LOAD-TICKETS SECTION.
       BA-010.
           OPEN INPUT RBKCHGT-FILE.
           IF WS-CHGT-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKCHGT NOT AVAILABLE TO THIS RUN - NO TICKET IS '
                 'KNOWN.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCHGR-RECORD FROM WS-RPT-LINE
              ADD 1 TO WS-MISSING-CNT
              GO TO BA-999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           READ RBKCHGT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

           PERFORM BB-LOAD-ONE-TICKET UNTIL WS-EOF.

           CLOSE RBKCHGT-FILE.

           IF WS-TK-LOST > 0 THEN
              MOVE WS-TK-LOST TO WS-CNT-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKCHGT HOLDS ' WS-CNT-ED ' TICKET(S) BEYOND '
                 'THE TICKET TABLE - THEIR WORK REPORTS AS NOT ON '
                 'FILE.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCHGR-RECORD FROM WS-RPT-LINE
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-LOAD-ONE-TICKET
      *----------------------------------------------------------------*
       BB-LOAD-ONE-TICKET SECTION.
       BB-010.
           IF BAQHCHGT-ID = SPACES THEN
              GO TO BB-020
           END-IF.

      * A later record of the same id replaces the earlier one.
           MOVE BAQHCHGT-ID TO WS-FIND-ID.
           PERFORM BC-FIND-TICKET.

           IF WS-TK-HIT = 0 THEN
              IF WS-TK-CNT NOT < WS-TK-MAX THEN
                 ADD 1 TO WS-TK-LOST
                 GO TO BB-020
              END-IF
              ADD 1 TO WS-TK-CNT
              MOVE WS-TK-CNT TO WS-TK-HIT
           END-IF.

           MOVE BAQHCHGT-ID TO WS-TK-ID (WS-TK-HIT).
           MOVE BAQHCHGT-STATE TO WS-TK-STATE (WS-TK-HIT).
           MOVE SPACES TO WS-TK-FROM-STAMP (WS-TK-HIT).
           STRING BAQHCHGT-FROM-DATE BAQHCHGT-FROM-TIME
              DELIMITED BY SIZE INTO WS-TK-FROM-STAMP (WS-TK-HIT).
           MOVE SPACES TO WS-TK-TO-STAMP (WS-TK-HIT).
           STRING BAQHCHGT-TO-DATE BAQHCHGT-TO-TIME
              DELIMITED BY SIZE INTO WS-TK-TO-STAMP (WS-TK-HIT).
           MOVE BAQHCHGT-SUMMARY TO WS-TK-SUMMARY (WS-TK-HIT).

       BB-020.
           READ RBKCHGT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * BC-FIND-TICKET
      *
      * Leaves WS-TK-HIT at the table entry for WS-FIND-ID, or 0.
      *----------------------------------------------------------------*
       BC-FIND-TICKET SECTION.
       BC-010.
           MOVE 0 TO WS-TK-HIT.

           PERFORM BCA-MATCH-ONE-TICKET
              VARYING WS-TK-IX FROM 1 BY 1
              UNTIL WS-TK-IX > WS-TK-CNT OR WS-TK-HIT > 0.

       BC-999.
           EXIT.

      *----------------------------------------------------------------*
      * BCA-MATCH-ONE-TICKET
      *----------------------------------------------------------------*
       BCA-MATCH-ONE-TICKET SECTION.
       BCA-010.
           IF WS-TK-ID (WS-TK-IX) = WS-FIND-ID THEN
              MOVE WS-TK-IX TO WS-TK-HIT
           END-IF.

       BCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-RELEASE-TICKETED-WORK
      *
      * SORT input procedure - reads the audit trail, the exception
      * queue and the before-image log in turn and releases every
      * record that carries a change ticket (the one asked for, when
      * CHG= was given). Records from before tickets were stamped,
      * and those of programs that do not take one, are blank there
      * and drop out.
      *----------------------------------------------------------------*
       CA-RELEASE-TICKETED-WORK SECTION.
       CA-010.
           OPEN INPUT RBKAUDT-FILE.
           IF WS-AUDT-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKAUDT NOT AVAILABLE TO THIS RUN - NO CALL IS '
                 'REPORTED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCHGR-RECORD FROM WS-RPT-LINE
              ADD 1 TO WS-MISSING-CNT
           ELSE
              MOVE 'N' TO WS-EOF-SW
              READ RBKAUDT-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SW
              END-READ
              PERFORM CAA-RELEASE-ONE-AUDIT UNTIL WS-EOF
              CLOSE RBKAUDT-FILE
           END-IF.

           OPEN INPUT RBKEXCP-FILE.
           IF WS-EXCP-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKEXCP NOT AVAILABLE TO THIS RUN - NO EXCEPTION '
                 'IS REPORTED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCHGR-RECORD FROM WS-RPT-LINE
           ELSE
              MOVE 'N' TO WS-EOF-SW
              READ RBKEXCP-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SW
              END-READ
              PERFORM CAB-RELEASE-ONE-EXCEPTION UNTIL WS-EOF
              CLOSE RBKEXCP-FILE
           END-IF.

           OPEN INPUT RBKBIMG-FILE.
           IF WS-BIMG-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RBKBIMG NOT AVAILABLE TO THIS RUN - NO BEFORE-'
                 'IMAGE IS REPORTED.'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKCHGR-RECORD FROM WS-RPT-LINE
           ELSE
              MOVE 'N' TO WS-EOF-SW
              READ RBKBIMG-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SW
              END-READ
              PERFORM CAC-RELEASE-ONE-IMAGE UNTIL WS-EOF
              CLOSE RBKBIMG-FILE
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-RELEASE-ONE-AUDIT
      *----------------------------------------------------------------*
       CAA-RELEASE-ONE-AUDIT SECTION.
       CAA-010.
           ADD 1 TO WS-AUDT-READ-CNT.

           IF BAQHAUDT-CHANGE-ID = SPACES THEN
              GO TO CAA-020
           END-IF.
           IF WS-ONLY-CHG NOT = SPACES AND
              BAQHAUDT-CHANGE-ID NOT = WS-ONLY-CHG THEN
              GO TO CAA-020
           END-IF.

           MOVE SPACES TO SORT-RECORD.
           MOVE BAQHAUDT-CHANGE-ID TO SORT-CHANGE-ID.
           MOVE BAQHAUDT-DATE TO SORT-DATE.
           MOVE BAQHAUDT-TIME TO SORT-TIME.
           MOVE 'A' TO SORT-SOURCE.
           MOVE BAQHAUDT-OPERATION TO SORT-OPERATION.
           MOVE BAQHAUDT-RESULT TO SORT-RESULT.
           MOVE BAQHAUDT-KEY-TITLE TO SORT-TITLE.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-RELEASED-CNT.

       CAA-020.
           READ RBKAUDT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAB-RELEASE-ONE-EXCEPTION
      *----------------------------------------------------------------*
       CAB-RELEASE-ONE-EXCEPTION SECTION.
       CAB-010.
           ADD 1 TO WS-EXCP-READ-CNT.

           IF BAQHEXCP-CHANGE-ID = SPACES THEN
              GO TO CAB-020
           END-IF.
           IF WS-ONLY-CHG NOT = SPACES AND
              BAQHEXCP-CHANGE-ID NOT = WS-ONLY-CHG THEN
              GO TO CAB-020
           END-IF.

           MOVE SPACES TO SORT-RECORD.
           MOVE BAQHEXCP-CHANGE-ID TO SORT-CHANGE-ID.
           MOVE BAQHEXCP-DATE TO SORT-DATE.
           MOVE BAQHEXCP-TIME TO SORT-TIME.
           MOVE 'E' TO SORT-SOURCE.
           MOVE BAQHEXCP-OPERATION TO SORT-OPERATION.
           MOVE BAQHEXCP-STATUS TO SORT-RESULT.
           MOVE BAQHEXCP-TITLE TO SORT-TITLE.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-RELEASED-CNT.

       CAB-020.
           READ RBKEXCP-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       CAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAC-RELEASE-ONE-IMAGE
      *
      * A before-image reports the field it saved, or BOOK for a
      * whole-book image.
      *----------------------------------------------------------------*
       CAC-RELEASE-ONE-IMAGE SECTION.
       CAC-010.
           ADD 1 TO WS-BIMG-READ-CNT.

           IF BAQHBIMG-CHANGE-ID = SPACES THEN
              GO TO CAC-020
           END-IF.
           IF WS-ONLY-CHG NOT = SPACES AND
              BAQHBIMG-CHANGE-ID NOT = WS-ONLY-CHG THEN
              GO TO CAC-020
           END-IF.

           MOVE SPACES TO SORT-RECORD.
           MOVE BAQHBIMG-CHANGE-ID TO SORT-CHANGE-ID.
           MOVE BAQHBIMG-DATE TO SORT-DATE.
           MOVE BAQHBIMG-TIME TO SORT-TIME.
           MOVE 'B' TO SORT-SOURCE.
           MOVE BAQHBIMG-OPERATION TO SORT-OPERATION.
           IF BAQHBIMG-FIELD = SPACES THEN
              MOVE 'BOOK' TO SORT-RESULT
           ELSE
              MOVE BAQHBIMG-FIELD TO SORT-RESULT
           END-IF.
           MOVE BAQHBIMG-TITLE TO SORT-TITLE.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-RELEASED-CNT.

       CAC-020.
           READ RBKBIMG-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SW
           END-READ.

       CAC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-REPORT-BY-TICKET
      *
      * SORT output procedure - returns the ticketed records in
      * ticket and time order, heading each ticket's work with what
      * the ticket file says of it and closing it with its totals.
      *----------------------------------------------------------------*
       DA-REPORT-BY-TICKET SECTION.
       DA-010.
           MOVE LOW-VALUES TO WS-CUR-ID.

           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

           PERFORM DB-TAKE-ONE-SORTED-REC UNTIL WS-SORT-EOF.

      * The last ticket's totals still need writing after end of
      * file.
           IF WS-CUR-ID NOT = LOW-VALUES THEN
              PERFORM DD-END-TICKET
           END-IF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-TAKE-ONE-SORTED-REC
      *
      * One line per record. Work stamped outside the ticket's
      * window is flagged; a refused attempt is not, since being
      * outside the window may be why it was refused.
      *----------------------------------------------------------------*
       DB-TAKE-ONE-SORTED-REC SECTION.
       DB-010.
           IF SORT-CHANGE-ID NOT = WS-CUR-ID THEN
              IF WS-CUR-ID NOT = LOW-VALUES THEN
                 PERFORM DD-END-TICKET
              END-IF
              PERFORM DC-START-TICKET
           END-IF.

           MOVE SPACES TO WS-FLAG-TEXT.
           EVALUATE SORT-SOURCE
              WHEN 'A'
                 MOVE 'AUD' TO WS-SOURCE-TEXT
                 EVALUATE SORT-RESULT
                    WHEN 'CHGACCEPT'
                       ADD 1 TO WS-T-ACCEPTED
                    WHEN 'CHGREFUSE'
                       ADD 1 TO WS-T-REFUSED
                    WHEN 'SUCCESS'
                       ADD 1 TO WS-T-CALLS-OK
                    WHEN 'FAILURE'
                       ADD 1 TO WS-T-CALLS-FAILED
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN 'E'
                 MOVE 'EXC' TO WS-SOURCE-TEXT
                 ADD 1 TO WS-T-EXCEPTIONS
              WHEN OTHER
                 MOVE 'BIMG' TO WS-SOURCE-TEXT
                 ADD 1 TO WS-T-IMAGES
           END-EVALUATE.

           IF WS-CUR-KNOWN = 1 AND
              NOT (SORT-SOURCE = 'A' AND SORT-RESULT = 'CHGREFUSE')
              THEN
              MOVE SPACES TO WS-REC-STAMP
              STRING SORT-DATE SORT-TIME (1:4)
                 DELIMITED BY SIZE INTO WS-REC-STAMP
              IF WS-REC-STAMP < WS-CUR-FROM-STAMP OR
                 WS-REC-STAMP > WS-CUR-TO-STAMP THEN
                 MOVE 'OUTSIDE WINDOW' TO WS-FLAG-TEXT
                 ADD 1 TO WS-T-OUTSIDE
              END-IF
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ' SORT-DATE ' ' SORT-TIME
              ' ' WS-SOURCE-TEXT
              ' ' SORT-OPERATION
              ' ' SORT-RESULT
              ' ' SORT-TITLE (1:60)
              ' ' WS-FLAG-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

       DB-020.
           RETURN SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DC-START-TICKET
      *----------------------------------------------------------------*
       DC-START-TICKET SECTION.
       DC-010.
           MOVE SORT-CHANGE-ID TO WS-CUR-ID.
           ADD 1 TO WS-TICKET-CNT.

           MOVE 0 TO WS-T-ACCEPTED.
           MOVE 0 TO WS-T-REFUSED.
           MOVE 0 TO WS-T-CALLS-OK.
           MOVE 0 TO WS-T-CALLS-FAILED.
           MOVE 0 TO WS-T-EXCEPTIONS.
           MOVE 0 TO WS-T-IMAGES.
           MOVE 0 TO WS-T-OUTSIDE.

           MOVE WS-CUR-ID TO WS-FIND-ID.
           PERFORM BC-FIND-TICKET.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-TK-HIT = 0 THEN
              MOVE 0 TO WS-CUR-KNOWN
              ADD 1 TO WS-UNKNOWN-CNT
              STRING 'CHANGE TICKET ' WS-CUR-ID
                 '  NOT ON RBKCHGT - STATE AND WINDOW UNKNOWN'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              MOVE 1 TO WS-CUR-KNOWN
              MOVE WS-TK-FROM-STAMP (WS-TK-HIT) TO WS-CUR-FROM-STAMP
              MOVE WS-TK-TO-STAMP (WS-TK-HIT) TO WS-CUR-TO-STAMP
              STRING 'CHANGE TICKET ' WS-CUR-ID
                 '  STATE ' WS-TK-STATE (WS-TK-HIT)
                 '  WINDOW ' WS-CUR-FROM-STAMP
                 ' TO ' WS-CUR-TO-STAMP
                 '  ' WS-TK-SUMMARY (WS-TK-HIT)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

       DC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DD-END-TICKET
      *----------------------------------------------------------------*
       DD-END-TICKET SECTION.
       DD-010.
           MOVE WS-T-ACCEPTED TO WS-CNT-ED.
           MOVE WS-T-REFUSED TO WS-CNT-ED-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  RUNS ACCEPTED ' WS-CNT-ED
              '   RUNS REFUSED ' WS-CNT-ED-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-T-CALLS-OK TO WS-CNT-ED.
           MOVE WS-T-CALLS-FAILED TO WS-CNT-ED-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  CALLS OK      ' WS-CNT-ED
              '   CALLS FAILED ' WS-CNT-ED-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-T-EXCEPTIONS TO WS-CNT-ED.
           MOVE WS-T-IMAGES TO WS-CNT-ED-2.
           MOVE WS-T-OUTSIDE TO WS-CNT-ED-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  EXCEPTIONS    ' WS-CNT-ED
              '   BEFORE-IMAGES' WS-CNT-ED-2
              '   OUTSIDE WINDOW' WS-CNT-ED-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

           ADD WS-T-OUTSIDE TO WS-OUTSIDE-CNT.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

       DD-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-WRITE-SUMMARY
      *----------------------------------------------------------------*
       EA-WRITE-SUMMARY SECTION.
       EA-010.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-AUDT-READ-CNT TO WS-CNT-ED.
           MOVE WS-EXCP-READ-CNT TO WS-CNT-ED-2.
           MOVE WS-BIMG-READ-CNT TO WS-CNT-ED-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RECORDS READ:  AUDIT ' WS-CNT-ED
              '  EXCEPTION ' WS-CNT-ED-2
              '  BEFORE-IMAGE ' WS-CNT-ED-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-RELEASED-CNT TO WS-CNT-ED.
           MOVE WS-TICKET-CNT TO WS-CNT-ED-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TICKETED RECORDS:    ' WS-CNT-ED
              '  TICKETS     ' WS-CNT-ED-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

           MOVE WS-UNKNOWN-CNT TO WS-CNT-ED.
           MOVE WS-OUTSIDE-CNT TO WS-CNT-ED-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TICKETS NOT ON FILE: ' WS-CNT-ED
              '  RECORDS OUTSIDE WINDOW ' WS-CNT-ED-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKCHGR-RECORD FROM WS-RPT-LINE.

       EA-999.
           EXIT.
