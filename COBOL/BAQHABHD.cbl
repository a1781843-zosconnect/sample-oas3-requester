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
      * BAQHABHD                                                      *
      *                                                               *
      * Abend condition handler for the batch requesters. BAQHRBKB and*
      * BAQHRBKZ register it with CEEHDLR at the start of the run,    *
      * passing the address of their abend context area (see BAQHABCX)*
      * as the token. LE drives it for any condition the run raises;  *
      * for one of severity 2 or above - an abend on its way - it     *
      * appends the context area, with the condition, to the          *
      * post-mortem dataset (DD name RBKABND, see BAQHABND) and names *
      * the condition and the in-flight item on SYSOUT.               *
      *                                                               *
      * It always percolates: the abend goes on exactly as it would   *
      * have without the handler - same completion code, same dump -  *
      * and is only recorded on the way. A condition percolating back *
      * through the handler is recorded once. A job without the       *
      * RBKABND DD still gets the SYSOUT lines.                       *
      *                                                               *
      * Called by:   LE condition manager (registered with CEEHDLR)   *
      * Outputs:     RBKABND (appended)                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHABHD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKABND-FILE ASSIGN TO RBKABND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKABND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKABND-RECORD          PIC X(630).

       WORKING-STORAGE SECTION.

      * The post-mortem record is built here and written from here.
       COPY BAQHABND.

       01 WS-ABND-FILE-STATUS PIC X(2) VALUE '00'.

      * The condition as CEE3207S for the SYSOUT line.
       01 WS-COND-ID.
           03 WS-COND-FACILITY PIC X(3).
           03 WS-COND-MSG-NO   PIC 9(4).
           03 WS-COND-SEV-CHAR PIC X(1).
       01 WS-SEV-CHARS        PIC X(5) VALUE 'IWESC'.
       01 WS-SEV-IX           PIC 9(4) COMP VALUE 0.

       LINKAGE SECTION.
      * The LE condition token of the condition being handled.
       01 HD-CURRENT-CONDITION.
           03 HD-COND-SEVERITY    PIC S9(4) COMP.
           03 HD-COND-MSG-NO      PIC S9(4) COMP.
           03 HD-COND-FLAGS       PIC X(1).
           03 HD-COND-FACILITY    PIC X(3).
           03 HD-COND-ISI         PIC S9(9) COMP.
      * The token given to CEEHDLR - the requester's context area.
       01 HD-TOKEN                USAGE POINTER.
       01 HD-RESULT-CODE          PIC S9(9) COMP.
           88 HD-RESUME           VALUE 10.
           88 HD-PERCOLATE        VALUE 20.
       01 HD-NEW-CONDITION        PIC X(12).

       COPY BAQHABCX.

       PROCEDURE DIVISION USING HD-CURRENT-CONDITION
                                HD-TOKEN
                                HD-RESULT-CODE
                                HD-NEW-CONDITION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           SET HD-PERCOLATE TO TRUE.

      * Informational and warning conditions are not abends.
           IF HD-COND-SEVERITY < 2 THEN
              GO TO A-999
           END-IF.

           SET ADDRESS OF BAQHABCX-AREA TO HD-TOKEN.

           IF BAQHABCX-IS-RECORDED THEN
              GO TO A-999
           END-IF.
           SET BAQHABCX-IS-RECORDED TO TRUE.

           MOVE HD-COND-FACILITY TO WS-COND-FACILITY.
           MOVE HD-COND-MSG-NO TO WS-COND-MSG-NO.
           IF HD-COND-SEVERITY > 4 THEN
              MOVE 5 TO WS-SEV-IX
           ELSE
              COMPUTE WS-SEV-IX = HD-COND-SEVERITY + 1
           END-IF.
           MOVE WS-SEV-CHARS (WS-SEV-IX:1) TO WS-COND-SEV-CHAR.

           DISPLAY BAQHABCX-PROGRAM ' ' BAQHABCX-OPERATION
              ' ABENDING ON CONDITION ' WS-COND-ID.
           IF BAQHABCX-CALL-OUT THEN
              DISPLAY BAQHABCX-PROGRAM ' ' BAQHABCX-API-METHOD
                 ' IN FLIGHT FOR ' BAQHABCX-ITEM-KEY (1:60)
           END-IF.

           PERFORM B-WRITE-POST-MORTEM.

       A-999.
           GOBACK.

      *----------------------------------------------------------------*
      * B-WRITE-POST-MORTEM
      *
      * Appends the post-mortem record to RBKABND. Nothing here may
      * fail the handler itself: an RBKABND that will not open or
      * take the record is named on SYSOUT and the abend goes on.
      *----------------------------------------------------------------*
       B-WRITE-POST-MORTEM SECTION.
       B-010.
           MOVE SPACES TO BAQHABND-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAQHABND-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAQHABND-TIME.
           MOVE HD-COND-FACILITY TO BAQHABND-FACILITY.
           MOVE WS-COND-MSG-NO TO BAQHABND-MSG-NO.
           MOVE HD-COND-SEVERITY TO BAQHABND-SEVERITY.
           MOVE BAQHABCX-AREA TO BAQHABND-CONTEXT.

           OPEN EXTEND RBKABND-FILE.
           IF WS-ABND-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHABHD RBKABND not available, file status '
                 WS-ABND-FILE-STATUS ' - no post-mortem record.'
              GO TO B-999
           END-IF.

           WRITE RBKABND-RECORD FROM BAQHABND-RECORD.
           IF WS-ABND-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHABHD WRITE RBKABND failed, file status '
                 WS-ABND-FILE-STATUS
           ELSE
              DISPLAY 'BAQHABHD post-mortem record written to RBKABND'
                 ' - format it with BAQHABRP before restarting.'
           END-IF.

           CLOSE RBKABND-FILE.

       B-999.
           EXIT.
