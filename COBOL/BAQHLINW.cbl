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
      * BAQHLINW                                                      *
      *                                                               *
      * Generation lineage ledger writer. Every program that reads or *
      * writes a framed dataset calls it with each control record of  *
      * the dataset (see BAQHLINW, the copybook): the '*HDR' is       *
      * remembered, and the trailer that closes it appends one record *
      * to the shared ledger (DD name RBKLING, see BAQHLING) giving   *
      * the program, job, step, DD, dataset name and generation, the  *
      * direction, the snapshot or feed identifier and the record     *
      * count. All the records one program run appends carry the same *
      * run identifier - the time of its first call - which is what   *
      * the BAQHLINQ lineage query follows from a run's outputs to its*
      * inputs.                                                       *
      *                                                               *
      * Job, step and dataset name are asked of the site's RBKDDINF   *
      * stub (the TIOT and the DD's JFCB), the same arrangement as the*
      * RBKWTO stub; without it they are left blank. A job without the*
      * RBKLING DD runs as before, unrecorded, with one warning.      *
      *                                                               *
      * Called with: lineage call area (COPY BAQHLINW).               *
      * Outputs:     RBKLING (appended)                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHLINW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKLING-FILE ASSIGN TO RBKLING
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKLING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKLING-RECORD          PIC X(160).

       WORKING-STORAGE SECTION.

      * The ledger record is built here and written from here.
       COPY BAQHLING.

       01 WS-LING-FILE-STATUS PIC X(2) VALUE '00'.

      * Set on the first call and kept for the life of the run unit,
      * so every record of this program run carries the same
      * identifier.
       01 WS-RUN-ID           PIC X(16) VALUE SPACES.
       01 WS-NOW              PIC X(21) VALUE SPACES.

      * 'Y' once RBKLING has failed to open - the run carries on
      * unrecorded rather than failing for the want of a ledger.
       01 WS-LING-UNAVAIL-SW  PIC X VALUE 'N'.
           88 WS-LING-UNAVAIL VALUE 'Y'.

      * The datasets met so far this run, by DD and direction: the
      * identifier off the header, and whether the trailer has been
      * recorded.
       01 WS-FRM-TABLE.
           03 WS-FRM-ENTRY OCCURS 40 TIMES.
              05 WS-FRM-DD         PIC X(8).
              05 WS-FRM-DIRECTION  PIC X(1).
              05 WS-FRM-SNAP-ID    PIC X(16).
              05 WS-FRM-CATALOG    PIC X(8).
              05 WS-FRM-DONE-SW    PIC X(1).
       01 WS-FRM-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-FRM-MAX          PIC 9(4) COMP VALUE 40.
       01 WS-FRM-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-FRM-FOUND        PIC 9(4) COMP VALUE 0.

      * The control record's type and, from a trailer, its count.
       01 WS-CTL-TYPE         PIC X(4) VALUE SPACES.
           88 WS-CTL-HEADER   VALUE '*HDR' 'HDR '.
           88 WS-CTL-TRAILER  VALUE '*TRL' 'TRL '.
       01 WS-CTL-COUNT        PIC X(9) VALUE SPACES.

      * Parameter area of the site's RBKDDINF stub: the DD name in,
      * the job, step and dataset name out.
       01 WS-DDINF-PARM.
           03 WS-DDINF-DD     PIC X(8).
           03 WS-DDINF-JOB    PIC X(8).
           03 WS-DDINF-STEP   PIC X(8).
           03 WS-DDINF-DSN    PIC X(44).

      * The last qualifier of the dataset name, for the generation.
       01 WS-DSN-POS          PIC 9(4) COMP VALUE 0.
       01 WS-DSN-DOT          PIC 9(4) COMP VALUE 0.
       01 WS-LAST-QUAL        PIC X(44) VALUE SPACES.
       01 WS-GDG-QUAL REDEFINES WS-LAST-QUAL.
           03 WS-GDG-G        PIC X(1).
           03 WS-GDG-GEN      PIC X(4).
           03 WS-GDG-V        PIC X(1).
           03 WS-GDG-VER      PIC X(2).
           03 WS-GDG-REST     PIC X(36).

       LINKAGE SECTION.
       COPY BAQHLINW.

       PROCEDURE DIVISION USING BAQHLINW-AREA.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           IF WS-RUN-ID = SPACES THEN
              MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUN-ID
           END-IF.

           IF BAQHLINW-WAREHOUSE THEN
              MOVE BAQHLINW-CTL-REC (1:3) TO WS-CTL-TYPE
           ELSE
              MOVE BAQHLINW-CTL-REC (1:4) TO WS-CTL-TYPE
           END-IF.

           PERFORM BA-FIND-FRAME.

           EVALUATE TRUE
              WHEN WS-CTL-HEADER
                 PERFORM CA-NOTE-HEADER
                 IF BAQHLINW-HEADER-ONLY THEN
                    PERFORM DA-RECORD-TRAILER
                 END-IF
              WHEN WS-CTL-TRAILER
                 PERFORM DA-RECORD-TRAILER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       A-999.
           GOBACK.

      *----------------------------------------------------------------*
      * BA-FIND-FRAME
      *
      * Looks up the caller's DD and direction among the datasets
      * met so far, adding it when new; WS-FRM-FOUND is left 0 only
      * when the table is full.
      *----------------------------------------------------------------*
       BA-FIND-FRAME SECTION.
       BA-010.
           MOVE 0 TO WS-FRM-FOUND.
           PERFORM BAA-CHECK-ONE-FRAME
              VARYING WS-FRM-IDX FROM 1 BY 1
              UNTIL WS-FRM-FOUND > 0
                 OR WS-FRM-IDX > WS-FRM-COUNT.

           IF WS-FRM-FOUND = 0 AND WS-FRM-COUNT < WS-FRM-MAX THEN
              ADD 1 TO WS-FRM-COUNT
              MOVE WS-FRM-COUNT TO WS-FRM-FOUND
              MOVE BAQHLINW-DD TO WS-FRM-DD (WS-FRM-FOUND)
              MOVE BAQHLINW-DIRECTION
                 TO WS-FRM-DIRECTION (WS-FRM-FOUND)
              MOVE 'NO HEADER' TO WS-FRM-SNAP-ID (WS-FRM-FOUND)
              MOVE SPACES TO WS-FRM-CATALOG (WS-FRM-FOUND)
              MOVE 'N' TO WS-FRM-DONE-SW (WS-FRM-FOUND)
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-CHECK-ONE-FRAME
      *----------------------------------------------------------------*
       BAA-CHECK-ONE-FRAME SECTION.
       BAA-010.
           IF WS-FRM-DD (WS-FRM-IDX) = BAQHLINW-DD AND
              WS-FRM-DIRECTION (WS-FRM-IDX) = BAQHLINW-DIRECTION THEN
              MOVE WS-FRM-IDX TO WS-FRM-FOUND
           END-IF.

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-NOTE-HEADER
      *
      * Remembers the header's identifier - the snapshot identifier
      * of an extract, the feed identifier of a bulk feed, the
      * creation date and time of the warehouse feed. A header with
      * a new identifier opens a new dataset on the DD; the same
      * one again is the same dataset passed a second time.
      *----------------------------------------------------------------*
       CA-NOTE-HEADER SECTION.
       CA-010.
           IF WS-FRM-FOUND = 0 THEN
              GO TO CA-999
           END-IF.

           MOVE SPACES TO BAQHLING-SNAP-ID.
           MOVE SPACES TO BAQHLING-CATALOG.
           EVALUATE TRUE
              WHEN BAQHLINW-EXTRACT
                 MOVE BAQHLINW-CTL-REC (6:16) TO BAQHLING-SNAP-ID
                 MOVE BAQHLINW-CTL-REC (107:8) TO BAQHLING-CATALOG
                 IF BAQHLING-CATALOG = SPACES THEN
                    MOVE 'REDBOOK' TO BAQHLING-CATALOG
                 END-IF
              WHEN BAQHLINW-FEED
                 MOVE BAQHLINW-CTL-REC (21:16) TO BAQHLING-SNAP-ID
              WHEN OTHER
                 STRING BAQHLINW-CTL-REC (4:14) 'WH'
                    DELIMITED BY SIZE INTO BAQHLING-SNAP-ID
           END-EVALUATE.

           IF BAQHLING-SNAP-ID NOT = WS-FRM-SNAP-ID (WS-FRM-FOUND)
              THEN
              MOVE BAQHLING-SNAP-ID TO WS-FRM-SNAP-ID (WS-FRM-FOUND)
              MOVE BAQHLING-CATALOG TO WS-FRM-CATALOG (WS-FRM-FOUND)
              MOVE 'N' TO WS-FRM-DONE-SW (WS-FRM-FOUND)
           END-IF.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-RECORD-TRAILER
      *
      * Appends the ledger record for the dataset the trailer
      * closes - or, read for its header alone, the header opens -
      * unless this run has recorded it already.
      *----------------------------------------------------------------*
       DA-RECORD-TRAILER SECTION.
       DA-010.
           IF WS-FRM-FOUND = 0 OR WS-LING-UNAVAIL THEN
              GO TO DA-999
           END-IF.

           IF WS-FRM-DONE-SW (WS-FRM-FOUND) = 'Y' THEN
              GO TO DA-999
           END-IF.

           MOVE SPACES TO BAQHLING-RECORD.
           MOVE WS-RUN-ID TO BAQHLING-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO BAQHLING-DATE.
           MOVE WS-NOW (9:6) TO BAQHLING-TIME.
           MOVE BAQHLINW-PROGRAM TO BAQHLING-PROGRAM.
           MOVE BAQHLINW-DD TO BAQHLING-DD.
           IF BAQHLINW-HEADER-ONLY THEN
              MOVE 'R' TO BAQHLING-DIRECTION
           ELSE
              MOVE BAQHLINW-DIRECTION TO BAQHLING-DIRECTION
           END-IF.
           MOVE WS-FRM-SNAP-ID (WS-FRM-FOUND) TO BAQHLING-SNAP-ID.
           MOVE WS-FRM-CATALOG (WS-FRM-FOUND) TO BAQHLING-CATALOG.

           IF BAQHLINW-WAREHOUSE THEN
              MOVE BAQHLINW-CTL-REC (4:9) TO WS-CTL-COUNT
           ELSE
              MOVE BAQHLINW-CTL-REC (6:9) TO WS-CTL-COUNT
           END-IF.
           IF WS-CTL-COUNT IS NUMERIC AND
              NOT BAQHLINW-HEADER-ONLY THEN
              MOVE WS-CTL-COUNT TO BAQHLING-REC-COUNT
           ELSE
              MOVE 0 TO BAQHLING-REC-COUNT
           END-IF.

           PERFORM EA-GET-DD-INFO.

           OPEN EXTEND RBKLING-FILE.
           IF WS-LING-FILE-STATUS NOT = '00' AND
              WS-LING-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHLINW RBKLING not available, file status '
                 WS-LING-FILE-STATUS ' - ' BAQHLINW-PROGRAM
                 ' runs without recording its lineage.'
              MOVE 'Y' TO WS-LING-UNAVAIL-SW
              GO TO DA-999
           END-IF.

           WRITE RBKLING-RECORD FROM BAQHLING-RECORD.
           IF WS-LING-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHLINW WRITE RBKLING failed, file status '
                 WS-LING-FILE-STATUS ' - ' BAQHLINW-DD ' '
                 BAQHLING-SNAP-ID ' not recorded.'
           ELSE
              MOVE 'Y' TO WS-FRM-DONE-SW (WS-FRM-FOUND)
           END-IF.

           CLOSE RBKLING-FILE.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EA-GET-DD-INFO
      *
      * Job, step and dataset name for the caller's DD from the
      * RBKDDINF stub, and the generation from the dataset name.
      *----------------------------------------------------------------*
       EA-GET-DD-INFO SECTION.
       EA-010.
           MOVE SPACES TO WS-DDINF-PARM.
           MOVE BAQHLINW-DD TO WS-DDINF-DD.

           CALL 'RBKDDINF' USING WS-DDINF-PARM
              ON EXCEPTION
                 GO TO EA-999
           END-CALL.

           MOVE WS-DDINF-JOB TO BAQHLING-JOB.
           MOVE WS-DDINF-STEP TO BAQHLING-STEP.
           MOVE WS-DDINF-DSN TO BAQHLING-DSN.

      * A GDG generation's name ends in .GnnnnVnn.
           MOVE 0 TO WS-DSN-DOT.
           PERFORM EAA-CHECK-ONE-DSN-BYTE
              VARYING WS-DSN-POS FROM 1 BY 1
              UNTIL WS-DSN-POS > LENGTH OF WS-DDINF-DSN.

           IF WS-DSN-DOT = 0 OR WS-DSN-DOT = LENGTH OF WS-DDINF-DSN
              THEN
              GO TO EA-999
           END-IF.

           MOVE WS-DDINF-DSN (WS-DSN-DOT + 1:) TO WS-LAST-QUAL.
           IF WS-GDG-G = 'G' AND WS-GDG-GEN IS NUMERIC AND
              WS-GDG-V = 'V' AND WS-GDG-VER IS NUMERIC AND
              WS-GDG-REST = SPACES THEN
              MOVE WS-LAST-QUAL (1:8) TO BAQHLING-GENERATION
           END-IF.

       EA-999.
           EXIT.

      *----------------------------------------------------------------*
      * EAA-CHECK-ONE-DSN-BYTE
      *----------------------------------------------------------------*
       EAA-CHECK-ONE-DSN-BYTE SECTION.
       EAA-010.
           IF WS-DDINF-DSN (WS-DSN-POS:1) = '.' THEN
              MOVE WS-DSN-POS TO WS-DSN-DOT
           END-IF.

       EAA-999.
           EXIT.
