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
      * BAQHSTGQ                                                      *
      *                                                               *
      * Feed staging table routine. All of the bulk feeds' DB2 access *
      * is kept here, so BAQHRBKB itself carries no SQL and needs no  *
      * precompile or bind when it runs from the flat files as before.*
      * BAQHRBKB calls this routine for SOURCE=DB2 runs of BLKC, BLKP *
      * and NMRG to find the batch to work, fetch its rows in         *
      * submission order and write each row's disposition back.       *
      *                                                               *
      * Called with: BAQHSTGQ-AREA (see BAQHSTGQ).                    *
      *                                                               *
      * The routine never commits. BAQHRBKB runs as a BMP, so its     *
      * DL/I checkpoint after each feed record is the commit point for*
      * the dispositions written here as well; the cursor is declared *
      * WITH HOLD so that it survives those checkpoints. A run that   *
      * ends before its next checkpoint has its uncommitted           *
      * dispositions backed out, the rows stay PENDING, and the rerun *
      * fetches them again - no row is skipped and none is counted    *
      * twice.                                                        *
      *                                                               *
      * The tables, unqualified so the package's bind QUALIFIER names *
      * the environment (DEV, TEST or PROD):                          *
      *   RBK_FEED_BATCH  BATCH_ID    CHAR(16)   NOT NULL  (key)      *
      *                   FEED_TYPE   CHAR(4)    NOT NULL             *
      *                   CATALOG     CHAR(8)    NOT NULL             *
      *                   ROW_COUNT   INTEGER    NOT NULL             *
      *                   CREATED_TS  TIMESTAMP  NOT NULL             *
      *   RBK_FEED_STAGE  BATCH_ID    CHAR(16)   NOT NULL  (key)      *
      *                   SUBMIT_SEQ  DECIMAL(15,0) NOT NULL (key)    *
      *                   FEED_RECORD CHAR(600)  NOT NULL             *
      *                   ROW_STATUS  CHAR(8)    NOT NULL             *
      *                   HTTP_STATUS INTEGER    NOT NULL             *
      *                   CORREL_ID   CHAR(16)   NOT NULL             *
      *                   DISP_TS     TIMESTAMP                       *
      * The submission tool inserts the rows PENDING, HTTP_STATUS 0,  *
      * CORREL_ID blank and DISP_TS null, and the batch row once the  *
      * batch's last row is in.                                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHSTGQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL DECLARE RBK_FEED_BATCH TABLE
              ( BATCH_ID     CHAR(16)      NOT NULL,
                FEED_TYPE    CHAR(4)       NOT NULL,
                CATALOG      CHAR(8)       NOT NULL,
                ROW_COUNT    INTEGER       NOT NULL,
                CREATED_TS   TIMESTAMP     NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE RBK_FEED_STAGE TABLE
              ( BATCH_ID     CHAR(16)      NOT NULL,
                SUBMIT_SEQ   DECIMAL(15,0) NOT NULL,
                FEED_RECORD  CHAR(600)     NOT NULL,
                ROW_STATUS   CHAR(8)       NOT NULL,
                HTTP_STATUS  INTEGER       NOT NULL,
                CORREL_ID    CHAR(16)      NOT NULL,
                DISP_TS      TIMESTAMP )
           END-EXEC.

      * Host variables.
       01 WS-HV-FEED-TYPE        PIC X(4).
       01 WS-HV-CATALOG          PIC X(8).
       01 WS-HV-BATCH-ID         PIC X(16).
       01 WS-HV-ROW-COUNT        PIC S9(9) COMP.
       01 WS-HV-STAGED-CNT       PIC S9(9) COMP.
       01 WS-HV-PENDING-CNT      PIC S9(9) COMP.
       01 WS-HV-CREATED-TS       PIC X(26).
       01 WS-HV-NPART            PIC S9(9) COMP.
       01 WS-HV-SLOT             PIC S9(9) COMP.
       01 WS-HV-SUBMIT-SEQ       PIC S9(15) COMP-3.
       01 WS-HV-FEED-RECORD      PIC X(600).
       01 WS-HV-ROW-STATUS       PIC X(8).
       01 WS-HV-HTTP-STATUS      PIC S9(9) COMP.
       01 WS-HV-CORREL-ID        PIC X(16).

      * Rows of the batch still to be worked: PENDING as staged, or
      * ACCEPTED by a dry run and not yet applied. A row's slot in
      * a partitioned run is its submission sequence modulo the
      * stream count.
           EXEC SQL DECLARE STGCSR CURSOR WITH HOLD FOR
              SELECT SUBMIT_SEQ, FEED_RECORD
                FROM RBK_FEED_STAGE
               WHERE BATCH_ID = :WS-HV-BATCH-ID
                 AND ROW_STATUS IN ('PENDING', 'ACCEPTED')
                 AND MOD(SUBMIT_SEQ, :WS-HV-NPART) = :WS-HV-SLOT
               ORDER BY SUBMIT_SEQ
              FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       COPY BAQHSTGQ.

       PROCEDURE DIVISION USING BAQHSTGQ-AREA.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE 0 TO BAQHSTGQ-RC.
           MOVE 0 TO BAQHSTGQ-SQLCODE.

           EVALUATE TRUE
              WHEN BAQHSTGQ-BATCH
                 PERFORM B-FIND-BATCH
              WHEN BAQHSTGQ-OPEN
                 PERFORM C-OPEN-CURSOR
              WHEN BAQHSTGQ-FETCH
                 PERFORM D-FETCH-ROW
              WHEN BAQHSTGQ-DISPOSE
                 PERFORM E-WRITE-DISPOSITION
              WHEN BAQHSTGQ-CLOSE
                 PERFORM F-CLOSE-CURSOR
              WHEN OTHER
                 MOVE 8 TO BAQHSTGQ-RC
           END-EVALUATE.

       A-999.
           GOBACK.

      *----------------------------------------------------------------*
      * B-FIND-BATCH
      *
      * The oldest batch of this feed type and catalog with rows
      * still to be worked, and its counts: the count the batch row
      * declares, the rows actually staged under it (any status -
      * the caller checks the two agree, as it checks a trailer
      * against the records present) and the rows still pending.
      *----------------------------------------------------------------*
       B-FIND-BATCH SECTION.
       B-010.
           MOVE BAQHSTGQ-FEED-TYPE TO WS-HV-FEED-TYPE.
           MOVE BAQHSTGQ-CATALOG TO WS-HV-CATALOG.
           MOVE SPACES TO BAQHSTGQ-BATCH-ID.
           MOVE 0 TO BAQHSTGQ-DECLARED-CNT.
           MOVE 0 TO BAQHSTGQ-ROW-CNT.
           MOVE 0 TO BAQHSTGQ-PENDING-CNT.
           MOVE SPACES TO BAQHSTGQ-CREATED-TS.

           EXEC SQL
              SELECT B.BATCH_ID, B.ROW_COUNT, CHAR(B.CREATED_TS)
                INTO :WS-HV-BATCH-ID, :WS-HV-ROW-COUNT,
                     :WS-HV-CREATED-TS
                FROM RBK_FEED_BATCH B
               WHERE B.FEED_TYPE = :WS-HV-FEED-TYPE
                 AND B.CATALOG = :WS-HV-CATALOG
                 AND EXISTS
                     (SELECT 1
                        FROM RBK_FEED_STAGE S
                       WHERE S.BATCH_ID = B.BATCH_ID
                         AND S.ROW_STATUS IN ('PENDING', 'ACCEPTED'))
               ORDER BY B.CREATED_TS, B.BATCH_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100 THEN
              MOVE 4 TO BAQHSTGQ-RC
              GO TO B-999
           END-IF.
           IF SQLCODE NOT = 0 THEN
              GO TO B-900
           END-IF.

           MOVE WS-HV-BATCH-ID TO BAQHSTGQ-BATCH-ID.
           MOVE WS-HV-ROW-COUNT TO BAQHSTGQ-DECLARED-CNT.
           MOVE WS-HV-CREATED-TS TO BAQHSTGQ-CREATED-TS.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN ROW_STATUS
                                       IN ('PENDING', 'ACCEPTED')
                                       THEN 1 ELSE 0 END), 0)
                INTO :WS-HV-STAGED-CNT, :WS-HV-PENDING-CNT
                FROM RBK_FEED_STAGE
               WHERE BATCH_ID = :WS-HV-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
              GO TO B-900
           END-IF.

           MOVE WS-HV-STAGED-CNT TO BAQHSTGQ-ROW-CNT.
           MOVE WS-HV-PENDING-CNT TO BAQHSTGQ-PENDING-CNT.
           GO TO B-999.

       B-900.
           MOVE SQLCODE TO BAQHSTGQ-SQLCODE.
           MOVE 8 TO BAQHSTGQ-RC.

       B-999.
           EXIT.

      *----------------------------------------------------------------*
      * C-OPEN-CURSOR
      *----------------------------------------------------------------*
       C-OPEN-CURSOR SECTION.
       C-010.
           MOVE BAQHSTGQ-BATCH-ID TO WS-HV-BATCH-ID.
           IF BAQHSTGQ-NPART > 1 THEN
              MOVE BAQHSTGQ-NPART TO WS-HV-NPART
              COMPUTE WS-HV-SLOT = BAQHSTGQ-PART - 1
           ELSE
              MOVE 1 TO WS-HV-NPART
              MOVE 0 TO WS-HV-SLOT
           END-IF.

           EXEC SQL OPEN STGCSR END-EXEC.

           IF SQLCODE NOT = 0 THEN
              MOVE SQLCODE TO BAQHSTGQ-SQLCODE
              MOVE 8 TO BAQHSTGQ-RC
           END-IF.

       C-999.
           EXIT.

      *----------------------------------------------------------------*
      * D-FETCH-ROW
      *----------------------------------------------------------------*
       D-FETCH-ROW SECTION.
       D-010.
           EXEC SQL
              FETCH STGCSR
               INTO :WS-HV-SUBMIT-SEQ, :WS-HV-FEED-RECORD
           END-EXEC.

           IF SQLCODE = 100 THEN
              MOVE 4 TO BAQHSTGQ-RC
              GO TO D-999
           END-IF.
           IF SQLCODE NOT = 0 THEN
              MOVE SQLCODE TO BAQHSTGQ-SQLCODE
              MOVE 8 TO BAQHSTGQ-RC
              GO TO D-999
           END-IF.

           MOVE WS-HV-SUBMIT-SEQ TO BAQHSTGQ-SUBMIT-SEQ.
           MOVE WS-HV-FEED-RECORD TO BAQHSTGQ-FEED-RECORD.

       D-999.
           EXIT.

      *----------------------------------------------------------------*
      * E-WRITE-DISPOSITION
      *
      * Updates the row by its key rather than through the cursor,
      * which is read-only so it holds no update locks across the
      * API calls. A row that is not there (SQLCODE 100) is an
      * error: the row was fetched a moment ago.
      *----------------------------------------------------------------*
       E-WRITE-DISPOSITION SECTION.
       E-010.
           MOVE BAQHSTGQ-BATCH-ID TO WS-HV-BATCH-ID.
           MOVE BAQHSTGQ-SUBMIT-SEQ TO WS-HV-SUBMIT-SEQ.
           MOVE BAQHSTGQ-OUTCOME TO WS-HV-ROW-STATUS.
           MOVE BAQHSTGQ-HTTP-STATUS TO WS-HV-HTTP-STATUS.
           MOVE BAQHSTGQ-CORREL-ID TO WS-HV-CORREL-ID.

           EXEC SQL
              UPDATE RBK_FEED_STAGE
                 SET ROW_STATUS  = :WS-HV-ROW-STATUS,
                     HTTP_STATUS = :WS-HV-HTTP-STATUS,
                     CORREL_ID   = :WS-HV-CORREL-ID,
                     DISP_TS     = CURRENT TIMESTAMP
               WHERE BATCH_ID = :WS-HV-BATCH-ID
                 AND SUBMIT_SEQ = :WS-HV-SUBMIT-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
              MOVE SQLCODE TO BAQHSTGQ-SQLCODE
              MOVE 8 TO BAQHSTGQ-RC
           END-IF.

       E-999.
           EXIT.

      *----------------------------------------------------------------*
      * F-CLOSE-CURSOR
      *----------------------------------------------------------------*
       F-CLOSE-CURSOR SECTION.
       F-010.
           EXEC SQL CLOSE STGCSR END-EXEC.

           IF SQLCODE NOT = 0 THEN
              MOVE SQLCODE TO BAQHSTGQ-SQLCODE
              MOVE 8 TO BAQHSTGQ-RC
           END-IF.

       F-999.
           EXIT.
