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
      * The feed staging request area, passed to the BAQHSTGQ routine.*
      * The front office's submission tool stages bulk creates,       *
      * patches and nightly refreshes in DB2 instead of sending the   *
      * RBKCRIN/RBKPRIN/RBKNRIN files: one RBK_FEED_BATCH row per     *
      * submission (its identifier, feed type BLKC/BLKP/NMRG, catalog,*
      * declared row count and creation timestamp - the DB2 form of   *
      * the '*HDR'/'*TRL' control records) and one RBK_FEED_STAGE row *
      * per feed record, carrying the record image in the BAQHCRIN,   *
      * BAQHPRIN or BAQHNRIN layout, its submission sequence and its  *
      * disposition.                                                  *
      *                                                               *
      * FUNCTION on the call:                                         *
      *   'B'  batch - the oldest batch of FEED-TYPE for CATALOG that *
      *        still has rows to work: BATCH-ID, DECLARED-CNT (the    *
      *        batch row's count), ROW-CNT (rows actually staged),    *
      *        PENDING-CNT and CREATED-TS are returned. RC 4 when no  *
      *        batch is waiting                                       *
      *   'O'  open - opens the submission-order cursor over the      *
      *        rows of BATCH-ID still PENDING or ACCEPTED, limited    *
      *        to the rows of stream PART of NPART when the run is    *
      *        partitioned                                            *
      *   'F'  fetch - the next row: SUBMIT-SEQ and FEED-RECORD. RC 4 *
      *        at the end of the cursor                               *
      *   'D'  disposition - writes OUTCOME, HTTP-STATUS and          *
      *        CORREL-ID back on the row BATCH-ID/SUBMIT-SEQ          *
      *   'C'  close - closes the cursor                              *
      * Nothing is committed here: the caller's checkpoint is the     *
      * commit point, so a disposition and the checkpoint covering it *
      * stand or fall together.                                       *
      *                                                               *
      * OUTCOME is PENDING (as staged), ACCEPTED (passed the edits    *
      * on a dry run, still to be applied), REJECTED (refused before  *
      * any API call), APPLIED or FAILED (the API said no - see       *
      * HTTP-STATUS).                                                 *
      * RC is 0, 4 as above, or 8 for an SQL error (SQLCODE returned).*
      *****************************************************************
       01 BAQHSTGQ-AREA.
           03 BAQHSTGQ-FUNCTION      PIC X(1).
              88 BAQHSTGQ-BATCH      VALUE 'B'.
              88 BAQHSTGQ-OPEN       VALUE 'O'.
              88 BAQHSTGQ-FETCH      VALUE 'F'.
              88 BAQHSTGQ-DISPOSE    VALUE 'D'.
              88 BAQHSTGQ-CLOSE      VALUE 'C'.
           03 BAQHSTGQ-FEED-TYPE     PIC X(4).
           03 BAQHSTGQ-CATALOG       PIC X(8).
           03 BAQHSTGQ-BATCH-ID      PIC X(16).
           03 BAQHSTGQ-DECLARED-CNT  PIC 9(9).
           03 BAQHSTGQ-ROW-CNT       PIC 9(9).
           03 BAQHSTGQ-PENDING-CNT   PIC 9(9).
           03 BAQHSTGQ-CREATED-TS    PIC X(26).
           03 BAQHSTGQ-NPART         PIC 9(2).
           03 BAQHSTGQ-PART          PIC 9(2).
           03 BAQHSTGQ-SUBMIT-SEQ    PIC 9(15).
           03 BAQHSTGQ-FEED-RECORD   PIC X(600).
           03 BAQHSTGQ-OUTCOME       PIC X(8).
           03 BAQHSTGQ-HTTP-STATUS   PIC 9(5).
           03 BAQHSTGQ-CORREL-ID     PIC X(16).
           03 BAQHSTGQ-RC            PIC 9(2).
           03 BAQHSTGQ-SQLCODE       PIC S9(9) SIGN LEADING SEPARATE.
