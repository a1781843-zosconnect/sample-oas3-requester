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
      * BAQHABCX                                                      *
      *                                                               *
      * The abend context area. BAQHRBKB and BAQHRBKZ each keep one in*
      * WORKING-STORAGE and keep it current as the run goes - at each *
      * BAQEXEC, each checkpoint and each open and close of a dataset *
      * the operation holds open - and register the BAQHABHD condition*
      * handler with its address as the token. Should the run abend,  *
      * the handler writes it, as it stood at that moment, to the     *
      * post-mortem dataset (see BAQHABND) for the BAQHABRP report.   *
      *                                                               *
      * MODE         'L' live, 'D' DRYRUN, 'R' REPLAY - the last two  *
      *              change nothing at the server                     *
      * CKPT-STATE   'N' no checkpoint yet, 'P' the prior run's       *
      *              checkpoint, restored at restart, 'T' one taken   *
      *              by this run                                      *
      * ITEM-KEY     the title (or other key) of the call in flight,  *
      *              or of the last call made                         *
      * ITEM-SEQ     its record sequence number in the bulk feed      *
      *              (BLKC, BLKP, NMRG), zero for any other operation *
      * CALL-STATE   'N' no call yet, 'C' BAQEXEC issued and not yet  *
      *              returned, 'R' returned                           *
      * CALL-CHANGES 'Y' when the call is anything but a GET          *
      * CHG-CALLS    changing calls issued since the last checkpoint  *
      *              (since the start of the run without one)         *
      * CHG-DONE     of those, the ones the API accepted              *
      * LAST-CHG-*   the latest changing call: its key and result -   *
      *              'S' accepted, 'F' refused, 'U' outcome unknown   *
      * OPEN-DD      the DDs of the datasets held open at the moment  *
      * RECORDED     set by the handler once the area is written, so  *
      *              a condition percolating back through it is not   *
      *              recorded twice                                   *
      *****************************************************************
       01 BAQHABCX-AREA.
           03 BAQHABCX-PROGRAM       PIC X(8).
           03 BAQHABCX-OPERATION     PIC X(4).
           03 BAQHABCX-CATALOG       PIC X(8).
           03 BAQHABCX-RUN-DATE      PIC X(8).
           03 BAQHABCX-RUN-TIME      PIC X(6).
           03 BAQHABCX-MODE          PIC X(1).
              88 BAQHABCX-LIVE       VALUE 'L'.
              88 BAQHABCX-DRYRUN     VALUE 'D'.
              88 BAQHABCX-REPLAY     VALUE 'R'.
      * The last completed checkpoint.
           03 BAQHABCX-CKPT-STATE    PIC X(1).
              88 BAQHABCX-CKPT-NONE  VALUE 'N'.
              88 BAQHABCX-CKPT-PRIOR VALUE 'P'.
              88 BAQHABCX-CKPT-TAKEN VALUE 'T'.
           03 BAQHABCX-CKPT-SEQ      PIC 9(9).
           03 BAQHABCX-CKPT-KEY      PIC X(80).
           03 BAQHABCX-CKPT-DATE     PIC X(8).
           03 BAQHABCX-CKPT-TIME     PIC X(6).
      * The call in flight, or the last one made.
           03 BAQHABCX-ITEM-KEY      PIC X(80).
           03 BAQHABCX-ITEM-SEQ      PIC 9(9).
           03 BAQHABCX-CALL-STATE    PIC X(1).
              88 BAQHABCX-NO-CALL    VALUE 'N'.
              88 BAQHABCX-CALL-OUT   VALUE 'C'.
              88 BAQHABCX-CALL-BACK  VALUE 'R'.
           03 BAQHABCX-API-OPERATION PIC X(16).
           03 BAQHABCX-API-METHOD    PIC X(8).
           03 BAQHABCX-CALL-CHANGES  PIC X(1).
              88 BAQHABCX-CHANGING-CALL VALUE 'Y'.
           03 BAQHABCX-CORREL-ID     PIC X(16).
           03 BAQHABCX-CALL-DATE     PIC X(8).
           03 BAQHABCX-CALL-TIME     PIC X(6).
      * The last BAQEXEC return.
           03 BAQHABCX-COMP-CODE     PIC 9(5).
           03 BAQHABCX-REASON-CODE   PIC 9(5).
           03 BAQHABCX-HTTP-STATUS   PIC 9(5).
      * Changes made since the last checkpoint.
           03 BAQHABCX-CHG-CALLS     PIC 9(9).
           03 BAQHABCX-CHG-DONE      PIC 9(9).
           03 BAQHABCX-LAST-CHG-KEY  PIC X(80).
           03 BAQHABCX-LAST-CHG-RESULT PIC X(1).
              88 BAQHABCX-LAST-CHG-ACCEPTED VALUE 'S'.
              88 BAQHABCX-LAST-CHG-REFUSED  VALUE 'F'.
              88 BAQHABCX-LAST-CHG-UNKNOWN  VALUE 'U'.
      * The run counters, as at the last call.
           03 BAQHABCX-CALL-COUNT    PIC 9(9).
           03 BAQHABCX-SUCCESS-COUNT PIC 9(9).
           03 BAQHABCX-WARNING-COUNT PIC 9(9).
           03 BAQHABCX-ERROR-COUNT   PIC 9(9).
           03 BAQHABCX-RETRY-COUNT   PIC 9(9).
           03 BAQHABCX-CB-ABORT-COUNT PIC 9(9).
           03 BAQHABCX-RPT-COUNT     PIC 9(9).
           03 BAQHABCX-WHF-COUNT     PIC 9(9).
      * The datasets held open.
           03 BAQHABCX-OPEN-DD       PIC X(8) OCCURS 16 TIMES.
           03 BAQHABCX-RECORDED      PIC X(1).
              88 BAQHABCX-IS-RECORDED VALUE 'Y'.
           03 FILLER                 PIC X(1).
