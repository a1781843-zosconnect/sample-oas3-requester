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
      * BAQHRATE                                                      *
      *                                                               *
      * One row of the chargeback rate table, maintained by hand on   *
      * DD/file RBKRATE and read by BAQHCHRG's monthly chargeback     *
      * run - how the z/OS Connect cost is recovered from the         *
      * applications that call it:                                    *
      *   TYPE 'R' - a price per call: OPERATION (BAQHAUDT-OPERATION) *
      *              on CHANNEL (BATCH, ONLINE or BRIDGE, as          *
      *              BAQHUSAG splits them) costs PRICE. Either may be *
      *              '*' for any; the most specific row wins, the     *
      *              operation before the channel.                    *
      *   TYPE 'F' - a subscriber: cost centre FEE-CC, its name for   *
      *              the statement, and the flat monthly fee it pays  *
      *              whether it called or not.                        *
      *   TYPE 'M' - a mapping: calls made by MAP-PROGRAM under       *
      *              transaction MAP-TXID are charged to MAP-CC.      *
      *              MAP-TXID '*' takes any transaction; blank takes  *
      *              the batch calls, which carry none. A program and *
      *              transaction row wins over a program and '*' row. *
      *   TYPE 'G' - the ledger: the expense account each cost        *
      *              centre is debited on, and the recovery account   *
      *              and cost centre the total is credited to. One    *
      *              row, required.                                   *
      * A row with an asterisk in the TYPE column is a comment.       *
      *****************************************************************
       01 BAQHRATE-RECORD.
           03 BAQHRATE-TYPE          PIC X(1).
           03 BAQHRATE-BODY          PIC X(79).
           03 BAQHRATE-RATE REDEFINES BAQHRATE-BODY.
              05 BAQHRATE-OPERATION     PIC X(13).
              05 BAQHRATE-CHANNEL       PIC X(6).
              05 BAQHRATE-PRICE         PIC 9(3)V9(5).
              05 FILLER                 PIC X(52).
           03 BAQHRATE-FEE REDEFINES BAQHRATE-BODY.
              05 BAQHRATE-FEE-CC        PIC X(8).
              05 BAQHRATE-FEE-AMOUNT    PIC 9(7)V9(2).
              05 BAQHRATE-FEE-NAME      PIC X(30).
              05 FILLER                 PIC X(32).
           03 BAQHRATE-MAP REDEFINES BAQHRATE-BODY.
              05 BAQHRATE-MAP-PROGRAM   PIC X(8).
              05 BAQHRATE-MAP-TXID      PIC X(8).
              05 BAQHRATE-MAP-CC        PIC X(8).
              05 FILLER                 PIC X(55).
           03 BAQHRATE-LEDGER REDEFINES BAQHRATE-BODY.
              05 BAQHRATE-EXPENSE-ACCT  PIC X(12).
              05 BAQHRATE-RECOVERY-ACCT PIC X(12).
              05 BAQHRATE-RECOVERY-CC   PIC X(8).
              05 FILLER                 PIC X(47).
