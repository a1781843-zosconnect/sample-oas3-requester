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
      * BAQHGLJF                                                      *
      *                                                               *
      * One record of the general-ledger journal feed BAQHCHRG        *
      * writes on DD/file RBKGLJF for the month's chargeback:         *
      *   TYPE 'H' - the header: source, the period charged, and      *
      *              when the feed was made.                          *
      *   TYPE 'D' - one journal line: a debit of a cost centre's     *
      *              charge to the expense account, or the one        *
      *              credit of the month's total to the recovery      *
      *              account.                                         *
      *   TYPE 'T' - the trailer: the journal line count and the      *
      *              debit and credit totals, which the ledger        *
      *              checks before it posts - they must agree with    *
      *              the lines and with each other.                   *
      *****************************************************************
       01 BAQHGLJF-RECORD.
           03 BAQHGLJF-TYPE          PIC X(1).
           03 BAQHGLJF-BODY          PIC X(79).
           03 BAQHGLJF-HDR REDEFINES BAQHGLJF-BODY.
              05 BAQHGLJF-SOURCE        PIC X(8).
              05 BAQHGLJF-PERIOD        PIC X(6).
              05 BAQHGLJF-RUN-DATE      PIC X(8).
              05 BAQHGLJF-RUN-TIME      PIC X(6).
              05 FILLER                 PIC X(51).
           03 BAQHGLJF-DTL REDEFINES BAQHGLJF-BODY.
              05 BAQHGLJF-ACCOUNT       PIC X(12).
              05 BAQHGLJF-COST-CENTRE   PIC X(8).
              05 BAQHGLJF-DR-CR         PIC X(1).
              05 BAQHGLJF-AMOUNT        PIC 9(11)V9(2).
              05 BAQHGLJF-LINE-PERIOD   PIC X(6).
              05 BAQHGLJF-DESCRIPTION   PIC X(30).
              05 FILLER                 PIC X(9).
           03 BAQHGLJF-TRL REDEFINES BAQHGLJF-BODY.
              05 BAQHGLJF-LINE-COUNT    PIC 9(7).
              05 BAQHGLJF-DEBIT-TOTAL   PIC 9(13)V9(2).
              05 BAQHGLJF-CREDIT-TOTAL  PIC 9(13)V9(2).
              05 FILLER                 PIC X(42).
