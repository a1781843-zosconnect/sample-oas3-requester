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
      * BAQHSODT                                                      *
      *                                                               *
      * One row of the segregation-of-duties rule table, maintained   *
      * by hand on DD/file RBKSODT and read by BAQHSODR - which of the*
      * conflicts it looks for are in force, and what counts as the   *
      * activity behind them:                                         *
      *   TYPE 'R' - a rule: RULE-ID is one of                        *
      *                SELFAPPR - the same user requesting and        *
      *                           approving an RBKAPPR item,          *
      *                CERTOWN  - a user certifying (RBKV) a day in   *
      *                           which they made changes themselves, *
      *                HOLDSELF - the same user placing and releasing *
      *                           one legal hold,                     *
      *                AUTHCRT  - a user altering the author master   *
      *                           (RBAM) and then creating a book by  *
      *                           one of those authors;               *
      *              ACTIVE 'Y' checks it, 'N' switches it off;       *
      *              WINDOW is, for AUTHCRT, how many days after the  *
      *              author change a create still conflicts (0 - the  *
      *              same day); TEXT heads the rule on the report.    *
      *              A rule with no R row is not checked.             *
      *   TYPE 'A' - an activity for CERTOWN (a change) or AUTHCRT (a *
      *              create): an audited record whose transaction or  *
      *              operation is ACT-VALUE counts, when it succeeded.*
      *   TYPE 'X' - an exemption: violations of EX-RULE ('*' for     *
      *              every rule) by user EX-USER - a firecall or      *
      *              break-glass ID - are listed as exempt, with      *
      *              EX-REASON, and do not fail the run.              *
      * A row with an asterisk in the TYPE column is a comment.       *
      *****************************************************************
       01 BAQHSODT-RECORD.
           03 BAQHSODT-TYPE          PIC X(1).
           03 BAQHSODT-BODY          PIC X(79).
           03 BAQHSODT-RULE REDEFINES BAQHSODT-BODY.
              05 BAQHSODT-RULE-ID       PIC X(8).
              05 BAQHSODT-ACTIVE        PIC X(1).
              05 BAQHSODT-WINDOW        PIC 9(3).
              05 BAQHSODT-TEXT          PIC X(60).
              05 FILLER                 PIC X(7).
           03 BAQHSODT-ACTIVITY REDEFINES BAQHSODT-BODY.
              05 BAQHSODT-ACT-RULE      PIC X(8).
              05 BAQHSODT-ACT-VALUE     PIC X(13).
              05 FILLER                 PIC X(58).
           03 BAQHSODT-EXEMPT REDEFINES BAQHSODT-BODY.
              05 BAQHSODT-EX-RULE       PIC X(8).
              05 BAQHSODT-EX-USER       PIC X(8).
              05 BAQHSODT-EX-REASON     PIC X(40).
              05 FILLER                 PIC X(23).
