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
      * BAQHCONS                                                      *
      *                                                               *
      * One downstream consumer of one of our published outputs, on   *
      * the consumer registry (DD/file RBKCONS) that the publications *
      * desk maintains as the consuming teams sign up or move on.     *
      * OUTPUT names the output as BAQHOLVR lists it (WHFEED, CSVEXP, *
      * MQEVENT, IMSDB, BUNDLE). ACCEPTED-VER is the newest layout    *
      * version of that output the team has confirmed it can take:    *
      * the BAQHCNSK check withholds the output while any registered  *
      * consumer's ACCEPTED-VER is behind the version in BAQHOLVR,    *
      * and BAQHCIMP sends each consumer an impact notice when the    *
      * output's version moves.                                       *
      *                                                               *
      * NOTIFY says how the team hears of a layout change:            *
      *   MAIL     a notice section routed to ROUTE by the report-    *
      *            distribution product                               *
      *   REPORT   the same, for a team that takes printed output     *
      *   NONE     listed on the impact report only                   *
      * ROUTE is an 8-byte code of the RBKDIST distribution file.     *
      * A record with '*' in column 1 is a comment.                   *
      *****************************************************************
       01 BAQHCONS-RECORD.
           03 BAQHCONS-OUTPUT        PIC X(8).
           03 FILLER                 PIC X(1).
           03 BAQHCONS-TEAM          PIC X(20).
           03 FILLER                 PIC X(1).
           03 BAQHCONS-CONTACT       PIC X(40).
           03 FILLER                 PIC X(1).
           03 BAQHCONS-ACCEPTED-VER  PIC X(2).
           03 FILLER                 PIC X(1).
           03 BAQHCONS-NOTIFY        PIC X(6).
              88 BAQHCONS-NOTIFY-MAIL   VALUE 'MAIL'.
              88 BAQHCONS-NOTIFY-REPORT VALUE 'REPORT'.
              88 BAQHCONS-NOTIFY-NONE   VALUE 'NONE' SPACES.
           03 FILLER                 PIC X(1).
           03 BAQHCONS-ROUTE         PIC X(8).
           03 FILLER                 PIC X(11).
