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
      * BAQHRSRV                                                      *
      *                                                               *
      * One title's editorial check-out on the reservation register   *
      * (DD/file RBKRSRV), a VSAM KSDS keyed by title. An editor      *
      * reworking a book checks it out on the RBCO transaction in     *
      * BAQHRBKC for a stated number of days; until the check-out     *
      * falls due, a create, patch, merge or delete of the title from *
      * any other channel - the BAQHRBKB feeds and SCHD, BAQHRBKZ,    *
      * BAQHRBKT, the BAQHMQIN bridge or another CICS user - is       *
      * refused with the holder's name, audited with the RESERVED     *
      * result and queued on RBKEXCP for replay once the book is      *
      * checked back in. Only the holder's own online transactions    *
      * get through.                                                  *
      *                                                               *
      * STATUS is one of:                                             *
      *   OUT      checked out - guards the title until DUE-DATE/TIME *
      *   IN       checked back in by the holder (IN-BY)              *
      *   EXPIRED  fell due without a check-in; the daily BAQHRSVR    *
      *            report marks and audits it, and it stays on that   *
      *            report's overdue list until someone checks it in   *
      * An OUT record past its due stamp no longer guards the title   *
      * even before BAQHRSVR has marked it. The record is rewritten   *
      * in place by each check-out and check-in, so it carries the    *
      * latest one only; RBKAUDT keeps the history. Dates are         *
      * yyyymmdd, times hhmm.                                         *
      *****************************************************************
       01 BAQHRSRV-RECORD.
           03 BAQHRSRV-TITLE         PIC X(80).
           03 BAQHRSRV-STATUS        PIC X(8).
      * The holder's CICS user ID and the name they gave, quoted to
      * every refused channel.
           03 BAQHRSRV-HOLDER        PIC X(8).
           03 BAQHRSRV-HOLDER-NAME   PIC X(20).
           03 BAQHRSRV-OUT-DATE      PIC X(8).
           03 BAQHRSRV-OUT-TIME      PIC X(4).
           03 BAQHRSRV-DAYS          PIC 9(2).
           03 BAQHRSRV-DUE-DATE      PIC X(8).
           03 BAQHRSRV-DUE-TIME      PIC X(4).
           03 BAQHRSRV-REASON        PIC X(40).
      * Who closed the check-out and when - the holder's check-in,
      * another user clearing an overdue one, or BAQHRSVR's expiry.
           03 BAQHRSRV-IN-DATE       PIC X(8).
           03 BAQHRSRV-IN-TIME       PIC X(4).
           03 BAQHRSRV-IN-BY         PIC X(8).
           03 FILLER                 PIC X(38).
