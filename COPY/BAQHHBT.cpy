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
      * BAQHHBT                                                       *
      *                                                               *
      * One long-running MQ bridge's heartbeat, a VSAM KSDS record   *
      * (DD/file RBKHBT) keyed by bridge program and request queue,  *
      * so two instances serving different queues keep separate      *
      * rows. BAQHMQIN and BAQHMQQY rewrite their row when they      *
      * start, at most once a minute while they serve (an idle       *
      * bridge still wakes at the end of each MQGET wait), and when  *
      * they end. The BAQHBMON health monitor reads it to tell a     *
      * live bridge from a hung or dead one: a stale DATE/TIME means *
      * the bridge has stopped cycling; STATE STOPPED means it ended *
      * of its own accord.                                           *
      *****************************************************************
       01 BAQHHBT-RECORD.
           03 BAQHHBT-KEY.
              05 BAQHHBT-BRIDGE      PIC X(8).
              05 BAQHHBT-QUEUE       PIC X(48).
           03 BAQHHBT-QMGR           PIC X(48).
           03 BAQHHBT-DATE           PIC X(8).
           03 BAQHHBT-TIME           PIC X(6).
      * RUNNING or STOPPED.
           03 BAQHHBT-STATE          PIC X(8).
           03 BAQHHBT-REQ-CNT        PIC 9(9).
           03 BAQHHBT-FAIL-CNT       PIC 9(9).
           03 FILLER                 PIC X(56).
