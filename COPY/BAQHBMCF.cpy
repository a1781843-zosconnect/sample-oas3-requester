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
      * BAQHBMCF                                                      *
      *                                                               *
      * One MQ bridge on the health monitor's watch list (DD/file    *
      * RBKBMCF), maintained by operations and read by BAQHBMON on   *
      * each periodic run. BRIDGE and QUEUE match the bridge's       *
      * BAQHHBT heartbeat row; QMGR is where the request queue's     *
      * depth and oldest-message age are inquired. A bridge silent   *
      * for longer than SILENT-MINS, or a queue deeper than          *
      * DEPTH-MAX or holding a message older than AGE-MAX-MINS,      *
      * raises the operator alert. A zero threshold switches that    *
      * check off.                                                   *
      *****************************************************************
       01 BAQHBMCF-RECORD.
           03 BAQHBMCF-BRIDGE        PIC X(8).
           03 BAQHBMCF-QMGR          PIC X(48).
           03 BAQHBMCF-QUEUE         PIC X(48).
           03 BAQHBMCF-SILENT-MINS   PIC 9(3).
           03 BAQHBMCF-DEPTH-MAX     PIC 9(7).
           03 BAQHBMCF-AGE-MAX-MINS  PIC 9(5).
           03 FILLER                 PIC X(41).
