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
      * BAQHQTAU                                                      *
      *                                                               *
      * One operator's change-quota usage for one day on RBKQTAU, a   *
      * VSAM KSDS keyed by date and CICS user ID. BAQHRBKC writes the *
      * record at the user's first CRBK, PRBK, MRBK or DRBK of the    *
      * day, copying the limits of the RBKQTAP policy that applies    *
      * (BAQHQTAP) - POLICY names it by type and name, blank when the *
      * user has none - and counts each create, patch or merge the    *
      * API accepted and each delete queued for approval against the  *
      * class's limit. Once a count reaches its limit further         *
      * transactions of that class are refused for the rest of the    *
      * day, each refusal counted, audited on RBKAUDT and the first   *
      * one raising console alert RBK017W (ALERTED = 'Y').            *
      *                                                               *
      * A supervisor may raise either limit for the day on the RBQT   *
      * transaction - never their own - with a reason; the record     *
      * keeps the latest raise and RBKAUDT every one (operation       *
      * QTRAISE). The daily BAQHQUOR report reads the day's records.  *
      * Dates are yyyymmdd, times hhmmss.                             *
      *****************************************************************
       01 BAQHQTAU-RECORD.
           03 BAQHQTAU-KEY.
              05 BAQHQTAU-DATE       PIC X(8).
              05 BAQHQTAU-USER       PIC X(8).
           03 BAQHQTAU-POLICY        PIC X(9).
           03 BAQHQTAU-UPD-LIMIT     PIC 9(5).
           03 BAQHQTAU-DEL-LIMIT     PIC 9(5).
           03 BAQHQTAU-UPD-COUNT     PIC 9(5).
           03 BAQHQTAU-DEL-COUNT     PIC 9(5).
           03 BAQHQTAU-UPD-REFUSED   PIC 9(5).
           03 BAQHQTAU-DEL-REFUSED   PIC 9(5).
           03 BAQHQTAU-UPD-ALERTED   PIC X(1).
           03 BAQHQTAU-DEL-ALERTED   PIC X(1).
           03 BAQHQTAU-RAISED-BY     PIC X(8).
           03 BAQHQTAU-RAISED-TIME   PIC X(6).
           03 BAQHQTAU-RAISE-REASON  PIC X(40).
           03 FILLER                 PIC X(39).
