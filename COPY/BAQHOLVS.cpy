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
      * BAQHOLVS                                                      *
      *                                                               *
      * The layout version of one output as of the last impact-notice *
      * run (DD/file RBKOLVS), written by BAQHCIMP so the next run    *
      * can tell which outputs' versions (see BAQHOLVR) have moved    *
      * since the consumers were last told.                           *
      *****************************************************************
       01 BAQHOLVS-RECORD.
           03 BAQHOLVS-OUTPUT        PIC X(8).
           03 BAQHOLVS-VERSION       PIC X(2).
           03 BAQHOLVS-NOTICE-DATE   PIC X(8).
           03 FILLER                 PIC X(22).
