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
      * BAQHABND                                                      *
      *                                                               *
      * Post-mortem record (DD name RBKABND), appended by the BAQHABHD*
      * condition handler when a BAQHRBKB or BAQHRBKZ run abends, one *
      * record per abend, and formatted by BAQHABRP. It carries the   *
      * condition that ended the run - the LE condition token's       *
      * facility, message number and severity, so that a data         *
      * exception reads back as CEE3207S - followed by the requester's*
      * abend context area (see BAQHABCX) exactly as it stood.        *
      *****************************************************************
       01 BAQHABND-RECORD.
           03 BAQHABND-DATE          PIC X(8).
           03 BAQHABND-TIME          PIC X(6).
           03 BAQHABND-FACILITY      PIC X(3).
           03 BAQHABND-MSG-NO        PIC 9(4).
           03 BAQHABND-SEVERITY      PIC 9(1).
           03 FILLER                 PIC X(8).
           03 BAQHABND-CONTEXT       PIC X(600).
