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
      * BAQHVSHX                                                      *
      *                                                               *
      * One VSAM cluster statistics capture, appended to DD/file      *
      * RBKVSHX by BAQHVSPM from an IDCAMS LISTCAT ALL listing of the *
      * cluster's data component. PHASE says which run took it: W the *
      * weekly space capture, B and A the statistics either side of a *
      * reorganization (RBKVPROC), so the history shows each reorg as *
      * the step down it is and the growth trend restarts from it.    *
      * STORE is the cluster name's last qualifier (RBKCAT, RBKAUDK   *
      * and so on). All zoned fields, like the other histories.       *
      *****************************************************************
       01 BAQHVSHX-RECORD.
           03 BAQHVSHX-DATE          PIC X(8).
           03 BAQHVSHX-TIME          PIC X(6).
           03 BAQHVSHX-PHASE         PIC X(1).
           03 BAQHVSHX-STORE         PIC X(8).
           03 BAQHVSHX-CLUSTER       PIC X(44).
           03 BAQHVSHX-REC-TOTAL     PIC 9(11).
           03 BAQHVSHX-SPLITS-CI     PIC 9(9).
           03 BAQHVSHX-SPLITS-CA     PIC 9(9).
           03 BAQHVSHX-EXTENTS       PIC 9(5).
           03 BAQHVSHX-FREESPC       PIC 9(13).
           03 BAQHVSHX-FSPC-PCT-CI   PIC 9(3).
           03 BAQHVSHX-FSPC-PCT-CA   PIC 9(3).
           03 BAQHVSHX-HI-A-RBA      PIC 9(13).
           03 BAQHVSHX-HI-U-RBA      PIC 9(13).
           03 BAQHVSHX-SPACE-PRI     PIC 9(7).
           03 BAQHVSHX-SPACE-SEC     PIC 9(7).
           03 FILLER                 PIC X(20).
