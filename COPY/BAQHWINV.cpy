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
      * BAQHWINV                                                      *
      *                                                               *
      * One PDF of the web content inventory (DD/file RBKWINV), the   *
      * web team's list of every PDF actually on the publications     *
      * site, delivered as a flat file. URL is the PDF's full         *
      * address as a catalog book's url would hold it, SIZE-BYTES its *
      * file size and LAST-MOD-DATE/-TIME when the site last replaced *
      * it. Read by the BAQHWINR reconciliation against RBKEXTR.      *
      *****************************************************************
       01 BAQHWINV-RECORD.
           03 BAQHWINV-URL           PIC X(100).
           03 BAQHWINV-SIZE-BYTES    PIC 9(12).
           03 BAQHWINV-LAST-MOD-DATE PIC X(8).
           03 BAQHWINV-LAST-MOD-TIME PIC X(6).
           03 FILLER                 PIC X(24).
