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
      * BAQHDLIN                                                      *
      *                                                               *
      * One row of the web team's monthly download metrics feed       *
      * (DD name RBKDLIN), read by BAQHDLMI: a form number, the month *
      * the figures cover (YYYYMM), and that month's downloads and    *
      * page views. Columns are blank-separated so the file can be    *
      * produced from any spreadsheet export.                         *
      *                                                               *
      * The feed is framed like every other feed we take: a first     *
      * record starting '*HDR' with the creation timestamp at column  *
      * 6 and the feed identifier at columns 21-36, and a last record *
      * starting '*TRL' with the data record count (9 digits) at      *
      * column 6 - see the BAQHDLIN-CONTROL view.                     *
      *****************************************************************
       01 BAQHDLIN-RECORD.
           03 BAQHDLIN-FORM-NUMBER   PIC X(12).
           03 FILLER                 PIC X(01).
           03 BAQHDLIN-MONTH         PIC X(06).
           03 FILLER                 PIC X(01).
           03 BAQHDLIN-DOWNLOADS     PIC X(09).
           03 FILLER                 PIC X(01).
           03 BAQHDLIN-PAGE-VIEWS    PIC X(09).
           03 FILLER                 PIC X(41).
       01 BAQHDLIN-CONTROL REDEFINES BAQHDLIN-RECORD.
           03 BAQHDLIN-CTL-TYPE      PIC X(04).
           03 FILLER                 PIC X(01).
           03 BAQHDLIN-CTL-STAMP     PIC X(14).
           03 BAQHDLIN-CTL-COUNT REDEFINES BAQHDLIN-CTL-STAMP.
              05 BAQHDLIN-CTL-DIGITS PIC X(09).
              05 FILLER              PIC X(05).
           03 FILLER                 PIC X(01).
           03 BAQHDLIN-CTL-FEED-ID   PIC X(16).
           03 FILLER                 PIC X(44).
