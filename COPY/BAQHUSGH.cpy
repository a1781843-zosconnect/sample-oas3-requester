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
      * BAQHUSGH                                                      *
      *                                                               *
      * One book's download figures for one month (DD/file RBKUSGH),  *
      * a VSAM KSDS keyed by form number and month (YYYYMM), so a     *
      * keyed browse from a form number walks the book's usage        *
      * history in month order. Loaded from the web team's monthly    *
      * feed by BAQHDLMI - a month sent again replaces the figures    *
      * held for it - and joined to the catalog extract by BAQHDLMR.  *
      * LOAD-DATE and FEED-ID record the feed the figures came from.  *
      *****************************************************************
       01 BAQHUSGH-RECORD.
           03 BAQHUSGH-KEY.
              05 BAQHUSGH-FORM-NUMBER PIC X(12).
              05 BAQHUSGH-MONTH       PIC X(06).
           03 BAQHUSGH-DOWNLOADS     PIC 9(09).
           03 BAQHUSGH-PAGE-VIEWS    PIC 9(09).
           03 BAQHUSGH-LOAD-DATE     PIC X(08).
           03 BAQHUSGH-FEED-ID       PIC X(16).
           03 FILLER                 PIC X(20).
