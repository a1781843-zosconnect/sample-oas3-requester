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
      * BAQHLINW                                                      *
      *                                                               *
      * The lineage call area, passed to the BAQHLINW ledger writer by*
      * every program that reads or writes a framed dataset - an      *
      * RBKEXTR extract generation, a bulk feed or the RBKWHF         *
      * warehouse feed - at each of the dataset's control records, as *
      * it reads or writes them. The caller keeps it in               *
      * WORKING-STORAGE and sets, for each call:                      *
      * PROGRAM    the calling program                                *
      * DD         the DD name the dataset is read or written under   *
      * DIRECTION  'R' read, 'W' written, 'H' read for its header     *
      *            alone - recorded as read, from the header, with no *
      *            record count                                       *
      * FRAME      the dataset's control-record convention:           *
      *            'E' an extract generation (see BAQHEXTC),          *
      *            'F' a bulk feed - '*HDR' with the feed identifier  *
      *                at 21-36, '*TRL' with the count at 6,          *
      *            'W' the RBKWHF warehouse feed - 'HDR' with its     *
      *                date and time at 4-17, 'TRL' with the          *
      *                count at 4                                     *
      * CTL-REC    the leading 120 bytes of the control record        *
      *                                                               *
      * A header is remembered; the trailer that follows it on the    *
      * same DD and direction appends the ledger record (see          *
      * BAQHLING), so a dataset read or written through to its trailer*
      * is recorded once however many times the program passes it.    *
      *****************************************************************
       01 BAQHLINW-AREA.
           03 BAQHLINW-PROGRAM       PIC X(8).
           03 BAQHLINW-DD            PIC X(8).
           03 BAQHLINW-DIRECTION     PIC X(1).
              88 BAQHLINW-READ       VALUE 'R'.
              88 BAQHLINW-WRITTEN    VALUE 'W'.
              88 BAQHLINW-HEADER-ONLY VALUE 'H'.
           03 BAQHLINW-FRAME         PIC X(1).
              88 BAQHLINW-EXTRACT    VALUE 'E'.
              88 BAQHLINW-FEED       VALUE 'F'.
              88 BAQHLINW-WAREHOUSE  VALUE 'W'.
           03 BAQHLINW-CTL-REC       PIC X(120).
