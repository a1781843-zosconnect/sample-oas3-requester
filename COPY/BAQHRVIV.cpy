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
      * BAQHRVIV                                                      *
      *                                                               *
      * One documentType's technical-review interval (DD/file         *
      * RBKRVIV), a VSAM KSDS keyed by documentType and maintained by *
      * the publications desk - loaded with IDCAMS REPRO from a card  *
      * image of this layout. MONTHS is how long a review stands      *
      * before the book is due again; SOON-DAYS is how far ahead of   *
      * that date the monthly review-due report BAQHREVR starts       *
      * listing the book.                                             *
      *                                                               *
      * A record keyed '*' covers every documentType not listed; with *
      * no '*' record either, a book falls due 24 months after its    *
      * last review and is listed from 60 days ahead. The RBRV        *
      * transaction in BAQHRBKC reads the same table to show when a   *
      * book just reviewed is next due.                               *
      *                                                               *
      * Example:  REDBOOK  024 060                                    *
      *           REDPAPER 012 030                                    *
      *****************************************************************
       01 BAQHRVIV-RECORD.
           03 BAQHRVIV-DOC-TYPE      PIC X(08).
           03 FILLER                 PIC X(01).
           03 BAQHRVIV-MONTHS        PIC 9(03).
           03 FILLER                 PIC X(01).
           03 BAQHRVIV-SOON-DAYS     PIC 9(03).
           03 FILLER                 PIC X(64).
