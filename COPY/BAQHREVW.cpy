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
      * BAQHREVW                                                      *
      *                                                               *
      * One title's technical-review record (DD/file RBKREVW), a VSAM *
      * KSDS keyed by title, the key the local RBKCAT catalog uses.   *
      * Written by the RBRV transaction in BAQHRBKC when a completed  *
      * review is recorded - the latest review replaces the one       *
      * before, which is kept in PRIOR-DATE/PRIOR-OUTCOME - and read  *
      * by the monthly review-due report BAQHREVR and by the          *
      * end-of-service impact list BAQHEOSL.                          *
      *                                                               *
      * OUTCOME is one of:                                            *
      *   CURRENT       the book is technically sound as it stands    *
      *   NEEDS-UPDATE  the book wants a refresh before its next cycle*
      *   WITHDRAW      the book should be retired - BAQHEOSL puts it *
      *                 on the RBKEOSA archive-and-purge candidates   *
      * Dates are yyyymmdd. USER and RECORDED are who keyed the       *
      * review and when, which need not be the reviewer or the review *
      * date.                                                         *
      *****************************************************************
       01 BAQHREVW-RECORD.
           03 BAQHREVW-TITLE         PIC X(80).
           03 BAQHREVW-FORM-NUMBER   PIC X(12).
           03 BAQHREVW-LAST-DATE     PIC X(08).
           03 BAQHREVW-REVIEWER      PIC X(40).
           03 BAQHREVW-OUTCOME       PIC X(12).
           03 BAQHREVW-NOTE          PIC X(60).
           03 BAQHREVW-USER          PIC X(08).
           03 BAQHREVW-RECORDED      PIC X(08).
           03 BAQHREVW-PRIOR-DATE    PIC X(08).
           03 BAQHREVW-PRIOR-OUTCOME PIC X(12).
           03 BAQHREVW-REVIEW-CNT    PIC 9(04).
           03 FILLER                 PIC X(28).
