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
      * BAQHEXT1                                                      *
      *                                                               *
      * Layout version 01 of the RBKEXTR extract record - the shape   *
      * written before the *HDR record stated a layout version. The   *
      * first 389 bytes are the same shape as BAQHCRIN, with          *
      * publicationDate, documentType and url cut to X(20), X(3) and  *
      * X(60). Read only by BAQHEXUP, which upgrades such a record to *
      * the current BAQHEXTR layout, and by BAQHEXCV, which converts  *
      * retained generations.                                         *
      *****************************************************************
       01 BAQHEXT1-RECORD.
           03 BAQHEXT1-TITLE        PIC X(80).
           03 BAQHEXT1-STATUS       PIC X(09).
           03 BAQHEXT1-FORM-NUMBER  PIC X(12).
           03 BAQHEXT1-PUB-DATE     PIC X(20).
           03 BAQHEXT1-DOC-TYPE     PIC X(03).
           03 BAQHEXT1-SIZE-MB      PIC 9(03)V9(02).
           03 BAQHEXT1-URL          PIC X(60).
           03 BAQHEXT1-AUTHORS      PIC X(200).
           03 BAQHEXT1-DEPT-ID      PIC X(05).
           03 BAQHEXT1-DEPT-NAME    PIC X(40).
           03 BAQHEXT1-DEPT-CONTACT PIC X(40).
           03 BAQHEXT1-DEPT-SOURCE  PIC X(01).
           03 FILLER                PIC X(125).
