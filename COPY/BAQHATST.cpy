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
      * BAQHATST                                                      *
      *                                                               *
      * One record of the content attestation campaigns (DD/file      *
      * RBKATST, RPPATST for the Redpaper catalog), a VSAM KSDS       *
      * keyed by campaign, owning department and title. A campaign    *
      * (YYYYQn) is opened by BAQHATOP from the extract: for each     *
      * owning department one department item - the record with a     *
      * blank title, so it leads the department's key range - and     *
      * one book item per PUBLISHED book the department owns,         *
      * carrying the key fields as they stood when the campaign       *
      * opened. The department contact works the book items on the    *
      * RBAT transaction: ATTESTED when the content is still          *
      * correct, FLAGGED when it is not - a flag also queues an       *
      * ATST entry on RBKEXCP for the desk, with the field and the    *
      * correction or the contact's description of the problem.       *
      * BAQHATSR reports each department's completion and reminds     *
      * those past DUE.                                               *
      *                                                               *
      * The record with an all-blank key is the cluster's control     *
      * record, written when the cluster is first loaded.             *
      *****************************************************************
       01 BAQHATST-RECORD.
           03 BAQHATST-KEY.
              05 BAQHATST-CAMPAIGN     PIC X(06).
              05 BAQHATST-DEPT-ID      PIC X(05).
              05 BAQHATST-TITLE        PIC X(80).
           03 BAQHATST-REC-TYPE        PIC X(01).
              88 BAQHATST-CONTROL      VALUE 'C'.
              88 BAQHATST-DEPT-ITEM    VALUE 'D'.
              88 BAQHATST-BOOK-ITEM    VALUE 'B'.
           03 BAQHATST-BODY            PIC X(460).
      * The department item.
           03 BAQHATST-DEPT REDEFINES BAQHATST-BODY.
              05 BAQHATST-DEPT-NAME    PIC X(40).
              05 BAQHATST-DEPT-CONTACT PIC X(40).
              05 BAQHATST-OPENED       PIC X(08).
              05 BAQHATST-DUE          PIC X(08).
              05 BAQHATST-BOOK-CNT     PIC 9(05).
              05 BAQHATST-SNAP-ID      PIC X(16).
              05 BAQHATST-CATALOG      PIC X(08).
              05 FILLER                PIC X(335).
      * A book item. ACT-USER, ACT-DATE and ACT-TIME record the
      * last attest or flag; FLAG-FIELD (blank for a flag not about
      * one field) and FLAG-TEXT what the contact said was wrong.
           03 BAQHATST-BOOK REDEFINES BAQHATST-BODY.
              05 BAQHATST-STATE        PIC X(08).
                 88 BAQHATST-OPEN      VALUE 'OPEN'.
                 88 BAQHATST-ATTESTED  VALUE 'ATTESTED'.
                 88 BAQHATST-FLAGGED   VALUE 'FLAGGED'.
              05 BAQHATST-FORM-NUMBER  PIC X(12).
              05 BAQHATST-PUB-DATE     PIC X(32).
              05 BAQHATST-DOC-TYPE     PIC X(08).
              05 BAQHATST-SIZE-MB      PIC 9(03)V9(02).
              05 BAQHATST-URL          PIC X(100).
              05 BAQHATST-AUTHORS      PIC X(200).
              05 BAQHATST-ACT-USER     PIC X(08).
              05 BAQHATST-ACT-DATE     PIC X(08).
              05 BAQHATST-ACT-TIME     PIC X(06).
              05 BAQHATST-FLAG-FIELD   PIC X(10).
              05 BAQHATST-FLAG-TEXT    PIC X(60).
              05 FILLER                PIC X(03).
