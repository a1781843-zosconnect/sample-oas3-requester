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
      * BAQHPROV                                                      *
      *                                                               *
      * One row of the field-level provenance store, a VSAM KSDS      *
      * (DD/file RBKPROV) keyed by title + field and maintained       *
      * nightly by BAQHPRVB. Each row holds the field's current value *
      * and who last set it: the date/time, program, transaction id,  *
      * user, operation and correlation id of the audit record        *
      * BAQHPRVB joined to the change BAQHCHGC captured. The row is   *
      * rewritten each time the field moves again, so it always       *
      * answers "who set this value" - BAQHPRVQ reports it by title   *
      * or by field.                                                  *
      *                                                               *
      * FIELD is a BAQHCHGH field name (STATUS, SIZEMB, AUTHORS,      *
      * ...), or '*BOOK' for the book's own arrival or removal.       *
      * SOURCE is 'A' when a successful write through one of our      *
      * channels was found on the audit trail for the title inside    *
      * the capture window, 'N' when none was - the value was set     *
      * outside the local channels, straight against the API, and     *
      * SET-DATE/SET-TIME then carry the capture that noticed it.     *
      * CAPT-DATE/CAPT-TIME are always the capture's.                 *
      *****************************************************************
       01 BAQHPROV-RECORD.
           03 BAQHPROV-KEY.
              05 BAQHPROV-TITLE      PIC X(80).
              05 BAQHPROV-FIELD      PIC X(10).
           03 BAQHPROV-VALUE         PIC X(200).
           03 BAQHPROV-SET-DATE      PIC X(8).
           03 BAQHPROV-SET-TIME      PIC X(6).
           03 BAQHPROV-PROGRAM       PIC X(8).
           03 BAQHPROV-TXID          PIC X(8).
           03 BAQHPROV-USER          PIC X(8).
           03 BAQHPROV-OPERATION     PIC X(13).
           03 BAQHPROV-CORREL-ID     PIC X(16).
           03 BAQHPROV-SOURCE        PIC X(1).
           03 BAQHPROV-CAPT-DATE     PIC X(8).
           03 BAQHPROV-CAPT-TIME     PIC X(6).
           03 FILLER                 PIC X(28).
