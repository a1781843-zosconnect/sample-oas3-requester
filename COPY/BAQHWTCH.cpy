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
      * BAQHWTCH                                                      *
      *                                                               *
      * One subscriber's change watchlist (DD/file RBKWTCH), a VSAM   *
      * KSDS keyed by the subscriber's CICS user ID and maintained by *
      * the subscriber on the RBWL transaction in BAQHRBKC. After     *
      * BAQHCHGC has captured the night's changes, BAQHWTCD writes    *
      * one digest section per subscriber holding only the RBKCHGH    *
      * changes that match one of the subscriber's watches, behind a  *
      * banner carrying ROUTE for the report-distribution product to  *
      * burst on.                                                     *
      *                                                               *
      * KIND is one of:                                               *
      *   TITLE    VALUE is one book's exact title                    *
      *   PREFIX   VALUE is the start of the titles watched           *
      *   AUTHOR   VALUE is an author name, matched anywhere in the   *
      *            book's semicolon-delimited author list             *
      *   TYPE     VALUE is a documentType                            *
      * The watches are held packed from the first entry; the first   *
      * blank KIND ends the list.                                     *
      *****************************************************************
       01 BAQHWTCH-RECORD.
           03 BAQHWTCH-SUBSCRIBER    PIC X(8).
           03 BAQHWTCH-NAME          PIC X(20).
      * The distribution code the digest section is routed by,
      * the same 8-byte codes as the RBKDIST distribution file.
           03 BAQHWTCH-ROUTE         PIC X(8).
           03 BAQHWTCH-CHG-DATE      PIC X(8).
           03 BAQHWTCH-CHG-BY        PIC X(8).
           03 BAQHWTCH-WATCH OCCURS 10 TIMES.
              05 BAQHWTCH-KIND       PIC X(6).
              05 BAQHWTCH-VALUE      PIC X(80).
           03 FILLER                 PIC X(88).
