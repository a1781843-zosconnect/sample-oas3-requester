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
      * BAQHCLAS                                                      *
      *                                                               *
      * One classification of a Redbook (DD/file RBKCLAS), a VSAM     *
      * KSDS keyed by subject code and title, so a keyed browse from  *
      * a subject lists its books in title order. A book may carry    *
      * any number of subjects, one record each; TITLE is an          *
      * alternate key with duplicates for finding a book's subjects,  *
      * or finding that it has none. The form number is the catalog's *
      * at the time the book was classified. Maintained by BAQHSUBM,  *
      * reported by BAQHSUBX and browsed by subject on the RBKI       *
      * offline inquiry.                                              *
      *****************************************************************
       01 BAQHCLAS-RECORD.
           03 BAQHCLAS-KEY.
              05 BAQHCLAS-SUBJECT    PIC X(08).
              05 BAQHCLAS-TITLE      PIC X(80).
           03 BAQHCLAS-FORM-NUMBER   PIC X(12).
           03 BAQHCLAS-DATE          PIC X(08).
           03 FILLER                 PIC X(12).
