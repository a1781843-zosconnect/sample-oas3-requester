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
      * BAQHERRA                                                      *
      *                                                               *
      * One reader-reported erratum against a Redbook (DD/file        *
      * RBKERRA), a VSAM KSDS keyed by form number and an errata id   *
      * numbered from 1 within the book, so a keyed browse from a     *
      * form number lists the book's errata in the order they were    *
      * logged. Logged and updated on the RBER transaction; reported  *
      * weekly by BAQHERRR.                                           *
      *                                                               *
      * SEVERITY is HIGH, MEDIUM or LOW. STATE is OPEN until the      *
      * erratum is dispositioned as ACCEPTED, FIXED or REJECTED;      *
      * FIXED-IN is the form number of the edition that carries the   *
      * correction. A HIGH erratum still OPEN is flagged on the       *
      * book's RBKD dossier, and a new edition of the book (see       *
      * BAQHSUPS) may not be set PUBLISHED while one remains.         *
      * STATE-DATE and USER record the last change.                   *
      *****************************************************************
       01 BAQHERRA-RECORD.
           03 BAQHERRA-KEY.
              05 BAQHERRA-FORM-NUMBER PIC X(12).
              05 BAQHERRA-ID          PIC 9(04).
           03 BAQHERRA-PAGE-SECT     PIC X(20).
           03 BAQHERRA-DESC          PIC X(60).
           03 BAQHERRA-REPORTED      PIC X(08).
           03 BAQHERRA-SEVERITY      PIC X(06).
           03 BAQHERRA-STATE         PIC X(08).
           03 BAQHERRA-FIXED-IN      PIC X(12).
           03 BAQHERRA-STATE-DATE    PIC X(08).
           03 BAQHERRA-USER          PIC X(08).
           03 FILLER                 PIC X(34).
