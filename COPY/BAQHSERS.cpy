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
      * BAQHSERS                                                      *
      *                                                               *
      * One record of the Redbook series registry (DD/file RBKSERS), a*
      * VSAM KSDS keyed by series id and sequence. Each series carries*
      * one TYPE 'S' header record at sequence 0000 - the series name *
      * and its owning editor - followed by one TYPE 'M' member record*
      * per book, linking the book's form number into the series. The *
      * member sequence is the series' reading order, so a keyed      *
      * browse from the header walks the series front to back.        *
      * Maintained by BAQHSERM from RBKSRIN transactions, reported by *
      * BAQHSERR and shown online by the RBKS series inquiry.         *
      *****************************************************************
       01 BAQHSERS-RECORD.
           03 BAQHSERS-KEY.
              05 BAQHSERS-SERIES-ID  PIC X(08).
              05 BAQHSERS-SEQ        PIC 9(04).
           03 BAQHSERS-TYPE          PIC X(01).
           03 BAQHSERS-NAME          PIC X(60).
           03 BAQHSERS-EDITOR        PIC X(40).
           03 BAQHSERS-FORM-NUMBER   PIC X(12).
           03 BAQHSERS-DATE          PIC X(08).
           03 FILLER                 PIC X(27).
