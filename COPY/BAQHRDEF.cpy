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
      * BAQHRDEF                                                      *
      *                                                               *
      * One card of a BAQHRPTW report definition (DD name RBKRDEF,    *
      * normally one member per management view). TYPE says which    *
      * view of the body applies; '*' in column 1 is a comment card.  *
      *   HEAD  the report heading text.                              *
      *   COL   one printed column, left to right: a BAQHEXTR field   *
      *         (TITLE, STATUS, FORM-NUMBER, PUB-DATE, DOC-TYPE,      *
      *         SIZE-MB, URL, AUTHORS, DEPT-ID, DEPT-NAME,            *
      *         DEPT-CONTACT) or a property the RBKPDIC dictionary    *
      *         lists. WIDTH zero takes the field's default width;    *
      *         TOTAL Y subtotals a numeric column (SIZE-MB or a NUM  *
      *         property); LABEL blank heads the column with NAME.    *
      *   SORT  one sort key, major first, up to three: ORDER A or D, *
      *         BREAK Y for subtotals whenever the key changes.       *
      *   SEL   one selection term in BAQHSSEL's terms (TITLE-MASK,   *
      *         STATUS-LIST, DOCTYPE-LIST, AUTHOR-SUB, SIZE-MIN,      *
      *         SIZE-MAX, DATE-FROM, DATE-TO) and its value.          *
      *****************************************************************
       01 BAQHRDEF-RECORD.
           03 BAQHRDEF-TYPE          PIC X(4).
           03 FILLER                 PIC X(1).
           03 BAQHRDEF-BODY          PIC X(75).
           03 BAQHRDEF-HEAD-BODY REDEFINES BAQHRDEF-BODY.
              05 BAQHRDEF-HEAD-TEXT  PIC X(75).
           03 BAQHRDEF-COL-BODY REDEFINES BAQHRDEF-BODY.
              05 BAQHRDEF-COL-NAME   PIC X(20).
              05 FILLER              PIC X(1).
              05 BAQHRDEF-COL-WIDTH  PIC 9(3).
              05 FILLER              PIC X(1).
              05 BAQHRDEF-COL-TOTAL  PIC X(1).
              05 FILLER              PIC X(1).
              05 BAQHRDEF-COL-LABEL  PIC X(30).
              05 FILLER              PIC X(18).
           03 BAQHRDEF-SORT-BODY REDEFINES BAQHRDEF-BODY.
              05 BAQHRDEF-SORT-NAME  PIC X(20).
              05 FILLER              PIC X(1).
              05 BAQHRDEF-SORT-ORDER PIC X(1).
              05 FILLER              PIC X(1).
              05 BAQHRDEF-SORT-BREAK PIC X(1).
              05 FILLER              PIC X(51).
           03 BAQHRDEF-SEL-BODY REDEFINES BAQHRDEF-BODY.
              05 BAQHRDEF-SEL-TERM   PIC X(12).
              05 FILLER              PIC X(1).
              05 BAQHRDEF-SEL-VALUE  PIC X(40).
              05 FILLER              PIC X(22).
