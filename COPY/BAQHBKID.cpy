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
      * BAQHBKID                                                      *
      *                                                               *
      * One record of the book identifier registry (DD/file RBKBKID,  *
      * one per catalog like RBKALIA), a VSAM KSDS keyed by title.    *
      * Every title the system has seen carries the permanent local   *
      * book id it was given the first time it was seen; a RENM       *
      * gives the new title the old title's id and marks the old      *
      * title FORMER, so however often a book is retitled all its     *
      * titles share one id. The id is the alternate path (DD/path    *
      * RBKBKID1 in batch, file RBKBKIX online) WITH DUPLICATES -     *
      * one book, many titles.                                        *
      *                                                               *
      * The id is carried next to the title on the audit trail and    *
      * its keyed copy, the change history, the before-image store,   *
      * the approval file and the alias cross-reference, so reports   *
      * and inquiries join a book's history on the id rather than on  *
      * a title that may since have changed. Zero on those records    *
      * means the record was written before the registry existed or   *
      * is not about a book; readers then fall back to the titles     *
      * the registry holds for the book.                              *
      *                                                               *
      * Ids are given out by BAQHBKIR (batch) and BAQHRBKC (online)   *
      * from the control record, title '*CONTROL', which holds the    *
      * last id issued. BAQHBKIL assigns ids once, retroactively,     *
      * from the extract and the alias chains.                        *
      *****************************************************************
       01 BAQHBKID-RECORD.
           03 BAQHBKID-TITLE         PIC X(80).
           03 BAQHBKID-BOOK-ID       PIC 9(8).
      * CURRENT - the book's title now; FORMER - a title the book
      * was renamed from, on RENAME-DATE.
           03 BAQHBKID-STATE         PIC X(7).
              88 BAQHBKID-IS-CURRENT VALUE 'CURRENT'.
              88 BAQHBKID-IS-FORMER  VALUE 'FORMER'.
      * When and by what the title was first seen: the program, or
      * LOAD for the retroactive assignment.
           03 BAQHBKID-FIRST-DATE    PIC X(8).
           03 BAQHBKID-SOURCE        PIC X(8).
           03 BAQHBKID-RENAME-DATE   PIC X(8).
      * Control record only - the last id issued.
           03 BAQHBKID-LAST-ID       PIC 9(8).
           03 FILLER                 PIC X(23).
