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
      * BAQHSUPS                                                      *
      *                                                               *
      * One link of the edition supersession registry (DD/file        *
      * RBKSUPS), a VSAM KSDS keyed by the superseded book's title. A *
      * new edition of a Redbook is a new book under its own title -  *
      * the alias cross-reference covers renames, not editions - so   *
      * each record says which book replaced OLD-TITLE and when the   *
      * link was recorded, with both form numbers as the catalog held *
      * them. The successor's title is an alternate path, defined     *
      * WITH DUPLICATES (two books may be folded into one edition),   *
      * so a reader can also ask what a book superseded. Following    *
      * NEW-TITLE from link to link walks a lineage to its current    *
      * edition - the head of the chain, the book nothing supersedes. *
      * Maintained by BAQHSUPM, reported by BAQHSUPC and consulted by *
      * the ARCH archive-and-purge run.                               *
      *****************************************************************
       01 BAQHSUPS-RECORD.
           03 BAQHSUPS-OLD-TITLE     PIC X(80).
           03 BAQHSUPS-NEW-TITLE     PIC X(80).
           03 BAQHSUPS-DATE          PIC X(08).
           03 BAQHSUPS-OLD-FORM      PIC X(12).
           03 BAQHSUPS-NEW-FORM      PIC X(12).
           03 FILLER                 PIC X(08).
