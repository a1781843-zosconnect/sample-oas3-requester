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
      * BAQHBKIC                                                      *
      *                                                               *
      * The book identifier call area, passed to BAQHBKIR by the      *
      * batch programs that stamp or join on the local book id (see   *
      * BAQHBKID). The caller keeps it in WORKING-STORAGE and sets,   *
      * for each call:                                                *
      * FUNCTION   'L' look TITLE up - BOOK-ID 0 when it has none,    *
      *            'S' look TITLE up, giving it a new id when unseen, *
      *            'N' a book has been created under TITLE - as 'S',  *
      *                but a FORMER title re-used for a new book gets *
      *                a new id of its own,                           *
      *            'R' TITLE has been renamed NEW-TITLE - NEW-TITLE   *
      *                takes TITLE's id as the CURRENT title and      *
      *                TITLE becomes FORMER,                          *
      *            'H' every title of the book BOOK-ID (or, when      *
      *                BOOK-ID is 0, of TITLE's book) into TITLE-CNT  *
      *                and HIST-TITLE,                                *
      *            'C' close the registry at the end of the run       *
      * PROGRAM    the calling program, recorded as a new title's     *
      *            SOURCE                                             *
      * TITLE and NEW-TITLE as above.                                 *
      * BAQHBKIR returns BOOK-ID and STATE, and RC:                   *
      *   0 done, 4 title or id not registered, 8 registry not        *
      *   available (RBKBKID DD absent or unusable) - the caller      *
      *   carries on with BOOK-ID 0.                                  *
      *****************************************************************
       01 BAQHBKIC-AREA.
           03 BAQHBKIC-FUNCTION      PIC X(1).
              88 BAQHBKIC-LOOKUP     VALUE 'L'.
              88 BAQHBKIC-SEEN       VALUE 'S'.
              88 BAQHBKIC-NEW-BOOK   VALUE 'N'.
              88 BAQHBKIC-RENAME     VALUE 'R'.
              88 BAQHBKIC-HISTORY    VALUE 'H'.
              88 BAQHBKIC-CLOSE      VALUE 'C'.
           03 BAQHBKIC-PROGRAM       PIC X(8).
           03 BAQHBKIC-TITLE         PIC X(80).
           03 BAQHBKIC-NEW-TITLE     PIC X(80).
           03 BAQHBKIC-BOOK-ID       PIC 9(8).
           03 BAQHBKIC-STATE         PIC X(7).
           03 BAQHBKIC-RC            PIC 9(2).
              88 BAQHBKIC-OK         VALUE 0.
              88 BAQHBKIC-NOT-FOUND  VALUE 4.
              88 BAQHBKIC-UNAVAIL    VALUE 8.
           03 BAQHBKIC-TITLE-CNT     PIC 9(4) COMP.
           03 BAQHBKIC-HIST-TITLE    PIC X(80) OCCURS 20 TIMES.
