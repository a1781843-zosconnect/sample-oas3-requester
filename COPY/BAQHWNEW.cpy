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
      * BAQHWNEW                                                      *
      *                                                               *
      * One book of the weekly "What's new" bulletin, the machine-    *
      * readable copy BAQHWNEW writes beside the printed bulletin     *
      * (DD/file RBKWNEW) for the newsletter tool. One record per     *
      * book on the bulletin, in bulletin order - documentType, then  *
      * reason, then title - with the book's fields as the RBKCAT     *
      * catalog held them when the bulletin was built.                *
      *                                                               *
      * REASON is why the book is on the bulletin:                    *
      *   PUBLISHED  the book became PUBLISHED this week              *
      *   EDITION    the book is a new edition - its form number      *
      *              moved, or RBKSUPS recorded it superseding an     *
      *              earlier book; PRIOR-FORM is the form it replaces *
      *   REFRESHED  the book's url or sizeMB changed - a new PDF     *
      * A book with more than one reason carries the first of these.  *
      *****************************************************************
       01 BAQHWNEW-RECORD.
           03 BAQHWNEW-WEEK-FROM     PIC X(8).
           03 BAQHWNEW-WEEK-TO       PIC X(8).
           03 BAQHWNEW-REASON        PIC X(9).
           03 BAQHWNEW-DOC-TYPE      PIC X(8).
           03 BAQHWNEW-TITLE         PIC X(80).
           03 BAQHWNEW-FORM-NUMBER   PIC X(12).
           03 BAQHWNEW-PRIOR-FORM    PIC X(12).
           03 BAQHWNEW-PUB-DATE      PIC X(32).
           03 BAQHWNEW-SIZE-MB       PIC 9(03)V9(02).
           03 BAQHWNEW-URL           PIC X(100).
           03 BAQHWNEW-AUTHORS       PIC X(200).
      * The local book id (see BAQHBKID), 0 when the week's change
      * history carried none.
           03 BAQHWNEW-BOOK-ID       PIC 9(8).
           03 BAQHWNEW-CATALOG       PIC X(8).
           03 FILLER                 PIC X(20).
