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
      * BAQHCOAX                                                      *
      *                                                               *
      * One record of the co-author path, a VSAM KSDS (DD/file        *
      * RBKCOAX) rebuilt whole by BAQHCOAU from each catalog          *
      * refresh's RBKEXTR, every author name first put into its       *
      * preferred form through the canonical-author registry          *
      * (RBKACAN). There is one record per author per collaborator,   *
      * keyed author + rank, so a STARTBR on the author positions at  *
      * their most frequent collaborator: rank 1 has shared the most  *
      * books, ties in name order. SHARED counts the books the two    *
      * wrote together and the LATEST fields name the most recent of  *
      * them by publication date. An author who has only written      *
      * alone has no record. The AUTQ online inquiry shows this store *
      * on PF5.                                                       *
      *****************************************************************
       01 BAQHCOAX-RECORD.
           03 BAQHCOAX-KEY.
              05 BAQHCOAX-AUTHOR     PIC X(40).
              05 BAQHCOAX-RANK       PIC 9(04).
           03 BAQHCOAX-CO-AUTHOR     PIC X(40).
           03 BAQHCOAX-SHARED        PIC 9(05).
           03 BAQHCOAX-LATEST-DATE   PIC X(08).
           03 BAQHCOAX-LATEST-TITLE  PIC X(80).
           03 BAQHCOAX-SNAP-DATE     PIC X(08).
           03 FILLER                 PIC X(15).
