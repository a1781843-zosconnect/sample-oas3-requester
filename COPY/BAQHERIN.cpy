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
      * BAQHERIN                                                      *
      *                                                               *
      * One author personal-data erasure request (DD/file RBKERIN),   *
      * read by BAQHERAS: the author's name as the catalog carries it *
      * - the canonical form, where the canonical-author registry     *
      * knows the author, whose every registered variant is erased    *
      * with it - and, optionally, the pseudonym to put in its place. *
      * A blank PSEUDONYM takes the stable one BAQHERSB derives from  *
      * the name, so a name erased twice, or in two runs, always      *
      * lands on the same pseudonym. The privacy desk keys one record *
      * per person; the whole file is one erasure case, approved once *
      * under its case reference.                                     *
      *****************************************************************
       01 BAQHERIN-RECORD.
           03 BAQHERIN-NAME          PIC X(40).
           03 BAQHERIN-PSEUDONYM     PIC X(40).
