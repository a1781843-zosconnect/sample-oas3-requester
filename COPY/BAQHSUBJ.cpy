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
      * BAQHSUBJ                                                      *
      *                                                               *
      * One subject of the Redbook subject taxonomy (DD/file          *
      * RBKSUBJ), a VSAM KSDS keyed by subject code. The taxonomy is  *
      * two levels deep: a LEVEL 1 subject (such as SECURITY) has a   *
      * blank PARENT, and a LEVEL 2 subject (such as RACF) names its  *
      * LEVEL 1 parent. PARENT is an alternate key with duplicates,   *
      * so a parent's children are found by a keyed browse.           *
      * Maintained by BAQHSUBM from RBKSBIN transactions; books are   *
      * assigned to subjects through the RBKCLAS classification file  *
      * (see BAQHCLAS).                                               *
      *****************************************************************
       01 BAQHSUBJ-RECORD.
           03 BAQHSUBJ-CODE          PIC X(08).
           03 BAQHSUBJ-LEVEL         PIC 9(01).
           03 BAQHSUBJ-PARENT        PIC X(08).
           03 BAQHSUBJ-DESC          PIC X(50).
           03 BAQHSUBJ-DATE          PIC X(08).
           03 FILLER                 PIC X(25).
