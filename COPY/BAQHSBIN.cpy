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
      * BAQHSBIN                                                      *
      *                                                               *
      * One subject taxonomy or classification maintenance transaction*
      * read by BAQHSUBM (DD name RBKSBIN):                           *
      *   ADDSUB  add subject CODE - LEVEL 1 when PARENT is blank,    *
      *           otherwise LEVEL 2 under the named LEVEL 1 parent    *
      *   CHGSUB  replace subject CODE's description                  *
      *   DELSUB  delete subject CODE (no children, no books left)    *
      *   CLASS   classify TITLE under subject CODE                   *
      *   UNCLAS  remove TITLE's classification under subject CODE    *
      * TITLE may instead be keyed as FORMNUM=SG24-nnnn, which        *
      * resolves through the RBKFNXR cross-reference to the exact     *
      * title.                                                        *
      *****************************************************************
       01 BAQHSBIN-RECORD.
           03 BAQHSBIN-ACTION       PIC X(06).
           03 BAQHSBIN-CODE         PIC X(08).
           03 BAQHSBIN-PARENT       PIC X(08).
           03 BAQHSBIN-DESC         PIC X(50).
           03 BAQHSBIN-TITLE        PIC X(80).
