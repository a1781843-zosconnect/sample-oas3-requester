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
      * BAQHCAUS                                                      *
      *                                                               *
      * One entry of the failure cause-mapping table (DD/file         *
      * RBKCAUS), maintained by the publications desk and read by     *
      * BAQHEXCL to label each cluster of exception-queue entries     *
      * with its likely cause. Every match field is optional - SPACES *
      * match anything - and MSG-TEXT matches when it                 *
      * appears anywhere in the API's message text. Entries are tried *
      * in file order and the first that matches wins, so the more    *
      * specific entries go first, e.g.                               *
      *   CRBK 00409 ...            NEAR-DUPLICATE TITLE ALREADY ...  *
      * A record with '*' in column 1 is a comment.                   *
      *****************************************************************
       01 BAQHCAUS-RECORD.
           03 BAQHCAUS-OPERATION     PIC X(4).
           03 FILLER                 PIC X(1).
           03 BAQHCAUS-HTTP-STATUS   PIC X(5).
           03 FILLER                 PIC X(1).
           03 BAQHCAUS-COMP-CODE     PIC X(5).
           03 FILLER                 PIC X(1).
           03 BAQHCAUS-REASON-CODE   PIC X(5).
           03 FILLER                 PIC X(1).
           03 BAQHCAUS-FIELD         PIC X(10).
           03 FILLER                 PIC X(1).
           03 BAQHCAUS-MSG-TEXT      PIC X(30).
           03 FILLER                 PIC X(1).
           03 BAQHCAUS-CAUSE         PIC X(60).
           03 FILLER                 PIC X(35).
