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
      * BAQHCPJN                                                      *
      *                                                               *
      * One control-data promotion journal record (DD/file RBKCPJN),  *
      * appended by BAQHCPRM IMPORT for every dataset it replaced in  *
      * the target environment: what was promoted (the dataset, its   *
      * record count and checksum, and how many records were added,   *
      * changed and removed), from where (the package's environment,  *
      * HLQ and fingerprint, and when and by whom it was taken) and   *
      * by whom (the user who ran the import and the second user      *
      * whose RBKA approval released it).                             *
      *****************************************************************
       01 BAQHCPJN-RECORD.
           03 BAQHCPJN-DATE          PIC X(8).
           03 BAQHCPJN-TIME          PIC X(6).
           03 BAQHCPJN-TO-ENV        PIC X(4).
           03 BAQHCPJN-DSNAME        PIC X(8).
           03 BAQHCPJN-REC-COUNT     PIC 9(9).
           03 BAQHCPJN-CHECKSUM      PIC 9(9).
           03 BAQHCPJN-ADDED         PIC 9(5).
           03 BAQHCPJN-CHANGED       PIC 9(5).
           03 BAQHCPJN-REMOVED       PIC 9(5).
           03 BAQHCPJN-FROM-ENV      PIC X(4).
           03 BAQHCPJN-FROM-HLQ      PIC X(24).
           03 BAQHCPJN-FINGERPRINT   PIC 9(9).
           03 BAQHCPJN-PKG-DATE      PIC X(8).
           03 BAQHCPJN-PKG-TIME      PIC X(6).
           03 BAQHCPJN-PKG-BY        PIC X(8).
           03 BAQHCPJN-IMPORTED-BY   PIC X(8).
           03 BAQHCPJN-APPROVED-BY   PIC X(8).
           03 FILLER                 PIC X(26).
