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
      * BAQHVGCF                                                      *
      *                                                               *
      * One threshold row for the BAQHVGAT extract volume gate        *
      * (DD/file RBKVGCF), maintained by operations. DOC-TYPE names   *
      * what the row governs: '*ALL' the extract as a whole, '*TYPE'  *
      * every documentType without a row of its own, or one           *
      * documentType by name. DROP-PCT is the largest fall in record  *
      * count against the prior generation that is let through,       *
      * REMOVE-PCT the largest share of the prior generation's titles *
      * allowed to disappear; both are whole percentages and a zero   *
      * switches that check off. MIN-BASE keeps the checks away from  *
      * small populations - a row only judges when the prior          *
      * generation held at least that many records of it, so a        *
      * documentType of three books losing one is not a 33 percent    *
      * emergency.                                                    *
      *****************************************************************
       01 BAQHVGCF-RECORD.
           03 BAQHVGCF-DOC-TYPE      PIC X(8).
           03 BAQHVGCF-DROP-PCT      PIC 9(3).
           03 BAQHVGCF-REMOVE-PCT    PIC 9(3).
           03 BAQHVGCF-MIN-BASE      PIC 9(7).
           03 FILLER                 PIC X(59).
