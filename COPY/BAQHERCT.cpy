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
      * BAQHERCT                                                      *
      *                                                               *
      * One store's line on the erasure completion certificate        *
      * (DD/file RBKERCT, 132 bytes), the same shape whichever step   *
      * of the erasure run writes it: BAQHERAS for the stores it      *
      * scrubs itself, then BAQHERAX for each extract generation and  *
      * BAQHERAI for the IMS author segments, each extending the one  *
      * certificate. READ is the records the step examined, CHANGED   *
      * those it rewrote, and REPLACED the name occurrences it        *
      * replaced in them - a record can carry the name more than      *
      * once. The note says what was done beyond the counts: a store  *
      * absent from the run, rows folded together or rekeyed, chains  *
      * re-sealed.                                                    *
      *****************************************************************
       01 BAQHERCT-LINE.
           03 BAQHERCT-STORE         PIC X(8).
           03 FILLER                 PIC X(2).
           03 BAQHERCT-DESC          PIC X(30).
           03 FILLER                 PIC X(2).
           03 BAQHERCT-READ          PIC ZZZZZZZZ9.
           03 FILLER                 PIC X(3).
           03 BAQHERCT-CHANGED       PIC ZZZZZZZZ9.
           03 FILLER                 PIC X(3).
           03 BAQHERCT-REPLACED      PIC ZZZZZZZZ9.
           03 FILLER                 PIC X(3).
           03 BAQHERCT-NOTE          PIC X(48).
           03 FILLER                 PIC X(6).
