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
      * BAQHDORG                                                      *
      *                                                               *
      * One line of the department reorganization mapping (DD/file    *
      * RBKDORG) read by the BAQHRBKB DORG operation: every book the  *
      * local catalog shows as owned by the old department id is      *
      * moved, through the patchRedbook path and under the four-eyes  *
      * approval gate, to the new department id, name and contact.    *
      *****************************************************************
       01 BAQHDORG-RECORD.
           03 BAQHDORG-OLD-ID       PIC X(05).
           03 BAQHDORG-NEW-ID       PIC X(05).
           03 BAQHDORG-NEW-NAME     PIC X(40).
           03 BAQHDORG-NEW-CONTACT  PIC X(40).
           03 FILLER                PIC X(10).
