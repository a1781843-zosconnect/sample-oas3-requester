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
      * BAQHSRIN                                                      *
      *                                                               *
      * One series registry maintenance transaction read by BAQHSERM  *
      * (DD name RBKSRIN). The action says what is applied to the     *
      * RBKSERS registry:                                             *
      *   ADDSER  add series SERIES-ID with NAME and EDITOR           *
      *   CHGSER  replace whichever of NAME / EDITOR are non-blank    *
      *   DELSER  delete an empty series (members removed first)      *
      *   ADDMBR  add FORM-NUMBER to the series at SEQ - a zero SEQ   *
      *           appends it ten after the current last member        *
      *   DELMBR  remove the member at SEQ (FORM-NUMBER, when keyed,  *
      *           must match it)                                      *
      * Reordering a member is a DELMBR and an ADDMBR at the new SEQ. *
      *****************************************************************
       01 BAQHSRIN-RECORD.
           03 BAQHSRIN-ACTION       PIC X(06).
           03 BAQHSRIN-SERIES-ID    PIC X(08).
           03 BAQHSRIN-SEQ          PIC 9(04).
           03 BAQHSRIN-FORM-NUMBER  PIC X(12).
           03 BAQHSRIN-NAME         PIC X(60).
           03 BAQHSRIN-EDITOR       PIC X(40).
