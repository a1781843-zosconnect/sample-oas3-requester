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
      * BAQHSPIN                                                      *
      *                                                               *
      * One edition supersession maintenance transaction read by      *
      * BAQHSUPM (DD name RBKSPIN):                                   *
      *   LINK    record that NEW-TITLE supersedes OLD-TITLE          *
      *   UNLINK  remove OLD-TITLE's link (NEW-TITLE, when keyed,     *
      *           must match the recorded successor)                  *
      * Either title may instead be keyed as FORMNUM=SG24-nnnn, which *
      * resolves through the RBKFNXR cross-reference to the exact     *
      * title the registry is keyed on.                               *
      *****************************************************************
       01 BAQHSPIN-RECORD.
           03 BAQHSPIN-ACTION       PIC X(06).
           03 BAQHSPIN-OLD-TITLE    PIC X(80).
           03 BAQHSPIN-NEW-TITLE    PIC X(80).
