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
      * BAQHPMIN                                                      *
      *                                                               *
      * One product registry or book-to-product mapping maintenance   *
      * transaction read by BAQHPRDM (DD name RBKPMIN):               *
      *   ADDPRD  add product PRODUCT-ID with its NAME and dates      *
      *   CHGPRD  replace the NAME or dates keyed (a blank field is   *
      *           left as it is; a date keyed as NONE clears it)      *
      *   DELPRD  delete product PRODUCT-ID (no books mapped to it)   *
      *   MAP     record that book FORM-NUMBER covers PRODUCT-ID      *
      *   UNMAP   remove that mapping                                 *
      * Dates are YYYYMMDD.                                           *
      *****************************************************************
       01 BAQHPMIN-RECORD.
           03 BAQHPMIN-ACTION       PIC X(06).
           03 BAQHPMIN-PRODUCT-ID   PIC X(12).
           03 BAQHPMIN-NAME         PIC X(60).
           03 BAQHPMIN-EOM-DATE     PIC X(08).
           03 BAQHPMIN-EOS-DATE     PIC X(08).
           03 BAQHPMIN-FORM-NUMBER  PIC X(12).
