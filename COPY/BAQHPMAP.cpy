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
      * BAQHPMAP                                                      *
      *                                                               *
      * One book-to-product mapping (DD/file RBKPMAP), a VSAM KSDS    *
      * keyed by form number and product id, so a keyed browse from a *
      * form number finds every product the book covers. PRODUCT-ID   *
      * is an alternate key with duplicates for finding the books     *
      * that cover a product. Maintained by BAQHPRDM alongside the    *
      * RBKPROD product registry (see BAQHPROD).                      *
      *****************************************************************
       01 BAQHPMAP-RECORD.
           03 BAQHPMAP-KEY.
              05 BAQHPMAP-FORM-NUMBER PIC X(12).
              05 BAQHPMAP-PRODUCT-ID  PIC X(12).
           03 BAQHPMAP-DATE          PIC X(08).
           03 FILLER                 PIC X(08).
