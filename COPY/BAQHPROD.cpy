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
      * BAQHPROD                                                      *
      *                                                               *
      * One product of the product registry (DD/file RBKPROD), a VSAM *
      * KSDS keyed by product id. Carries the product's name and its  *
      * announced end-of-marketing and end-of-service dates           *
      * (YYYYMMDD, blank while not announced). Books are tied to      *
      * products through the RBKPMAP mapping (see BAQHPMAP).          *
      * Maintained by BAQHPRDM from RBKPMIN transactions and read by  *
      * the BAQHEOSL end-of-service impact run.                       *
      *****************************************************************
       01 BAQHPROD-RECORD.
           03 BAQHPROD-ID            PIC X(12).
           03 BAQHPROD-NAME          PIC X(60).
           03 BAQHPROD-EOM-DATE      PIC X(08).
           03 BAQHPROD-EOS-DATE      PIC X(08).
           03 BAQHPROD-DATE          PIC X(08).
           03 FILLER                 PIC X(24).
