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
      * BAQHPRTR                                                      *
      *                                                               *
      * One printer-routing entry of the CICS file RBKPRTR, a VSAM    *
      * KSDS keyed by display terminal ID. It names the 3270 printer  *
      * terminal serving that display's location, so a PF4 print     *
      * from GARB or the RBKD dossier comes out where the operator    *
      * sits. A display with no entry of its own falls back to the    *
      * site default entry keyed '****'; with neither, nothing is     *
      * printed and the operator is told so. LOCATION is free text    *
      * for the operator's confirmation message.                      *
      *****************************************************************
       01 BAQHPRTR-RECORD.
           03 BAQHPRTR-TERMID       PIC X(4).
           03 BAQHPRTR-PRINTER      PIC X(4).
           03 BAQHPRTR-LOCATION     PIC X(20).
