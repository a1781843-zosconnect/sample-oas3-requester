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
      * BAQHMFSI                                                      *
      *                                                               *
      * The input message MFS descriptor RBKMI (MFS/BAQHRBKF.mfs)     *
      * builds from the BAQHRBKT formatted screen. The first 30 bytes *
      * keep the PARM-BUFFER shape of a keyed-in message (transaction *
      * code, operation), so the single-segment read is unchanged;    *
      * the RBKMFS marker that follows tells the program the reply    *
      * goes back through the RBKMO output descriptor. PFKEY is the   *
      * PFK literal ('03', '07', '08'; blank for ENTER) and PAGE the  *
      * page the screen was showing, carried round in a hidden field. *
      * AUTHORS is one author for GRBK and GARB, or the book's        *
      * semicolon-delimited author list for CRBK.                     *
      *****************************************************************
       01 BAQHMFSI-MESSAGE.
           03 BAQHMFSI-LL           PIC S9(3) COMP.
           03 BAQHMFSI-ZZ           PIC S9(3) COMP.
           03 BAQHMFSI-TRANCODE     PIC X(8).
           03 FILLER                PIC X(1).
           03 BAQHMFSI-OPERATION    PIC X(4).
           03 FILLER                PIC X(17).
           03 BAQHMFSI-MARKER       PIC X(6).
           03 BAQHMFSI-PFKEY        PIC X(2).
           03 BAQHMFSI-PAGE         PIC 9(3).
           03 BAQHMFSI-TITLE        PIC X(80).
           03 BAQHMFSI-AUTHORS      PIC X(120).
           03 BAQHMFSI-STATUS       PIC X(9).
           03 BAQHMFSI-FORMNUM      PIC X(12).
