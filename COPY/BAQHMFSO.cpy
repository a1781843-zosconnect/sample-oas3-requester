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
      * BAQHMFSO                                                      *
      *                                                               *
      * The output message BAQHRBKT inserts, with MOD name RBKMO, to  *
      * paint the formatted screen (MFS/BAQHRBKF.mfs). The keyed      *
      * fields are sent back as the operator left them, PUBDATE is    *
      * display-only detail, and HEAD over the eleven LINE rows is    *
      * one page of the list being shown - a book's detail, an        *
      * author's books or the local catalog. PAGE rides back in the   *
      * hidden field for PF7/PF8. MSG and CORREL are the standard     *
      * message line: the outcome and the X-Correlation-Id of the     *
      * call that produced it (blank when no call was made).          *
      *****************************************************************
       01 BAQHMFSO-MESSAGE.
           03 BAQHMFSO-LL           PIC S9(3) COMP.
           03 BAQHMFSO-ZZ           PIC S9(3) COMP.
           03 BAQHMFSO-OPERATION    PIC X(4).
           03 BAQHMFSO-TITLE        PIC X(80).
           03 BAQHMFSO-AUTHORS      PIC X(120).
           03 BAQHMFSO-STATUS       PIC X(9).
           03 BAQHMFSO-FORMNUM      PIC X(12).
           03 BAQHMFSO-PUBDATE      PIC X(18).
           03 BAQHMFSO-HEAD         PIC X(78).
           03 BAQHMFSO-LINE         PIC X(78) OCCURS 11.
           03 BAQHMFSO-PAGEINFO     PIC X(20).
           03 BAQHMFSO-PAGE         PIC 9(3).
           03 BAQHMFSO-MSG          PIC X(61).
           03 BAQHMFSO-CORREL       PIC X(16).
