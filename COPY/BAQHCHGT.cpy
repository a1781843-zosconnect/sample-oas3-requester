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
      * BAQHCHGT                                                      *
      *                                                               *
      * One change ticket on the change-ticket file (DD/file          *
      * RBKCHGT), extracted from the change-management system for     *
      * the tickets that authorise work on the catalog. Every         *
      * BAQHRBKB operation that changes data must name its ticket as  *
      * CHG=id on the APARM; before the run makes any call the ticket *
      * is looked up here and the run is refused (and audited) when   *
      * the ticket is not on file, is not in an implementable state,  *
      * the current moment is outside its implementation window, or   *
      * the operation is not one it allows. The ticket id is then     *
      * stamped on every audit, exception and before-image record the *
      * run writes, and BAQHCHGR reports the work done under each.    *
      *                                                               *
      * STATE is APPROVED or IMPLEMENT for a ticket work may proceed  *
      * under; anything else (DRAFT, CLOSED, CANCELLED, REJECTED,     *
      * ...) refuses. Dates are yyyymmdd, times hhmm, and the window  *
      * is compared as one 12-character stamp, as on the freeze       *
      * calendar. OPERATIONS lists the four-character BAQHRBKB        *
      * operation codes the ticket covers; '*' in the first entry     *
      * covers them all. When one ticket id appears more than once    *
      * the last record read wins, so an amended ticket can simply be *
      * appended to the extract.                                      *
      *****************************************************************
       01 BAQHCHGT-RECORD.
           03 BAQHCHGT-ID            PIC X(12).
           03 BAQHCHGT-STATE         PIC X(10).
           03 BAQHCHGT-FROM-DATE     PIC X(8).
           03 BAQHCHGT-FROM-TIME     PIC X(4).
           03 BAQHCHGT-TO-DATE       PIC X(8).
           03 BAQHCHGT-TO-TIME       PIC X(4).
           03 BAQHCHGT-OPERATIONS.
              05 BAQHCHGT-OPERATION  PIC X(4) OCCURS 8 TIMES.
           03 BAQHCHGT-SUMMARY       PIC X(40).
           03 FILLER                 PIC X(2).
