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
      * BAQHLING                                                      *
      *                                                               *
      * One generation lineage ledger record (DD name RBKLING,        *
      * appended by the BAQHLINW ledger writer). Every program that   *
      * reads or writes a framed dataset records each one it has      *
      * passed through to its trailer: which program, job, step and   *
      * DD, the dataset name and GDG generation, whether it was read  *
      * or written, the snapshot (or feed) identifier off the '*HDR'  *
      * and the trailer's record count. The records of one program    *
      * run share RUN-ID, so the datasets a run wrote can be tied to  *
      * the ones it read - the BAQHLINQ lineage query walks that back *
      * to the original GARB pull or feed and forward to everything   *
      * that consumed it.                                             *
      *                                                               *
      * JOB, STEP and DSN come from the site's RBKDDINF stub (the     *
      * job's TIOT and the DD's JFCB); where the stub is not linked   *
      * in they are left blank and the snapshot identifier still      *
      * ties the ledger together. GENERATION is the GnnnnVnn last     *
      * qualifier of a GDG dataset name, blank for any other.         *
      *****************************************************************
       01 BAQHLING-RECORD.
           03 BAQHLING-RUN-ID        PIC X(16).
           03 BAQHLING-DATE          PIC X(8).
           03 BAQHLING-TIME          PIC X(6).
           03 BAQHLING-PROGRAM       PIC X(8).
           03 BAQHLING-JOB           PIC X(8).
           03 BAQHLING-STEP          PIC X(8).
           03 BAQHLING-DD            PIC X(8).
           03 BAQHLING-DSN           PIC X(44).
           03 BAQHLING-GENERATION    PIC X(8).
           03 BAQHLING-DIRECTION     PIC X(1).
              88 BAQHLING-READ       VALUE 'R'.
              88 BAQHLING-WRITTEN    VALUE 'W'.
           03 BAQHLING-SNAP-ID       PIC X(16).
           03 BAQHLING-REC-COUNT     PIC 9(9).
           03 BAQHLING-CATALOG       PIC X(8).
           03 FILLER                 PIC X(12).
