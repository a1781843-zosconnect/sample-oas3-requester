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
      * BAQHJSUB                                                      *
      *                                                               *
      * One batch-operation submission on the RBSB submission log     *
      * (DD/file RBKJSUB), a VSAM KSDS keyed by the six-digit         *
      * submission number. Record 000000 is the control record        *
      * holding the last number given out. Every job RBSB passes to   *
      * the internal reader gets a record - SUBMITTED, or FAILED when *
      * the spool would not take it - with the operator, skeleton,    *
      * job name, the values keyed and, for a destructive skeleton,   *
      * the approver whose RBKAPPR request released it. The job's     *
      * '*STATUS' closing steps report back through the RBKJSTAT      *
      * writer and RBSB rewrites STATUS (ENDED or ABENDED) and RC     *
      * with the time the report was taken in. RBKAUDT carries the    *
      * same events under operations JOBSUB, JOBHELD and JOBFAIL.     *
      * Dates are yyyymmdd, times hhmmss.                             *
      *****************************************************************
       01 BAQHJSUB-RECORD.
           03 BAQHJSUB-NUMBER        PIC 9(6).
           03 BAQHJSUB-DATA          PIC X(194).
           03 BAQHJSUB-DETAIL REDEFINES BAQHJSUB-DATA.
              05 BAQHJSUB-DATE       PIC X(8).
              05 BAQHJSUB-TIME       PIC X(6).
              05 BAQHJSUB-OPERATOR   PIC X(8).
              05 BAQHJSUB-SKEL-ID    PIC X(8).
              05 BAQHJSUB-JOBNAME    PIC X(8).
      * The skeleton ID and NAME=value pairs as submitted - for a
      * destructive skeleton, the title of its RBKAPPR request.
              05 BAQHJSUB-SUBJECT    PIC X(80).
              05 BAQHJSUB-APPROVER   PIC X(8).
              05 BAQHJSUB-STATUS     PIC X(9).
              05 BAQHJSUB-RC         PIC X(4).
              05 BAQHJSUB-STAT-DATE  PIC X(8).
              05 BAQHJSUB-STAT-TIME  PIC X(6).
              05 BAQHJSUB-CARDS      PIC 9(4).
              05 FILLER              PIC X(37).
           03 BAQHJSUB-CONTROL REDEFINES BAQHJSUB-DATA.
              05 BAQHJSUB-LAST-NUMBER PIC 9(6).
              05 FILLER              PIC X(188).
