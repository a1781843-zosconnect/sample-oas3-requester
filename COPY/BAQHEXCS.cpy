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
      * BAQHEXCS                                                      *
      *                                                               *
      * One failure-pattern cluster of exception-queue entries, as    *
      * written by BAQHEXCL to its cluster snapshot (DD/file RBKEXCN, *
      * a new generation each run) and read back by the next run as   *
      * the prior snapshot (DD/file RBKEXCL) so each cluster's growth *
      * since the last run can be shown. A cluster is every BAQHEXCP  *
      * entry sharing the catalog, operation, HTTP status, comp and   *
      * reason codes, field and message text in BAQHEXCS-KEY; the     *
      * snapshot is in key order. A cluster that has cleared since    *
      * the prior run is carried once with COUNT zero so the report   *
      * can list it, and then dropped.                                *
      *****************************************************************
       01 BAQHEXCS-RECORD.
           03 BAQHEXCS-KEY.
              05 BAQHEXCS-CATALOG     PIC X(8).
              05 BAQHEXCS-OPERATION   PIC X(4).
              05 BAQHEXCS-HTTP-STATUS PIC 9(5).
              05 BAQHEXCS-COMP-CODE   PIC 9(5).
              05 BAQHEXCS-REASON-CODE PIC 9(5).
              05 BAQHEXCS-FIELD       PIC X(10).
              05 BAQHEXCS-MESSAGE     PIC X(50).
           03 BAQHEXCS-RUN-DATE       PIC X(8).
           03 BAQHEXCS-COUNT          PIC 9(7).
           03 BAQHEXCS-PRIOR-COUNT    PIC 9(7).
      * Change in size since the prior snapshot; for a cluster the
      * prior run did not have, the whole of its COUNT.
           03 BAQHEXCS-GROWTH         PIC S9(7) SIGN LEADING SEPARATE.
           03 BAQHEXCS-PRIOR-SW       PIC X(1).
              88 BAQHEXCS-NEW-CLUSTER VALUE 'N'.
              88 BAQHEXCS-SEEN-BEFORE VALUE 'Y'.
           03 BAQHEXCS-FIRST-DATE     PIC X(8).
           03 BAQHEXCS-FIRST-TIME     PIC X(6).
           03 BAQHEXCS-LAST-DATE      PIC X(8).
           03 BAQHEXCS-LAST-TIME      PIC X(6).
           03 BAQHEXCS-CAUSE          PIC X(60).
      * Up to three different titles from the cluster, earliest
      * first, SPACES where the cluster has fewer.
           03 BAQHEXCS-EXAMPLE-TITLE  PIC X(80) OCCURS 3 TIMES.
           03 FILLER                  PIC X(20).
