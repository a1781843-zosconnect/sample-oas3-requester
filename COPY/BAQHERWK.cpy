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
      * BAQHERWK                                                      *
      *                                                               *
      * One entry of an erasure run's variant worklist (DD/file       *
      * RBKERWK), written by BAQHERAS once the case is approved and   *
      * read back by the later steps of the same run - BAQHERAX for   *
      * each extract generation and BAQHERAI for the IMS author       *
      * segments - so every store is scrubbed against exactly the     *
      * same variants and pseudonyms. One record per variant: every   *
      * registered spelling of each erased name, the name itself      *
      * included. The worklist holds the names being erased, so the   *
      * run JCL passes it as a temporary dataset deleted at end of    *
      * job.                                                          *
      *****************************************************************
       01 BAQHERWK-RECORD.
           03 BAQHERWK-VARIANT       PIC X(40).
           03 BAQHERWK-PSEUDONYM     PIC X(40).
