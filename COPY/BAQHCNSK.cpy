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
      * BAQHCNSK                                                      *
      *                                                               *
      * The call area of BAQHCNSK, the consumer acceptance check a    *
      * program makes before it sends one of our published outputs.   *
      * The caller sets OUTPUT (as BAQHOLVR names it) and PROGRAM;    *
      * BAQHCNSK returns:                                             *
      *   VERSION      the output's current layout version            *
      *   RESULT       'S' send - every registered consumer has       *
      *                    accepted VERSION, or none is registered    *
      *                'W' withhold - at least one has not            *
      *                'N' no registry (DD RBKCONS missing) - send    *
      *                'U' OUTPUT is not in BAQHOLVR - send           *
      *   CONSUMERS    the consumers registered for the output        *
      *   BEHIND       how many of them have not accepted VERSION     *
      *   FIRST-TEAM   the first of those, and the version it takes   *
      *   FIRST-VER                                                   *
      *****************************************************************
       01 BAQHCNSK-AREA.
           03 BAQHCNSK-OUTPUT        PIC X(8).
           03 BAQHCNSK-PROGRAM       PIC X(8).
           03 BAQHCNSK-VERSION       PIC X(2).
           03 BAQHCNSK-RESULT        PIC X(1).
              88 BAQHCNSK-SEND       VALUE 'S' 'N' 'U'.
              88 BAQHCNSK-WITHHOLD   VALUE 'W'.
              88 BAQHCNSK-NO-REGISTRY VALUE 'N'.
              88 BAQHCNSK-UNKNOWN    VALUE 'U'.
           03 BAQHCNSK-CONSUMERS     PIC 9(4) COMP.
           03 BAQHCNSK-BEHIND        PIC 9(4) COMP.
           03 BAQHCNSK-FIRST-TEAM    PIC X(20).
           03 BAQHCNSK-FIRST-VER     PIC X(2).
