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
      * BAQHOLVR                                                      *
      *                                                               *
      * The layout version of each output this system publishes to    *
      * other teams, with the copybook or program that defines the    *
      * layout. Whoever changes one of those layouts raises its       *
      * version here in the same change: the next BAQHCIMP run then   *
      * sends every registered consumer (see BAQHCONS) an impact      *
      * notice, and BAQHCNSK withholds the output from the nightly    *
      * run until every consumer has accepted the new version.        *
      *                                                               *
      *   WHFEED   warehouse feed RBKWHF - the BAQHEXTR image, its    *
      *            version also on the feed's HDR record              *
      *   CSVEXP   CSV export RBKCSV, columns as BAQHCSVX writes them *
      *   MQEVENT  catalog change events, the BAQHCHGH record put by  *
      *            BAQHCHGC                                           *
      *   IMSDB    IMS catalog database load, the RBKBOOK segment     *
      *            BAQHIMSL builds                                    *
      *   BUNDLE   catalog bundle RBKBNDL, version also on the        *
      *            bundle's header                                    *
      *****************************************************************
       01 BAQHOLVR-VALUES.
           03 FILLER PIC X(48) VALUE
              'WHFEED  BAQHEXTR02WAREHOUSE FEED RBKWHF         '.
           03 FILLER PIC X(48) VALUE
              'CSVEXP  BAQHCSVX02CSV CATALOG EXPORT RBKCSV     '.
           03 FILLER PIC X(48) VALUE
              'MQEVENT BAQHCHGH03CATALOG CHANGE EVENTS (MQ)    '.
           03 FILLER PIC X(48) VALUE
              'IMSDB   BAQHIMSL01IMS CATALOG DATABASE LOAD     '.
           03 FILLER PIC X(48) VALUE
              'BUNDLE  BAQHBNDL03CATALOG BUNDLE RBKBNDL        '.
       01 BAQHOLVR-TABLE REDEFINES BAQHOLVR-VALUES.
           03 BAQHOLVR-ENTRY OCCURS 5 TIMES.
              05 BAQHOLVR-OUTPUT     PIC X(8).
              05 BAQHOLVR-LAYOUT     PIC X(8).
              05 BAQHOLVR-VERSION    PIC X(2).
              05 BAQHOLVR-DESC       PIC X(30).
       01 BAQHOLVR-COUNT             PIC 9(4) COMP VALUE 5.
