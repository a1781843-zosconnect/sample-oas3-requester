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
      * BAQHBCAL                                                      *
      *                                                               *
      * One entry on the business-day calendar (DD/file RBKBCAL, an   *
      * ESDS like the freeze calendar), maintained by operations for  *
      * every site the suite runs at. SITE is the site's code, or     *
      * '*ALL' for an entry that holds at every site. TYPE says what  *
      * the entry is:                                                 *
      *   'H'  a public or site holiday - FROM-DATE, or every day     *
      *        FROM-DATE to TO-DATE                                   *
      *   'S'  a shutdown - as 'H', for the longer closures           *
      *   'W'  a working day that the week pattern would make a rest  *
      *        day (a Saturday worked at quarter end)                 *
      *   'P'  the site's week pattern: WEEKDAYS holds 'Y' or 'N' for *
      *        Monday to Sunday; without one the week is Monday to    *
      *        Friday. A site's own pattern beats an '*ALL' one.      *
      * A holiday or shutdown beats a 'W' entry for the same day. The *
      * calendar is loaded by BAQHBCLD (batch) or browsed by the CICS *
      * transaction, and the days are counted by BAQHBDAY.            *
      *****************************************************************
       01 BAQHBCAL-RECORD.
           03 BAQHBCAL-SITE          PIC X(8).
           03 BAQHBCAL-FROM-DATE     PIC X(8).
           03 BAQHBCAL-TO-DATE       PIC X(8).
           03 BAQHBCAL-TYPE          PIC X(1).
              88 BAQHBCAL-HOLIDAY    VALUE 'H'.
              88 BAQHBCAL-SHUTDOWN   VALUE 'S'.
              88 BAQHBCAL-WORKED     VALUE 'W'.
              88 BAQHBCAL-PATTERN    VALUE 'P'.
           03 BAQHBCAL-WEEKDAYS      PIC X(7).
           03 BAQHBCAL-DESC          PIC X(40).
           03 FILLER                 PIC X(8).
