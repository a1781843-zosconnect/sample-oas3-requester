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
      * BAQHBDAY                                                      *
      *                                                               *
      * The business-day request area, passed to the BAQHBDAY date    *
      * routine on every call and to BAQHBCLD to load it. The caller  *
      * keeps it in WORKING-STORAGE for the life of the run: it       *
      * carries the site's calendar, loaded once, as well as each     *
      * request.                                                      *
      *                                                               *
      * FUNCTION on the call to BAQHBDAY:                             *
      *   'C'  count - DAYS is returned as the working days after     *
      *        DATE-1 up to and including DATE-2 (negative when       *
      *        DATE-2 is the earlier), i.e. the business-day age of   *
      *        DATE-1 on DATE-2                                       *
      *   'A'  add - RESULT-DATE is returned as DATE-1 moved DAYS     *
      *        working days on (back, when DAYS is negative)          *
      *   'W'  test - WORKING is returned 'Y' or 'N' for DATE-1       *
      * RC is 0, or 8 for a date that is not a date.                  *
      *                                                               *
      * SITE is set before the load; the load keeps that site's       *
      * entries and the '*ALL' ones. CAL-STATE is SPACE until loaded, *
      * then 'L' with a calendar or 'N' without one - the week        *
      * pattern alone (Monday to Friday) then decides, with no        *
      * holidays.                                                     *
      *****************************************************************
       01 BAQHBDAY-AREA.
           03 BAQHBDAY-FUNCTION      PIC X(1).
              88 BAQHBDAY-COUNT      VALUE 'C'.
              88 BAQHBDAY-ADD        VALUE 'A'.
              88 BAQHBDAY-TEST       VALUE 'W'.
           03 BAQHBDAY-SITE          PIC X(8) VALUE SPACES.
           03 BAQHBDAY-DATE-1        PIC 9(8).
           03 BAQHBDAY-DATE-2        PIC 9(8).
           03 BAQHBDAY-DAYS          PIC S9(7) COMP.
           03 BAQHBDAY-RESULT-DATE   PIC 9(8).
           03 BAQHBDAY-WORKING       PIC X(1).
           03 BAQHBDAY-RC            PIC 9(2).
           03 BAQHBDAY-CAL-STATE     PIC X(1) VALUE SPACE.
              88 BAQHBDAY-CAL-LOADED VALUE 'L'.
              88 BAQHBDAY-CAL-NONE   VALUE 'N'.
           03 BAQHBDAY-WEEKDAYS      PIC X(7) VALUE 'YYYYYNN'.
           03 BAQHBDAY-CAL-MAX       PIC 9(4) COMP VALUE 500.
           03 BAQHBDAY-CAL-CNT       PIC 9(4) COMP VALUE 0.
           03 BAQHBDAY-CAL-ENTRY OCCURS 500 TIMES.
              05 BAQHBDAY-CAL-FROM   PIC 9(8).
              05 BAQHBDAY-CAL-TO     PIC 9(8).
              05 BAQHBDAY-CAL-TYPE   PIC X(1).
