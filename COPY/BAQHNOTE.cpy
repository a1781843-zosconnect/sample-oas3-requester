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
      * BAQHNOTE                                                      *
      *                                                               *
      * One operator note on a title (DD/file RBKNOTE), a VSAM KSDS   *
      * keyed by the catalog title and the date and time the note was *
      * written, so a keyed browse from a title lists its notes       *
      * oldest first. Written, corrected and removed on the RBNT      *
      * transaction; shown on the title's RBKD dossier; notes past    *
      * their expiry are listed weekly by BAQHNOTR for cleaning up.   *
      *                                                               *
      * CATEGORY is CAUTION, EMBARGO, CONTACT or INFO. A note is      *
      * active until the end of its EXPIRES date, or indefinitely     *
      * when EXPIRES is blank. An active CAUTION or EMBARGO note      *
      * makes CRBK, PRBK, MRBK and DRBK warn the operator before the  *
      * change goes ahead. AUTHOR is the user who wrote the note;     *
      * UPD-DATE and UPD-USER record the last correction.             *
      *****************************************************************
       01 BAQHNOTE-RECORD.
           03 BAQHNOTE-KEY.
              05 BAQHNOTE-TITLE       PIC X(80).
              05 BAQHNOTE-STAMP.
                 07 BAQHNOTE-DATE     PIC X(08).
                 07 BAQHNOTE-TIME     PIC X(06).
              05 BAQHNOTE-STAMP-N REDEFINES BAQHNOTE-STAMP
                                      PIC 9(14).
           03 BAQHNOTE-AUTHOR        PIC X(08).
           03 BAQHNOTE-CATEGORY      PIC X(08).
              88 BAQHNOTE-CAUTION    VALUE 'CAUTION' 'EMBARGO'.
           03 BAQHNOTE-TEXT          PIC X(60).
           03 BAQHNOTE-EXPIRES       PIC X(08).
           03 BAQHNOTE-UPD-DATE      PIC X(08).
           03 BAQHNOTE-UPD-USER      PIC X(08).
           03 FILLER                 PIC X(56).
