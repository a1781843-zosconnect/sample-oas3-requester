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
      * BAQHEXUP                                                      *
      *                                                               *
      * Extract layout upgrade. Every program that reads an RBKEXTR   *
      * extract (or a copy of one - a baseline, a history generation, *
      * a slice) passes each record it reads through here, so it only *
      * ever sees the current full-width BAQHEXTR layout whichever    *
      * generation it was handed:                                     *
      *   '*HDR' record  the layout version it states is returned in  *
      *                  the caller's version field ('01' if blank)   *
      *   '*TRL' record  passed through                               *
      *   data record    when the caller's version field is '01' the  *
      *                  record is rebuilt in place from the          *
      *                  BAQHEXT1 shape; otherwise passed through     *
      * The caller sets its version field to '01' before it reads a   *
      * file, since a generation written before the header existed    *
      * carries no header at all.                                     *
      *                                                               *
      * Called with: extract record X(600), layout version X(2).      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHEXUP.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY BAQHEXT1.

       COPY BAQHEXTR.

       COPY BAQHEXTC.

       LINKAGE SECTION.
       01 LK-EXTR-RECORD      PIC X(600).
       01 LK-LAYOUT-VER       PIC X(2).

       PROCEDURE DIVISION USING LK-EXTR-RECORD LK-LAYOUT-VER.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           IF LK-EXTR-RECORD (1:4) = '*HDR' THEN
              MOVE LK-EXTR-RECORD TO BAQHEXTC-RECORD
              IF BAQHEXTC-LAYOUT-VER = SPACES THEN
                 MOVE '01' TO LK-LAYOUT-VER
              ELSE
                 MOVE BAQHEXTC-LAYOUT-VER TO LK-LAYOUT-VER
              END-IF
              GO TO A-999
           END-IF.

           IF LK-EXTR-RECORD (1:4) = '*TRL' OR
              LK-LAYOUT-VER NOT = '01' THEN
              GO TO A-999
           END-IF.

           MOVE LK-EXTR-RECORD TO BAQHEXT1-RECORD.
           MOVE SPACES TO BAQHEXTR-RECORD.

           MOVE BAQHEXT1-TITLE        TO BAQHEXTR-TITLE.
           MOVE BAQHEXT1-STATUS       TO BAQHEXTR-STATUS.
           MOVE BAQHEXT1-FORM-NUMBER  TO BAQHEXTR-FORM-NUMBER.
           MOVE BAQHEXT1-PUB-DATE     TO BAQHEXTR-PUB-DATE.
           MOVE BAQHEXT1-DOC-TYPE     TO BAQHEXTR-DOC-TYPE.
           MOVE BAQHEXT1-SIZE-MB      TO BAQHEXTR-SIZE-MB.
           MOVE BAQHEXT1-URL          TO BAQHEXTR-URL.
           MOVE BAQHEXT1-AUTHORS      TO BAQHEXTR-AUTHORS.
           MOVE BAQHEXT1-DEPT-ID      TO BAQHEXTR-DEPT-ID.
           MOVE BAQHEXT1-DEPT-NAME    TO BAQHEXTR-DEPT-NAME.
           MOVE BAQHEXT1-DEPT-CONTACT TO BAQHEXTR-DEPT-CONTACT.
           MOVE BAQHEXT1-DEPT-SOURCE  TO BAQHEXTR-DEPT-SOURCE.

           MOVE BAQHEXTR-RECORD TO LK-EXTR-RECORD.

       A-999.
           GOBACK.
