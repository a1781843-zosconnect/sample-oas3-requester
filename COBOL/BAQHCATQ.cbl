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
      * BAQHCATQ                                                      *
      *                                                               *
      * Catalog qualifier routine. Validates a run's, transaction's   *
      * or record's catalog qualifier and points the generated        *
      * API-INFO structures at that catalog's API, so one requester   *
      * program serves the Redbook catalog and the Redpaper catalog   *
      * alike - the two APIs have the same operations, request and    *
      * response shapes, and differ only in their API name and the    *
      * first segment of every path (/redbook/{title} against         *
      * /redpaper/{title}, /redbooks against /redpapers).             *
      *                                                               *
      * Called with: BAQHCATQ-AREA (see BAQHCATQ) and, for the 'R'    *
      * function only, the API-INFO structure to retarget.            *
      *                                                               *
      * The catalogs known here are held in WS-CATQ-TABLE; a third    *
      * catalog of the same shape is one more table entry.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHCATQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * The known catalogs: qualifier, API name, path stem (the
      * singular first path segment) and the prefix of the
      * catalog's own CICS file names.
       01 WS-CATQ-VALUES.
           03 FILLER PIC X(8)  VALUE 'REDBOOK'.
           03 FILLER PIC X(16) VALUE 'RedbookApi'.
           03 FILLER PIC X(12) VALUE 'redbook'.
           03 FILLER PIC X(3)  VALUE 'RBK'.
           03 FILLER PIC X(8)  VALUE 'REDPAPER'.
           03 FILLER PIC X(16) VALUE 'RedpaperApi'.
           03 FILLER PIC X(12) VALUE 'redpaper'.
           03 FILLER PIC X(3)  VALUE 'RPP'.
       01 WS-CATQ-TABLE REDEFINES WS-CATQ-VALUES.
           03 WS-CATQ-ENTRY OCCURS 2 TIMES.
              05 WS-CATQ-NAME       PIC X(8).
              05 WS-CATQ-API        PIC X(16).
              05 WS-CATQ-STEM       PIC X(12).
              05 WS-CATQ-PFX        PIC X(3).
       01 WS-CATQ-MAX            PIC 9(4) COMP VALUE 2.
       01 WS-CATQ-IX             PIC 9(4) COMP VALUE 0.
       01 WS-CATQ-HIT            PIC 9(4) COMP VALUE 0.
       01 WS-CATQ-OLD-IX         PIC 9(4) COMP VALUE 0.
       01 WS-CATQ-OLD-HIT        PIC 9(4) COMP VALUE 0.

      * Path rebuild.
       01 WS-SEG-LEN             PIC 9(4) COMP VALUE 0.
       01 WS-SEG                 PIC X(16) VALUE SPACES.
       01 WS-PLURAL              PIC X(1) VALUE SPACE.
       01 WS-STEM-LEN            PIC 9(4) COMP VALUE 0.
       01 WS-REST-POS            PIC 9(4) COMP VALUE 0.
       01 WS-REST-LEN            PIC 9(4) COMP VALUE 0.
       01 WS-NEW-PATH            PIC X(255) VALUE SPACES.
       01 WS-NEW-PTR             PIC 9(4) COMP VALUE 0.
       01 WS-NAME-LEN            PIC 9(4) COMP VALUE 0.

       LINKAGE SECTION.
       COPY BAQHCATQ.

      * The leading fields every generated API-INFO structure
      * shares, up to and including the path.
       01 LK-API-INFO.
           03 LK-API-INFO-EYE        PIC X(4).
           03 LK-API-INFO-LENGTH     PIC 9(9) COMP-5 SYNC.
           03 LK-API-INFO-VERSION    PIC 9(9) COMP-5 SYNC.
           03 LK-API-INFO-RESERVED01 PIC 9(9) COMP-5 SYNC.
           03 LK-API-NAME            PIC X(255).
           03 LK-API-NAME-LEN        PIC 9(9) COMP-5 SYNC.
           03 LK-API-PATH            PIC X(255).
           03 LK-API-PATH-LEN        PIC 9(9) COMP-5 SYNC.

       PROCEDURE DIVISION USING BAQHCATQ-AREA LK-API-INFO.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE 0 TO BAQHCATQ-RC.
           IF BAQHCATQ-CATALOG = SPACES THEN
              MOVE WS-CATQ-NAME (1) TO BAQHCATQ-CATALOG
           END-IF.

           MOVE 0 TO WS-CATQ-HIT.
           PERFORM XA-MATCH-CATALOG
              VARYING WS-CATQ-IX FROM 1 BY 1
              UNTIL WS-CATQ-IX > WS-CATQ-MAX
                 OR WS-CATQ-HIT > 0.

           IF WS-CATQ-HIT = 0 THEN
              MOVE 8 TO BAQHCATQ-RC
              MOVE SPACES TO BAQHCATQ-API-NAME
              MOVE SPACES TO BAQHCATQ-FILE-PFX
              GO TO A-999
           END-IF.

           MOVE WS-CATQ-API (WS-CATQ-HIT) TO BAQHCATQ-API-NAME.
           MOVE WS-CATQ-PFX (WS-CATQ-HIT) TO BAQHCATQ-FILE-PFX.

           IF BAQHCATQ-RETARGET THEN
              PERFORM B-RETARGET-API-INFO
           END-IF.

       A-999.
           GOBACK.

      *----------------------------------------------------------------*
      * B-RETARGET-API-INFO
      *
      * Replaces the API name and rebuilds the path as '%2F', the
      * catalog's stem (plus the 's' of a plural segment), then the
      * rest of the path unchanged. A path whose first segment is
      * not one of the known stems is left as it is.
      *----------------------------------------------------------------*
       B-RETARGET-API-INFO SECTION.
       B-010.
           MOVE 0 TO WS-NAME-LEN.
           INSPECT BAQHCATQ-API-NAME TALLYING WS-NAME-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE BAQHCATQ-API-NAME TO LK-API-NAME.
           MOVE WS-NAME-LEN TO LK-API-NAME-LEN.

           IF LK-API-PATH-LEN < 4 OR
              LK-API-PATH (1:3) NOT = '%2F' THEN
              GO TO B-999
           END-IF.

      * The first segment runs from position 4 to the next escaped
      * separator or the end of the path.
           MOVE 0 TO WS-SEG-LEN.
           INSPECT LK-API-PATH (4:LK-API-PATH-LEN - 3)
              TALLYING WS-SEG-LEN FOR CHARACTERS BEFORE INITIAL '%'.
           IF WS-SEG-LEN = 0 OR WS-SEG-LEN > LENGTH OF WS-SEG THEN
              GO TO B-999
           END-IF.
           MOVE SPACES TO WS-SEG.
           MOVE LK-API-PATH (4:WS-SEG-LEN) TO WS-SEG.
           MOVE SPACE TO WS-PLURAL.
           IF WS-SEG (WS-SEG-LEN:1) = 's' THEN
              MOVE 's' TO WS-PLURAL
              MOVE SPACE TO WS-SEG (WS-SEG-LEN:1)
           END-IF.

           MOVE 0 TO WS-CATQ-OLD-HIT.
           PERFORM XB-MATCH-STEM
              VARYING WS-CATQ-OLD-IX FROM 1 BY 1
              UNTIL WS-CATQ-OLD-IX > WS-CATQ-MAX
                 OR WS-CATQ-OLD-HIT > 0.
           IF WS-CATQ-OLD-HIT = 0 THEN
              GO TO B-999
           END-IF.

           COMPUTE WS-REST-POS = 4 + WS-SEG-LEN.
           COMPUTE WS-REST-LEN = LK-API-PATH-LEN - WS-REST-POS + 1.
           MOVE 0 TO WS-STEM-LEN.
           INSPECT WS-CATQ-STEM (WS-CATQ-HIT) TALLYING WS-STEM-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE SPACES TO WS-NEW-PATH.
           MOVE 1 TO WS-NEW-PTR.
           STRING '%2F' WS-CATQ-STEM (WS-CATQ-HIT) (1:WS-STEM-LEN)
              DELIMITED BY SIZE
              INTO WS-NEW-PATH WITH POINTER WS-NEW-PTR.
           IF WS-PLURAL = 's' THEN
              STRING 's' DELIMITED BY SIZE
                 INTO WS-NEW-PATH WITH POINTER WS-NEW-PTR
           END-IF.
           IF WS-REST-LEN > 0 THEN
              STRING LK-API-PATH (WS-REST-POS:WS-REST-LEN)
                 DELIMITED BY SIZE
                 INTO WS-NEW-PATH WITH POINTER WS-NEW-PTR
           END-IF.

           MOVE WS-NEW-PATH TO LK-API-PATH.
           COMPUTE LK-API-PATH-LEN = WS-NEW-PTR - 1.

       B-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-MATCH-CATALOG
      *----------------------------------------------------------------*
       XA-MATCH-CATALOG SECTION.
       XA-010.
           IF WS-CATQ-NAME (WS-CATQ-IX) = BAQHCATQ-CATALOG THEN
              MOVE WS-CATQ-IX TO WS-CATQ-HIT
           END-IF.

       XA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XB-MATCH-STEM
      *
      * Which catalog's stem the path's first segment currently is.
      *----------------------------------------------------------------*
       XB-MATCH-STEM SECTION.
       XB-010.
           IF WS-CATQ-STEM (WS-CATQ-OLD-IX) = WS-SEG THEN
              MOVE WS-CATQ-OLD-IX TO WS-CATQ-OLD-HIT
           END-IF.

       XB-999.
           EXIT.
