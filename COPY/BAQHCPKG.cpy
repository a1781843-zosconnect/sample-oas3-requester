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
      * BAQHCPKG                                                      *
      *                                                               *
      * One record of a control-data promotion package (DD/file       *
      * RBKCPKG), written by BAQHCPRM EXPORT from one environment's   *
      * control datasets and read by BAQHCPRM IMPORT in another. TAG  *
      * says which view applies:                                      *
      *   CPKG  package header - where the package came from (the     *
      *         environment and its HLQ), when and by whom it was     *
      *         taken;                                                *
      *   SECT  start of one dataset's section, naming its DD and     *
      *         record length;                                        *
      *   DATA  one record of that dataset, as read, in BODY;         *
      *   ENDS  end of the section - its record count and checksum,   *
      *         the same count and byte-sum BAQHRBKB banks on RBKFPRT,*
      *         so a promoted dataset can be recognised there;        *
      *   ENDP  package trailer - section and record totals and the   *
      *         package fingerprint over every section's count and    *
      *         checksum.                                             *
      * A package without its ENDP trailer (an export that failed     *
      * part way) is never imported.                                  *
      *****************************************************************
       01 BAQHCPKG-RECORD.
           03 BAQHCPKG-TAG           PIC X(4).
           03 BAQHCPKG-BODY          PIC X(256).
           03 BAQHCPKG-HDR REDEFINES BAQHCPKG-BODY.
              05 BAQHCPKG-VERSION    PIC X(2).
              05 BAQHCPKG-FROM-ENV   PIC X(4).
              05 BAQHCPKG-FROM-HLQ   PIC X(24).
              05 BAQHCPKG-PKG-DATE   PIC X(8).
              05 BAQHCPKG-PKG-TIME   PIC X(6).
              05 BAQHCPKG-PKG-BY     PIC X(8).
              05 FILLER              PIC X(204).
           03 BAQHCPKG-SECT REDEFINES BAQHCPKG-BODY.
              05 BAQHCPKG-DSNAME     PIC X(8).
              05 BAQHCPKG-REC-LEN    PIC 9(4).
              05 FILLER              PIC X(244).
           03 BAQHCPKG-ENDS REDEFINES BAQHCPKG-BODY.
              05 BAQHCPKG-END-DSNAME PIC X(8).
              05 BAQHCPKG-REC-COUNT  PIC 9(9).
              05 BAQHCPKG-CHECKSUM   PIC 9(9).
              05 FILLER              PIC X(230).
           03 BAQHCPKG-ENDP REDEFINES BAQHCPKG-BODY.
              05 BAQHCPKG-SECT-COUNT PIC 9(2).
              05 BAQHCPKG-TOTAL-RECS PIC 9(9).
              05 BAQHCPKG-FINGERPRINT PIC 9(9).
              05 FILLER              PIC X(236).
