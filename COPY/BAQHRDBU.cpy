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
      * BAQHRDBU                                                      *
      *                                                               *
      * The record views BAQHRCRT reads from the RACF database unload *
      * (IRRDBU00, DD RBKDBU0, RECFM=VB LRECL=4096). Every unload     *
      * record opens with its four-digit record type and a blank; the *
      * fields below sit at the positions IBM documents for the       *
      * unload, each separated from the next by one blank:            *
      *   0100 - group basic:   the group name,                       *
      *   0102 - group member:  the group, a user connected to it and *
      *                         the connect authority,                *
      *   0200 - user basic:    the user ID, whether it is revoked,   *
      *                         the programmer name and the date of   *
      *                         its last RACF logon or job,           *
      *   0500 - general resource basic: the profile, its class, its  *
      *                         owner and its universal access,       *
      *   0505 - general resource access: the profile, its class, a   *
      *                         user or group on its access list and  *
      *                         the access it holds.                  *
      * Dates in the unload are YYYY-MM-DD. Records of every other    *
      * type are read past.                                           *
      *****************************************************************
       01 BAQHRDBU-RECORD.
           03 BAQHRDBU-TYPE          PIC X(4).
              88 BAQHRDBU-GROUP-BASIC     VALUE '0100'.
              88 BAQHRDBU-GROUP-MEMBER    VALUE '0102'.
              88 BAQHRDBU-USER-BASIC      VALUE '0200'.
              88 BAQHRDBU-RESOURCE-BASIC  VALUE '0500'.
              88 BAQHRDBU-RESOURCE-ACCESS VALUE '0505'.
           03 FILLER                 PIC X(1).
           03 BAQHRDBU-BODY          PIC X(4091).
           03 BAQHRDBU-GPBD REDEFINES BAQHRDBU-BODY.
              05 BAQHRDBU-GPBD-NAME     PIC X(8).
              05 FILLER                 PIC X(4083).
           03 BAQHRDBU-GPMEM REDEFINES BAQHRDBU-BODY.
              05 BAQHRDBU-GPMEM-NAME    PIC X(8).
              05 FILLER                 PIC X(1).
              05 BAQHRDBU-GPMEM-MEMBER  PIC X(8).
              05 FILLER                 PIC X(1).
              05 BAQHRDBU-GPMEM-AUTH    PIC X(8).
              05 FILLER                 PIC X(4065).
           03 BAQHRDBU-USBD REDEFINES BAQHRDBU-BODY.
              05 BAQHRDBU-USBD-NAME     PIC X(8).
              05 FILLER                 PIC X(36).
              05 BAQHRDBU-USBD-REVOKE   PIC X(4).
              05 FILLER                 PIC X(21).
              05 BAQHRDBU-USBD-PROGRAMMER PIC X(20).
              05 FILLER                 PIC X(19).
              05 BAQHRDBU-USBD-LASTJOB-DATE PIC X(10).
              05 FILLER                 PIC X(3973).
           03 BAQHRDBU-GRBD REDEFINES BAQHRDBU-BODY.
              05 BAQHRDBU-GRBD-NAME     PIC X(246).
              05 FILLER                 PIC X(1).
              05 BAQHRDBU-GRBD-CLASS    PIC X(8).
              05 FILLER                 PIC X(21).
              05 BAQHRDBU-GRBD-OWNER    PIC X(8).
              05 FILLER                 PIC X(47).
              05 BAQHRDBU-GRBD-UACC     PIC X(8).
              05 FILLER                 PIC X(3752).
           03 BAQHRDBU-GRACC REDEFINES BAQHRDBU-BODY.
              05 BAQHRDBU-GRACC-NAME    PIC X(246).
              05 FILLER                 PIC X(1).
              05 BAQHRDBU-GRACC-CLASS   PIC X(8).
              05 FILLER                 PIC X(1).
              05 BAQHRDBU-GRACC-AUTH-ID PIC X(8).
              05 FILLER                 PIC X(1).
              05 BAQHRDBU-GRACC-ACCESS  PIC X(8).
              05 FILLER                 PIC X(3818).
