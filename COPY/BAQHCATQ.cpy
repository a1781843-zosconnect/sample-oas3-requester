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
      * The catalog qualifier request area, passed to the BAQHCATQ    *
      * routine. Two publication catalogs are served by APIs of the   *
      * same shape - the Redbook catalog (RedbookApi) and the         *
      * Redpaper catalog (RedpaperApi) - and every run, transaction   *
      * and local record says which one it belongs to by its          *
      * qualifier, CATALOG=REDBOOK or CATALOG=REDPAPER. A blank       *
      * qualifier, on a run parameter or on a record written before   *
      * the qualifier existed, means REDBOOK.                         *
      *                                                               *
      * FUNCTION on the call:                                         *
      *   'V'  validate - CATALOG is checked against the catalogs     *
      *        known here and returned normalized (blank becomes      *
      *        REDBOOK), with the catalog's API-NAME and FILE-PFX,    *
      *        the prefix its own CICS file names take in place of    *
      *        'RBK' for the catalog's content stores (RBKCAT becomes *
      *        RPPCAT for the Redpaper catalog)                       *
      *   'R'  retarget - the API-INFO structure passed as the second *
      *        argument is pointed at CATALOG's API: its API name is  *
      *        replaced and the first segment of its path ('redbook'  *
      *        or 'redbooks') becomes the catalog's own. Retargeting  *
      *        twice, or back to REDBOOK, is harmless.                *
      * RC is 0, or 8 for a catalog that is not known.                *
      *****************************************************************
       01 BAQHCATQ-AREA.
           03 BAQHCATQ-FUNCTION      PIC X(1).
              88 BAQHCATQ-VALIDATE   VALUE 'V'.
              88 BAQHCATQ-RETARGET   VALUE 'R'.
           03 BAQHCATQ-CATALOG       PIC X(8) VALUE SPACES.
           03 BAQHCATQ-API-NAME      PIC X(16).
           03 BAQHCATQ-FILE-PFX      PIC X(3).
           03 BAQHCATQ-RC            PIC 9(2).
