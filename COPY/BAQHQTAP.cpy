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
      * BAQHQTAP                                                      *
      *                                                               *
      * One daily change-quota policy on RBKQTAP, a VSAM KSDS keyed by*
      * policy type and name and maintained by operations under change*
      * control - loaded with IDCAMS REPRO from card images of this   *
      * layout. A policy caps how many catalog changes one operator   *
      * may make on the CICS transactions in a day, per operation     *
      * class:                                                        *
      *   UPD-LIMIT  creates, patches and merges (CRBK, PRBK, MRBK)   *
      *   DEL-LIMIT  delete requests queued for approval (DRBK)       *
      * A limit of 0 permits none of that class; 99999 means no limit.*
      *                                                               *
      * TYPE is one of:                                               *
      *   U  NAME is a CICS user ID - the user's own policy           *
      *   G  NAME is a RACF group. The user is taken to belong to it  *
      *      when they hold READ on profile RBK.QUOTA.<group> in the  *
      *      site's RBKRES class - security permits the group to the  *
      *      profile. Where a user is in several quota groups the     *
      *      highest limit of each class applies.                     *
      *   D  the site default (NAME 'DEFAULT'), for everyone else     *
      * A user with no policy of any kind is not limited. The policy  *
      * found at a user's first change of the day is copied to that   *
      * day's RBKQTAU usage record (BAQHQTAU) and holds for the day;  *
      * a supervisor raises it for the day on the RBQT transaction.   *
      *****************************************************************
       01 BAQHQTAP-RECORD.
           03 BAQHQTAP-KEY.
              05 BAQHQTAP-TYPE       PIC X(1).
                 88 BAQHQTAP-IS-USER    VALUE 'U'.
                 88 BAQHQTAP-IS-GROUP   VALUE 'G'.
                 88 BAQHQTAP-IS-DEFAULT VALUE 'D'.
              05 BAQHQTAP-NAME       PIC X(8).
           03 BAQHQTAP-UPD-LIMIT     PIC 9(5).
           03 BAQHQTAP-DEL-LIMIT     PIC 9(5).
           03 BAQHQTAP-DESC          PIC X(40).
           03 FILLER                 PIC X(41).
