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
      * BAQHJSKL                                                      *
      *                                                               *
      * One record of the approved job-skeleton registry (DD/file     *
      * RBKJSKL), a VSAM KSDS keyed by skeleton ID and sequence and   *
      * maintained by operations under change control - loaded with   *
      * IDCAMS REPRO from card images of this layout. The RBSB        *
      * transaction in BAQHRBKC lists the skeletons, takes the        *
      * permitted parameters and submits the job to the internal      *
      * reader; nothing but a registered skeleton can be submitted.   *
      *                                                               *
      * Sequence 000 is the skeleton's header: its description, the   *
      * destructive flag and up to four parameters the operator may   *
      * fill in. Each parameter has a NAME, a screen LABEL, a MAXLEN  *
      * of at most 44, a REQ flag (Y = must be keyed) and a CLASS     *
      * that bounds what may be keyed, so no value can carry a comma, *
      * quote or ampersand into the JCL:                              *
      *   N  digits only                                              *
      *   D  A-Z 0-9 @ # $ . and - (dataset names, members, ids)      *
      *   T  D's characters plus a-z, space, / and :                  *
      * A destructive skeleton (DESTRUCTIVE = Y) is only released     *
      * against a standing APPROVED RBKAPPR request for its operation *
      * JSUB and the same skeleton and values, approved on RBKA by a  *
      * second operator; the release marks the request USED.          *
      *                                                               *
      * Sequences 001-999 are the JCL card images, JOB card first. On *
      * each card &NAME (or &NAME.) of a declared parameter becomes   *
      * the value keyed, as do the built-ins &RBKSUB (the six-digit   *
      * submission number), &RBKUSER (the submitting operator) and    *
      * &RBKSKEL (the skeleton ID). Any other & - a JCL symbolic such *
      * as &SYSUID or &HLQ - is left for the converter. A card whose  *
      * substituted text runs past column 71 refuses the submission.  *
      *                                                               *
      * Skeleton ID '*STATUS' is not offered to the operator: its     *
      * cards are appended to every job submitted. They are the       *
      * site's standard closing steps - JCL IF tests on the job's     *
      * return code, each copying one line                            *
      *     RBKJSTAT &RBKSUB ENDED    0004                            *
      * (status ENDED or ABENDED, return code as the IF band tested)  *
      * to SYSOUT writer RBKJSTAT routed to this CICS region, which   *
      * RBSB reads back onto the RBKJSUB submission log. Without a    *
      * '*STATUS' skeleton jobs still submit but report no status.    *
      *****************************************************************
       01 BAQHJSKL-RECORD.
           03 BAQHJSKL-KEY.
              05 BAQHJSKL-SKEL-ID    PIC X(8).
              05 BAQHJSKL-SEQ        PIC 9(3).
           03 BAQHJSKL-BODY          PIC X(189).
      * Sequence 000 - the header.
           03 BAQHJSKL-HEADER REDEFINES BAQHJSKL-BODY.
              05 BAQHJSKL-DESC       PIC X(40).
              05 BAQHJSKL-DESTRUCTIVE PIC X(1).
                 88 BAQHJSKL-IS-DESTRUCTIVE VALUE 'Y'.
              05 BAQHJSKL-PARM OCCURS 4 TIMES.
                 07 BAQHJSKL-PARM-NAME   PIC X(8).
                 07 BAQHJSKL-PARM-LABEL  PIC X(16).
                 07 BAQHJSKL-PARM-MAXLEN PIC 9(2).
                 07 BAQHJSKL-PARM-CLASS  PIC X(1).
                 07 BAQHJSKL-PARM-REQ    PIC X(1).
              05 FILLER              PIC X(36).
      * Sequences 001-999 - one JCL card image each.
           03 BAQHJSKL-CARD-AREA REDEFINES BAQHJSKL-BODY.
              05 BAQHJSKL-CARD       PIC X(80).
              05 FILLER              PIC X(109).
