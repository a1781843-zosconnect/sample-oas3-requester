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
      * BAQHERSB                                                      *
      *                                                               *
      * The pseudonymisation request area, passed to the BAQHERSB     *
      * scrub routine on every call by the author erasure run         *
      * (BAQHERAS) and its extract and IMS steps (BAQHERAX,           *
      * BAQHERAI). The caller keeps it in WORKING-STORAGE for the     *
      * life of the run: it carries the variant table - every         *
      * spelling of every name being erased, each with the pseudonym  *
      * that replaces it - as well as each request.                   *
      *                                                               *
      * FUNCTION on the call to BAQHERSB:                             *
      * 'P'  derive - PSEUDONYM is returned as the stable pseudonym   *
      *      for NAME: 'Author ' and nine digits folded from the      *
      *      name's bytes, so the same name always comes out as the   *
      *      same pseudonym, run after run and store after store      *
      * 'N'  match - NAME is one whole author name (a master record,  *
      *      a registry entry, a cross-reference key, an IMS          *
      *      segment); HITS is returned 1 with PSEUDONYM set when it  *
      *      is one of the variants, 0 when not                       *
      * 'T'  scrub - the leading TEXT-LEN positions of TEXT are free  *
      *      text (an author list, a change-history value, an audit   *
      *      message); every variant standing there as a whole name   *
      *      is replaced by its pseudonym, the longest variant        *
      *      winning where two start at the same place. HITS is       *
      *      returned as the number replaced, and TEXT as the         *
      *      scrubbed text, cut back to TEXT-LEN                      *
      * RC is 0, or 8 for a TEXT-LEN outside 1 to 200.                *
      *                                                               *
      * VAR-CNT entries of VAR-ENTRY are loaded by the caller,        *
      * VARIANT and PSEUDO only; the routine works out the two        *
      * lengths itself the first time it meets an entry, from a zero  *
      * VAR-LEN.                                                      *
      *****************************************************************
       01 BAQHERSB-AREA.
           03 BAQHERSB-FUNCTION      PIC X(1).
              88 BAQHERSB-DERIVE     VALUE 'P'.
              88 BAQHERSB-MATCH      VALUE 'N'.
              88 BAQHERSB-SCRUB      VALUE 'T'.
           03 BAQHERSB-NAME          PIC X(40).
           03 BAQHERSB-PSEUDONYM     PIC X(40).
           03 BAQHERSB-TEXT          PIC X(200).
           03 BAQHERSB-TEXT-LEN      PIC 9(4) COMP.
           03 BAQHERSB-HITS          PIC 9(4) COMP.
           03 BAQHERSB-RC            PIC 9(2).
           03 BAQHERSB-VAR-MAX       PIC 9(4) COMP VALUE 100.
           03 BAQHERSB-VAR-CNT       PIC 9(4) COMP VALUE 0.
           03 BAQHERSB-VAR-ENTRY OCCURS 100 TIMES.
              05 BAQHERSB-VARIANT    PIC X(40).
              05 BAQHERSB-VAR-LEN    PIC 9(4) COMP.
              05 BAQHERSB-PSEUDO     PIC X(40).
              05 BAQHERSB-PSD-LEN    PIC 9(4) COMP.
