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
      * Author-name scrub routine for the personal-data erasure run.  *
      * Every store the erasure touches goes through here rather than *
      * matching names itself, so the author master, the registry,    *
      * the catalog, the cross-reference, the change history, the     *
      * archives, the audit trail, the extract generations and the    *
      * IMS segments all agree on what counts as the erased name and  *
      * all receive the same pseudonym for it: whole names are        *
      * matched exactly, and a name inside free text is replaced only *
      * where it stands as a whole name - not where it runs on into a *
      * longer word or a double-barrelled surname.                    *
      *                                                               *
      * No files, so each erasure step calls it against the variant   *
      * table it loaded. See BAQHERSB (the copybook) for the          *
      * functions.                                                    *
      *                                                               *
      * Called with: pseudonymisation request area (COPY BAQHERSB).   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHERSB.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-VX               PIC 9(4) COMP VALUE 0.
       01 WS-TRAIL-CNT        PIC 9(4) COMP VALUE 0.

      * Pseudonym derivation: the name's bytes folded into nine
      * digits, multiply-and-add modulo a prime.
       01 WS-FOLD-NAME        PIC X(40) VALUE SPACES.
       01 WS-FOLD-LEN         PIC 9(4) COMP VALUE 0.
       01 WS-FOLD-POS         PIC 9(4) COMP VALUE 0.
       01 WS-FOLD-WORK        PIC 9(18) COMP VALUE 0.
       01 WS-FOLD-VALUE       PIC 9(9) VALUE 0.

      * Free-text scrub: the text is rebuilt into WS-OUT a byte or a
      * replaced name at a time, then cut back to its own length.
       01 WS-OUT              PIC X(400) VALUE SPACES.
       01 WS-OUT-LEN          PIC 9(4) COMP VALUE 0.
       01 WS-POS              PIC 9(4) COMP VALUE 0.
       01 WS-AFTER            PIC 9(4) COMP VALUE 0.
       01 WS-BEST-VX          PIC 9(4) COMP VALUE 0.
       01 WS-BEST-LEN         PIC 9(4) COMP VALUE 0.
       01 WS-PSD-LEN          PIC 9(4) COMP VALUE 0.

      * A byte beside a candidate match: a letter, a digit, a hyphen
      * or an apostrophe continues the name, anything else ends it.
       01 WS-CH               PIC X VALUE SPACE.
       01 WS-NAME-CHAR-SW     PIC X VALUE 'N'.
           88 WS-NAME-CHAR    VALUE 'Y'.

       LINKAGE SECTION.
       COPY BAQHERSB.

       PROCEDURE DIVISION USING BAQHERSB-AREA.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE 0 TO BAQHERSB-RC.
           MOVE 0 TO BAQHERSB-HITS.

           PERFORM XL-SET-ENTRY-LENGTHS
              VARYING WS-VX FROM 1 BY 1
              UNTIL WS-VX > BAQHERSB-VAR-CNT.

           EVALUATE TRUE
              WHEN BAQHERSB-DERIVE
                 PERFORM BA-DERIVE-PSEUDONYM
              WHEN BAQHERSB-MATCH
                 PERFORM CA-MATCH-NAME
              WHEN BAQHERSB-SCRUB
                 PERFORM DA-SCRUB-TEXT
              WHEN OTHER
                 MOVE 8 TO BAQHERSB-RC
           END-EVALUATE.

       A-999.
           GOBACK.

      *----------------------------------------------------------------*
      * BA-DERIVE-PSEUDONYM
      *
      * Folded from the upper-cased name, so a name keyed in another
      * case on another day still lands on the same pseudonym.
      *----------------------------------------------------------------*
       BA-DERIVE-PSEUDONYM SECTION.
       BA-010.
           MOVE FUNCTION UPPER-CASE(BAQHERSB-NAME) TO WS-FOLD-NAME.

           MOVE 0 TO WS-TRAIL-CNT.
           INSPECT FUNCTION REVERSE(WS-FOLD-NAME)
              TALLYING WS-TRAIL-CNT FOR LEADING SPACE.
           COMPUTE WS-FOLD-LEN = LENGTH OF WS-FOLD-NAME - WS-TRAIL-CNT.

           MOVE 0 TO WS-FOLD-WORK.
           PERFORM BAA-FOLD-ONE-BYTE
              VARYING WS-FOLD-POS FROM 1 BY 1
              UNTIL WS-FOLD-POS > WS-FOLD-LEN.

           MOVE WS-FOLD-WORK TO WS-FOLD-VALUE.
           MOVE SPACES TO BAQHERSB-PSEUDONYM.
           STRING 'Author ' WS-FOLD-VALUE
              DELIMITED BY SIZE INTO BAQHERSB-PSEUDONYM.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BAA-FOLD-ONE-BYTE
      *----------------------------------------------------------------*
       BAA-FOLD-ONE-BYTE SECTION.
       BAA-010.
           COMPUTE WS-FOLD-WORK = FUNCTION MOD(
              WS-FOLD-WORK * 31
              + FUNCTION ORD(WS-FOLD-NAME (WS-FOLD-POS:1)),
              999999937).

       BAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-MATCH-NAME
      *----------------------------------------------------------------*
       CA-MATCH-NAME SECTION.
       CA-010.
           PERFORM CAA-MATCH-ONE-VARIANT
              VARYING WS-VX FROM 1 BY 1
              UNTIL WS-VX > BAQHERSB-VAR-CNT
                 OR BAQHERSB-HITS > 0.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CAA-MATCH-ONE-VARIANT
      *----------------------------------------------------------------*
       CAA-MATCH-ONE-VARIANT SECTION.
       CAA-010.
           IF BAQHERSB-VAR-LEN (WS-VX) > 0 AND
              BAQHERSB-NAME = BAQHERSB-VARIANT (WS-VX) THEN
              MOVE BAQHERSB-PSEUDO (WS-VX) TO BAQHERSB-PSEUDONYM
              MOVE 1 TO BAQHERSB-HITS
           END-IF.

       CAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-SCRUB-TEXT
      *----------------------------------------------------------------*
       DA-SCRUB-TEXT SECTION.
       DA-010.
           IF BAQHERSB-TEXT-LEN < 1 OR
              BAQHERSB-TEXT-LEN > LENGTH OF BAQHERSB-TEXT THEN
              MOVE 8 TO BAQHERSB-RC
              GO TO DA-999
           END-IF.

           MOVE SPACES TO WS-OUT.
           MOVE 0 TO WS-OUT-LEN.
           MOVE 1 TO WS-POS.

           PERFORM DAA-SCRUB-AT-POSITION
              UNTIL WS-POS > BAQHERSB-TEXT-LEN.

           IF BAQHERSB-HITS > 0 THEN
              MOVE WS-OUT (1:BAQHERSB-TEXT-LEN)
                 TO BAQHERSB-TEXT (1:BAQHERSB-TEXT-LEN)
           END-IF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-SCRUB-AT-POSITION
      *
      * The longest variant that starts here as a whole name is
      * replaced by its pseudonym; with none, the byte is carried.
      *----------------------------------------------------------------*
       DAA-SCRUB-AT-POSITION SECTION.
       DAA-010.
           MOVE 0 TO WS-BEST-VX.
           MOVE 0 TO WS-BEST-LEN.

           PERFORM DAB-TRY-ONE-VARIANT
              VARYING WS-VX FROM 1 BY 1
              UNTIL WS-VX > BAQHERSB-VAR-CNT.

           IF WS-BEST-VX = 0 THEN
              IF WS-OUT-LEN < LENGTH OF WS-OUT THEN
                 ADD 1 TO WS-OUT-LEN
                 MOVE BAQHERSB-TEXT (WS-POS:1)
                    TO WS-OUT (WS-OUT-LEN:1)
              END-IF
              ADD 1 TO WS-POS
              GO TO DAA-999
           END-IF.

           MOVE BAQHERSB-PSD-LEN (WS-BEST-VX) TO WS-PSD-LEN.
           IF WS-OUT-LEN + WS-PSD-LEN > LENGTH OF WS-OUT THEN
              COMPUTE WS-PSD-LEN = LENGTH OF WS-OUT - WS-OUT-LEN
           END-IF.
           IF WS-PSD-LEN > 0 THEN
              MOVE BAQHERSB-PSEUDO (WS-BEST-VX) (1:WS-PSD-LEN)
                 TO WS-OUT (WS-OUT-LEN + 1:WS-PSD-LEN)
              ADD WS-PSD-LEN TO WS-OUT-LEN
           END-IF.

           ADD WS-BEST-LEN TO WS-POS.
           ADD 1 TO BAQHERSB-HITS.

       DAA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAB-TRY-ONE-VARIANT
      *----------------------------------------------------------------*
       DAB-TRY-ONE-VARIANT SECTION.
       DAB-010.
           IF BAQHERSB-VAR-LEN (WS-VX) NOT > WS-BEST-LEN THEN
              GO TO DAB-999
           END-IF.

           COMPUTE WS-AFTER = WS-POS + BAQHERSB-VAR-LEN (WS-VX).
           IF WS-AFTER - 1 > BAQHERSB-TEXT-LEN THEN
              GO TO DAB-999
           END-IF.

           IF BAQHERSB-TEXT (WS-POS:BAQHERSB-VAR-LEN (WS-VX)) NOT =
              BAQHERSB-VARIANT (WS-VX) (1:BAQHERSB-VAR-LEN (WS-VX))
              THEN
              GO TO DAB-999
           END-IF.

      * A whole name only: the bytes either side must not continue
      * it.
           IF WS-POS > 1 THEN
              MOVE BAQHERSB-TEXT (WS-POS - 1:1) TO WS-CH
              PERFORM XC-CLASSIFY-BYTE
              IF WS-NAME-CHAR THEN
                 GO TO DAB-999
              END-IF
           END-IF.

           IF WS-AFTER NOT > BAQHERSB-TEXT-LEN THEN
              MOVE BAQHERSB-TEXT (WS-AFTER:1) TO WS-CH
              PERFORM XC-CLASSIFY-BYTE
              IF WS-NAME-CHAR THEN
                 GO TO DAB-999
              END-IF
           END-IF.

           MOVE WS-VX TO WS-BEST-VX.
           MOVE BAQHERSB-VAR-LEN (WS-VX) TO WS-BEST-LEN.

       DAB-999.
           EXIT.

      *----------------------------------------------------------------*
      * XC-CLASSIFY-BYTE
      *----------------------------------------------------------------*
       XC-CLASSIFY-BYTE SECTION.
       XC-010.
           MOVE 'N' TO WS-NAME-CHAR-SW.

           IF (WS-CH IS ALPHABETIC AND WS-CH NOT = SPACE) OR
              WS-CH IS NUMERIC OR
              WS-CH = '-' OR WS-CH = "'" THEN
              MOVE 'Y' TO WS-NAME-CHAR-SW
           END-IF.

       XC-999.
           EXIT.

      *----------------------------------------------------------------*
      * XL-SET-ENTRY-LENGTHS
      *
      * An entry's lengths are worked out once, the first call that
      * finds them zero.
      *----------------------------------------------------------------*
       XL-SET-ENTRY-LENGTHS SECTION.
       XL-010.
           IF BAQHERSB-VAR-LEN (WS-VX) > 0 OR
              BAQHERSB-VARIANT (WS-VX) = SPACES THEN
              GO TO XL-999
           END-IF.

           MOVE 0 TO WS-TRAIL-CNT.
           INSPECT FUNCTION REVERSE(BAQHERSB-VARIANT (WS-VX))
              TALLYING WS-TRAIL-CNT FOR LEADING SPACE.
           COMPUTE BAQHERSB-VAR-LEN (WS-VX) =
              LENGTH OF BAQHERSB-VARIANT (WS-VX) - WS-TRAIL-CNT.

           MOVE 0 TO WS-TRAIL-CNT.
           INSPECT FUNCTION REVERSE(BAQHERSB-PSEUDO (WS-VX))
              TALLYING WS-TRAIL-CNT FOR LEADING SPACE.
           COMPUTE BAQHERSB-PSD-LEN (WS-VX) =
              LENGTH OF BAQHERSB-PSEUDO (WS-VX) - WS-TRAIL-CNT.

       XL-999.
           EXIT.
