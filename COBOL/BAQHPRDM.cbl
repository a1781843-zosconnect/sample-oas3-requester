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
      * BAQHPRDM                                                      *
      *                                                               *
      * Product registry and book-to-product mapping maintenance.     *
      * Applies the RBKPMIN transactions (see BAQHPMIN) to the        *
      * RBKPROD product registry (see BAQHPROD) - each product's name *
      * and its end-of-marketing and end-of-service dates - and to    *
      * the RBKPMAP mapping (see BAQHPMAP) of which products each     *
      * book, by form number, covers. Both feed the BAQHEOSL          *
      * end-of-service impact run.                                    *
      *                                                               *
      * Dates must be real YYYYMMDD dates, and a product is only      *
      * deleted once no book is mapped to it. A form number the       *
      * RBKFNXR cross-reference does not know is mapped all the same, *
      * with a note - the book may not be published yet. Every        *
      * transaction is listed on DD name RBKPMRP as APPLIED or        *
      * REJECTED with the reason; a rejected transaction changes      *
      * nothing and the run ends RC 4.                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHPRDM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKPMIN-FILE ASSIGN TO RBKPMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMIN-FILE-STATUS.

           SELECT RBKPROD-FILE ASSIGN TO RBKPROD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHPROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT RBKPMAP-FILE ASSIGN TO RBKPMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHPMAP-KEY
               ALTERNATE RECORD KEY IS BAQHPMAP-PRODUCT-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-PMAP-FILE-STATUS.

           SELECT RBKFNXR-FILE ASSIGN TO RBKFNXR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQHFNXR-FORM-NUMBER
               FILE STATUS IS WS-FNXR-FILE-STATUS.

           SELECT RBKPMRP-FILE ASSIGN TO RBKPMRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBKPMIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BAQHPMIN.

       FD  RBKPROD-FILE.
       COPY BAQHPROD.

       FD  RBKPMAP-FILE.
       COPY BAQHPMAP.

       FD  RBKFNXR-FILE.
       COPY BAQHFNXR.

       FD  RBKPMRP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKPMRP-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PMIN-FILE-STATUS PIC X(2).
       01 WS-PROD-FILE-STATUS PIC X(2).
       01 WS-PMAP-FILE-STATUS PIC X(2).
       01 WS-FNXR-FILE-STATUS PIC X(2).

       01 WS-PMIN-EOF-SW      PIC X VALUE 'N'.
           88 WS-PMIN-EOF     VALUE 'Y'.

      * Without the cross-reference a form number cannot be checked,
      * and is mapped unchecked.
       01 WS-FNXR-OPEN-SW     PIC X VALUE 'N'.
           88 WS-FNXR-OPEN    VALUE 'Y'.

       01 WS-READ-CNT         PIC 9(7) COMP VALUE 0.
       01 WS-APPLIED-CNT      PIC 9(7) COMP VALUE 0.
       01 WS-REJECTED-CNT     PIC 9(7) COMP VALUE 0.
       01 WS-CNT-ED           PIC Z,ZZZ,ZZ9.

      * BB-CHECK-DATE's argument and answer. A keyed date must be a
      * calendar date in YYYYMMDD form; NONE, on a change, clears it.
       01 WS-CHK-DATE         PIC X(8) VALUE SPACES.
       01 WS-CHK-DATE-N REDEFINES WS-CHK-DATE.
           03 WS-CHK-YYYY     PIC 9(4).
           03 WS-CHK-MM       PIC 9(2).
           03 WS-CHK-DD       PIC 9(2).
       01 WS-CHK-OK-SW        PIC X VALUE 'N'.
           88 WS-CHK-OK       VALUE 'Y'.

       01 WS-REJECT-REASON    PIC X(80) VALUE SPACES.
       01 WS-APPLY-NOTE       PIC X(80) VALUE SPACES.

       01 WS-TODAY            PIC X(8) VALUE SPACES.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * A-MAINLINE
      *----------------------------------------------------------------*
       A-MAINLINE SECTION.
       A-010.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           OPEN INPUT RBKPMIN-FILE.
           IF WS-PMIN-FILE-STATUS NOT = '00' THEN
              DISPLAY 'BAQHPRDM RBKPMIN NOT AVAILABLE, STATUS '
                 WS-PMIN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O RBKPROD-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00'
              AND WS-PROD-FILE-STATUS NOT = '97'
              AND WS-PROD-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHPRDM OPEN RBKPROD failed, file status '
                 WS-PROD-FILE-STATUS
              CLOSE RBKPMIN-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O RBKPMAP-FILE.
           IF WS-PMAP-FILE-STATUS NOT = '00'
              AND WS-PMAP-FILE-STATUS NOT = '97'
              AND WS-PMAP-FILE-STATUS NOT = '05' THEN
              DISPLAY 'BAQHPRDM OPEN RBKPMAP failed, file status '
                 WS-PMAP-FILE-STATUS
              CLOSE RBKPMIN-FILE
              CLOSE RBKPROD-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RBKFNXR-FILE.
           IF WS-FNXR-FILE-STATUS = '00' THEN
              MOVE 'Y' TO WS-FNXR-OPEN-SW
           END-IF.

           OPEN OUTPUT RBKPMRP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PRODUCT REGISTRY MAINTENANCE  RUN DATE ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKPMRP-RECORD FROM WS-RPT-LINE.

           PERFORM BA-APPLY-ONE-TRANS UNTIL WS-PMIN-EOF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKPMRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS READ:     ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKPMRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-APPLIED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS APPLIED:  ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKPMRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-REJECTED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS REJECTED: ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKPMRP-RECORD FROM WS-RPT-LINE.

           IF WS-REJECTED-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999.
           CLOSE RBKPMIN-FILE.
           CLOSE RBKPROD-FILE.
           CLOSE RBKPMAP-FILE.
           IF WS-FNXR-OPEN THEN
              CLOSE RBKFNXR-FILE
           END-IF.
           CLOSE RBKPMRP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * BA-APPLY-ONE-TRANS
      *
      * Reads the next RBKPMIN transaction, applies it and lists the
      * outcome - action, result, product and form number, then the
      * reason or note when there is one.
      *----------------------------------------------------------------*
       BA-APPLY-ONE-TRANS SECTION.
       BA-010.
           READ RBKPMIN-FILE
               AT END
                  MOVE 'Y' TO WS-PMIN-EOF-SW
           END-READ.

           IF WS-PMIN-EOF THEN
              GO TO BA-999
           END-IF.

           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLY-NOTE.

           IF BAQHPMIN-PRODUCT-ID = SPACES THEN
              MOVE 'PRODUCT ID IS BLANK' TO WS-REJECT-REASON
              GO TO BA-020
           END-IF.

           EVALUATE BAQHPMIN-ACTION
              WHEN 'ADDPRD'
                 PERFORM CA-ADD-PRODUCT
              WHEN 'CHGPRD'
                 PERFORM CB-CHANGE-PRODUCT
              WHEN 'DELPRD'
                 PERFORM CC-DELETE-PRODUCT
              WHEN 'MAP'
                 PERFORM DA-MAP-BOOK
              WHEN 'UNMAP'
                 PERFORM DB-UNMAP-BOOK
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE.

       BA-020.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE BAQHPMIN-ACTION TO WS-RPT-LINE (1:6).
           IF WS-REJECT-REASON = SPACES THEN
              ADD 1 TO WS-APPLIED-CNT
              MOVE 'APPLIED' TO WS-RPT-LINE (8:8)
           ELSE
              ADD 1 TO WS-REJECTED-CNT
              MOVE 'REJECTED' TO WS-RPT-LINE (8:8)
           END-IF.
           MOVE BAQHPMIN-PRODUCT-ID TO WS-RPT-LINE (17:12).
           IF BAQHPMIN-ACTION = 'MAP' OR
              BAQHPMIN-ACTION = 'UNMAP' THEN
              MOVE BAQHPMIN-FORM-NUMBER TO WS-RPT-LINE (31:12)
           ELSE
              MOVE BAQHPMIN-NAME TO WS-RPT-LINE (31:60)
              MOVE BAQHPMIN-EOM-DATE TO WS-RPT-LINE (93:8)
              MOVE BAQHPMIN-EOS-DATE TO WS-RPT-LINE (103:8)
           END-IF.
           WRITE RBKPMRP-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              MOVE WS-REJECT-REASON TO WS-RPT-LINE (17:80)
              WRITE RBKPMRP-RECORD FROM WS-RPT-LINE
           ELSE
              IF WS-APPLY-NOTE NOT = SPACES THEN
                 MOVE WS-APPLY-NOTE TO WS-RPT-LINE (17:80)
                 WRITE RBKPMRP-RECORD FROM WS-RPT-LINE
              END-IF
           END-IF.

       BA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BB-CHECK-DATE
      *
      * Sets WS-CHK-OK when WS-CHK-DATE is blank or a plausible
      * YYYYMMDD calendar date.
      *----------------------------------------------------------------*
       BB-CHECK-DATE SECTION.
       BB-010.
           MOVE 'N' TO WS-CHK-OK-SW.

           IF WS-CHK-DATE = SPACES THEN
              MOVE 'Y' TO WS-CHK-OK-SW
              GO TO BB-999
           END-IF.

           IF WS-CHK-DATE IS NOT NUMERIC THEN
              GO TO BB-999
           END-IF.

           IF WS-CHK-YYYY < 1900 OR
              WS-CHK-MM < 1 OR WS-CHK-MM > 12 OR
              WS-CHK-DD < 1 OR WS-CHK-DD > 31 THEN
              GO TO BB-999
           END-IF.

           MOVE 'Y' TO WS-CHK-OK-SW.

       BB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CA-ADD-PRODUCT
      *----------------------------------------------------------------*
       CA-ADD-PRODUCT SECTION.
       CA-010.
           IF BAQHPMIN-NAME = SPACES THEN
              MOVE 'PRODUCT NAME IS REQUIRED' TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE BAQHPMIN-EOM-DATE TO WS-CHK-DATE.
           PERFORM BB-CHECK-DATE.
           IF NOT WS-CHK-OK THEN
              MOVE 'END-OF-MARKETING DATE IS NOT YYYYMMDD'
                 TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE BAQHPMIN-EOS-DATE TO WS-CHK-DATE.
           PERFORM BB-CHECK-DATE.
           IF NOT WS-CHK-OK THEN
              MOVE 'END-OF-SERVICE DATE IS NOT YYYYMMDD'
                 TO WS-REJECT-REASON
              GO TO CA-999
           END-IF.

           MOVE SPACES TO BAQHPROD-RECORD.
           MOVE BAQHPMIN-PRODUCT-ID TO BAQHPROD-ID.
           MOVE BAQHPMIN-NAME TO BAQHPROD-NAME.
           MOVE BAQHPMIN-EOM-DATE TO BAQHPROD-EOM-DATE.
           MOVE BAQHPMIN-EOS-DATE TO BAQHPROD-EOS-DATE.
           MOVE WS-TODAY TO BAQHPROD-DATE.

           WRITE BAQHPROD-RECORD.
           EVALUATE WS-PROD-FILE-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '22'
                 MOVE 'PRODUCT ALREADY EXISTS' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING 'WRITE RBKPROD FAILED, FILE STATUS '
                    WS-PROD-FILE-STATUS
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-EVALUATE.

       CA-999.
           EXIT.

      *----------------------------------------------------------------*
      * CB-CHANGE-PRODUCT
      *
      * A blank field is left as it is; NONE keyed in a date clears
      * it, for a withdrawn announcement.
      *----------------------------------------------------------------*
       CB-CHANGE-PRODUCT SECTION.
       CB-010.
           IF BAQHPMIN-EOM-DATE NOT = 'NONE' THEN
              MOVE BAQHPMIN-EOM-DATE TO WS-CHK-DATE
              PERFORM BB-CHECK-DATE
              IF NOT WS-CHK-OK THEN
                 MOVE 'END-OF-MARKETING DATE IS NOT YYYYMMDD OR NONE'
                    TO WS-REJECT-REASON
                 GO TO CB-999
              END-IF
           END-IF.

           IF BAQHPMIN-EOS-DATE NOT = 'NONE' THEN
              MOVE BAQHPMIN-EOS-DATE TO WS-CHK-DATE
              PERFORM BB-CHECK-DATE
              IF NOT WS-CHK-OK THEN
                 MOVE 'END-OF-SERVICE DATE IS NOT YYYYMMDD OR NONE'
                    TO WS-REJECT-REASON
                 GO TO CB-999
              END-IF
           END-IF.

           MOVE BAQHPMIN-PRODUCT-ID TO BAQHPROD-ID.
           READ RBKPROD-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00' THEN
              MOVE 'PRODUCT DOES NOT EXIST' TO WS-REJECT-REASON
              GO TO CB-999
           END-IF.

           IF BAQHPMIN-NAME NOT = SPACES THEN
              MOVE BAQHPMIN-NAME TO BAQHPROD-NAME
           END-IF.

           EVALUATE BAQHPMIN-EOM-DATE
              WHEN SPACES
                 CONTINUE
              WHEN 'NONE'
                 MOVE SPACES TO BAQHPROD-EOM-DATE
              WHEN OTHER
                 MOVE BAQHPMIN-EOM-DATE TO BAQHPROD-EOM-DATE
           END-EVALUATE.

           EVALUATE BAQHPMIN-EOS-DATE
              WHEN SPACES
                 CONTINUE
              WHEN 'NONE'
                 MOVE SPACES TO BAQHPROD-EOS-DATE
              WHEN OTHER
                 MOVE BAQHPMIN-EOS-DATE TO BAQHPROD-EOS-DATE
           END-EVALUATE.

           MOVE WS-TODAY TO BAQHPROD-DATE.

           REWRITE BAQHPROD-RECORD.
           IF WS-PROD-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'REWRITE RBKPROD FAILED, FILE STATUS '
                 WS-PROD-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       CB-999.
           EXIT.

      *----------------------------------------------------------------*
      * CC-DELETE-PRODUCT
      *----------------------------------------------------------------*
       CC-DELETE-PRODUCT SECTION.
       CC-010.
           MOVE BAQHPMIN-PRODUCT-ID TO BAQHPMAP-PRODUCT-ID.
           READ RBKPMAP-FILE KEY IS BAQHPMAP-PRODUCT-ID.
           IF WS-PMAP-FILE-STATUS = '00' OR
              WS-PMAP-FILE-STATUS = '02' THEN
              MOVE 'BOOKS ARE STILL MAPPED TO THE PRODUCT - UNMAP FIRST'
                 TO WS-REJECT-REASON
              GO TO CC-999
           END-IF.

           MOVE BAQHPMIN-PRODUCT-ID TO BAQHPROD-ID.
           READ RBKPROD-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00' THEN
              MOVE 'PRODUCT DOES NOT EXIST' TO WS-REJECT-REASON
              GO TO CC-999
           END-IF.

           DELETE RBKPROD-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'DELETE RBKPROD FAILED, FILE STATUS '
                 WS-PROD-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       CC-999.
           EXIT.

      *----------------------------------------------------------------*
      * DA-MAP-BOOK
      *----------------------------------------------------------------*
       DA-MAP-BOOK SECTION.
       DA-010.
           IF BAQHPMIN-FORM-NUMBER = SPACES THEN
              MOVE 'FORM NUMBER IS REQUIRED' TO WS-REJECT-REASON
              GO TO DA-999
           END-IF.

           MOVE BAQHPMIN-PRODUCT-ID TO BAQHPROD-ID.
           READ RBKPROD-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00' THEN
              MOVE 'PRODUCT DOES NOT EXIST' TO WS-REJECT-REASON
              GO TO DA-999
           END-IF.

           MOVE SPACES TO BAQHPMAP-RECORD.
           MOVE BAQHPMIN-FORM-NUMBER TO BAQHPMAP-FORM-NUMBER.
           MOVE BAQHPMIN-PRODUCT-ID TO BAQHPMAP-PRODUCT-ID.
           MOVE WS-TODAY TO BAQHPMAP-DATE.

           WRITE BAQHPMAP-RECORD.
           EVALUATE WS-PMAP-FILE-STATUS
              WHEN '00'
              WHEN '02'
                 CONTINUE
              WHEN '22'
                 MOVE 'BOOK IS ALREADY MAPPED TO THE PRODUCT'
                    TO WS-REJECT-REASON
                 GO TO DA-999
              WHEN OTHER
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING 'WRITE RBKPMAP FAILED, FILE STATUS '
                    WS-PMAP-FILE-STATUS
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
                 GO TO DA-999
           END-EVALUATE.

           IF WS-FNXR-OPEN THEN
              MOVE BAQHPMIN-FORM-NUMBER TO BAQHFNXR-FORM-NUMBER
              READ RBKFNXR-FILE
              IF WS-FNXR-FILE-STATUS NOT = '00' THEN
                 MOVE 'NOTE - FORM NUMBER NOT IN CATALOG'
                    TO WS-APPLY-NOTE
              END-IF
           END-IF.

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-UNMAP-BOOK
      *----------------------------------------------------------------*
       DB-UNMAP-BOOK SECTION.
       DB-010.
           MOVE BAQHPMIN-FORM-NUMBER TO BAQHPMAP-FORM-NUMBER.
           MOVE BAQHPMIN-PRODUCT-ID TO BAQHPMAP-PRODUCT-ID.
           READ RBKPMAP-FILE.
           IF WS-PMAP-FILE-STATUS NOT = '00' THEN
              MOVE 'BOOK IS NOT MAPPED TO THE PRODUCT'
                 TO WS-REJECT-REASON
              GO TO DB-999
           END-IF.

           DELETE RBKPMAP-FILE.
           IF WS-PMAP-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'DELETE RBKPMAP FAILED, FILE STATUS '
                 WS-PMAP-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       DB-999.
           EXIT.
