      * generations stay self-describing.                            *
      *                                                               *
      * PARM='VERIFY' runs no housekeeping: instead the audit trail  *
      * (or an archive generation, or a concatenation of             *
      * generations of any layout, mounted on the RBKAUDT DD) is     *
      * walked end to end and each writing program's                 *
      * tamper-evidence chain is recomputed and certified - every    *
      * record's check value must continue its predecessor's, SEAL   *
      * records included. Records with a zero check value (the      *
      * online writers are outside the chain, as is every HKV01      *
      * record) are counted and reported as unchained. The verdict   *
      * goes to the RBKHKRP report and RC=4 flags a broken chain.    *
      * Each RESEAL record (a personal-data erasure by BAQHERAS,      *
      * which re-chains the records it scrubbed) is listed by date,  *
      * time and case, so a re-sealed trail always says so.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHHSKP.
           03 RBKRETP-KEEP-DAYS    PIC 9(5).
           03 FILLER               PIC X(71).

      * Variable-length, so that VERIFY can walk HKV02 (172-byte),
      * HKV03 (222-byte), HKV04 (230-byte), HKV05 (242-byte), HKV06
      * (250-byte) and HKV07 (258-byte) generations, alone or in one
      * concatenation, as well as the live trail. The record lands in
      * a raw area and is mapped into the working BAQHAUDT view at its
      * own length.
       FD  RBKAUDT-FILE
           RECORD IS VARYING IN SIZE FROM 163 TO 258 CHARACTERS
              DEPENDING ON WS-AUDT-LEN
           LABEL RECORDS ARE STANDARD.
       01  RBKAUDT-RECORD          PIC X(258).

       FD  RBKAUDA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKAUDA-RECORD          PIC X(258).

       FD  RBKAUDN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKAUDN-RECORD          PIC X(258).

       FD  RBKEXCP-FILE
           RECORDING MODE IS F
       FD  RBKEXCA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXCA-RECORD          PIC X(326).

       FD  RBKEXCN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKEXCN-RECORD          PIC X(326).

       FD  RBKTRC-FILE
           RECORDING MODE IS F

       WORKING-STORAGE SECTION.

      * The working view each audit record is mapped into at its own
      * length - see XA-MAP-AUDIT-REC.
       COPY BAQHAUDT.
       01 WS-AUDT-LEN         PIC 9(4) COMP VALUE 0.

       01 WS-TRC-FILE-STATUS  PIC X(2).
       01 WS-STAT-FILE-STATUS PIC X(2).

      * Versioned archive header, the first record of every archive
      * generation. A layout change bumps the version: HKV01 was the
      * 163-byte audit record, HKV02 carries the tamper-evidence
      * check value (172 bytes), HKV03 adds the API message text
      * (222 bytes; the exception record grew to 306 with it), HKV04
      * the user ID (230 bytes), HKV05 the change ticket (242 bytes;
      * the exception record 318), HKV06 the catalog qualifier (250
      * bytes; the exception record 326), HKV07 the book id (258
      * bytes; the exception record unchanged).
       01 WS-ARCH-HEADER.
           03 FILLER           PIC X(6) VALUE 'HKV07 '.
           03 WS-ARCH-HDR-SRC  PIC X(8) VALUE SPACES.
           03 FILLER           PIC X(5) VALUE ' CUT '.
           03 WS-ARCH-HDR-DATE PIC X(8) VALUE SPACES.
       01 WS-VFY-REC-NUM      PIC 9(9) COMP VALUE 0.
       01 WS-VFY-UNCHAINED    PIC 9(7) COMP VALUE 0.
       01 WS-VFY-SEAL-CNT     PIC 9(5) COMP VALUE 0.
       01 WS-VFY-RESEAL-CNT   PIC 9(5) COMP VALUE 0.
       01 WS-VFY-HDR-CNT      PIC 9(5) COMP VALUE 0.
       01 WS-VFY-TOT-BREAKS   PIC 9(7) COMP VALUE 0.
       01 WS-VFY-REC-ED       PIC ZZZZZZZZ9.
      *----------------------------------------------------------------*
       CAA-MOVE-ONE-AUDIT-REC SECTION.
       CAA-010.
           PERFORM XA-MAP-AUDIT-REC.

           IF BAQHAUDT-DATE < WS-AUDT-CUTOFF THEN
              WRITE RBKAUDA-RECORD FROM BAQHAUDT-RECORD
              ADD 1 TO WS-AUDT-ARCH-CNT
      * HA-VERIFY-AUDIT-CHAINS
      *
      * Walks whatever the RBKAUDT DD mounts - the live trail, one
      * archive generation, or a concatenation of generations of any
      * layout - recomputing each writing program's chain: every
      * non-zero check value must equal its predecessor plus the
      * record's byte sum, modulo a thousand million. The first
      * chained record of each program seeds its chain (the prior
      * stretch was certified when it was archived). Archive headers
      * are recognised and skipped; zero-check records are the
      * online writers', outside the chain, and are counted. Every
      * record is mapped at its own length by XA-MAP-AUDIT-REC.
      *----------------------------------------------------------------*
       HA-VERIFY-AUDIT-CHAINS SECTION.
       HA-010.
       HB-VERIFY-ONE-AUDIT-REC SECTION.
       HB-010.
           ADD 1 TO WS-VFY-REC-NUM.
           PERFORM XA-MAP-AUDIT-REC.

      * An archive generation's own header record is not audit data.
           IF BAQHAUDT-RECORD (1:4) = 'HKV0' THEN
              ADD 1 TO WS-VFY-SEAL-CNT
           END-IF.

      * An erasure re-seal is chained like any other record, and
      * listed so the verdict never passes over it.
           IF BAQHAUDT-OPERATION (1:6) = 'RESEAL' THEN
              ADD 1 TO WS-VFY-RESEAL-CNT
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ERASURE RE-SEAL ' BAQHAUDT-DATE
                 ' ' BAQHAUDT-TIME ' ' BAQHAUDT-KEY-TITLE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE RBKHKRP-RECORD FROM WS-RPT-LINE
           END-IF.

      * Find (or open) this program's chain.
           MOVE 0 TO WS-VFY-FOUND.
           MOVE 0 TO WS-VFY-IDX.
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKHKRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-VFY-RESEAL-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ERASURE RE-SEALS SEEN:      ' WS-CNT-ED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKHKRP-RECORD FROM WS-RPT-LINE.

           MOVE WS-VFY-HDR-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ARCHIVE HEADERS SKIPPED:    ' WS-CNT-ED

       HCA-999.
           EXIT.

      *----------------------------------------------------------------*
      * XA-MAP-AUDIT-REC
      *
      * Maps the record just read into the working BAQHAUDT view at
      * its own length. The chain covers bytes 1-163 and the check
      * value sits in 164-172, on every layout from HKV02 on, so the
      * chain is recomputed the same whatever the generation. A
      * 163-byte HKV01 record carries no check value, so that field
      * is zeroed rather than judged from residue; anything shorter
      * than 258 bytes predates the later fields, left SPACES, and
      * carries book id 0.
      *----------------------------------------------------------------*
       XA-MAP-AUDIT-REC SECTION.
       XA-010.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE RBKAUDT-RECORD (1:WS-AUDT-LEN)
              TO BAQHAUDT-RECORD (1:WS-AUDT-LEN).
           IF WS-AUDT-LEN < 172 THEN
              MOVE 0 TO BAQHAUDT-CHECK-VALUE
           END-IF.
           IF WS-AUDT-LEN < 258 THEN
              MOVE 0 TO BAQHAUDT-BOOK-ID
           END-IF.

       XA-999.
           EXIT.
