      * Seven-year search across the versioned housekeeping          *
      * archives. RBKARCI is a JCL concatenation of RBKAUDT archive  *
      * generations cut by BAQHHSKP; each opens with its versioned   *
      * header ('HKV01 source CUT yyyymmdd', HKV02 to HKV07), so     *
      * this search reads the whole stretch of years in one pass and *
      * skips a generation outright when its cut date shows every    *
      * record in it predates the FROM= selection. Survivors go      *
      * through exactly the BAQHAUDQ selection filters, to the same  *
      * report shape (DD RBKARCR) plus a raw extract of the matches  *
      * (DD RBKARCX).                                                *
      *                                                               *
      * The generations do not share a record length - HKV01 was cut  *
      * at 163 bytes, before the tamper-evidence check value widened  *
      * the record to 172, HKV03's API message text took it to 222,   *
      * HKV04's user ID to 230, HKV05's change ticket to 242, HKV06's *
      * catalog qualifier to 250 and HKV07's book id to 258 - so      *
      * RBKARCI is read as a variable-length file (163 to 258 bytes a *
      * record; the archive generations are staged/copied to that     *
      * form for the search, since unlike fixed record lengths cannot *
      * travel in one fixed-format concatenation). Each record is     *
      * judged at its own length: a 163-byte HKV01 record's fields    *
      * all precede the check value, which is zeroed in the working   *
      * view, and a record cut before the message text, the user ID,  *
      * the change ticket or the catalog existed reads with them      *
      * blank (a blank catalog is REDBOOK), and one cut before the    *
      * book id with id 0, so every vintage judges transparently.     *
      *                                                               *
      * PARM keywords, any order, all optional (omitted = no filter):*
      *   FROM=YYYYMMDD  TO=YYYYMMDD   date range                     *

       DATA DIVISION.
       FILE SECTION.
      * Variable-length, since HKV01 (163-byte), HKV02 (172-byte),
      * HKV03 (222-byte), HKV04 (230-byte), HKV05 (242-byte), HKV06
      * (250-byte) and HKV07 (258-byte) generations travel in the
      * same input.
      * The record lands in a raw area and is mapped into the
      * working BAQHAUDT view at its own length.
       FD  RBKARCI-FILE
           RECORD IS VARYING IN SIZE FROM 163 TO 258 CHARACTERS
              DEPENDING ON WS-ARCI-LEN
           LABEL RECORDS ARE STANDARD.
       01  RBKARCI-RECORD          PIC X(258).

       FD  RBKARCR-FILE
           RECORDING MODE IS F
       FD  RBKARCX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RBKARCX-RECORD          PIC X(258).

       WORKING-STORAGE SECTION.


      * Map the record into the working view at its own length - a
      * 163-byte HKV01 record carries no check value, so that field
      * is zeroed rather than judged from residue; anything shorter
      * than 222 bytes predates the message text, anything shorter
      * than 230 the user ID, anything shorter than 242 the change
      * ticket and anything shorter than 250 the catalog, left
      * SPACES; anything shorter than 258 carries book id 0.
           MOVE SPACES TO BAQHAUDT-RECORD.
           MOVE RBKARCI-RECORD (1:WS-ARCI-LEN)
              TO BAQHAUDT-RECORD (1:WS-ARCI-LEN).
           IF WS-ARCI-LEN < 172 OR WS-GEN-VERSION = 'HKV01' THEN
              MOVE 0 TO BAQHAUDT-CHECK-VALUE
           END-IF.
           IF WS-ARCI-LEN < 258 THEN
              MOVE 0 TO BAQHAUDT-BOOK-ID
           END-IF.

           PERFORM DC-JUDGE-CURRENT-REC.


      * The matching record also goes to the extract file so a
      * follow-on job can process the selection without
      * re-filtering - in the current 258-byte shape, an older
      * record padded with a zeroed check value or blank message,
      * user ID, change ticket and catalog and a zero book id.
              WRITE RBKARCX-RECORD FROM BAQHAUDT-RECORD
           END-IF.

