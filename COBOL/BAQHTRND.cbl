      * any average-time or error-rate drift past the PCT= threshold *
      * (default 20 percent). This is the evidence for telling the   *
      * API team their response times have degraded, on DD name      *
      * RBKTRRP. Each publication catalog is trended separately,     *
      * REDBOOK then REDPAPER, or just the one named by CATALOG=.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAQHTRND.
       01 WS-KEYWORD-START    PIC 9(4) COMP VALUE 0.
       01 WS-PARM-TEXT        PIC X(100) VALUE SPACES.

      * Each publication catalog is trended on its own, one after the
      * other - the two APIs' response times are not one series.
      * CATALOG=name on the PARM trends just that one. A history
      * record with a blank catalog is REDBOOK's.
       01 WS-TREND-CATALOGS.
           03 FILLER          PIC X(8) VALUE 'REDBOOK'.
           03 FILLER          PIC X(8) VALUE 'REDPAPER'.
       01 WS-TREND-CATALOG-TBL REDEFINES WS-TREND-CATALOGS.
           03 WS-TREND-CATALOG PIC X(8) OCCURS 2 TIMES.
       01 WS-TREND-IDX        PIC 9(4) COMP VALUE 0.
       01 WS-SEL-CATALOG      PIC X(8) VALUE SPACES.
       01 WS-CUR-CATALOG      PIC X(8) VALUE SPACES.
       01 WS-REC-CATALOG      PIC X(8) VALUE SPACES.

      * Aggregation buckets. Monthly keys are YYYYMM; weekly keys
      * are the integer day count divided by seven, rendered as
      * Wnnnnnnn so consecutive weeks sort and compare naturally.
              END-IF
           END-IF.

           MOVE 0 TO WS-KEYWORD-POS.
           INSPECT WS-PARM-TEXT TALLYING WS-KEYWORD-POS
              FOR CHARACTERS BEFORE INITIAL 'CATALOG='.
           COMPUTE WS-KEYWORD-START = WS-KEYWORD-POS + 9.
           IF WS-KEYWORD-START NOT > LENGTH OF WS-PARM-TEXT THEN
              UNSTRING WS-PARM-TEXT (WS-KEYWORD-START:)
                 DELIMITED BY SPACE INTO WS-SEL-CATALOG
           END-IF.

           OPEN OUTPUT RBKTRRP-FILE.

           MOVE SPACES TO WS-RPT-LINE.
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKTRRP-RECORD FROM WS-RPT-LINE.

           PERFORM AA-TREND-ONE-CATALOG
              VARYING WS-TREND-IDX FROM 1 BY 1
              UNTIL WS-TREND-IDX > 2.

       A-999.
           CLOSE RBKTRRP-FILE.

           STOP RUN.

      *----------------------------------------------------------------*
      * AA-TREND-ONE-CATALOG
      *
      * The weekly and monthly passes over the history of catalog
      * WS-TREND-CATALOG (WS-TREND-IDX), unless CATALOG= named
      * another.
      *----------------------------------------------------------------*
       AA-TREND-ONE-CATALOG SECTION.
       AA-010.
           MOVE WS-TREND-CATALOG (WS-TREND-IDX) TO WS-CUR-CATALOG.
           IF WS-SEL-CATALOG NOT = SPACES AND
              WS-SEL-CATALOG NOT = WS-CUR-CATALOG THEN
              GO TO AA-999
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RBKTRRP-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CATALOG ' WS-CUR-CATALOG
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RBKTRRP-RECORD FROM WS-RPT-LINE.

      * Weekly pass.
           MOVE 0 TO WS-AGG-CNT.
           PERFORM BA-AGGREGATE-HISTORY-WEEKLY.
           WRITE RBKTRRP-RECORD FROM WS-RPT-LINE.
           PERFORM CA-REPORT-AGGREGATES.

       AA-999.
           EXIT.

      *----------------------------------------------------------------*
      * BA-AGGREGATE-HISTORY-WEEKLY
      *----------------------------------------------------------------*
       BAA-BUCKET-ONE-RUN-WEEKLY SECTION.
       BAA-010.
           PERFORM DB-SET-REC-CATALOG.
           IF WS-REC-CATALOG NOT = WS-CUR-CATALOG THEN
              GO TO BAA-020
           END-IF.

           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(BAQHSTHX-DATE)).
           COMPUTE WS-WEEK-NUM = WS-DAY-INT / 7.
      *----------------------------------------------------------------*
       BBA-BUCKET-ONE-RUN-MONTHLY SECTION.
       BBA-010.
           PERFORM DB-SET-REC-CATALOG.
           IF WS-REC-CATALOG NOT = WS-CUR-CATALOG THEN
              GO TO BBA-020
           END-IF.

           MOVE SPACES TO WS-AGG-THIS-KEY.
           MOVE BAQHSTHX-DATE (1:6) TO WS-AGG-THIS-KEY (1:6).

       DA-999.
           EXIT.

      *----------------------------------------------------------------*
      * DB-SET-REC-CATALOG
      *
      * The catalog of the history record in the buffer, a record
      * written before the qualifier existed being REDBOOK's.
      *----------------------------------------------------------------*
       DB-SET-REC-CATALOG SECTION.
       DB-010.
           MOVE BAQHSTHX-CATALOG TO WS-REC-CATALOG.
           IF WS-REC-CATALOG = SPACES THEN
              MOVE 'REDBOOK' TO WS-REC-CATALOG
           END-IF.

       DB-999.
           EXIT.

      *----------------------------------------------------------------*
      * DAA-MATCH-ONE-BUCKET
      *----------------------------------------------------------------*
