      *   2026-08-08  新增此程式
      *   2026-08-21  改呼叫共用股票基本資料查詢服務 T30LOOK，
      *               不再自行掃描 T30TSE/T30OTC 主檔建表
      *   2026-09-30  債券/非股權成分(T30LOOK 市場別 B)不適用處置
      *               規則，略過不檢查並另計筆數
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02DISP.
       01  WS-M02-COUNT             PIC 9(07) VALUE 0.
       01  WS-DISP-COUNT            PIC 9(07) VALUE 0.
       01  WS-VIOLATION-COUNT       PIC 9(07) VALUE 0.
       01  WS-NON-EQUITY-COUNT      PIC 9(07) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           STRING "ORDER-LIMIT VIOLATIONS...: " WS-VIOLATION-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           MOVE SPACES TO ERR-RPT-LINE
           STRING "NON-EQUITY LINES SKIPPED.: " WS-NON-EQUITY-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE

           CLOSE M02-FILE ERR-RPT-FILE
           STOP RUN.
           IF T30L-FOUND = 'Y'
               SET STOCK-FOUND TO TRUE
           END-IF
           IF STOCK-FOUND AND T30L-MARKET = 'B'
               ADD 1 TO WS-NON-EQUITY-COUNT
               EXIT PARAGRAPH
           END-IF

           IF STOCK-FOUND
               IF T30L-MARK-W = 'Y'
