      *
      * 修改紀錄:
      *   2026-08-08  新增此程式
      *   2026-09-30  上市/上櫃主檔查無者改查共用查詢服務 T30LOOK，
      *               債券/非股權成分(市場別 B)無板別，不列入板別
      *               彙總亦不視為受限，另計非股權成分筆數
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02CTG.

       01  WS-M02-COUNT             PIC 9(07) VALUE 0.
       01  WS-RESTRICTED-COUNT      PIC 9(07) VALUE 0.
       01  WS-NON-EQUITY-COUNT      PIC 9(07) VALUE 0.

       COPY t30look.

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           STRING "RESTRICTED-BOARD RECORDS.: " WS-RESTRICTED-COUNT
               DELIMITED BY SIZE INTO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           MOVE SPACES TO CTG-RPT-LINE
           STRING "NON-EQUITY (NO BOARD)....: " WS-NON-EQUITY-COUNT
               DELIMITED BY SIZE INTO CTG-RPT-LINE
           WRITE CTG-RPT-LINE

           CLOSE M02-FILE CTG-RPT-FILE
           STOP RUN.
                   SET STOCK-FOUND TO TRUE
           END-SEARCH

           IF NOT STOCK-FOUND
               MOVE M02-STKNO TO T30L-STOCK-NO
               MOVE 0 TO T30L-AS-OF-DATE
               CALL "T30LOOK" USING T30L-PARM
               IF T30L-FOUND = 'Y' AND T30L-MARKET = 'B'
                   ADD 1 TO WS-NON-EQUITY-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF STOCK-FOUND
               PERFORM 4000-TALLY-CATEGORY
               IF WS-ST-CTGCD(WS-SX) = 'R'
