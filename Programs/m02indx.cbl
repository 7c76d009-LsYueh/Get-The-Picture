      *       別代碼)欄位，上市股票基本資料檔(T30-TSE)對應欄位為
      *       STK-CODE，二者欄名不同且非同一代碼體系，故本報表僅
      *       以兩檔共有之 IND-CODE 產業別代碼分組，不納入次分類。
      * 債券/非股權成分(T30LOOK 市場別 B)以面額計，不屬任何產業別
      * 且股數與股票不可加總，略過不計並另計筆數(同 M02DTRD/
      * M02DISP)；境外成分證券(市場別 F)無本地產業別代碼，歸入
      * 境外成分專用產業別 99 並另計筆數。
      *
      * 修改紀錄:
      *   2026-08-09  新增此程式
      *   2026-08-21  改呼叫共用股票基本資料查詢服務 T30LOOK，
      *               不再自行掃描 T30TSE/T30OTC 主檔建表
      *   2026-10-15  略過債券/非股權成分(市場別 B)並另計筆數；境外
      *               成分(市場別 F)歸入產業別 99，不再列為空白
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02INDX.

       01  WS-BASKET-SHARES         PIC 9(13).
       01  WS-STOCK-IND-CODE        PIC X(02).
      * 境外成分證券(T30LOOK 市場別 F)歸屬之產業別代碼。
       01  WS-FOREIGN-IND-CODE      PIC X(02) VALUE '99'.

       01  WS-COUNTERS.
           05  WS-M02-COUNT         PIC 9(07) VALUE 0.
           05  WS-UNCLASSIFIED-CNT  PIC 9(07) VALUE 0.
           05  WS-NON-EQUITY-COUNT  PIC 9(07) VALUE 0.
           05  WS-FOREIGN-COUNT     PIC 9(07) VALUE 0.

       01  WS-PCT-COMPUTE           PIC 9(03)V99.
       01  WS-D-SHARES              PIC ZZZZZZZZZZZZ9.
               WS-UNCLASSIFIED-CNT
               DELIMITED BY SIZE INTO INDX-RPT-LINE
           WRITE INDX-RPT-LINE
           MOVE SPACES TO INDX-RPT-LINE
           STRING "NON-EQUITY LINES SKIPPED.: " WS-NON-EQUITY-COUNT
               DELIMITED BY SIZE INTO INDX-RPT-LINE
           WRITE INDX-RPT-LINE
           STRING "FOREIGN LINES (IND " WS-FOREIGN-IND-CODE ")...: "
               WS-FOREIGN-COUNT
               DELIMITED BY SIZE INTO INDX-RPT-LINE
           WRITE INDX-RPT-LINE
           CLOSE INDX-RPT-FILE
           STOP RUN.

           END-READ.

      * 查得成分股產業別代碼，累加該 ETF 之產業別曝險股數及總股數。
      * 債券/非股權成分略過；境外成分歸入境外產業別。
       3000-ACCUMULATE-EXPOSURE.
           MOVE M02-STKNO TO T30L-STOCK-NO
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND = 'Y'
               SET STOCK-FOUND TO TRUE
           END-IF
           IF STOCK-FOUND AND T30L-MARKET = 'B'
               ADD 1 TO WS-NON-EQUITY-COUNT
               EXIT PARAGRAPH
           END-IF

           IF NOT STOCK-FOUND
               ADD 1 TO WS-UNCLASSIFIED-CNT
               COMPUTE WS-BASKET-SHARES =
                   M02-NORMAL-STOCK-NOS + M02-BORROW-STOCK-NOS
                   + M02-T-STOCK-NOS
               IF T30L-MARKET = 'F'
                   MOVE WS-FOREIGN-IND-CODE TO WS-STOCK-IND-CODE
                   ADD 1 TO WS-FOREIGN-COUNT
               ELSE
                   MOVE T30L-IND-CODE TO WS-STOCK-IND-CODE
               END-IF

               PERFORM 5000-FIND-OR-ADD-ETF
               IF NOT ETF-TABLE-FULL
