      *   2026-08-09  新增此程式
      *   2026-08-21  改呼叫共用股票基本資料查詢服務 T30LOOK，
      *               不再自行掃描 T30TSE/T30OTC 主檔建表
      *   2026-09-26  增列重跑模式:控制檔 M02LPRC.CTL 價格基準(1)
      *               ='H' 時改以 T30LOOK 歷史基準日模式取各申報
      *               申請日(M02-TX-DATE)當時生效之漲跌停價，供事
      *               後爭議重跑；無控制檔或空白依現行主檔
      *   2026-09-28  境外成分證券(T30LOOK 退回境外價格主檔，市場別
      *               'F')無本地漲跌停價，改以折合新台幣價格上下各
      *               控制檔境外價格帶百分比(3，預設10)試算上下限
      *   2026-09-30  債券/非股權成分(市場別 B)短缺數量為面額，以
      *               (除息價+應計利息)/100 上下各同一價格帶百分比
      *               試算上下限，另計債券成分筆數
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02LPRC.
               ORGANIZATION IS SEQUENTIAL.
           SELECT M04-FILE ASSIGN TO "M04.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M02LPRC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "M02LPRC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  M04-FILE.
       COPY m04.

       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PRICE-BASIS      PIC X(01).
           05  CTL-FRN-BAND-PCT     PIC 9(03).

       FD  RPT-FILE.
       01  RPT-LINE                 PIC X(132).


       COPY t30look.

       01  WS-PRICE-BASIS           PIC X(01) VALUE SPACE.
           88  PRICE-AS-OF-TX-DATE        VALUE 'H'.
       01  WS-FRN-BAND-PCT          PIC 9(03) VALUE 10.

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  STOCK-FOUND                VALUE 'Y'.

           05  WS-M04-COUNT         PIC 9(07) VALUE 0.
           05  WS-LIEU-LINES        PIC 9(07) VALUE 0.
           05  WS-UNPRICED-COUNT    PIC 9(07) VALUE 0.
           05  WS-FOREIGN-COUNT     PIC 9(07) VALUE 0.
           05  WS-BOND-COUNT        PIC 9(07) VALUE 0.
           05  WS-EXCEPTION-COUNT   PIC 9(07) VALUE 0.

       01  WS-D-MIN                 PIC ZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE SPACES TO CTL-LINE
           END-READ
           MOVE CTL-PRICE-BASIS TO WS-PRICE-BASIS
           IF CTL-FRN-BAND-PCT IS NUMERIC
                   AND CTL-FRN-BAND-PCT > 0
               MOVE CTL-FRN-BAND-PCT TO WS-FRN-BAND-PCT
           END-IF
           CLOSE CTL-FILE

           OPEN INPUT M02-FILE
           PERFORM 2000-READ-M02
           MOVE "CASH-IN-LIEU PRICE-LIMIT-BAND VALUATION CHECK"
               TO RPT-LINE
           WRITE RPT-LINE
           IF PRICE-AS-OF-TX-DATE
               MOVE "PRICE BASIS: T30 HISTORY AS OF EACH TX-DATE"
                   TO RPT-LINE
           ELSE
               MOVE "PRICE BASIS: CURRENT T30 MASTER" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE "ETF-ID BROK TX-DATE  SEQ MIN-AMT MAX-AMT LIEU-AMT"
               TO RPT-LINE
           WRITE RPT-LINE
           STRING "UNPRICED (NO T30 MATCH)...: " WS-UNPRICED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           STRING "FOREIGN-PRICED LINES......: " WS-FOREIGN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           STRING "BOND-PRICED LINES.........: " WS-BOND-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           STRING "M04 RECORDS READ..........: " WS-M04-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
      * 上下限，累加至對應籃子彙總表。
       3000-ACCUMULATE-BASKET-BAND.
           MOVE M02-STKNO TO T30L-STOCK-NO
           IF PRICE-AS-OF-TX-DATE
               MOVE M02-TX-DATE TO T30L-AS-OF-DATE
           ELSE
               MOVE 0 TO T30L-AS-OF-DATE
           END-IF
           CALL "T30LOOK" USING T30L-PARM
           MOVE 'N' TO WS-FOUND-SW
           IF T30L-FOUND = 'Y'
           IF NOT STOCK-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
           ELSE
               IF T30L-MARKET = 'F'
                   ADD 1 TO WS-FOREIGN-COUNT
                   COMPUTE WS-LINE-MIN ROUNDED =
                       M02-LACK-STOCK-NOS * T30L-LDC-PRICE
                       * (100 - WS-FRN-BAND-PCT) / 100
                   COMPUTE WS-LINE-MAX ROUNDED =
                       M02-LACK-STOCK-NOS * T30L-LDC-PRICE
                       * (100 + WS-FRN-BAND-PCT) / 100
               END-IF
               IF T30L-MARKET = 'B'
                   ADD 1 TO WS-BOND-COUNT
                   COMPUTE WS-LINE-MIN ROUNDED =
                       M02-LACK-STOCK-NOS
                       * (T30L-BND-CLEAN + T30L-BND-ACCRUED) / 100
                       * (100 - WS-FRN-BAND-PCT) / 100
                   COMPUTE WS-LINE-MAX ROUNDED =
                       M02-LACK-STOCK-NOS
                       * (T30L-BND-CLEAN + T30L-BND-ACCRUED) / 100
                       * (100 + WS-FRN-BAND-PCT) / 100
               END-IF
               IF T30L-MARKET NOT = 'F' AND T30L-MARKET NOT = 'B'
                   COMPUTE WS-LINE-MIN ROUNDED =
                       M02-LACK-STOCK-NOS * T30L-BEAR-PRICE
                   COMPUTE WS-LINE-MAX ROUNDED =
                       M02-LACK-STOCK-NOS * T30L-BULL-PRICE
               END-IF

               PERFORM 5000-FIND-OR-ADD-BASKET
               IF NOT BASKET-TABLE-FULL
