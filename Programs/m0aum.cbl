      *   2026-09-02  無生效版本之基金退回 PCFMST 評價(比照
      *               M02PCF 慣例)並於報表註記；兩者皆無列警語
      *               ，不再無聲以0計基數價值
      *   2026-09-28  境外成分證券經 T30LOOK 退回境外價格主檔評價
      *               (折合新台幣)，報表逐基金加註境外取價成分數
      *   2026-09-30  債券/非股權成分(T30LOOK 市場別 B)以面額×(除息
      *               價+應計利息)/100 評價
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0AUM.
               10  WS-ET-PRI-UNITS  PIC 9(15).
               10  WS-ET-PRI-UVAL   PIC 9(09)V9(04).
               10  WS-ET-MISS-PRC   PIC 9(03).
               10  WS-ET-FRN-PRC    PIC 9(03).
               10  WS-ET-SRC        PIC X(01).
       01  WS-ETF-HIT               PIC 9(03).
       01  WS-ARG-ETF-ID            PIC X(06).
                                     WS-ET-PRI-UNITS(WS-ETX)
                                     WS-ET-PRI-UVAL(WS-ETX)
                                     WS-ET-MISS-PRC(WS-ETX)
                                     WS-ET-FRN-PRC(WS-ETX)
                           MOVE '+' TO WS-ET-CASH-S(WS-ETX)
                           MOVE 'N' TO WS-ET-SRC(WS-ETX)
                       END-IF
           SET WS-ETX TO WS-ETF-HIT
           MOVE 'Y' TO WS-ET-SRC(WS-ETX)
           MOVE PCG-STKNO TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND = 'Y' AND T30L-MARKET = 'B'
               COMPUTE WS-CONSTITUENT-VAL =
                   PCG-SHARES-PER-UNIT
                   * (T30L-BND-CLEAN + T30L-BND-ACCRUED) / 100
               ADD WS-CONSTITUENT-VAL
                   TO WS-ET-BASKET-VAL(WS-ETX)
               EXIT PARAGRAPH
           END-IF
           IF T30L-FOUND = 'Y' AND T30L-LDC-PRICE > 0
               COMPUTE WS-CONSTITUENT-VAL =
                   PCG-SHARES-PER-UNIT * T30L-LDC-PRICE
               ADD WS-CONSTITUENT-VAL
                   TO WS-ET-BASKET-VAL(WS-ETX)
               IF T30L-MARKET = 'F'
                   ADD 1 TO WS-ET-FRN-PRC(WS-ETX)
               END-IF
           ELSE
               ADD 1 TO WS-ET-MISS-PRC(WS-ETX)
           END-IF.

       1270-VALUE-PCF-ROW.
           MOVE PCF-STKNO TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND = 'Y' AND T30L-MARKET = 'B'
               COMPUTE WS-CONSTITUENT-VAL =
                   PCF-SHARES-PER-UNIT
                   * (T30L-BND-CLEAN + T30L-BND-ACCRUED) / 100
               ADD WS-CONSTITUENT-VAL
                   TO WS-ET-BASKET-VAL(WS-ETX)
               EXIT PARAGRAPH
           END-IF
           IF T30L-FOUND = 'Y' AND T30L-LDC-PRICE > 0
               COMPUTE WS-CONSTITUENT-VAL =
                   PCF-SHARES-PER-UNIT * T30L-LDC-PRICE
               ADD WS-CONSTITUENT-VAL
                   TO WS-ET-BASKET-VAL(WS-ETX)
               IF T30L-MARKET = 'F'
                   ADD 1 TO WS-ET-FRN-PRC(WS-ETX)
               END-IF
           ELSE
               ADD 1 TO WS-ET-MISS-PRC(WS-ETX)
           END-IF.
                   DELIMITED BY SIZE INTO AUM-RPT-LINE
               WRITE AUM-RPT-LINE
           END-IF
           IF WS-ET-FRN-PRC(WS-ETX) > 0
               MOVE SPACES TO AUM-RPT-LINE
               STRING "  (CONSTITUENTS AT FOREIGN PRICE: "
                   WS-ET-FRN-PRC(WS-ETX) ")"
                   DELIMITED BY SIZE INTO AUM-RPT-LINE
               WRITE AUM-RPT-LINE
           END-IF
           IF WS-ET-SRC(WS-ETX) = 'P'
               MOVE "  (VALUED FROM PCFMST - NO GENERATION IN
      -            " FORCE)" TO AUM-RPT-LINE
