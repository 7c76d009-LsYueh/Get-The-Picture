      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-08-22  修正排序後M02檔記錄長度(160→150)
      *   2026-09-26  增列重跑模式:控制檔 M02BVAL.CTL 價格基準(1)
      *               ='H' 時不載入現行主檔，改以 T30LOOK 歷史基準
      *               日模式取各申報申請日當時之開盤競價基準價
      *   2026-09-28  本地主檔查無之成分股改經 T30LOOK 退回境外價格
      *               主檔取折合新台幣價格，不再列為無價股票
      *   2026-09-30  債券/非股權成分(T30LOOK 市場別 B)數量為面額，
      *               以(除息價+應計利息)/100 為每元面額價格評價，
      *               另計債券評價筆數
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02BVAL.
               ORGANIZATION IS SEQUENTIAL.
           SELECT T30-OTC-FILE ASSIGN TO "T30OTC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M02BVAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MARGIN-FILE ASSIGN TO "MARGIN.FD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "M02BVAL.SRT".
       FD  T30-OTC-FILE.
       COPY t30otc.

       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PRICE-BASIS      PIC X(01).

       FD  MARGIN-FILE.
       COPY marginfd.

       01  WS-PRICE-FOUND           PIC X VALUE 'N'.
           88  PRICE-FOUND                VALUE 'Y'.
       01  WS-ARG-STKNO             PIC X(06).
       01  WS-CUR-PRICE             PIC 9(05)V9(06).
       01  WS-NOPRICE-COUNT         PIC 9(07) VALUE 0.
       01  WS-FOREIGN-COUNT         PIC 9(07) VALUE 0.
       01  WS-BOND-COUNT            PIC 9(07) VALUE 0.

       01  WS-PRICE-BASIS           PIC X(01) VALUE SPACE.
           88  PRICE-AS-OF-TX-DATE        VALUE 'H'.
       COPY t30look.

       01  WS-MGN-TABLE.
           05  WS-MGN-COUNT         PIC 9(04) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "BASKET MARKET VALUE AT T30 REFERENCE PRICES".
       01  WS-HDR-BASIS             PIC X(80) VALUE
           "PRICE BASIS: T30 HISTORY AS OF EACH TX-DATE".
       01  WS-HDR-2                 PIC X(80) VALUE
           "ETF-ID BROKER TX-DATE  SEQ   BASKET-VALUE".


       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE SPACE TO CTL-PRICE-BASIS
           END-READ
           MOVE CTL-PRICE-BASIS TO WS-PRICE-BASIS
           CLOSE CTL-FILE

           IF NOT PRICE-AS-OF-TX-DATE
               PERFORM 1000-LOAD-PRICE-TABLE
           END-IF
           PERFORM 1500-LOAD-MARGIN-TABLE

           SORT SORT-WORK ON ASCENDING KEY
           OPEN OUTPUT BVAL-RPT-FILE
           MOVE WS-HDR-1 TO BVAL-RPT-LINE
           WRITE BVAL-RPT-LINE
           IF PRICE-AS-OF-TX-DATE
               MOVE WS-HDR-BASIS TO BVAL-RPT-LINE
               WRITE BVAL-RPT-LINE
           END-IF
           MOVE WS-HDR-2 TO BVAL-RPT-LINE
           WRITE BVAL-RPT-LINE

           STRING "STOCKS WITHOUT PRICE...: " WS-NOPRICE-COUNT
               DELIMITED BY SIZE INTO BVAL-RPT-LINE
           WRITE BVAL-RPT-LINE
           MOVE SPACES TO BVAL-RPT-LINE
           STRING "FOREIGN-PRICED LINES...: " WS-FOREIGN-COUNT
               DELIMITED BY SIZE INTO BVAL-RPT-LINE
           WRITE BVAL-RPT-LINE
           MOVE SPACES TO BVAL-RPT-LINE
           STRING "BOND-PRICED LINES......: " WS-BOND-COUNT
               DELIMITED BY SIZE INTO BVAL-RPT-LINE
           WRITE BVAL-RPT-LINE

           CLOSE M02-SORTED BVAL-RPT-FILE
           STOP RUN.
       2600-LOOKUP-PRICE.
           MOVE 'N' TO WS-PRICE-FOUND
           MOVE 0 TO WS-CUR-PRICE
           IF PRICE-AS-OF-TX-DATE
               PERFORM 2650-LOOKUP-PRICE-AS-OF
               EXIT PARAGRAPH
           END-IF
           IF WS-PRC-COUNT > 0
               PERFORM VARYING WS-PRX FROM 1 BY 1
                       UNTIL WS-PRX > WS-PRC-COUNT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT PRICE-FOUND
               MOVE WS-SD-STKNO TO T30L-STOCK-NO
               MOVE 0 TO T30L-AS-OF-DATE
               CALL "T30LOOK" USING T30L-PARM
               IF T30L-FOUND = 'Y' AND T30L-MARKET = 'F'
                   SET PRICE-FOUND TO TRUE
                   MOVE T30L-LDC-PRICE TO WS-CUR-PRICE
                   ADD 1 TO WS-FOREIGN-COUNT
               END-IF
               IF T30L-FOUND = 'Y' AND T30L-MARKET = 'B'
                   PERFORM 2660-SET-BOND-PRICE
               END-IF
           END-IF.

      * 重跑模式:依申請日向 T30LOOK 查詢當時之基準價。
       2650-LOOKUP-PRICE-AS-OF.
           MOVE WS-SD-STKNO   TO T30L-STOCK-NO
           MOVE WS-SD-TX-DATE TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND = 'Y'
               SET PRICE-FOUND TO TRUE
               MOVE T30L-LDC-PRICE TO WS-CUR-PRICE
               IF T30L-MARKET = 'F'
                   ADD 1 TO WS-FOREIGN-COUNT
               END-IF
               IF T30L-MARKET = 'B'
                   PERFORM 2660-SET-BOND-PRICE
               END-IF
           END-IF.

      * 債券成分:申報數量為面額，每元面額價格為含息價/100。
       2660-SET-BOND-PRICE.
           SET PRICE-FOUND TO TRUE
           COMPUTE WS-CUR-PRICE =
               (T30L-BND-CLEAN + T30L-BND-ACCRUED) / 100
           ADD 1 TO WS-BOND-COUNT.

       2700-ADD-TO-SUMMARY.
           MOVE 'N' TO WS-SUM-FOUND
           IF WS-SUM-COUNT > 0
