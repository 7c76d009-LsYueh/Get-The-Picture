      *       RETURN-CODE=0 表示檢核通過。
      *       M02 無需事先排序，本作業僅逐筆核對並以小型表格排除
      *       同一 STKNO 重複列示。
      *       應變作業模式狀態檔 CTGSTAT.DAT 記載 T30 應變模式(M0CTGCY
      *       宣告)且營業日即批次基準日者，報表首行加印應變橫幅，
      *       差距天數改以 T30 資料基準日(前一營業日)計算(債券到
      *       期仍以批次基準日判斷)，並將當日 M02 每筆明細及所引用
      *       之股票基本資料登錄於暫定案件登錄檔 CTGPROV.DAT(同日
      *       重跑者先剔除該日舊登錄)，其檢核結果一律屬暫定，待遲
      *       到檔到達後由 M0CTGCY 'R' 覆核。
      *
      * 修改紀錄:
      *   2026-08-09  新增此程式
      *   2026-08-21  改呼叫共用股票基本資料查詢服務 T30LOOK，
      *               不再自行掃描 T30TSE/T30OTC 主檔建表
      *   2026-09-30  債券/非股權成分(T30LOOK 市場別 B)以債券主檔
      *               價格日比對容許天數；到期日不晚於基準日者
      *               列為已到期，併入老舊筆數
      *   2026-10-15  T30 應變模式:加印應變橫幅、以 T30 資料基準日
      *               計算差距天數，並登錄暫定案件登錄檔
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0STALE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STALE-RPT-FILE ASSIGN TO "M0STALE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTGSTAT-FILE ASSIGN TO "CTGSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTGPROV-IN ASSIGN TO "CTGPROV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTGPROV-OUT ASSIGN TO "CTGPROV.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STALE-RPT-FILE.
       01  STALE-RPT-LINE           PIC X(132).

       FD  CTGSTAT-FILE.
       COPY ctgstat.

       FD  CTGPROV-IN.
       COPY ctgprov.

       FD  CTGPROV-OUT.
       01  CTGPROV-OUT-REC          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-M02-EOF               PIC X VALUE 'N'.
           88  M02-EOF                    VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-STALE-DAYS            PIC 9(05).
       01  WS-GAP-BASE-DATE         PIC 9(08).

      * T30 應變模式(CTGSTAT)。
       01  WS-CTS-EOF               PIC X VALUE 'N'.
           88  CTS-EOF                    VALUE 'Y'.
       01  WS-CONTG-SW              PIC X VALUE 'N'.
           88  T30-CONTINGENCY-RUN        VALUE 'Y'.
       01  WS-PRV-EOF               PIC X VALUE 'N'.
           88  PRV-EOF                    VALUE 'Y'.
       01  WS-PRV-COUNT             PIC 9(05) VALUE 0.
       01  WS-PVX                   PIC 9(05).
       01  WS-PRV-TABLE.
           05  WS-PRV-IMAGE OCCURS 20000 TIMES PIC X(100).
       01  WS-PRV-WRITTEN           PIC 9(07) VALUE 0.

       COPY t30look.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-CONTROL
           PERFORM 1100-CHECK-CONTINGENCY

           OPEN INPUT M02-FILE
           OPEN OUTPUT STALE-RPT-FILE
           IF T30-CONTINGENCY-RUN
               PERFORM 1200-PRINT-BANNER
           END-IF
           MOVE "T30 MASTER STALENESS PRE-BATCH CHECK"
               TO STALE-RPT-LINE
           WRITE STALE-RPT-LINE
           PERFORM UNTIL M02-EOF
               ADD 1 TO WS-M02-COUNT
               PERFORM 3000-CHECK-STOCK-FRESHNESS
               IF T30-CONTINGENCY-RUN
                   PERFORM 4000-REGISTER-PROVISIONAL
               END-IF
               PERFORM 2000-READ-M02
           END-PERFORM
           CLOSE M02-FILE
           IF T30-CONTINGENCY-RUN
               CLOSE CTGPROV-OUT
           END-IF

           MOVE SPACES TO STALE-RPT-LINE
           WRITE STALE-RPT-LINE
           STRING "MISSING FROM T30 MASTER....: " WS-MISSING-COUNT
               DELIMITED BY SIZE INTO STALE-RPT-LINE
           WRITE STALE-RPT-LINE
           IF T30-CONTINGENCY-RUN
               MOVE SPACES TO STALE-RPT-LINE
               STRING "PROVISIONAL CASES REGISTERED: " WS-PRV-WRITTEN
                   DELIMITED BY SIZE INTO STALE-RPT-LINE
               WRITE STALE-RPT-LINE
           END-IF

           CLOSE STALE-RPT-FILE

           CLOSE CTL-FILE
           IF WS-STALE-DAYS = 0
               MOVE 10 TO WS-STALE-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-GAP-BASE-DATE.

      * T30 應變模式中差距天數改以 T30 資料基準日計算，並先剔除
      * 暫定案件登錄檔中本營業日之舊登錄(同日重跑)，再開檔續寫。
       1100-CHECK-CONTINGENCY.
           OPEN INPUT CTGSTAT-FILE
           READ CTGSTAT-FILE
               AT END SET CTS-EOF TO TRUE
           END-READ
           CLOSE CTGSTAT-FILE
           IF CTS-EOF OR NOT CTS-T30-CONTINGENCY
                   OR CTS-BUS-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           SET T30-CONTINGENCY-RUN TO TRUE
           IF CTS-T30-BASIS-DATE IS NUMERIC AND CTS-T30-BASIS-DATE > 0
               MOVE CTS-T30-BASIS-DATE TO WS-GAP-BASE-DATE
           END-IF
           OPEN INPUT CTGPROV-IN
           PERFORM UNTIL PRV-EOF
               READ CTGPROV-IN
                   AT END SET PRV-EOF TO TRUE
                   NOT AT END
                       IF CTP-BUS-DATE NOT = WS-RUN-DATE
                               AND WS-PRV-COUNT < 20000
                           ADD 1 TO WS-PRV-COUNT
                           MOVE CTG-PROV-REC
                               TO WS-PRV-IMAGE(WS-PRV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTGPROV-IN
           OPEN OUTPUT CTGPROV-OUT
           PERFORM VARYING WS-PVX FROM 1 BY 1
                   UNTIL WS-PVX > WS-PRV-COUNT
               WRITE CTGPROV-OUT-REC FROM WS-PRV-IMAGE(WS-PVX)
           END-PERFORM.

       1200-PRINT-BANNER.
           MOVE SPACES TO STALE-RPT-LINE
           STRING "*** CONTINGENCY MODE DECLARED " CTS-CONTG-STAMP
               " BY " CTS-CONTG-OPER " - PROVISIONAL ***"
               DELIMITED BY SIZE INTO STALE-RPT-LINE
           WRITE STALE-RPT-LINE
           MOVE SPACES TO STALE-RPT-LINE
           STRING "*** T30 NOT RECEIVED - RESULTS BASED ON "
               "T30 DATA AS OF " CTS-T30-BASIS-DATE " ***"
               DELIMITED BY SIZE INTO STALE-RPT-LINE
           WRITE STALE-RPT-LINE.

       2000-READ-M02.
           READ M02-FILE
                   MOVE WS-EXC-LINE TO STALE-RPT-LINE
                   WRITE STALE-RPT-LINE
               ELSE
                   IF T30L-MARKET = 'B' AND T30L-BND-MATURITY > 0
                           AND T30L-BND-MATURITY <= WS-RUN-DATE
                       ADD 1 TO WS-STALE-COUNT
                       MOVE SPACES TO WS-EXC-LINE
                       MOVE M02-STKNO TO WS-E-STKNO
                       MOVE T30L-BND-MATURITY TO WS-E-LAST-DATE
                       MOVE 0         TO WS-D-GAP
                       MOVE WS-D-GAP  TO WS-E-GAP
                       MOVE "*** BOND MATURED ***" TO WS-E-STATUS
                       MOVE WS-EXC-LINE TO STALE-RPT-LINE
                       WRITE STALE-RPT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-GAP-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-GAP-BASE-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (T30L-LAST-MTH-DATE)
                   IF WS-GAP-DAYS > WS-STALE-DAYS
               END-IF
           END-IF.

      * 每筆 M02 明細登錄檢核所引用之股票基本資料，結果屬暫定。
       4000-REGISTER-PROVISIONAL.
           MOVE M02-STKNO TO T30L-STOCK-NO
           CALL "T30LOOK" USING T30L-PARM
           MOVE SPACES TO CTG-PROV-REC
           MOVE WS-RUN-DATE        TO CTP-BUS-DATE
           MOVE M02-ETF-ID         TO CTP-ETF-ID
           MOVE M02-BROKER-ID      TO CTP-BROKER-ID
           MOVE M02-TX-DATE        TO CTP-TX-DATE
           MOVE M02-SEQNO          TO CTP-SEQNO
           MOVE M02-STKNO          TO CTP-STKNO
           MOVE WS-GAP-BASE-DATE   TO CTP-BASIS-DATE
           MOVE T30L-FOUND         TO CTP-FOUND
           MOVE 0 TO CTP-BULL-PRICE CTP-LDC-PRICE CTP-BEAR-PRICE
                     CTP-ORDER-LIMIT CTP-ORDERS-LIMIT CTP-PREPAY-RATE
           IF T30L-FOUND = 'Y'
               MOVE T30L-BULL-PRICE     TO CTP-BULL-PRICE
               MOVE T30L-LDC-PRICE      TO CTP-LDC-PRICE
               MOVE T30L-BEAR-PRICE     TO CTP-BEAR-PRICE
               MOVE T30L-SETTYPE        TO CTP-SETTYPE
               MOVE T30L-MARK-W         TO CTP-MARK-W
               MOVE T30L-MARK-P         TO CTP-MARK-P
               MOVE T30L-MARK-DAY-TRADE TO CTP-MARK-DAY-TRADE
               MOVE T30L-ORDER-LIMIT    TO CTP-ORDER-LIMIT
               MOVE T30L-ORDERS-LIMIT   TO CTP-ORDERS-LIMIT
               MOVE T30L-PREPAY-RATE    TO CTP-PREPAY-RATE
           END-IF
           SET CTP-PROVISIONAL TO TRUE
           WRITE CTGPROV-OUT-REC FROM CTG-PROV-REC
           ADD 1 TO WS-PRV-WRITTEN.

      * 依 STKNO 線性搜尋當日已檢核清單，找不到則新增一筆並回傳
      * 「尚未檢核」，由呼叫端據以執行一次性檢核。
       6000-FIND-OR-ADD-SEEN.
