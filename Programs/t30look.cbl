      *   2026-09-02  支援重載通知:T30L-STOCK-NO='*RLOAD' 時清除
      *               記憶體表，下次查詢重新載入主檔(盤中異動
      *               T30DELT 套用後由呼叫端發出)
      *   2026-09-26  增列歷史基準日查詢模式(T30L-AS-OF-DATE):依
      *               股票基本資料歷史檔 T30HIST.DAT 回覆指定日期
      *               當時生效之主檔值，供重跑、M01RVRS 沖正及
      *               M0DCKT 卷宗引用原申請日之價格與註記
      *   2026-09-28  本地主檔查無之股票退回境外價格主檔
      *               FRPMST.DAT(市場別'F'，折合新台幣價格)，供跨境
      *               ETF 之境外成分證券評價
      *   2026-09-30  本地主檔查無之工具先查債券/非股權成分主檔
      *               BNDMST.DAT(市場別'B')，回覆面額單位、除息價、
      *               應計利息及到期日，供債券 ETF 籃子檢核與評價
      *   2026-10-01  回覆欄位增列豁免平盤下融券/借券賣出註記
      *               (MARK-M/MARK-S)，現行及歷史基準日模式皆同
      *   2026-10-01  回覆欄位增列面額註記(MARK-F)
      *   2026-10-02  回覆欄位增列處置股票撮合循環時間
      *               (MATCH-INTERVAL)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T30LOOK.
               ORGANIZATION IS SEQUENTIAL.
           SELECT T30-OTC-FILE ASSIGN TO "T30OTC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL T30-HIST-FILE ASSIGN TO "T30HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FRP-FILE ASSIGN TO "FRPMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BND-FILE ASSIGN TO "BNDMST.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  T30-OTC-FILE.
       COPY t30otc.

      * 歷史檔記錄影像置首，以上市/上櫃版面重疊引用。
       FD  T30-HIST-FILE.
       COPY t30hist.
       COPY t30tse REPLACING ==T30-TSE.== BY ==HIST-TSE.==.
       COPY t30otc REPLACING ==T30-OTC-ADV.== BY ==HIST-OTC.==.

       FD  FRP-FILE.
       COPY frpmst.

       FD  BND-FILE.
       COPY bndmst.

       WORKING-STORAGE SECTION.
       01  WS-LOADED-SW             PIC X VALUE 'N'.
           88  TABLE-LOADED               VALUE 'Y'.
           05  WS-STOCK-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-SX.
               10  WS-ST-STKNO      PIC X(06).
               10  WS-ST-DATA.
                   15  WS-ST-MARKET     PIC X(01).
                   15  WS-ST-BULL       PIC 9(05)V9(04).
                   15  WS-ST-LDC        PIC 9(05)V9(04).
                   15  WS-ST-BEAR       PIC 9(05)V9(04).
                   15  WS-ST-LAST-MTH   PIC 9(08).
                   15  WS-ST-SETTYPE    PIC X(01).
                   15  WS-ST-MARK-W     PIC X(01).
                   15  WS-ST-MARK-P     PIC X(01).
                   15  WS-ST-IND-CODE   PIC X(02).
                   15  WS-ST-DAY-TRADE  PIC X(01).
                   15  WS-ST-ORDER-LIM  PIC 9(06).
                   15  WS-ST-ORDERS-LIM PIC 9(06).
                   15  WS-ST-PREPAY     PIC 9(03).
                   15  WS-ST-NAME       PIC X(16).
                   15  WS-ST-MARK-M     PIC X(01).
                   15  WS-ST-MARK-S     PIC X(01).
                   15  WS-ST-MARK-F     PIC X(01).
                   15  WS-ST-MATCH-INT  PIC 9(03).

      * 回覆用工作區(現行表與歷史表共用之欄位版面)。
       01  WS-HIT-DATA.
           05  WS-HT-MARKET         PIC X(01).
           05  WS-HT-BULL           PIC 9(05)V9(04).
           05  WS-HT-LDC            PIC 9(05)V9(04).
           05  WS-HT-BEAR           PIC 9(05)V9(04).
           05  WS-HT-LAST-MTH       PIC 9(08).
           05  WS-HT-SETTYPE        PIC X(01).
           05  WS-HT-MARK-W         PIC X(01).
           05  WS-HT-MARK-P         PIC X(01).
           05  WS-HT-IND-CODE       PIC X(02).
           05  WS-HT-DAY-TRADE      PIC X(01).
           05  WS-HT-ORDER-LIM      PIC 9(06).
           05  WS-HT-ORDERS-LIM     PIC 9(06).
           05  WS-HT-PREPAY         PIC 9(03).
           05  WS-HT-NAME           PIC X(16).
           05  WS-HT-MARK-M         PIC X(01).
           05  WS-HT-MARK-S         PIC X(01).
           05  WS-HT-MARK-F         PIC X(01).
           05  WS-HT-MATCH-INT      PIC 9(03).

      * 歷史基準日表:最近一次載入之基準日當時生效之主檔值(夜間
      * 全量依上市、上櫃順序載入，同代號以先載之上市為準；盤中
      * 異動版本依版本順序覆蓋同市場之項目)。
       01  WS-ASOF-LOADED-DATE      PIC 9(08) VALUE 0.
       01  WS-ASOF-BASE-DATE        PIC 9(08) VALUE 0.
       01  WS-ASOF-TABLE.
           05  WS-ASOF-COUNT        PIC 9(05) VALUE 0.
           05  WS-ASOF-ENTRY OCCURS 12000 TIMES
                   INDEXED BY WS-AX.
               10  WS-AS-STKNO      PIC X(06).
               10  WS-AS-MARKET     PIC X(01).
               10  WS-AS-VERSION    PIC 9(03).
               10  WS-AS-DATA       PIC X(80).
       01  WS-HIST-EOF              PIC X VALUE 'N'.
           88  HIST-EOF                   VALUE 'Y'.
       01  WS-HIST-PASS-VERSION     PIC 9(03).
       01  WS-HIST-MAX-VERSION      PIC 9(03).

      * 債券表:債券/非股權成分主檔首次需用時一次載入。
       01  WS-BND-LOADED-SW         PIC X VALUE 'N'.
           88  BND-LOADED                 VALUE 'Y'.
       01  WS-BND-EOF               PIC X VALUE 'N'.
           88  BND-EOF                    VALUE 'Y'.
       01  WS-BND-TABLE.
           05  WS-BND-COUNT         PIC 9(05) VALUE 0.
           05  WS-BND-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-BX.
               10  WS-BD-REC        PIC X(50).

      * 境外價格表:境外價格主檔首次需用時一次載入。
       01  WS-FRP-LOADED-SW         PIC X VALUE 'N'.
           88  FRP-LOADED                 VALUE 'Y'.
       01  WS-FRP-EOF               PIC X VALUE 'N'.
           88  FRP-EOF                    VALUE 'Y'.
       01  WS-FRP-TABLE.
           05  WS-FRP-COUNT         PIC 9(05) VALUE 0.
           05  WS-FRP-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-FX.
               10  WS-FR-STKNO      PIC X(06).
               10  WS-FR-DATE       PIC 9(08).
               10  WS-FR-CCY        PIC X(03).
               10  WS-FR-PRICE      PIC 9(05)V9(04).
               10  WS-FR-NAME       PIC X(16).
       01  WS-FRP-LIMIT-DATE        PIC 9(08).
       01  WS-FRP-BEST-DATE         PIC 9(08).
       01  WS-FRP-HIT               PIC 9(05).

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  STOCK-FOUND                VALUE 'Y'.
           IF T30L-STOCK-NO = "*RLOAD"
               MOVE 'N' TO WS-LOADED-SW
               MOVE 0 TO WS-STOCK-COUNT
               MOVE 0 TO WS-ASOF-LOADED-DATE WS-ASOF-COUNT
               MOVE 'N' TO WS-FRP-LOADED-SW
               MOVE 0 TO WS-FRP-COUNT
               MOVE 'N' TO WS-BND-LOADED-SW
               MOVE 0 TO WS-BND-COUNT
               MOVE 'N' TO WS-T30-EOF
               MOVE 'N' TO T30L-FOUND
               GOBACK
           END-IF
           MOVE SPACES TO T30L-CCY
           MOVE 0 TO T30L-BND-FACE-UNIT T30L-BND-CLEAN
                     T30L-BND-ACCRUED T30L-BND-MATURITY
           IF T30L-AS-OF-DATE IS NUMERIC
                   AND T30L-AS-OF-DATE > 0
               IF T30L-AS-OF-DATE NOT = WS-ASOF-LOADED-DATE
                   PERFORM 3000-LOAD-ASOF-TABLE
               END-IF
               PERFORM 4000-LOOKUP-ASOF
               GOBACK
           END-IF
           IF NOT TABLE-LOADED
               PERFORM 1000-LOAD-STOCK-TABLE
               MOVE 'Y' TO WS-LOADED-SW
               MOVE PREPAY-RATE OF T30-TSE
                   TO WS-ST-PREPAY(WS-SX)
               MOVE STOCK-NAME OF T30-TSE TO WS-ST-NAME(WS-SX)
               MOVE MARK-M OF T30-TSE     TO WS-ST-MARK-M(WS-SX)
               MOVE MARK-S OF T30-TSE     TO WS-ST-MARK-S(WS-SX)
               MOVE MARK-F OF T30-TSE     TO WS-ST-MARK-F(WS-SX)
               MOVE MATCH-INTERVAL OF T30-TSE
                   TO WS-ST-MATCH-INT(WS-SX)
           END-IF.

       1200-ADD-OTC-ENTRY.
                   TO WS-ST-PREPAY(WS-SX)
               MOVE STOCK-NAME OF T30-OTC-ADV
                   TO WS-ST-NAME(WS-SX)
               MOVE MARK-M OF T30-OTC-ADV TO WS-ST-MARK-M(WS-SX)
               MOVE MARK-S OF T30-OTC-ADV TO WS-ST-MARK-S(WS-SX)
               MOVE MARK-F OF T30-OTC-ADV TO WS-ST-MARK-F(WS-SX)
               MOVE MATCH-INTERVAL OF T30-OTC-ADV
                   TO WS-ST-MATCH-INT(WS-SX)
           END-IF.

      * 依參數區股票代號查表並填回各回覆欄位。
       2000-LOOKUP-STOCK.
           MOVE T30L-STOCK-NO TO T30L-STOCK-NO-SAVE
           PERFORM 2100-SEARCH-TABLE
           MOVE 0 TO T30L-HIST-DATE T30L-HIST-VERSION
           MOVE SPACES TO T30L-CCY
           IF STOCK-FOUND
               MOVE WS-ST-DATA(WS-SX) TO WS-HIT-DATA
               PERFORM 2200-RETURN-HIT
           ELSE
               MOVE 99999999 TO WS-FRP-LIMIT-DATE
               PERFORM 5000-LOOKUP-FOREIGN
           END-IF.

      * 以回覆工作區填回各回覆欄位。
       2200-RETURN-HIT.
           MOVE 'Y'                   TO T30L-FOUND
           MOVE WS-HT-MARKET          TO T30L-MARKET
           MOVE WS-HT-BULL            TO T30L-BULL-PRICE
           MOVE WS-HT-LDC             TO T30L-LDC-PRICE
           MOVE WS-HT-BEAR            TO T30L-BEAR-PRICE
           MOVE WS-HT-LAST-MTH        TO T30L-LAST-MTH-DATE
           MOVE WS-HT-SETTYPE         TO T30L-SETTYPE
           MOVE WS-HT-MARK-W          TO T30L-MARK-W
           MOVE WS-HT-MARK-P          TO T30L-MARK-P
           MOVE WS-HT-IND-CODE        TO T30L-IND-CODE
           MOVE WS-HT-DAY-TRADE       TO T30L-MARK-DAY-TRADE
           MOVE WS-HT-ORDER-LIM       TO T30L-ORDER-LIMIT
           MOVE WS-HT-ORDERS-LIM      TO T30L-ORDERS-LIMIT
           MOVE WS-HT-PREPAY          TO T30L-PREPAY-RATE
           MOVE WS-HT-NAME            TO T30L-STOCK-NAME
           MOVE WS-HT-MARK-M          TO T30L-MARK-M
           MOVE WS-HT-MARK-S          TO T30L-MARK-S
           MOVE WS-HT-MARK-F          TO T30L-MARK-F
           MOVE WS-HT-MATCH-INT       TO T30L-MATCH-INTERVAL.

       2100-SEARCH-TABLE.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-STOCK-COUNT > 0
                   END-IF
               END-PERFORM
           END-IF.

      * 歷史基準日表載入:第一遍找出基準日或之前最近一個已歸檔
      * (版本 000)之營業日；第二遍載入該營業日之夜間全量，再依
      * 版本順序逐版套用當日盤中異動。
       3000-LOAD-ASOF-TABLE.
           MOVE T30L-AS-OF-DATE TO WS-ASOF-LOADED-DATE
           MOVE 0 TO WS-ASOF-COUNT WS-ASOF-BASE-DATE
           MOVE 0 TO WS-HIST-MAX-VERSION
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT T30-HIST-FILE
           PERFORM UNTIL HIST-EOF
               READ T30-HIST-FILE
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       IF T30H-VERSION = 0
                               AND T30H-BUS-DATE <= WS-ASOF-LOADED-DATE
                               AND T30H-BUS-DATE > WS-ASOF-BASE-DATE
                           MOVE T30H-BUS-DATE TO WS-ASOF-BASE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE T30-HIST-FILE
           IF WS-ASOF-BASE-DATE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HIST-PASS-VERSION
           PERFORM 3100-LOAD-ONE-VERSION
           PERFORM VARYING WS-HIST-PASS-VERSION FROM 1 BY 1
                   UNTIL WS-HIST-PASS-VERSION > WS-HIST-MAX-VERSION
               PERFORM 3100-LOAD-ONE-VERSION
           END-PERFORM.

      * 載入基準營業日之單一版本；版本 000 之讀檔同時求出當日
      * 最大版本號。
       3100-LOAD-ONE-VERSION.
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT T30-HIST-FILE
           PERFORM UNTIL HIST-EOF
               READ T30-HIST-FILE
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       IF T30H-BUS-DATE = WS-ASOF-BASE-DATE
                           IF T30H-VERSION > WS-HIST-MAX-VERSION
                               MOVE T30H-VERSION
                                   TO WS-HIST-MAX-VERSION
                           END-IF
                           IF T30H-VERSION = WS-HIST-PASS-VERSION
                               PERFORM 3200-STORE-HIST-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE T30-HIST-FILE.

      * 夜間全量逐筆新增；盤中異動覆蓋同股票同市場之項目(查無
      * 者新增)。
       3200-STORE-HIST-ROW.
           PERFORM 3300-DECODE-HIST-ROW
           MOVE 'N' TO WS-FOUND-SW
           IF T30H-VERSION > 0
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ASOF-COUNT
                   IF WS-AS-STKNO(WS-AX) = T30H-STOCK-NO
                           AND WS-AS-MARKET(WS-AX) = T30H-MARKET
                       SET STOCK-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT STOCK-FOUND
               IF WS-ASOF-COUNT >= 12000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ASOF-COUNT
               SET WS-AX TO WS-ASOF-COUNT
           END-IF
           MOVE T30H-STOCK-NO  TO WS-AS-STKNO(WS-AX)
           MOVE T30H-MARKET    TO WS-AS-MARKET(WS-AX)
           MOVE T30H-VERSION   TO WS-AS-VERSION(WS-AX)
           MOVE WS-HIT-DATA    TO WS-AS-DATA(WS-AX).

      * 依市場別以上市/上櫃版面解讀歷史記錄影像至回覆工作區。
       3300-DECODE-HIST-ROW.
           MOVE T30H-MARKET TO WS-HT-MARKET
           IF T30H-MARKET = 'T'
               MOVE BULL-PRICE OF HIST-TSE     TO WS-HT-BULL
               MOVE LDC-PRICE OF HIST-TSE      TO WS-HT-LDC
               MOVE BEAR-PRICE OF HIST-TSE     TO WS-HT-BEAR
               MOVE LAST-MTH-DATE OF HIST-TSE  TO WS-HT-LAST-MTH
               MOVE SETTYPE OF HIST-TSE        TO WS-HT-SETTYPE
               MOVE MARK-W OF HIST-TSE         TO WS-HT-MARK-W
               MOVE MARK-P OF HIST-TSE         TO WS-HT-MARK-P
               MOVE IND-CODE OF HIST-TSE       TO WS-HT-IND-CODE
               MOVE MARK-DAY-TRADE OF HIST-TSE TO WS-HT-DAY-TRADE
               MOVE ORDER-LIMIT OF HIST-TSE    TO WS-HT-ORDER-LIM
               MOVE ORDERS-LIMIT OF HIST-TSE   TO WS-HT-ORDERS-LIM
               MOVE PREPAY-RATE OF HIST-TSE    TO WS-HT-PREPAY
               MOVE STOCK-NAME OF HIST-TSE     TO WS-HT-NAME
               MOVE MARK-M OF HIST-TSE         TO WS-HT-MARK-M
               MOVE MARK-S OF HIST-TSE         TO WS-HT-MARK-S
               MOVE MARK-F OF HIST-TSE         TO WS-HT-MARK-F
               MOVE MATCH-INTERVAL OF HIST-TSE TO WS-HT-MATCH-INT
           ELSE
               MOVE BULL-PRICE OF HIST-OTC     TO WS-HT-BULL
               MOVE LDC-PRICE OF HIST-OTC      TO WS-HT-LDC
               MOVE BEAR-PRICE OF HIST-OTC     TO WS-HT-BEAR
               MOVE LAST-MTH-DATE OF HIST-OTC  TO WS-HT-LAST-MTH
               MOVE SETTYPE OF HIST-OTC        TO WS-HT-SETTYPE
               MOVE MARK-W OF HIST-OTC         TO WS-HT-MARK-W
               MOVE MARK-P OF HIST-OTC         TO WS-HT-MARK-P
               MOVE IND-CODE OF HIST-OTC       TO WS-HT-IND-CODE
               MOVE MARK-DAY-TRADE OF HIST-OTC TO WS-HT-DAY-TRADE
               MOVE ORDER-LIMIT OF HIST-OTC    TO WS-HT-ORDER-LIM
               MOVE ORDERS-LIMIT OF HIST-OTC   TO WS-HT-ORDERS-LIM
               MOVE PREPAY-RATE OF HIST-OTC    TO WS-HT-PREPAY
               MOVE STOCK-NAME OF HIST-OTC     TO WS-HT-NAME
               MOVE MARK-M OF HIST-OTC         TO WS-HT-MARK-M
               MOVE MARK-S OF HIST-OTC         TO WS-HT-MARK-S
               MOVE MARK-F OF HIST-OTC         TO WS-HT-MARK-F
               MOVE MATCH-INTERVAL OF HIST-OTC TO WS-HT-MATCH-INT
           END-IF.

      * 歷史基準日查詢:先找上市項目，查無再找上櫃項目。
       4000-LOOKUP-ASOF.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ASOF-COUNT
               IF WS-AS-STKNO(WS-AX) = T30L-STOCK-NO
                       AND WS-AS-MARKET(WS-AX) = 'T'
                   SET STOCK-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT STOCK-FOUND
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ASOF-COUNT
                   IF WS-AS-STKNO(WS-AX) = T30L-STOCK-NO
                       SET STOCK-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO T30L-CCY
           IF STOCK-FOUND
               MOVE WS-AS-DATA(WS-AX) TO WS-HIT-DATA
               PERFORM 2200-RETURN-HIT
               MOVE WS-ASOF-BASE-DATE    TO T30L-HIST-DATE
               MOVE WS-AS-VERSION(WS-AX) TO T30L-HIST-VERSION
           ELSE
               MOVE 0 TO T30L-HIST-DATE T30L-HIST-VERSION
               MOVE T30L-AS-OF-DATE TO WS-FRP-LIMIT-DATE
               PERFORM 5000-LOOKUP-FOREIGN
           END-IF.

      * 本地主檔查無之退回查詢:先查債券/非股權成分主檔，再查境
      * 外價格主檔取價格日不晚於限制日之最近一筆；皆無者回覆查
      * 無資料。
       5000-LOOKUP-FOREIGN.
           PERFORM 6000-LOOKUP-BOND
           IF STOCK-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT FRP-LOADED
               PERFORM 5100-LOAD-FRP-TABLE
               MOVE 'Y' TO WS-FRP-LOADED-SW
           END-IF
           MOVE 0 TO WS-FRP-HIT WS-FRP-BEST-DATE
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FRP-COUNT
               IF WS-FR-STKNO(WS-FX) = T30L-STOCK-NO
                       AND WS-FR-DATE(WS-FX) <= WS-FRP-LIMIT-DATE
                       AND WS-FR-DATE(WS-FX) >= WS-FRP-BEST-DATE
                   MOVE WS-FR-DATE(WS-FX) TO WS-FRP-BEST-DATE
                   SET WS-FRP-HIT TO WS-FX
               END-IF
           END-PERFORM
           IF WS-FRP-HIT = 0
               MOVE 'N' TO T30L-FOUND
               MOVE SPACE TO T30L-MARKET
               EXIT PARAGRAPH
           END-IF
           SET WS-FX TO WS-FRP-HIT
           INITIALIZE WS-HIT-DATA
           MOVE 'F'                TO WS-HT-MARKET
           MOVE WS-FR-PRICE(WS-FX) TO WS-HT-LDC
           MOVE WS-FR-DATE(WS-FX)  TO WS-HT-LAST-MTH
           MOVE WS-FR-NAME(WS-FX)  TO WS-HT-NAME
           PERFORM 2200-RETURN-HIT
           MOVE WS-FR-DATE(WS-FX)  TO T30L-HIST-DATE
           MOVE 0                  TO T30L-HIST-VERSION
           MOVE WS-FR-CCY(WS-FX)   TO T30L-CCY.

       5100-LOAD-FRP-TABLE.
           MOVE 0 TO WS-FRP-COUNT
           MOVE 'N' TO WS-FRP-EOF
           OPEN INPUT FRP-FILE
           PERFORM UNTIL FRP-EOF
               READ FRP-FILE
                   AT END SET FRP-EOF TO TRUE
                   NOT AT END
                       IF WS-FRP-COUNT < 20000
                           ADD 1 TO WS-FRP-COUNT
                           SET WS-FX TO WS-FRP-COUNT
                           MOVE FRP-STKNO  TO WS-FR-STKNO(WS-FX)
                           MOVE FRP-PRICE-DATE
                               TO WS-FR-DATE(WS-FX)
                           MOVE FRP-CCY    TO WS-FR-CCY(WS-FX)
                           MOVE FRP-LOCAL-PRICE
                               TO WS-FR-PRICE(WS-FX)
                           MOVE FRP-STOCK-NAME
                               TO WS-FR-NAME(WS-FX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRP-FILE.

      * 債券/非股權成分查詢:查得者以市場別'B'回覆，價格欄位依
      * 每百元面額另欄回覆。
       6000-LOOKUP-BOND.
           IF NOT BND-LOADED
               PERFORM 6100-LOAD-BND-TABLE
               MOVE 'Y' TO WS-BND-LOADED-SW
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BND-COUNT
               IF WS-BD-REC(WS-BX)(1:6) = T30L-STOCK-NO
                   SET STOCK-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT STOCK-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BD-REC(WS-BX) TO BOND-MASTER-REC
           INITIALIZE WS-HIT-DATA
           MOVE 'B'              TO WS-HT-MARKET
           MOVE BND-PRICE-DATE   TO WS-HT-LAST-MTH
           PERFORM 2200-RETURN-HIT
           MOVE BND-PRICE-DATE   TO T30L-HIST-DATE
           MOVE 0                TO T30L-HIST-VERSION
           MOVE BND-FACE-UNIT    TO T30L-BND-FACE-UNIT
           MOVE BND-CLEAN-PRICE  TO T30L-BND-CLEAN
           MOVE BND-ACCRUED      TO T30L-BND-ACCRUED
           MOVE BND-MATURITY     TO T30L-BND-MATURITY.

       6100-LOAD-BND-TABLE.
           MOVE 0 TO WS-BND-COUNT
           MOVE 'N' TO WS-BND-EOF
           OPEN INPUT BND-FILE
           PERFORM UNTIL BND-EOF
               READ BND-FILE
                   AT END SET BND-EOF TO TRUE
                   NOT AT END
                       IF WS-BND-COUNT < 5000
                           ADD 1 TO WS-BND-COUNT
                           MOVE BOND-MASTER-REC
                               TO WS-BD-REC(WS-BND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BND-FILE.
