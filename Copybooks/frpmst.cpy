      * 境外成分證券價格主檔(FRPMST.DAT，逐日累加)
      * 檔案長度：70，依股票代號+價格日+幣別遞增排序維護
      * 跨境 ETF 之境外成分證券不在上市/上櫃股票基本資料檔內，
      * 由境外價格載入作業(M0FRPLD)於匯率閘門(M0FXGT)通過後，
      * 將資訊廠商價格檔依 FXRATE.DAT 當日匯率折算新台幣後逐日
      * 寫入；共用查詢服務 T30LOOK 於本地主檔查無之股票退回
      * 本檔取價(市場別回覆'F')。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  FRN-PRICE-REC.
           05  FRP-KEY.
               10  FRP-STKNO           PIC X(06).  *> 股票代號
               10  FRP-PRICE-DATE      PIC 9(08).  *> 價格日(西曆)
               10  FRP-CCY             PIC X(03).  *> 計價幣別
           05  FRP-FRN-PRICE           PIC 9(07)V9(04). *> 外幣價格
           05  FRP-FX-RATE             PIC 9(04)V9(06). *> 折算匯率
           05  FRP-LOCAL-PRICE         PIC 9(05)V9(04). *> 折合新台幣
           05  FRP-STOCK-NAME          PIC X(16).  *> 證券名稱
           05  FILLER                  PIC X(07).
