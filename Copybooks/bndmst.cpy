      * 債券/非股權成分工具主檔 (債券 ETF 籃子成分用)
      * 檔案長度：50，依工具代號遞增排序維護，經主檔維護作業
      * (M0MSTMT)異動並留存稽核軌跡(每日價格以更改異動更新)。
      * 工具代號與 M02-STKNO/PCF 成分代號同一編碼空間；此類成分
      * 之申報數量(M02 各部位及 PCF 每基數應含數)均為面額，價格
      * 與應計利息均以每百元面額表示。共用查詢服務 T30LOOK 於
      * 上市/上櫃主檔查無時查本檔(市場別回覆'B')。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BOND-MASTER-REC.
           05  BND-ID                  PIC X(06).  *> 工具代號
           05  BND-TYPE                PIC X(01).  *> 工具類別
               88  BND-GOVERNMENT          VALUE 'G'. *> 政府公債
               88  BND-CORPORATE           VALUE 'C'. *> 公司債
               88  BND-OTHER-NON-EQUITY    VALUE 'O'. *> 其他非股權
           05  BND-FACE-UNIT           PIC 9(07).  *> 最小面額單位
           05  BND-CLEAN-PRICE         PIC 9(03)V9(04). *> 除息價/百元
           05  BND-ACCRUED             PIC 9(03)V9(04). *> 應計利息/百元
           05  BND-PRICE-DATE          PIC 9(08).  *> 價格日
           05  BND-MATURITY            PIC 9(08).  *> 到期日
           05  FILLER                  PIC X(06).
