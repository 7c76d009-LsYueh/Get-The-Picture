      * 載入記憶體，之後逐筆查詢毋須再掃描主檔。查無資料時
      * T30L-FOUND='N'，其餘回覆欄位不可引用。
      * 同一股票同時存在兩主檔時以上市為準(T30L-MARKET='T')。
      * 歷史基準日模式:T30L-AS-OF-DATE 填入日期(非0)時，改依
      * 歷史檔 T30HIST.DAT 回覆該日當時生效之主檔值(該日或之前
      * 最近一個已歸檔營業日之夜間全量，加計當日全部盤中異動
      * 版本)，並回覆所用之營業日及版本；查詢現行主檔者本欄填0。
      * 境外成分證券:兩主檔(或歷史基準日表)查無者退回境外價格
      * 主檔 FRPMST.DAT，取價格日不晚於基準日(現行查詢不限)之
      * 最近一筆，T30L-MARKET='F'、LDC-PRICE 為折合新台幣價格、
      * 漲跌停價為0(無本地價格帶)、T30L-HIST-DATE 為價格日、
      * T30L-CCY 為計價幣別，其餘註記欄位為空白/0。
      * 債券/非股權成分:兩主檔查無而債券主檔 BNDMST.DAT 有者，
      * T30L-MARKET='B'、LDC/漲跌停價為0、上次成交日為價格日，
      * 另回覆最小面額單位、除息價、應計利息(每百元面額)及到期
      * 日；其市值為面額×(除息價+應計利息)/100。處置、當沖、
      * 整股等股票規則不適用(註記欄位為空白)。債券主檔無歷史
      * 版本，歷史基準日查詢亦回覆現行值。
      * 豁免平盤下融券/借券賣出註記(MARK-M/MARK-S)依主檔原值
      * 回覆('Y'=豁免)；境外及債券成分為空白。
      * 面額註記(MARK-F)依主檔原值回覆，空白/'0'/'N' 為標準面額
      * (交易單位依呼叫端設定)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  T30L-PARM.
           05  T30L-STOCK-NO           PIC X(06).  *> (入)股票代號
           05  T30L-ORDERS-LIMIT       PIC 9(06).  *> 多筆委託限制數量
           05  T30L-PREPAY-RATE        PIC 9(03).  *> 款券預收成數(%)
           05  T30L-STOCK-NAME         PIC X(16).  *> 股票中文名稱
           05  T30L-AS-OF-DATE         PIC 9(08).  *> (入)歷史基準日(0=現行)
           05  T30L-HIST-DATE          PIC 9(08).  *> (回)所用歷史營業日
           05  T30L-HIST-VERSION       PIC 9(03).  *> (回)所用歷史版本
           05  T30L-CCY                PIC X(03).  *> (回)境外計價幣別
           05  T30L-BND-FACE-UNIT      PIC 9(07).  *> (回)最小面額單位
           05  T30L-BND-CLEAN          PIC 9(03)V9(04). *> (回)除息價
           05  T30L-BND-ACCRUED        PIC 9(03)V9(04). *> (回)應計利息
           05  T30L-BND-MATURITY       PIC 9(08).  *> (回)到期日
           05  T30L-MARK-M             PIC X(01).  *> (回)豁免平盤下融券賣出
           05  T30L-MARK-S             PIC X(01).  *> (回)豁免平盤下借券賣出
           05  T30L-MARK-F             PIC X(01).  *> (回)面額註記
           05  T30L-MATCH-INTERVAL     PIC 9(03).  *> (回)撮合循環時間(分)
