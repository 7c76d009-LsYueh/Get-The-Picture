      * 股票基本資料歷史檔(T30HIST.DAT，每營業日累加)
      * 檔案長度：150
      * T30TSE.DAT/T30OTC.DAT 每夜全量覆蓋、盤中由 T30DELT 異動，
      * 本檔保存每營業日之主檔版本以供事後依日期查詢:
      *   版本 000 - 夜間全量(T30HARC 於主檔載入後寫入)，每一
      *              股票每市場一筆
      *   版本 001 起 - 盤中異動(T30DELT 每次套用後寫入，僅異動
      *              之股票)，版本號於同一營業日內遞增
      * 記錄影像置首，讀檔時可以上市/上櫃記錄版面直接重疊引用
      * (上市記錄100位，右補空白)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  T30-HIST-REC.
           05  T30H-IMAGE              PIC X(110). *> 主檔記錄影像
           05  T30H-KEY.
               10  T30H-STOCK-NO       PIC X(06).  *> 股票代號
               10  T30H-BUS-DATE       PIC 9(08).  *> 營業日(西曆)
               10  T30H-VERSION        PIC 9(03).  *> 版本(000=夜間全量)
               10  T30H-MARKET         PIC X(01).  *> 市場別(T=上市 O=上櫃)
           05  T30H-STAMP              PIC 9(14).  *> 寫入時戳
           05  T30H-SOURCE             PIC X(01).  *> 來源
               88  T30H-FROM-NIGHTLY       VALUE 'B'. *> 夜間全量
               88  T30H-FROM-DELTA         VALUE 'D'. *> 盤中異動
           05  FILLER                  PIC X(07).
