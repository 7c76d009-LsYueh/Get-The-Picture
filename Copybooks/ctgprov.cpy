      * 應變作業暫定案件登錄檔 CTGPROV.DAT
      * 檔案長度：100，T30 應變模式中由 M0STALE 就當日 M02 每筆
      * 申報明細累加寫入，記錄該筆檢核所引用之前一營業日股票
      * 基本資料(價格帶、交易方式、處置/注意/當沖註記、委託數量
      * 限制及款券預收成數)；凡列於本檔之案件其 M02 檢核結果
      * 均屬暫定。T30 遲到檔到達後由 M0CTGCY 'R' 回復作業以新
      * 主檔逐筆覆核:引用值未變者確認(C)，有變動者列為須重新
      * 檢核(E)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  CTG-PROV-REC.
           05  CTP-BUS-DATE            PIC 9(08).  *> 系統營業日
           05  CTP-ETF-ID              PIC X(06).  *> ETF代號
           05  CTP-BROKER-ID           PIC X(04).  *> 券商代表號
           05  CTP-TX-DATE             PIC 9(08).  *> 申請日
           05  CTP-SEQNO               PIC X(03).  *> 流水號
           05  CTP-STKNO               PIC X(06).  *> 股票代號
           05  CTP-BASIS-DATE          PIC 9(08).  *> T30資料基準日
           05  CTP-FOUND               PIC X(01).  *> 主檔查得 Y/N
           05  CTP-BULL-PRICE          PIC 9(05)V9(04). *> 漲停價
           05  CTP-LDC-PRICE           PIC 9(05)V9(04). *> 競價基準
           05  CTP-BEAR-PRICE          PIC 9(05)V9(04). *> 跌停價
           05  CTP-SETTYPE             PIC X(01).  *> 交易方式
           05  CTP-MARK-W              PIC X(01).  *> 處置股票註記
           05  CTP-MARK-P              PIC X(01).  *> 注意股票註記
           05  CTP-MARK-DAY-TRADE      PIC X(01).  *> 可現股當沖註記
           05  CTP-ORDER-LIMIT         PIC 9(06).  *> 單筆委託限制數量
           05  CTP-ORDERS-LIMIT        PIC 9(06).  *> 多筆委託限制數量
           05  CTP-PREPAY-RATE         PIC 9(03).  *> 款券預收成數(%)
           05  CTP-STATUS              PIC X(01).  *> 覆核狀態
               88  CTP-PROVISIONAL         VALUE 'P'.
               88  CTP-CONFIRMED           VALUE 'C'.
               88  CTP-RE-EDIT             VALUE 'E'.
           05  FILLER                  PIC X(09).
