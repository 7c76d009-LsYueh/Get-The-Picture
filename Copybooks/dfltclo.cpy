      * 參加人違約結清部位檔 (券商停權時產出)
      * 檔案長度：100；M0DFLT 於券商狀態轉為停權(BRK-MST-STATUS
      * ='S')當日，彙集該券商各分類帳/登錄檔之全部未結義務，一
      * 項一筆，供風險管理單位首日處置。金額項依方向區分應收(券
      * 商應付本所)與應付(本所應付券商)；數量項(未結案件/交割
      * 未達/未回補借券/客戶持有單位)僅列數量。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  DEFAULT-CLOSEOUT-REC.
           05  DFC-BROKER-ID           PIC X(04).  *> 券商代表號
           05  DFC-PROC-DATE           PIC 9(08).  *> 處理日
           05  DFC-SOURCE              PIC X(08).  *> 來源檔
           05  DFC-ITEM-KEY            PIC X(30).  *> 帳項鍵值
           05  DFC-DIRECTION           PIC X(01).  *> 方向
               88  DFC-RECEIVABLE          VALUE 'R'. *> 券商應付本所
               88  DFC-PAYABLE             VALUE 'P'. *> 本所應付券商
               88  DFC-QUANTITY            VALUE 'Q'. *> 數量項
           05  DFC-AMOUNT              PIC 9(15).  *> 金額
           05  DFC-QTY                 PIC 9(15).  *> 數量(股/單位)
           05  DFC-ITEM-DATE           PIC 9(08).  *> 帳項日期
           05  DFC-ITEM-STATUS         PIC X(01).  *> 帳項狀態
           05  FILLER                  PIC X(10).
