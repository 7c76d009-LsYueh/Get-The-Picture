      * PCF 公告版本登錄檔 PCFVER.DAT
      * 檔案長度：40，M0PCFPB 每次公告時就每一基金累加寫入一筆
      * (同一生效日重跑者重複登錄，查詢時以最末筆為準)，記錄
      * 該次公告之生效日與版本檢核碼(算法見 pcflook 抄寫簿)。
      * M02PCF 攔截籃子時據以由券商於 M01 引用之檢核碼還原其
      * 所據公告版本之生效日。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PCF-VERSION-REC.
           05  PCV-ETF-ID              PIC X(06).  *> ETF代號
           05  PCV-EFF-DATE            PIC 9(08).  *> 公告生效日
           05  PCV-CHECKSUM            PIC 9(05).  *> 版本檢核碼
           05  PCV-STK-COUNT           PIC 9(03).  *> 成分股數
           05  PCV-PUB-DATE            PIC 9(08).  *> 公告資料日
           05  FILLER                  PIC X(10).
