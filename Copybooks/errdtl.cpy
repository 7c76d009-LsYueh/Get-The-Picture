      * 逐筆錯誤明細檔(ERRDTL.DAT)
      * 檔案長度：50
      * M01/M02 記錄本身僅有一個2位錯誤代碼欄，同一案件被多個檢核
      * 步驟攔下時僅能註記其一；各檢核步驟經 M0ERRDT 服務將檢出之
      * 每一個錯誤代碼累加寫入本檔，一筆錯誤一行。M01 以
      * ETF-ID+BROKER-ID+TX-DATE+SEQNO 為鍵(股票代號空白)，M02 另
      * 加股票代號。本檔由排程於每營業日起始輪轉，盤中各循環
      * 累加寫入(以 EDL-CYCLE-NO 區別)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ERR-DTL-REC.
           05  EDL-KEY.
               10  EDL-ETF-ID          PIC X(06).  *> ETF代號
               10  EDL-BROKER-ID       PIC X(04).  *> 券商代表號
               10  EDL-TX-DATE         PIC 9(08).  *> 申請日(西曆)
               10  EDL-SEQNO           PIC X(03).  *> 流水號
               10  EDL-STKNO           PIC X(06).  *> 股票代號(M01空白)
           05  EDL-REC-TYPE            PIC X(03).  *> 來源檔 M01/M02
           05  EDL-ERROR-CODE          PIC X(02).  *> 檢出之錯誤代碼
           05  EDL-PRIORITY            PIC 9(02).  *> 代碼優先序(99=未訂)
           05  EDL-SOURCE-PGM          PIC X(08).  *> 檢出之檢核程式
           05  EDL-CYCLE-NO            PIC 9(02).  *> 盤中批次循環序號
           05  FILLER                  PIC X(06).
