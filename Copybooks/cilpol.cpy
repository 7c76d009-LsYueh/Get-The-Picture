      * 現金替代政策主檔 (依基金別，公開說明書現金替代限制)
      * 檔案長度：50，依ETF代號+記錄別+股票代號遞增排序維護；由
      * 主檔維護作業(M0MSTMT)異動並留存稽核軌跡。記錄別:
      *   'P' 基金政策 - 允許之替代原因代碼(逐位列示，空白=不限)
      *       及現金替代市值占籃子市值比率上限(%，0=不限)；
      *   'K' 須以實物交付之股票 - 該股票不得現金替代。
      * M02CILP 依本主檔檢核 M02 現金替代註記。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  CIL-POLICY-REC.
           05  CLP-KEY.
               10  CLP-ETF-ID          PIC X(06).  *> ETF代號
               10  CLP-REC-TYPE        PIC X(01).  *> 記錄別
                   88  CLP-TYPE-POLICY     VALUE 'P'. *> 基金政策
                   88  CLP-TYPE-IN-KIND    VALUE 'K'. *> 須實物交付
               10  CLP-STKNO           PIC X(06).  *> 股票代號('P'空白)
           05  CLP-DATA                PIC X(37).
           05  CLP-POLICY-DATA REDEFINES CLP-DATA.
               10  CLP-ALLOWED-REASONS PIC X(10).  *> 允許替代原因
               10  CLP-MAX-LIEU-PCT    PIC 9(03)V9(02). *> 替代比率上限(%)
               10  FILLER              PIC X(22).
