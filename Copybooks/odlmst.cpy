      * 零股交割許可主檔 (基金別/成分別)
      * 檔案長度：50，依 ETF 代號+股票代號遞增排序維護，經主檔
      * 維護作業(M0MSTMT)異動並留存稽核軌跡。列於本檔之基金/成分
      * 於生效區間內，籃子數量不足一交易單位之零股餘數准以零股
      * 交割(M02BLOT 另列零股清單，不註記錯誤)；股票代號空白表示
      * 該基金全部成分均准。零股上限為0表示不限股數。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ODD-LOT-ALLOW-REC.
           05  ODL-KEY.
               10  ODL-ETF-ID          PIC X(06).  *> ETF代號
               10  ODL-STKNO           PIC X(06).  *> 股票代號(空白=全部)
           05  ODL-EFF-FROM            PIC 9(08).  *> 生效起日
           05  ODL-EFF-TO              PIC 9(08).  *> 生效迄日
           05  ODL-MAX-ODD             PIC 9(06).  *> 零股上限股數(0=不限)
           05  ODL-REASON              PIC X(16).  *> 許可原因
