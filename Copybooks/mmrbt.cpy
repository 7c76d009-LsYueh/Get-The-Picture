      * 造市商申贖獎勵退佣明細檔 (M0MMRB 每月產出，M0INVC 讀入)
      * 檔案長度：60，每券商每基金一筆；M0INVC 依帳單年月彙總
      * 各券商退佣金額，於當月帳單列示為減項(退佣貸項)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  MM-REBATE-REC.
           05  MRB-BROKER-ID           PIC X(04).  *> 券商代表號
           05  MRB-BILL-YM             PIC 9(06).  *> 帳單年月
           05  MRB-ETF-ID              PIC X(06).  *> ETF代號
           05  MRB-UNITS               PIC 9(07).  *> 當月受理基數
           05  MRB-UNIT-REBATE         PIC 9(07)V9(02). *> 每基數退佣
           05  MRB-REBATE-AMT          PIC 9(11).  *> 退佣金額(元)
           05  MRB-PROC-DATE           PIC 9(08).  *> 計算日
           05  FILLER                  PIC X(09).
