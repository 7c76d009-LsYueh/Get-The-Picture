      * 造市商申贖獎勵退佣級距主檔 (效期制，依基金別分級距)
      * 檔案長度：50，依ETF代號+生效起日+級距起始基數遞增排序維
      * 護；由主檔維護作業(M0MSTMT)異動並留存稽核軌跡。同一基金
      * 同一生效起日之各級距構成一版費率表，M0MMRB 依造市商當月
      * 受理之申購+買回基數落點級距，以該級距每基數退佣金額計算
      * 全部基數之退佣。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  REBATE-SCHEDULE-REC.
           05  RBT-KEY.
               10  RBT-ETF-ID          PIC X(06).  *> ETF代號
               10  RBT-EFF-FROM        PIC 9(08).  *> 生效起日
               10  RBT-TIER-FROM       PIC 9(07).  *> 級距起始基數
           05  RBT-TIER-TO             PIC 9(07).  *> 級距迄止基數(含)
           05  RBT-UNIT-REBATE         PIC 9(07)V9(02). *> 每基數退佣(元)
           05  RBT-EFF-TO              PIC 9(08).  *> 生效迄日(0=不限)
           05  FILLER                  PIC X(05).
