      * 基金申贖暫停行事曆主檔 (效期制，依基金別+交易種類)
      * 檔案長度：50，依ETF代號+交易種類+暫停起日遞增排序維護；
      * 由主檔維護作業(M0MSTMT)異動並留存稽核軌跡。發行人於收益
      * 分配基準日、指數調整或國外市場休市期間僅暫停申購或僅暫停
      * 買回者，登錄於此；M01ETFV 拒收申請日落於暫停期間之申報，
      * M0RBPV 預告將遇暫停期間之在途案件。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  SUSPEND-CALENDAR-REC.
           05  SCL-KEY.
               10  SCL-ETF-ID          PIC X(06).  *> ETF代號
               10  SCL-TX-KIND         PIC X(01).  *> 交易種類
                   88  SCL-KIND-CREATION   VALUE '1'. *> 申購
                   88  SCL-KIND-REDEMPTION VALUE '2'. *> 買回
               10  SCL-FROM-DATE       PIC 9(08).  *> 暫停起日
           05  SCL-TO-DATE             PIC 9(08).  *> 暫停迄日(含)
           05  SCL-REASON              PIC X(20).  *> 暫停原因
           05  FILLER                  PIC X(07).
