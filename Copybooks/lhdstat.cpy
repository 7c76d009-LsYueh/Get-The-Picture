      * 大額持有人揭露狀態檔 (逐日滾動)
      * 檔案長度：50，由大額持有人揭露監視作業(M0LHDM)每日寫出
      * 持有比率達任一揭露門檻之持有人+ETF 部位，供次日比較門檻
      * 穿越方向。持有人鍵值:'K'+保管銀行帳號(同一申請人跨券商
      * 合併持有)，或 'A'+開戶券商代號+申請人帳號(申請人主檔無
      * 保管帳號者)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  LHD-STATE-REC.
           05  LHS-HOLDER-KEY.
               10  LHS-HOLDER-TYPE     PIC X(01).  *> 持有人鍵值類別
               10  LHS-HOLDER-ID       PIC X(11).  *> 持有人鍵值
           05  LHS-ETF-ID              PIC X(06).  *> ETF代號
           05  LHS-UNITS               PIC 9(15).  *> 合併持有單位數
           05  LHS-PCT                 PIC 9(03)V9(04). *> 持有比率(%)
           05  LHS-BAND                PIC 9(01).  *> 已達門檻級數
           05  LHS-AS-OF-DATE          PIC 9(08).  *> 資料日
           05  FILLER                  PIC X(01).
