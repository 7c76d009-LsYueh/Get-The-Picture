      * 大額持有人揭露候選檔
      * 檔案長度：100，由大額持有人揭露監視作業(M0LHDM)寫出當日
      * 持有比率向上或向下穿越揭露門檻之持有人+ETF，供法令遵循
      * 部門向主管機關申報。每一候選一筆表頭('H')，其後逐筆附
      * 構成合併持有之各券商帳戶('A')。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  LHD-CAND-REC.
           05  LHC-REC-TYPE            PIC X(01).  *> 記錄別
               88  LHC-HEADER              VALUE 'H'. *> 候選表頭
               88  LHC-ACCOUNT             VALUE 'A'. *> 構成帳戶
           05  LHC-PROC-DATE           PIC 9(08).  *> 資料日
           05  LHC-ETF-ID              PIC X(06).  *> ETF代號
           05  LHC-HOLDER-KEY.
               10  LHC-HOLDER-TYPE     PIC X(01).  *> 持有人鍵值類別
               10  LHC-HOLDER-ID       PIC X(11).  *> 持有人鍵值
           05  LHC-DATA                PIC X(73).
           05  LHC-HEADER-DATA REDEFINES LHC-DATA.
               10  LHC-DIRECTION       PIC X(01).  *> 穿越方向
                   88  LHC-CROSS-UP        VALUE 'U'. *> 向上穿越
                   88  LHC-CROSS-DOWN      VALUE 'D'. *> 向下穿越
               10  LHC-THRESHOLD-PCT   PIC 9(02)V9(02). *> 穿越門檻(%)
               10  LHC-PREV-PCT        PIC 9(03)V9(04). *> 前日比率(%)
               10  LHC-CURR-PCT        PIC 9(03)V9(04). *> 本日比率(%)
               10  LHC-PREV-UNITS      PIC 9(15).  *> 前日持有單位數
               10  LHC-CURR-UNITS      PIC 9(15).  *> 本日持有單位數
               10  LHC-OUTSTANDING     PIC 9(15).  *> 流通單位數
               10  LHC-ACNT-COUNT      PIC 9(03).  *> 構成帳戶數
               10  FILLER              PIC X(06).
           05  LHC-ACCOUNT-DATA REDEFINES LHC-DATA.
               10  LHC-ACNT-BROKER     PIC X(04).  *> 開戶券商代號
               10  LHC-ACNT-NO         PIC 9(07).  *> 申請人帳號
               10  LHC-ACNT-UNITS      PIC 9(15).  *> 持有單位數
               10  FILLER              PIC X(47).
