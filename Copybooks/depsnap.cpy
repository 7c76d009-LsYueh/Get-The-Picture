      * 集保每日庫存快照檔 (依保管帳號+股票代號)
      * 檔案長度：40，集保結算所每日提供之保管帳戶庫存餘額；
      * M02DPSN 據以檢核買回籃子申報之申請人庫存是否足額。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  DEP-SNAPSHOT-REC.
           05  DPS-KEEP-ACNT           PIC X(11).  *> 保管銀行帳號
           05  DPS-STKNO               PIC X(06).  *> 股票代號
           05  DPS-HOLD-QTY            PIC 9(12).  *> 庫存餘額(股)
           05  DPS-SNAP-DATE           PIC 9(08).  *> 快照日
           05  FILLER                  PIC X(03).
