      * 逾期應收遲延利息計息分類帳檔 (逐日滾動)
      * 檔案長度：100，依來源+帳項鍵值遞增排序；M0LPIA 每日依
      * 來源分類帳(CSHLED/MGNLED/ARINV)重建，記錄各逾期帳項已
      * 計息迄日及累計利息，重跑或次日續算不重複計息。爭議期間
      * (DSPREG 未結)之日數計入爭議停息日數，不計利息。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  LPI-LEDGER-REC.
           05  LPL-KEY.
               10  LPL-SOURCE          PIC X(01).  *> 來源
                   88  LPL-SRC-CASH        VALUE 'C'. *> 現金差額應收
                   88  LPL-SRC-MARGIN      VALUE 'M'. *> 保證金待收
                   88  LPL-SRC-INVOICE     VALUE 'A'. *> 應收帳單
               10  LPL-ITEM-KEY        PIC X(17).  *> 帳項鍵值
           05  LPL-BROKER-ID           PIC X(04).  *> 請款券商
           05  LPL-ACNT-NO             PIC 9(07).  *> 申請人帳號(0=無)
           05  LPL-DUE-DATE            PIC 9(08).  *> 應付營業日
           05  LPL-ACCRUED-TO          PIC 9(08).  *> 已計息迄日(含)
           05  LPL-INT-DAYS            PIC 9(05).  *> 累計計息日數
           05  LPL-INTEREST            PIC 9(11)V9(02). *> 累計利息
           05  LPL-DISPUTE-DAYS        PIC 9(05).  *> 爭議停息日數
           05  LPL-PRINCIPAL           PIC 9(12).  *> 最近計息本金
           05  FILLER                  PIC X(20).
