      * 逾期應收遲延利息逐日計息明細檔 (M0LPIA 產出，M0INVC 讀入)
      * 檔案長度：100，每帳項每計息日一筆；M0INVC 依帳單年月彙
      * 總計息日屬該年月之明細，併入券商帳單利息項目並列示逐
      * 帳項計息明細表。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  LPI-ACCRUAL-REC.
           05  LIA-ACCR-DATE           PIC 9(08).  *> 計息作業日
           05  LIA-SOURCE              PIC X(01).  *> 來源(C/M/A)
           05  LIA-ITEM-KEY            PIC X(17).  *> 帳項鍵值
           05  LIA-BROKER-ID           PIC X(04).  *> 請款券商
           05  LIA-ACNT-NO             PIC 9(07).  *> 申請人帳號(0=無)
           05  LIA-PRINCIPAL           PIC 9(12).  *> 計息本金
           05  LIA-DUE-DATE            PIC 9(08).  *> 應付營業日
           05  LIA-FROM-DATE           PIC 9(08).  *> 計息起日(不含)
           05  LIA-TO-DATE             PIC 9(08).  *> 計息迄日(含)
           05  LIA-DAYS                PIC 9(05).  *> 計息日數
           05  LIA-RATE                PIC 9(02)V9(04). *> 年利率(%)
           05  LIA-INTEREST            PIC 9(09)V9(02). *> 利息
           05  FILLER                  PIC X(05).
