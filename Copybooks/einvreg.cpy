      * 電子發票開立登錄檔 (逐次累加)
      * 檔案長度：80，由券商月結帳單作業(M0INVC)每次將開立之
      * 發票('I')及折讓單('A')累加寫入。發票號碼自配號區間接續
      * 取號時以本檔已用之最大號為準；折讓單留存帳單調減來源及
      * 參考號，重跑時同一調減不再重複折讓。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  EINV-REG-REC.
           05  EIR-DOC-TYPE            PIC X(01).  *> 單據別
               88  EIR-INVOICE             VALUE 'I'. *> 發票
               88  EIR-ALLOWANCE           VALUE 'A'. *> 折讓單
           05  EIR-DOC-NO              PIC X(16).  *> 發票/折讓單號碼
           05  EIR-INV-NO              PIC X(10).  *> 原發票號碼
           05  EIR-BROKER-ID           PIC X(04).  *> 券商代表號
           05  EIR-BILL-YM             PIC 9(06).  *> 帳單年月
           05  EIR-DOC-DATE            PIC 9(08).  *> 開立日
           05  EIR-ADJ-SOURCE          PIC X(01).  *> 調減來源
           05  EIR-ADJ-REF             PIC X(10).  *> 調減參考號
           05  EIR-SALES-AMT           PIC 9(12).  *> 銷售額(未稅)
           05  EIR-TAX-AMT             PIC 9(10).  *> 營業稅額
           05  FILLER                  PIC X(02).
