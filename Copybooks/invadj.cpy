      * 帳單調減異動檔 (已開立帳單之減項)
      * 檔案長度：80，來源 'D' 由券商對帳單爭議登錄作業(M0DSPUT)
      * 於手續費/行政處理費爭議解決時自動附加寫入，來源 'M' 由
      * 財務人工登打帳單調整。券商月結帳單作業(M0INVC)據此調減
      * 帳單並開立折讓單；尚無可調減帳單者留存 INVADJ.NEW 待下
      * 期(由排程取代 INVADJ.TXN)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  INV-ADJ-REC.
           05  IAJ-SOURCE              PIC X(01).  *> 來源
               88  IAJ-FROM-DISPUTE        VALUE 'D'. *> 爭議解決
               88  IAJ-FROM-MANUAL         VALUE 'M'. *> 人工調整
           05  IAJ-REF                 PIC X(10).  *> 來源參考號
           05  IAJ-INV-NO              PIC X(10).  *> 帳單號(空白依年月)
           05  IAJ-BROKER-ID           PIC X(04).  *> 券商代表號
           05  IAJ-BILL-YM             PIC 9(06).  *> 帳單年月
           05  IAJ-LINE-TYPE           PIC X(01).  *> 帳單項目
               88  IAJ-LINE-FEE            VALUE 'F'. *> 手續費
               88  IAJ-LINE-MGMT           VALUE 'M'. *> 行政處理費
               88  IAJ-LINE-PNLT           VALUE 'P'. *> 違約金
           05  IAJ-AMOUNT              PIC 9(11).  *> 調減金額(未稅)
           05  IAJ-REASON              PIC X(20).  *> 調減原因
           05  IAJ-REQ-DATE            PIC 9(08).  *> 申請日
           05  FILLER                  PIC X(09).
