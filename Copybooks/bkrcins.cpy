      * 交割銀行對帳指示登記簿 (逐日滾動)
      * 檔案長度：100，由交割銀行對帳作業(M0BKREC)維護。指示
      * 記錄('I')為本所已發出且應見於對帳單之收付(未核對者續
      * 留，已核對/已退回者保留至保留期滿供退件比對)；餘額記
      * 錄('B')為最近一次已證明之對帳單期末餘額。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BKRC-INSTR-REC.
           05  BKI-REC-TYPE            PIC X(01).  *> 記錄別
               88  BKI-INSTRUCTION         VALUE 'I'. *> 指示
               88  BKI-BALANCE             VALUE 'B'. *> 餘額
           05  BKI-DATA                PIC X(99).
           05  BKI-INSTR-DATA REDEFINES BKI-DATA.
               10  BKI-SOURCE          PIC X(01).  *> 指示來源
                   88  BKI-SRC-REMIT       VALUE 'R'. *> 買回匯款
                   88  BKI-SRC-REPAY       VALUE 'P'. *> 退匯重付
                   88  BKI-SRC-DDEBIT      VALUE 'D'. *> 應收扣款
                   88  BKI-SRC-NET         VALUE 'N'. *> 淨額結算
                   88  BKI-SRC-MGN-REFUND  VALUE 'M'. *> 保證金退還
                   88  BKI-SRC-CASH-IN     VALUE 'A'. *> 申購入金
                   88  BKI-SRC-RETURNED    VALUE 'X'. *> 匯款退回
               10  BKI-DC              PIC X(01).  *> 預期借貸別
               10  BKI-REF             PIC X(20).  *> 指示參考號
               10  BKI-AMOUNT          PIC 9(18).  *> 金額
               10  BKI-CURRENCY        PIC X(03).  *> 幣別
               10  BKI-CPTY-BANK       PIC 9(03).  *> 對方銀行代號
               10  BKI-CPTY-ACNT       PIC X(16).  *> 對方帳號
               10  BKI-CPTY-ID         PIC X(10).  *> 對方ID
               10  BKI-INST-DATE       PIC 9(08).  *> 指示日
               10  BKI-VALUE-DATE      PIC 9(08).  *> 預計入出帳日
               10  BKI-STATUS          PIC X(01).  *> 核對狀態
                   88  BKI-OPEN            VALUE 'O'. *> 未執行
                   88  BKI-MATCHED         VALUE 'M'. *> 已核對
                   88  BKI-RETURNED        VALUE 'R'. *> 已退回
               10  BKI-MATCH-DATE      PIC 9(08).  *> 核對日
               10  FILLER              PIC X(02).
           05  BKI-BALANCE-DATA REDEFINES BKI-DATA.
               10  BKB-STMT-DATE       PIC 9(08).  *> 對帳日
               10  BKB-ACNT-NO         PIC X(16).  *> 交割帳號
               10  BKB-CURRENCY        PIC X(03).  *> 帳戶幣別
               10  BKB-CLOSE-SIGN      PIC X(01).  *> 期末餘額正負
               10  BKB-CLOSE-BAL       PIC 9(16).  *> 期末餘額
               10  FILLER              PIC X(55).
