      * 交割銀行帳戶日終對帳單檔 (銀行提供)
      * 檔案長度：150，表頭('H'，帳號/幣別/對帳日/期初餘額)、
      * 明細('D'，每筆入出帳一筆，客戶參考號為本所指示原帶之
      * 參考資料)、表尾('T'，筆數/借貸合計/期末餘額)。
      * 借方(D)為本所帳戶支出，貸方(C)為存入。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BNK-STMT-REC.
           05  BST-REC-TYPE            PIC X(01).  *> 記錄別
               88  BST-HEADER              VALUE 'H'. *> 表頭
               88  BST-DETAIL              VALUE 'D'. *> 明細
               88  BST-TRAILER             VALUE 'T'. *> 表尾
           05  BST-DATA                PIC X(149).
           05  BST-HEADER-DATA REDEFINES BST-DATA.
               10  BST-BANK-ID         PIC 9(03).  *> 交割銀行代號
               10  BST-ACNT-NO         PIC X(16).  *> 交割帳號
               10  BST-CURRENCY        PIC X(03).  *> 帳戶幣別
               10  BST-STMT-DATE       PIC 9(08).  *> 對帳日
               10  BST-OPEN-SIGN       PIC X(01).  *> 期初餘額正負
               10  BST-OPEN-BAL        PIC 9(16).  *> 期初餘額
               10  FILLER              PIC X(102).
           05  BST-DETAIL-DATA REDEFINES BST-DATA.
               10  BST-VALUE-DATE      PIC 9(08).  *> 起息日
               10  BST-DC              PIC X(01).  *> 借貸別
                   88  BST-DEBIT           VALUE 'D'. *> 支出
                   88  BST-CREDIT          VALUE 'C'. *> 存入
               10  BST-AMOUNT          PIC 9(18).  *> 金額
               10  BST-TXN-CODE        PIC X(03).  *> 銀行交易代碼
               10  BST-CPTY-BANK       PIC 9(03).  *> 對方銀行代號
               10  BST-CPTY-ACNT       PIC X(16).  *> 對方帳號
               10  BST-CPTY-ID         PIC X(10).  *> 對方ID
               10  BST-CUST-REF        PIC X(20).  *> 客戶參考號
               10  BST-BANK-REF        PIC X(16).  *> 銀行交易序號
               10  BST-NARRATIVE       PIC X(30).  *> 摘要
               10  FILLER              PIC X(24).
           05  BST-TRAILER-DATA REDEFINES BST-DATA.
               10  BST-ENTRY-COUNT     PIC 9(07).  *> 明細筆數
               10  BST-DR-TOTAL        PIC 9(18).  *> 借方合計
               10  BST-CR-TOTAL        PIC 9(18).  *> 貸方合計
               10  BST-CLOSE-SIGN      PIC X(01).  *> 期末餘額正負
               10  BST-CLOSE-BAL       PIC 9(16).  *> 期末餘額
               10  FILLER              PIC X(89).
