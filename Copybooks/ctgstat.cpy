      * 應變作業模式狀態檔 CTGSTAT.DAT
      * 檔案長度：50，僅一筆，由 M0CTGCY 宣告/回復時改寫，日始
      * (M0DOPEN)時就新營業日清除。T30 夜間更新或發行人 M04 回覆
      * 逾時未到時，經授權操作員宣告該來源之應變模式('A'=應變中
      * 、'R'=已回復)。T30 應變中 M02 檢核以前一營業日
      * (CTS-T30-BASIS-DATE)之股票基本資料執行，結果一律列為暫定
      * ；M04 應變中依賴 M04 之站台經 M0SYSCK 'Q' 略過並排入待放
      * 行佇列。M0DCLSE 於任一來源應變中時拒絕日終。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  CTG-STATE-REC.
           05  CTS-BUS-DATE            PIC 9(08).  *> 系統營業日
           05  CTS-CONTG-T30           PIC X(01).  *> T30應變模式
               88  CTS-T30-CONTINGENCY     VALUE 'A'.
               88  CTS-T30-RECOVERED       VALUE 'R'.
           05  CTS-CONTG-M04           PIC X(01).  *> M04應變模式
               88  CTS-M04-CONTINGENCY     VALUE 'A'.
               88  CTS-M04-RECOVERED       VALUE 'R'.
           05  CTS-CONTG-OPER          PIC X(08).  *> 首次宣告操作員
           05  CTS-CONTG-STAMP         PIC 9(14).  *> 首次宣告時戳
           05  CTS-T30-BASIS-DATE      PIC 9(08).  *> T30應變資料基準日
           05  FILLER                  PIC X(10).
