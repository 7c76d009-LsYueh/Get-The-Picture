      * 月結分類帳試算表歷史檔 (M0MCLSE 月結關帳時寫出)
      * 檔案長度：100，依會計月份+列序遞增排序維護；每一會計月份
      * 每一分類帳餘額列一筆，同月份重新關帳者整月取代。
      * 勾稽欄位:本期入帳與 GLFEED 總帳控制金額之差額；不參與
      * 總帳勾稽之餘額列(保證金持有、懸帳、持有單位)勾稽結果空白。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PERIOD-TB-REC.
           05  PTB-PERIOD              PIC 9(06).  *> 會計月份
           05  PTB-ROW                 PIC 9(01).  *> 列序
           05  PTB-LEDGER              PIC X(07).  *> 分類帳
           05  PTB-TYPE                PIC X(04).  *> 餘額別
           05  PTB-ACCT                PIC 9(04).  *> 總帳科目(0=無)
           05  PTB-ITEMS               PIC 9(07).  *> 期末未結筆數
           05  PTB-CLOSING             PIC 9(15).  *> 期末餘額
           05  PTB-PERIOD-POST         PIC 9(15).  *> 本期入帳金額
           05  PTB-GL-CONTROL          PIC 9(15).  *> 總帳控制金額
           05  PTB-DIFF-SIGN           PIC X(01).  *> 差額方向(+/-)
           05  PTB-DIFF                PIC 9(15).  *> 差額
           05  PTB-PROOF               PIC X(01).  *> 勾稽結果
               88  PTB-TIED                VALUE 'T'. *> 相符
               88  PTB-DIFFERENT           VALUE 'D'. *> 不符
               88  PTB-NOT-PROVED          VALUE ' '. *> 不勾稽
           05  PTB-CLOSE-DATE          PIC 9(08).  *> 關帳日
           05  FILLER                  PIC X(01).
