      * 會計期間鎖定登錄檔 (M0MCLSE 維護，M0SYSCK 'P' 檢核)
      * 檔案長度：80，每一會計月份(YYYYMM)一筆；月結關帳後狀態
      * 為已關帳(C)，入帳日期屬已關帳月份之作業一律拒絕；經授
      * 權重開(R)者於再次月結前得補登。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PERIOD-LOCK-REC.
           05  PRL-PERIOD              PIC 9(06).  *> 會計月份
           05  PRL-STATUS              PIC X(01).  *> 期間狀態
               88  PRL-CLOSED              VALUE 'C'. *> 已關帳
               88  PRL-REOPENED            VALUE 'R'. *> 授權重開
           05  PRL-CLOSE-DATE          PIC 9(08).  *> 關帳日
           05  PRL-CLOSE-OPER          PIC X(08).  *> 關帳操作員
           05  PRL-REOPEN-DATE         PIC 9(08).  *> 重開日
           05  PRL-REOPEN-OPER         PIC X(08).  *> 重開申請人
           05  PRL-REOPEN-AUTH         PIC X(08).  *> 重開授權人
           05  PRL-REOPEN-REASON       PIC X(30).  *> 重開原因
           05  FILLER                  PIC X(03).
