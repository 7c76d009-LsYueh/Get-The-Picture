      * 補券短缺部位分類帳檔 (逐日滾動)
      * 檔案長度：100，鍵值 ETF-ID+BROKER-ID+TX-DATE+SEQNO+STKNO
      * (案件+股票，同案件同股票各帳號合計)；M02 短缺部位
      * (LACK-STOCK-NOS>0)立帳，M08 實際圈存部位(TODAY-NET-NOS-A+
      * BORROW-STOCK-NOS-A)沖減，圈存足額即結案。帳齡以營業日計，
      * 逾補券期限者轉為已告警。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  SHORTFALL-LEDGER-REC.
           05  SHL-KEY.
               10  SHL-ETF-ID          PIC X(06).  *> ETF代號
               10  SHL-BROKER-ID       PIC X(04).  *> 券商代表號
               10  SHL-TX-DATE         PIC 9(08).  *> 原申請日
               10  SHL-SEQNO           PIC X(03).  *> 流水號
               10  SHL-STKNO           PIC X(06).  *> 股票代號
           05  SHL-LACK-NOS            PIC 9(10).  *> 短缺部位
           05  SHL-LOCKED-NOS          PIC 9(10).  *> 累計圈存部位
           05  SHL-OPEN-DATE           PIC 9(08).  *> 立帳日
           05  SHL-DEADLINE-DATE       PIC 9(08).  *> 補券期限日
           05  SHL-STATUS              PIC X(01).  *> 帳項狀態
               88  SHL-OPEN                VALUE 'O'. *> 未補足
               88  SHL-ESCALATED           VALUE 'E'. *> 逾期已告警
               88  SHL-CLOSED              VALUE 'C'. *> 已補足結案
           05  SHL-AGE-DAYS            PIC 9(03).  *> 帳齡(營業日)
           05  SHL-ESCALATE-DATE       PIC 9(08).  *> 告警日
           05  SHL-CLOSE-DATE          PIC 9(08).  *> 結案日
           05  FILLER                  PIC X(17).
