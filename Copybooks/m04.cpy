           05 SEQNO                PIC X(03).  *> 流水號
           05 RESULT               PIC X(01).  *> 處理結果
               88  RESULT-SUCCESS      VALUE '1'. *> 成功
               88  RESULT-PARTIAL      VALUE '2'. *> 部分受理
               88  RESULT-FAIL         VALUE '9'. *> 失敗
           05 FAIL-REASON          PIC X(02).  *> 失敗原因
           05 CASH-DIF-AMOUNT-S    PIC X(01).  *> 現金差額 S9(09)
               10 ETF-SHR              PIC 9(18).  *> 單位數
           05 APPLY-FEE            PIC 9(08).  *> 申購買回手續費
           05 MANAGEMENT-CHARGE    PIC 9(08).  *> 行政處理費
           05 FILLER               PIC X(02).  *> (退回原因碼)
           05 ACCEPTED-UNITS       PIC 9(03).  *> 受理基數(部分受理)
           05 FILLER               PIC X(31).
