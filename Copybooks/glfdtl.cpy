      * 總帳傳票佐證明細檔 (M0GLFD 產出 GLFDTL.DAT/GLFDHIST，M0GLACK
      * 轉出重送明細 GLRSDTL.DAT，M0GLDRL 查詢列印)
      * 檔案長度：120，每傳票行每來源案件一筆；同一傳票行(傳票
      * 鍵值+串聯編號)之明細金額合計恆等於該行傳票金額。
      * 明細類別: C 案件明細(ETF-ID+BROKER-ID+TX-DATE+SEQNO)
      *           A 彙總來源(保證金傳送檔無法逐案歸屬時整筆列示)
      *           S 月結算單(發行人分潤，依基金列示)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  GL-DETAIL-REC.
           05  GLD-VCH-KEY.                    *> 傳票鍵值
               10  GLD-VCH-DATE        PIC 9(08).  *> 傳票處理日
               10  GLD-VCH-ETF-ID      PIC X(06).  *> ETF代號
               10  GLD-VCH-BROKER-ID   PIC X(04).  *> 券商代號
               10  GLD-VCH-SOURCE      PIC X(04).  *> 來源別
           05  GLD-LINK-REF            PIC X(06).  *> 重送串聯編號
           05  GLD-FEED-DATE           PIC 9(08).  *> 傳送日(所屬GLFEED)
           05  GLD-DR-ACCT             PIC 9(04).  *> 借方科目
           05  GLD-CR-ACCT             PIC 9(04).  *> 貸方科目
           05  GLD-LINE-AMOUNT         PIC 9(15).  *> 傳票行金額
           05  GLD-DTL-TYPE            PIC X(01).  *> 明細類別
               88  GLD-TYPE-CASE           VALUE 'C'.
               88  GLD-TYPE-AGGREGATE      VALUE 'A'.
               88  GLD-TYPE-SETTLEMENT     VALUE 'S'.
           05  GLD-CASE-KEY.                   *> 來源案件鍵值
               10  GLD-ETF-ID          PIC X(06).  *> ETF代號
               10  GLD-BROKER-ID       PIC X(04).  *> 券商代表號
               10  GLD-TX-DATE         PIC 9(08).  *> 申請日(西曆)
               10  GLD-SEQNO           PIC X(03).  *> 流水號
           05  GLD-AMOUNT              PIC 9(15).  *> 明細金額(NTD)
           05  GLD-CURRENCY            PIC X(03).  *> 原幣別
           05  GLD-SRC-FILE            PIC X(08).  *> 來源檔
           05  FILLER                  PIC X(13).
