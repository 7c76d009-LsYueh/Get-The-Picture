      * 扣繳歷史檔 (逐日累加)
      * 檔案長度：110，由買回款項扣繳稅額計算作業(M0WHTAX)每日
      * 將各扣繳案件累加寫入，鍵值為申請人(第一申請人開戶券商
      * 代號+帳號)+給付日；同一案件重跑時以執行日最晚者為準。
      * 年度扣繳憑單及申報作業(M0WHYE)據此彙總全年給付及扣繳。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  WHT-HIST-REC.
           05  WHH-KEY.
               10  WHH-ACNT-BROKER     PIC X(04).  *> 開戶券商代號
               10  WHH-ACNT-NO         PIC 9(07).  *> 申請人帳號
               10  WHH-PAY-DATE        PIC 9(08).  *> 給付日
           05  WHH-CASE-KEY.
               10  WHH-ETF-ID          PIC X(06).  *> ETF代號
               10  WHH-TX-DATE         PIC 9(08).  *> 申請日
               10  WHH-SEQNO           PIC X(03).  *> 流水號
           05  WHH-BROKER-ID           PIC X(04).  *> 券商代表號
           05  WHH-ID-CODE             PIC X(03).  *> 身份碼
           05  WHH-KEEP-ACNT           PIC X(11).  *> 保管銀行帳號
           05  WHH-GROSS               PIC 9(18).  *> 給付總額
           05  WHH-RATE-PCT            PIC 9(02)V9(02). *> 扣繳稅率(%)
           05  WHH-TAX                 PIC 9(18).  *> 扣繳稅額
           05  WHH-RUN-DATE            PIC 9(08).  *> 執行日
           05  FILLER                  PIC X(08).
