      * 制裁名單疑似命中審閱佇列
      * 檔案長度：130，鍵值為案件鍵值+名單條目+比對欄位；由制裁
      * 名單篩檢作業(M0SANS)累加待審閱('P')項目，經疑似命中
      * 審結作業(M0SANCL)由具放行角色之操作員審結為排除('C')或
      * 確認命中('F')。買回匯款指示產生作業(M04REMT)對案件尚有
      * 未排除項目者暫停匯款。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  SAN-REVIEW-REC.
           05  SRQ-KEY.
               10  SRQ-ETF-ID          PIC X(06).  *> ETF代號
               10  SRQ-BROKER-ID       PIC X(04).  *> 券商代表號
               10  SRQ-TX-DATE         PIC 9(08).  *> 申請日
               10  SRQ-SEQNO           PIC X(03).  *> 流水號
               10  SRQ-ENTRY-ID        PIC X(12).  *> 名單條目編號
               10  SRQ-FIELD           PIC X(01).  *> 比對欄位
                   88  SRQ-FIELD-RM-NAME   VALUE 'N'. *> 匯款帳戶名
                   88  SRQ-FIELD-RM-ID     VALUE 'I'. *> 匯款帳戶ID
                   88  SRQ-FIELD-CUST-NAME VALUE 'C'. *> 保管帳戶名稱
           05  SRQ-TX-KIND             PIC X(01).  *> 交易種類
           05  SRQ-LIST-CODE           PIC X(04).  *> 名單來源代碼
           05  SRQ-SCORE               PIC 9(03).  *> 相似度(100=完全)
           05  SRQ-SCREENED-VALUE      PIC X(60).  *> 受篩檢之名稱/ID
           05  SRQ-STATUS              PIC X(01).  *> 審閱狀態
               88  SRQ-PENDING             VALUE 'P'. *> 待審閱
               88  SRQ-CLEARED             VALUE 'C'. *> 排除(非本人)
               88  SRQ-CONFIRMED           VALUE 'F'. *> 確認命中
           05  SRQ-QUEUED-DATE         PIC 9(08).  *> 列入佇列日
           05  SRQ-REVIEW-OPER         PIC X(08).  *> 審結操作員
           05  SRQ-REVIEW-DATE         PIC 9(08).  *> 審結日
           05  FILLER                  PIC X(03).
