      * 年度扣繳稅捐機關電子申報檔
      * 檔案長度：120，由年度扣繳憑單及申報作業(M0WHYE)產出，
      * 表頭('H')、明細('D'，每申請人每一扣繳稅率一筆)、表尾
      * ('T'，含明細筆數、受款人數及金額控制合計)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  WHT-RETURN-REC.
           05  WRT-REC-TYPE            PIC X(01).  *> 記錄別
               88  WRT-HEADER              VALUE 'H'. *> 表頭
               88  WRT-DETAIL              VALUE 'D'. *> 明細
               88  WRT-TRAILER             VALUE 'T'. *> 表尾
           05  WRT-TAX-YEAR            PIC 9(04).  *> 所得年度
           05  WRT-PAYER-ID            PIC X(08).  *> 扣繳單位統一編號
           05  WRT-DATA                PIC X(107).
           05  WRT-HEADER-DATA REDEFINES WRT-DATA.
               10  WRT-PAYER-NAME      PIC X(40).  *> 扣繳單位名稱
               10  WRT-FILE-DATE       PIC 9(08).  *> 製檔日
               10  FILLER              PIC X(59).
           05  WRT-DETAIL-DATA REDEFINES WRT-DATA.
               10  WRT-SEQ-NO          PIC 9(06).  *> 明細序號
               10  WRT-ACNT-BROKER     PIC X(04).  *> 開戶券商代號
               10  WRT-ACNT-NO         PIC 9(07).  *> 申請人帳號
               10  WRT-ID-CODE         PIC X(03).  *> 身份碼
               10  WRT-KEEP-ACNT       PIC X(11).  *> 保管銀行帳號
               10  WRT-PAYEE-NAME      PIC X(30).  *> 所得人名稱
               10  WRT-RATE-PCT        PIC 9(02)V9(02). *> 扣繳稅率(%)
               10  WRT-PAY-COUNT       PIC 9(05).  *> 給付筆數
               10  WRT-GROSS           PIC 9(18).  *> 給付總額
               10  WRT-TAX             PIC 9(18).  *> 扣繳稅額
               10  FILLER              PIC X(01).
           05  WRT-TRAILER-DATA REDEFINES WRT-DATA.
               10  WRT-DETAIL-COUNT    PIC 9(06).  *> 明細筆數
               10  WRT-PAYEE-COUNT     PIC 9(06).  *> 受款人數
               10  WRT-TOTAL-GROSS     PIC 9(18).  *> 給付總額合計
               10  WRT-TOTAL-TAX       PIC 9(18).  *> 扣繳稅額合計
               10  FILLER              PIC X(59).
