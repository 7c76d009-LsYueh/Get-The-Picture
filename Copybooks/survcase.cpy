      * 申請人交易型態監視案件檔
      * 檔案長度：80，由交易型態監視作業(M0SURV)依評分排名寫出，
      * 每一案件一筆表頭('H')，其後逐筆附該案件之佐證交易('T'，
      * 取自申請人歸戶活動分類帳 APLACT)。
      * 型態: 'E'=事件前申購事件後買回(事件別 R=PCF換股生效、
      * D=收益分配基準日、C=成分股公司行為)；'R'=短期反覆申購
      * 買回(事件欄位空白)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  SURV-CASE-REC.
           05  SVC-REC-TYPE            PIC X(01).  *> 記錄別
               88  SVC-HEADER              VALUE 'H'. *> 案件表頭
               88  SVC-TXN                 VALUE 'T'. *> 佐證交易
           05  SVC-RANK                PIC 9(05).  *> 排名
           05  SVC-ACNT-BROKER         PIC X(04).  *> 開戶券商代號
           05  SVC-ACNT-NO             PIC 9(07).  *> 申請人帳號
           05  SVC-ETF-ID              PIC X(06).  *> ETF代號
           05  SVC-DATA                PIC X(57).
           05  SVC-HEADER-DATA REDEFINES SVC-DATA.
               10  SVC-PATTERN         PIC X(01).  *> 型態
                   88  SVC-PAT-EVENT       VALUE 'E'.
                   88  SVC-PAT-ROUND-TRIP  VALUE 'R'.
               10  SVC-EVENT-TYPE      PIC X(01).  *> 事件別
               10  SVC-EVENT-DATE      PIC 9(08).  *> 事件日
               10  SVC-EVENT-REF       PIC X(10).  *> 事件參考
               10  SVC-SCORE           PIC 9(03).  *> 評分
               10  SVC-TXN-COUNT       PIC 9(03).  *> 佐證交易筆數
               10  SVC-UNITS-TOTAL     PIC 9(07).  *> 佐證交易基數合計
               10  SVC-RUN-DATE        PIC 9(08).  *> 監視作業日
               10  FILLER              PIC X(16).
           05  SVC-TXN-DATA REDEFINES SVC-DATA.
               10  SVT-TX-DATE         PIC 9(08).  *> 申請日
               10  SVT-SEQNO           PIC X(03).  *> 流水號
               10  SVT-TX-KIND         PIC X(01).  *> 交易種類
               10  SVT-UNITS           PIC 9(03).  *> 申請基數
               10  SVT-AMOUNT          PIC 9(18).  *> 現金申贖金額
               10  FILLER              PIC X(24).
