      * 洗錢態樣可疑交易案件檔
      * 檔案長度：100，由洗錢態樣篩檢作業(M0AMLS)每晚寫出，供法令
      * 遵循單位逐案審閱；每一評分大於0之申報案件一筆，態樣註記
      * 'Y' 表示該態樣成立。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  AML-CASE-REC.
           05  AML-SCREEN-DATE         PIC 9(08).  *> 篩檢日
           05  AML-ETF-ID              PIC X(06).  *> ETF代號
           05  AML-BROKER-ID           PIC X(04).  *> 券商代表號
           05  AML-TX-DATE             PIC 9(08).  *> 申請日
           05  AML-SEQNO               PIC X(03).  *> 流水號
           05  AML-TX-KIND             PIC X(01).  *> 交易種類
           05  AML-ACNT-BROKER         PIC X(04).  *> 第1申請人開戶券商
           05  AML-ACNT-NO             PIC 9(07).  *> 第1申請人帳號
           05  AML-RM-ACNT-ID          PIC X(10).  *> 匯款帳戶ID
           05  AML-AMOUNT              PIC 9(18).  *> 現金申贖金額
           05  AML-SCORE               PIC 9(03).  *> 態樣評分
           05  AML-PAT-STRUCTURING     PIC X(01).  *> 金額刻意低於申報門檻
           05  AML-PAT-THIRD-PARTY     PIC X(01).  *> 買回價款匯予非申請人
           05  AML-PAT-FAN-IN          PIC X(01).  *> 同一匯款帳戶集中多申請人
           05  AML-PAT-ROUND-TRIP      PIC X(01).  *> 現金申購後短期買回
           05  AML-REVIEW-STATUS       PIC X(01).  *> 審閱狀態
               88  AML-REVIEW-OPEN         VALUE 'O'. *> 待審閱
               88  AML-REVIEW-CLEARED      VALUE 'C'. *> 審閱無疑
               88  AML-REVIEW-REPORTED     VALUE 'R'. *> 已申報
           05  FILLER                  PIC X(23).
