      * 申請人群組完整清單
      * M01 內建之3名申請人槽位與 M01APPL 超額申請人明細(第4筆
      * 以後)合併後，依申請人序號排列之完整清單，不受3名上限拘束
      * 。APG-SOURCE 標示來源:'M'=M01 內建槽位、'A'=M01APPL 溢位
      * 明細；APG-COUNT 為實際列入之申請人筆數(M01 槽位僅列至
      * APPLIER-NUMBER 與3之較小者)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  APG-LIST.
           05  APG-COUNT               PIC 9(03).  *> 申請人筆數
           05  APG-ENTRY OCCURS 99 TIMES
                   INDEXED BY APG-X.
               10  APG-APPL-INDEX      PIC 9(02).  *> 申請人序號
               10  APG-SOURCE          PIC X(01).  *> M=M01 A=M01APPL
               10  APG-ACNT-BROKER     PIC X(04).  *> 開戶券商代號
               10  APG-ACNT-NO         PIC 9(07).  *> 申請人帳號
               10  APG-KEEP-ACNT       PIC X(11).  *> 申請人保管銀行帳號
               10  APG-ID-CODE         PIC X(03).  *> 身份碼
               10  APG-CASH-ASSIGN     PIC X(01).  *> 現金差額收取人
               10  APG-MERGE-ASSIGN    PIC X(01).  *> 零股整合帳戶
