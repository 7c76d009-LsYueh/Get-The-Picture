      *       → SCK-RESULT='Y'；否則 'N' 並回覆原因碼
      *   'B' 起算 - 同 'V'，檢核通過且日別狀態為已開(O)時改記
      *       在途(I)，供批次鏈首站呼叫
      *   'P' 期間鎖定 - SCK-CHECK-DATE(入帳日)所屬會計月份已月結
      *       關帳且未經授權重開 → 'N'('V'/'B' 亦併同檢核)
      *   'Q' 應變佇列 - 供依賴 M04 之站台起跑前呼叫(SCK-SOURCE
      *       填站台名)；系統營業日為 SCK-CHECK-DATE 且 M04 應變
      *       模式應變中者，將站台排入待放行佇列 CTGQUE.DAT 並
      *       回覆 'N'(原因 'CQ')，呼叫端應略過執行；其餘 'Y'
      *       (本功能不作其他檢核)；無站台控制檔日期者填0，
      *       以系統營業日論
      * 原因碼: 'NF'=無系統控制檔 'CL'=該日已日終
      *         'DT'=控制檔日期與系統營業日不符
      *         'PL'=入帳日所屬會計月份已關帳
      *         'CQ'=M04 應變中，站台已排入待放行佇列
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  SCK-PARM.
           05  SCK-FUNC                PIC X(01).  *> 功能碼
           05  SCK-RESULT              PIC X(01).  *> 回覆(Y/N)
           05  SCK-REASON              PIC X(02).  *> 拒絕原因碼
           05  SCK-BUS-DATE            PIC 9(08).  *> 系統營業日回覆
           05  SCK-SOURCE              PIC X(08).  *> (入)站台名('Q')
