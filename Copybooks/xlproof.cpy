      * 跨分類帳勾稽結果檔 (M0XLPRF 每日寫出，M0DCLSE 日終檢核)
      * 檔案長度：40，單筆；記錄最近一次勾稽之營業日及結果，
      * 重大差異未經授權放行者拒絕日終。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  XL-PROOF-REC.
           05  XLP-BUS-DATE            PIC 9(08).  *> 勾稽營業日
           05  XLP-RESULT              PIC X(01).  *> 勾稽結果
               88  XLP-PASSED              VALUE 'P'. *> 無重大差異
               88  XLP-MATERIAL-BREAK      VALUE 'B'. *> 有重大差異
           05  XLP-BREAKS              PIC 9(05).  *> 差異筆數
           05  XLP-MATERIAL            PIC 9(05).  *> 重大差異筆數
           05  XLP-THRESHOLD           PIC 9(09).  *> 重大性門檻金額
           05  XLP-RUN-TIME            PIC 9(06).  *> 勾稽時間
           05  FILLER                  PIC X(06).
