      * APLLOOK - 共用申請人群組查詢服務參數區
      * 呼叫端以 CALL "APLLOOK" USING APLL-PARM M01記錄 APG-LIST
      * 查詢該 M01 記錄鍵值(ETF-ID+BROKER-ID+TX-DATE+SEQNO)之完整
      * 申請人清單(版面見 aplgrp 抄寫簿)；服務於首次被呼叫時將
      * M01APPL 超額申請人明細檔一次排序載入記憶體，之後逐筆查詢
      * 毋須再排序配對。M01 記錄可為任何沿用 m01 版面之記錄區。
      * APLL-FUNC='R' 時清除記憶體表，下次查詢重新載入(M01APPL 於
      * 同一執行中被改寫時由呼叫端發出)，本次不回覆清單。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  APLL-PARM.
           05  APLL-FUNC               PIC X(01).  *> (入)空白=查詢
               88  APLL-FUNC-LOOKUP        VALUE SPACE.
               88  APLL-FUNC-RELOAD        VALUE 'R'.
           05  APLL-OVF-COUNT          PIC 9(03).  *> (回)列入之溢位筆數
           05  APLL-OVER-LIMIT         PIC 9(03).  *> (回)逾清單上限未列入
           05  APLL-TABLE-COUNT        PIC 9(05).  *> (回)已載入之M01APPL筆數
           05  APLL-TABLE-SKIPPED      PIC 9(05).  *> (回)逾表格容量未載入
