      * M0AUDLG - 作業稽核總帳登錄服務參數區
      * 呼叫端填入時戳(0=由服務取系統時間)/操作員/來源程式/事件
      * 別/對象/異動前後影像/原因後 CALL "M0AUDLG" USING ADL-PARM
      * ；服務以前筆雜湊值鏈結計算本筆雜湊值後累加寫入作業稽核
      * 總帳 AUDITLOG.DAT(版面見 audlog 抄寫簿)，回覆稽核序號。
      * 事件別:
      *   AUTH 授權檢核(M0AUTHC)      MNT  主檔維護(M0MSTMT)
      *   T30C 盤中股票資料異動(T30DELT) CNCL 取消改寫(M01CNCL)
      *   SEAL 主檔封條(M0SEAL)        XOVR 重複送檔放行(M0XREG)
      *   LREL 逾期申報放行(M01LATE)    CTGY 應變模式宣告/回復(M0CTGCY)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ADL-PARM.
           05  ADL-TIMESTAMP           PIC 9(14).  *> (入)時戳
           05  ADL-OPER-ID             PIC X(08).  *> (入)操作員
           05  ADL-PROGRAM             PIC X(08).  *> (入)來源程式
           05  ADL-EVENT               PIC X(04).  *> (入)事件別
           05  ADL-OBJECT              PIC X(30).  *> (入)對象
           05  ADL-BEFORE              PIC X(60).  *> (入)異動前影像
           05  ADL-AFTER               PIC X(60).  *> (入)異動後影像
           05  ADL-REASON              PIC X(30).  *> (入)原因/結果
           05  ADL-SEQ-NO              PIC 9(09).  *> (回)稽核序號
