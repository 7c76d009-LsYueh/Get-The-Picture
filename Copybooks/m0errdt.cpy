      * M0ERRDT - 逐筆錯誤明細登錄服務參數區
      * 檢核程式檢出錯誤時填入來源檔別/案件鍵值/本步驟錯誤代碼/
      * 記錄上現有錯誤代碼後 CALL "M0ERRDT" USING ERD-PARM；服務
      * 將本步驟錯誤代碼累加寫入逐筆錯誤明細檔 ERRDTL.DAT，並依
      * 錯誤代碼對照主檔之優先序(ERRCODE-PRIORITY)回覆記錄上應
      * 註記之代碼 ERD-STAMP-CODE，呼叫端據以取代 ERROR-CODE。
      * 優先序規則:數字小者優先；未訂優先序(0或空白)或未登錄之
      * 代碼視同99；同優先序保留記錄上現有代碼(先檢出者)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ERD-PARM.
           05  ERD-REC-TYPE            PIC X(03).  *> (入)來源檔 M01/M02/M03
           05  ERD-KEY.
               10  ERD-ETF-ID          PIC X(06).  *> (入)ETF代號
               10  ERD-BROKER-ID       PIC X(04).  *> (入)券商代表號
               10  ERD-TX-DATE         PIC 9(08).  *> (入)申請日
               10  ERD-SEQNO           PIC X(03).  *> (入)流水號
               10  ERD-STKNO           PIC X(06).  *> (入)股票代號
           05  ERD-NEW-CODE            PIC X(02).  *> (入)本步驟錯誤代碼
           05  ERD-CUR-CODE            PIC X(02).  *> (入)記錄現有代碼
           05  ERD-SOURCE              PIC X(08).  *> (入)呼叫端程式
           05  ERD-CYCLE-NO            PIC 9(02).  *> (入)盤中循環序號
           05  ERD-STAMP-CODE          PIC X(02).  *> (回)應註記之代碼
