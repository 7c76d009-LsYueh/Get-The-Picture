      * 錯誤代碼對照主檔 (ERROR-CODE 說明)
      * 檔案長度：50，依錯誤代碼(ERRCODE-CODE)遞增排序維護
      * 優先序(ERRCODE-PRIORITY)供同一記錄檢出多個錯誤時決定
      * 註記於 ERROR-CODE 之代碼(數字小者優先，0/空白視同99)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  ERRCODE-MASTER-REC.
           05  ERRCODE-CODE            PIC X(02).  *> 錯誤代碼
           05  ERRCODE-DESC            PIC X(40).  *> 錯誤說明
           05  ERRCODE-PRIORITY        PIC 9(02).  *> 註記優先序
           05  FILLER                  PIC X(06).
