      * 報表保存目錄主檔 (報表留存庫之報表清單及保存期限)
      * 檔案長度：50，依記錄別+代碼遞增排序維護；由主檔維護作業
      * (M0MSTMT)異動並留存稽核軌跡。記錄別:
      *   'T' 報表類別 - 代碼為類別代號，記載保存日數(日曆日，
      *       0=永久保存)；
      *   'R' 報表 - 代碼為報表檔名，記載產出程式及所屬類別。
      * M0RPTAR 依本主檔歸檔報表並計算保存到期日。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  RPT-CATALOG-REC.
           05  RPC-KEY.
               10  RPC-REC-TYPE        PIC X(01).  *> 記錄別
                   88  RPC-TYPE-CLASS      VALUE 'T'. *> 報表類別
                   88  RPC-TYPE-REPORT     VALUE 'R'. *> 報表
               10  RPC-CODE            PIC X(12).  *> 類別代號/報表檔名
           05  RPC-DATA                PIC X(37).
           05  RPC-CLASS-DATA REDEFINES RPC-DATA.
               10  RPC-RETAIN-DAYS     PIC 9(05).  *> 保存日數(0=永久)
               10  RPC-CLASS-DESC      PIC X(30).  *> 類別說明
               10  FILLER              PIC X(02).
           05  RPC-REPORT-DATA REDEFINES RPC-DATA.
               10  RPC-PROGRAM         PIC X(08).  *> 產出程式
               10  RPC-CLASS           PIC X(04).  *> 報表類別代號
               10  RPC-REPORT-DESC     PIC X(25).  *> 報表說明
