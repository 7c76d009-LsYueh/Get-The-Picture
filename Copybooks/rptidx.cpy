      * 報表留存庫索引檔 (M0RPTAR 歸檔時累加，M0RPTRV 調閱)
      * 檔案長度：100，依歸檔順序累加；同一報表同一營業日同一循環
      * 重複歸檔者以後筆為準。頁數依換頁字元計算，無換頁字元者
      * 以每頁60行計。檢核和為各行內容位元組和乘以行序之累加。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  RPT-INDEX-REC.
           05  RIX-REPORT-NAME         PIC X(12).  *> 報表檔名
           05  RIX-PROGRAM             PIC X(08).  *> 產出程式
           05  RIX-BUS-DATE            PIC 9(08).  *> 營業日
           05  RIX-CYCLE               PIC 9(02).  *> 循環(00=日終)
           05  RIX-ARCHIVE-NAME        PIC X(24).  *> 歸檔檔名
           05  RIX-CLASS               PIC X(04).  *> 報表類別代號
           05  RIX-PAGES               PIC 9(05).  *> 頁數
           05  RIX-LINES               PIC 9(07).  *> 行數
           05  RIX-CHECKSUM            PIC 9(18).  *> 檢核和
           05  RIX-EXPIRY-DATE         PIC 9(08).  *> 保存到期日
           05  RIX-ARCHIVE-TIME        PIC 9(04).  *> 歸檔時分
