      * 應變作業待放行佇列檔 CTGQUE.DAT
      * 檔案長度：40，依排入順序累加寫入。M04 應變模式中依賴 M04
      * 之站台(分類帳/匯款/總帳)起跑時經 M0SYSCK 功能 'Q' 檢核，
      * 略過執行並排入本檔(同日同站台僅排一次)；M04 遲到檔到達
      * 後由 M0CTGCY 'R' 回復作業逐筆改記已放行，並將站台依排入
      * 順序寫出放行清單 CTGREL.DAT 供排程重新起動。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  CTG-QUEUE-REC.
           05  CTQ-BUS-DATE            PIC 9(08).  *> 系統營業日
           05  CTQ-PROGRAM             PIC X(08).  *> 略過之站台
           05  CTQ-STATUS              PIC X(01).  *> 狀態
               88  CTQ-QUEUED              VALUE 'Q'.
               88  CTQ-RELEASED            VALUE 'R'.
           05  CTQ-QUEUE-TIME          PIC 9(06).  *> 排入時間
           05  CTQ-RELEASE-OPER        PIC X(08).  *> 放行操作員
           05  CTQ-RELEASE-TIME        PIC 9(06).  *> 放行時間
           05  FILLER                  PIC X(03).
