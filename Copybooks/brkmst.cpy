      * 券商參加人基本資料主檔 (券商存在性檢核/報表名稱顯示用)
      * 檔案長度：50，依券商代表號(BRK-MST-ID)遞增排序維護
      * 參加人合併(M0BKMRG)後消滅券商之記錄保留(供歷史報表顯示
      * 原代號名稱)，狀態改為已合併並載存續券商代表號。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BRK-MASTER-REC.
           05  BRK-MST-ID              PIC X(04).  *> 券商代表號
           05  BRK-MST-STATUS          PIC X(01).  *> 參加人狀態
               88  BRK-MST-ACTIVE          VALUE 'A'.
               88  BRK-MST-SUSPENDED       VALUE 'S'.
               88  BRK-MST-CERTIFYING      VALUE 'C'. *> 認證中(新參加人)
               88  BRK-MST-MERGED          VALUE 'M'. *> 已合併(消滅)
           05  BRK-MST-TAX-ID          PIC X(08).  *> 統一編號(開立發票用)
           05  BRK-MST-MERGED-TO       PIC X(04).  *> 存續券商代表號
           05  FILLER                  PIC X(02).
