      * M01 檢核模組共用參數區
      * M01EDRV 單遍讀取 M01(併同 M01APPL 溢位申請人)，以
      * CALL "模組" USING EDT-PARM M01 APG-LIST 依序交付各檢核模組
      * (申請人清單版面見 aplgrp 抄寫簿)，功能碼:
      *   'O' 開始 - 模組讀入控制檔/主檔，開啟報表並印表頭
      *   'E' 檢核 - 檢核 M01 一筆；模組得註記 ERROR-CODE
      *   'C' 結束 - 模組列印合計並關閉報表
      * 模組報表檔名為「程式代號+EDT-RPT-EXT」:未分流為 '.RPT'，
      * M02SPLT 分流n 為 '.RPn'，供 M02SMRG 併檔。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  EDT-PARM.
           05  EDT-FUNC                PIC X(01).  *> 功能碼
               88  EDT-FUNC-OPEN           VALUE 'O'.
               88  EDT-FUNC-EDIT           VALUE 'E'.
               88  EDT-FUNC-CLOSE          VALUE 'C'.
           05  EDT-STREAM-NO           PIC X(01).  *> 分流編號(空白=未分流)
           05  EDT-RPT-EXT             PIC X(04).  *> 報表副檔名
