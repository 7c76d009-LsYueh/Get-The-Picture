      * STEPHIST - 批次站台執行時間歷史紀錄格式
      * 檔案長度：50；M0BWFC 於每夜批次鏈結束後，就當日 CHKPT.LOG
      * 各站台起始與完成/失敗時點及 RUNSTAT.LOG 讀入筆數累加寫入
      * STEPHIST.DAT，供批次窗完成時間預估之用。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  STEP-HIST-REC.
           05  SPH-RUN-DATE            PIC 9(08).  *> 批次日期
           05  SPH-STEP-SEQ            PIC 9(03).  *> 站台序號
           05  SPH-STEP-NAME           PIC X(08).  *> 站台(程式)代號
           05  SPH-START-TIME          PIC 9(06).  *> 起始時點(時分秒)
           05  SPH-END-TIME            PIC 9(06).  *> 結束時點(時分秒)
           05  SPH-ELAPSED-SECS        PIC 9(06).  *> 執行秒數
           05  SPH-RECS-READ           PIC 9(09).  *> 讀入筆數合計
           05  SPH-STATUS              PIC X(01).  *> 結束狀態
               88  SPH-COMPLETED           VALUE 'C'. *> 完成
               88  SPH-FAILED              VALUE 'F'. *> 失敗
           05  FILLER                  PIC X(03).
