      * CHKPT - 批次鏈路檢查點紀錄格式
      * 供批次流程各站台於執行前後登錄檢查點狀態，作為斷點續跑
      * 依據。登錄時點(時分秒)由 M0CKPT 記載，起始與完成/失敗
      * 兩筆之時點差即為站台執行時間(M0BWFC 據以建立歷史)。
       01  CHKPT-RECORD.
           05  CHKPT-RUN-DATE          PIC 9(08).  *> 批次日期
           05  CHKPT-STEP-SEQ          PIC 9(03).  *> 站台序號
           05  CHKPT-STEP-NAME         PIC X(08).  *> 站台(程式)代號
           05  CHKPT-STATUS            PIC X(01).  *> S=起始 C=完成 F=失敗
           05  CHKPT-EVENT-TIME        PIC 9(06).  *> 登錄時點(時分秒)
           05  FILLER                  PIC X(05).
