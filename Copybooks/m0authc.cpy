      * 呼叫端填入操作員代號/角色碼/基準日後 CALL "M0AUTHC"
      * USING AUT-PARM；角色碼:
      *   'M' 主檔維護  'C' 公司行動核可  'O' 放行/覆核
      *   'P' 付款批次核可
      * AUT-RESULT='Y' 為有權；'N' 時原因碼:
      *   'NF'=查無操作員 'EX'=非生效期間 'NR'=無此角色
      * 每次檢核(含通過)均由服務累加記錄於 AUTHUSE.LOG。
