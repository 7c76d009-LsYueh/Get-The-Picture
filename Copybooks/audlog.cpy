      * 作業稽核總帳檔 AUDITLOG.DAT (只增不改，雜湊鏈結)
      * 檔案長度：250，依稽核序號遞增累加寫入(僅由 M0AUDLG 服務
      * 寫入)。各作業之授權檢核、主檔維護、盤中異動、取消改寫、
      * 封條、重複送檔放行及逾期放行事件以共同版面記錄。
      * 每筆之雜湊值 ALG-HASH 係以第1至238位(含前筆雜湊值
      * ALG-PREV-HASH)逐位元組計算:
      *   H = (H × 257 + 位元組值) 除以 999999999989 之餘數
      * 首筆之前筆雜湊值為0；任一筆被改、刪、插入即使鏈結斷裂，
      * 由 M0AUDVF 驗證。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  AUDIT-LOG-REC.
           05  ALG-SEQ-NO              PIC 9(09).  *> 稽核序號
           05  ALG-TIMESTAMP           PIC 9(14).  *> 時戳(年月日時分秒)
           05  ALG-OPER-ID             PIC X(08).  *> 操作員(*BATCH*=批次)
           05  ALG-PROGRAM             PIC X(08).  *> 來源程式
           05  ALG-EVENT               PIC X(04).  *> 事件別
           05  ALG-OBJECT              PIC X(30).  *> 對象(檔別+鍵值)
           05  ALG-BEFORE              PIC X(60).  *> 異動前影像
           05  ALG-AFTER               PIC X(60).  *> 異動後影像
           05  ALG-REASON              PIC X(30).  *> 原因/結果
           05  FILLER                  PIC X(03).
           05  ALG-PREV-HASH           PIC 9(12).  *> 前筆雜湊值
           05  ALG-HASH                PIC 9(12).  *> 本筆雜湊值
