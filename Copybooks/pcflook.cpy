      * PCFLOOK - 共用 PCF 生效版本查詢服務參數區
      * 呼叫端填入 ETF 代號與基準日後 CALL "PCFLOOK" USING
      * PCFL-PARM；服務於首次被呼叫時將 PCF 成分股生效版本主檔
      * (PCFGEN，無資料時退回現行 PCFMST 視為單一無限期版本)及
      * 預估現金部位主檔(PCFCASH)一次載入記憶體，回覆該基金於
      * 基準日生效之成分股清單(依股票代號遞增)、預估現金部位及
      * 版本檢核碼。成分股查無時 PCFL-FOUND='N'。
      * 版本檢核碼:依序以 ETF 代號、每一成分股(代號+每基數應含
      * 股數+允許誤差百分比)及預估現金部位(符號+金額，無則略)之
      * 位元組，逐位元組 H = (H × 257 + 位元組值) 除以 99991 之
      * 餘數，5位數字；內容相同之版本檢核碼相同，與生效日無關。
      * 券商於 M01 申報之 PCF-CHECKSUM 即引用本碼(PCF 公告檔
      * PCFPUB.DAT 所載)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PCFL-PARM.
           05  PCFL-ETF-ID             PIC X(06).  *> (入)ETF代號
           05  PCFL-AS-OF-DATE         PIC 9(08).  *> (入)生效基準日
           05  PCFL-FOUND              PIC X(01).  *> (回)Y=有成分股
           05  PCFL-CASH-FOUND         PIC X(01).  *> (回)Y=有現金部位
           05  PCFL-CASH-S             PIC X(01).  *> (回)現金部位符號
           05  PCFL-CASH-9             PIC 9(09).  *> (回)現金部位/基數
           05  PCFL-CHECKSUM           PIC 9(05).  *> (回)版本檢核碼
           05  PCFL-OVER-LIMIT         PIC 9(03).  *> (回)逾清單上限未列入
           05  PCFL-STK-COUNT          PIC 9(03).  *> (回)成分股數
           05  PCFL-STK-ENTRY OCCURS 300 TIMES.
               10  PCFL-STKNO          PIC X(06).  *> 股票代號
               10  PCFL-SHARES         PIC 9(08).  *> 每基數應含股數
               10  PCFL-TOLERANCE      PIC 9(03).  *> 允許誤差百分比
