      * 發行人 PCF 新版本待核檔 PCFSTG.DAT
      * 檔案長度：50，由 M0PCFIN 提案時寫出、核可時讀入:
      *   首筆為控制記錄(C)，載提案人、提案日及核可狀態，核可後
      *   就地改寫為已核可；其後每一通過檢核之基金一筆基金記錄
      *   (F，新版本生效日)，接其成分股記錄(S)及預估現金部位記錄
      *   (M，發行人檔未提供者無)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  PCF-STAGE-REC.
           05  PST-REC-TYPE            PIC X(01).  *> 記錄別
               88  PST-CONTROL             VALUE 'C'.
               88  PST-FUND                VALUE 'F'.
               88  PST-STOCK               VALUE 'S'.
               88  PST-CASH                VALUE 'M'.
           05  PST-ETF-ID              PIC X(06).  *> ETF代號
           05  PST-ISSUER              PIC X(04).  *> 發行人代號
           05  PST-EFF-DATE            PIC 9(08).  *> 新版本生效日
           05  PST-STKNO               PIC X(06).  *> 股票代號
           05  PST-SHARES              PIC 9(08).  *> 每基數應含股數
           05  PST-TOLERANCE           PIC 9(03).  *> 允許誤差百分比
           05  PST-CASH-S              PIC X(01).  *> 預估現金部位符號
           05  PST-CASH-9              PIC 9(09).  *> 預估現金部位/基數
           05  FILLER                  PIC X(04).
       01  PCF-STAGE-CTL REDEFINES PCF-STAGE-REC.
           05  PSC-REC-TYPE            PIC X(01).  *> 記錄別(C)
           05  PSC-PROPOSER            PIC X(08).  *> 提案人
           05  PSC-PROC-DATE           PIC 9(08).  *> 提案日
           05  PSC-STATUS              PIC X(01).  *> 狀態
               88  PSC-PENDING             VALUE 'P'. *> 待核
               88  PSC-APPROVED            VALUE 'A'. *> 已核可
           05  PSC-APPROVER            PIC X(08).  *> 核可人
           05  PSC-APPR-DATE           PIC 9(08).  *> 核可日
           05  PSC-FUND-COUNT          PIC 9(04).  *> 基金數
           05  PSC-ROW-COUNT           PIC 9(06).  *> 成分股記錄數
           05  FILLER                  PIC X(06).
