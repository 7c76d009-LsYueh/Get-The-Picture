      * 法律保全登錄檔 (禁止清除歷史記錄之保全登錄)
      * 檔案長度：50，依保全編號遞增排序維護；由主檔維護作業
      * (M0MSTMT)異動並留存稽核軌跡(新增即保全，刪除或填入
      * 迄日即解除)。保全對象別:
      *   'C' 案件 - 對象值為 ETF代號(6)+申請日(8)+流水號(3)；
      *   'A' 帳戶 - 對象值為開戶券商代號(4)+申請人帳號(7)；
      *   'B' 券商 - 對象值為券商代表號(4)。
      * 保全期間內 M0RETN 不清除該對象之任何歷史記錄。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  LEGAL-HOLD-REC.
           05  LGH-HOLD-ID             PIC X(08).  *> 保全編號
           05  LGH-KEY-TYPE            PIC X(01).  *> 保全對象別
               88  LGH-KEY-CASE            VALUE 'C'. *> 案件
               88  LGH-KEY-ACCOUNT         VALUE 'A'. *> 帳戶
               88  LGH-KEY-BROKER          VALUE 'B'. *> 券商
           05  LGH-KEY-VALUE           PIC X(17).  *> 保全對象值
           05  LGH-REASON              PIC X(01).  *> 保全原因
               88  LGH-REGULATOR           VALUE 'R'. *> 主管機關查核
               88  LGH-LITIGATION          VALUE 'L'. *> 訴訟
               88  LGH-COURT-ORDER         VALUE 'C'. *> 法院命令
               88  LGH-OTHER               VALUE 'O'. *> 其他
           05  LGH-EFF-FROM            PIC 9(08).  *> 保全起日
           05  LGH-EFF-TO              PIC 9(08).  *> 保全迄日(0=未解除)
           05  LGH-CASE-REF            PIC X(07).  *> 來文/案號參考
