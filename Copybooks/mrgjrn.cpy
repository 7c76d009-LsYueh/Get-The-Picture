      * 基金合併轉換核可日記檔 MRGJRN.DAT
      * 檔案長度：70，累加寫入不改寫。M0MERGE 提案時將本次轉換部
      * 位之宣告(生效日不晚於提案基準日者)連同轉入存續基金之整
      * 數單位合計寫入待核日記 MRGJPND.DAT，核可時蓋核可日與核
      * 可人後附加至本檔。供 M0LRBLD 依生效日重演目標基金部位
      * 轉換及流通在外單位數移轉。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  MRG-JOURNAL-REC.
           05  MGJ-TARGET-ID           PIC X(06).  *> 目標(消滅)基金
           05  MGJ-SURVIVOR-ID         PIC X(06).  *> 存續基金
           05  MGJ-RATIO-NUM           PIC 9(05).  *> 轉換比率分子
           05  MGJ-RATIO-DEN           PIC 9(05).  *> 轉換比率分母
           05  MGJ-EFF-DATE            PIC 9(08).  *> 生效日
           05  MGJ-SURV-UNITS          PIC 9(15).  *> 轉入存續整數單位
           05  MGJ-APPR-DATE           PIC 9(08).  *> 核可日
           05  MGJ-APPR-OPER           PIC X(08).  *> 核可人
           05  FILLER                  PIC X(09).
