      * 券商合併移轉核可日記檔 BKMJRN.DAT
      * 檔案長度：50，累加寫入不改寫。M0BKMRG 提案時將本次移轉之
      * 宣告及帳號衝突寫入待核日記 BKMJPND.DAT，核可時蓋核可日與
      * 核可人後附加至本檔。記錄別'M'為已移轉之宣告(原代號+新
      * 代號+生效日)；記錄別'C'為帳號衝突未移轉之帳戶(原代號+
      * 帳號)，該帳戶之持有部位及現金差額帳項維持原代號待人工
      * 換號。供 M0LRBLD 依生效日重演代號移轉，及 BRKLOOK 回覆
      * 過帳應用之存續代號。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BKM-JOURNAL-REC.
           05  BKJ-REC-TYPE            PIC X(01).  *> 記錄別
               88  BKJ-MIGRATION           VALUE 'M'. *> 代號移轉
               88  BKJ-CONFLICT            VALUE 'C'. *> 帳號衝突
           05  BKJ-OLD-ID              PIC X(04).  *> 原(消滅)券商代號
           05  BKJ-NEW-ID              PIC X(04).  *> 新(存續)券商代號
           05  BKJ-EFF-DATE            PIC 9(08).  *> 生效日
           05  BKJ-ACNT-NO             PIC 9(07).  *> 衝突帳號('C')
           05  BKJ-APPR-DATE           PIC 9(08).  *> 核可日
           05  BKJ-APPR-OPER           PIC X(08).  *> 核可人
           05  FILLER                  PIC X(10).
