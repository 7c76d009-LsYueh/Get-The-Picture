      * BRKLOOK - 共用券商過帳代號查詢服務參數區
      * 呼叫端填入券商代表號、帳號(券商層級帳項填0)與過帳日後
      * CALL "BRKLOOK" USING BRKL-PARM；服務於首次被呼叫時將券商
      * 參加人基本資料主檔(BRKMST)已合併('M')之券商及券商代表號
      * 移轉核可日記(BKMJRN)一次載入記憶體，回覆過帳應用之代號:
      * 代號已合併且移轉生效日(日記'M'列，查無者視為已生效)不晚
      * 於過帳日者，改為存續券商代表號(連續合併者逐段追溯)；帳號
      * 列於日記帳號衝突('C')者維持原代號並回覆 BRKL-CONFLICT='Y'
      * (該帳戶待人工換號)。
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       01  BRKL-PARM.
           05  BRKL-BROKER-ID          PIC X(04).  *> (入)券商代表號
           05  BRKL-ACNT-NO            PIC 9(07).  *> (入)帳號,0=券商層級
           05  BRKL-POST-DATE          PIC 9(08).  *> (入)過帳日
           05  BRKL-POST-ID            PIC X(04).  *> (回)過帳應用代號
           05  BRKL-MAPPED             PIC X(01).  *> (回)Y=已改為存續代號
           05  BRKL-CONFLICT           PIC X(01).  *> (回)Y=帳號衝突未移轉
