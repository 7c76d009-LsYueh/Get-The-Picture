      * 上限時，須等發行人開始於 M04 駁回申購才得知。本程式逐日
      * 滾存單位數分類帳 ETFUNIT.DAT(每基金一筆):
      *   1. 讀入前日分類帳(可無)。
      *   2. M04 回覆成功及部分受理之案件與 M01 配對取得交易種類
      *      ，申購加計、買回減除申請人單位數(ETF-SHR 三欄位合計
      *      ；部分受理者為受理基數之分配，經 M04ALOC 驗算)。
      *   3. 寫出新分類帳 ETFUNIT.NEW，並與 ETF 基金主檔之核准
      *      發行上限比較，流通數逾控制檔門檻百分比(M0UNITL.CTL)
      *      者列示警示清單。
      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-10-15  部分受理回覆('2')依受理基數之分配一併過帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0UNITL.
           END-PERFORM
           CLOSE ETFMST-FILE.

      * M04 回覆成功或部分受理者與 M01 配對取交易種類:申購加計
      * 、買回減除申請人單位數。
       2000-POST-REPLIES.
           OPEN INPUT M01-SORTED
           OPEN INPUT M04-SORTED
           PERFORM UNTIL S01-EOF OR S04-EOF
               EVALUATE TRUE
                   WHEN WS-M01-KEY = WS-M04-KEY
                       IF M4S-RESULT = '1' OR M4S-RESULT = '2'
                           PERFORM 2300-POST-ONE-REPLY
                       END-IF
                       PERFORM 2100-READ-M01-SORTED
