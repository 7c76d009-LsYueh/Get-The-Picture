      * 信任，M04ALRT/M04MGN/M0104RC 均假設其鍵值與符號欄位無誤。
      * 本程式於任何下游程式讀取前先行收檔檢核:
      *   1. ETF-ID+TX-DATE+SEQNO 須存在於 M01 索引檔(M01IDX.DAT)
      *   2. RESULT 須為有效值('1'成功/'2'部分受理/'9'失敗)；
      *      部分受理者受理基數(ACCEPTED-UNITS)須為數值、大於零
      *      且小於 M01 申請基數
      *   3. CASH-DIF-AMOUNT-S 及 CASH-LIEU-AMOUNT-S 須為有效符號
      *      ('+'或'-')
      * 不合格記錄寫入退回檔 M04RJX.DAT，合格記錄寫出 M04OK.DAT
      * 供排程取代原檔後再起動下游程式；檢核結果列示 M04ACPT.RPT。
      * 退回記錄於第165-166位註記機器可讀退回原因碼(R1=處理結果
      * 無效/R2=現金差額符號無效/R3=現金替代符號無效/R4=鍵值不在
      * M01索引/R5=部分受理之受理基數無效)，供退回打包作業
      * (M04RJRT)產製發行人退件檔。
      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-09-02  退回記錄註記機器可讀退回原因碼(165-166位)
      *   2026-10-15  接受部分受理結果('2')，檢核受理基數(R5)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M04ACPT.
           MOVE SPACES TO WS-REASON WS-REASON-CODE
           EVALUATE TRUE
               WHEN RESULT OF M04 NOT = '1'
                       AND RESULT OF M04 NOT = '2'
                       AND RESULT OF M04 NOT = '9'
                   MOVE "INVALID RESULT VALUE" TO WS-REASON
                   MOVE "R1" TO WS-REASON-CODE
                   MOVE "KEY NOT IN M01 INDEX" TO WS-REASON
                   MOVE "R4" TO WS-REASON-CODE
               NOT INVALID KEY
                   IF RESULT-PARTIAL OF M04
                       PERFORM 1200-CHECK-ACCEPTED-UNITS
                   END-IF
           END-READ.

      * 部分受理:受理基數須介於 1 與申請基數減 1 之間。
       1200-CHECK-ACCEPTED-UNITS.
           IF ACCEPTED-UNITS OF M04 NOT NUMERIC
               MOVE "PARTIAL ACCEPTED UNITS NOT NUMERIC"
                   TO WS-REASON
               MOVE "R5" TO WS-REASON-CODE
           ELSE
               IF ACCEPTED-UNITS OF M04 = 0
                       OR ACCEPTED-UNITS OF M04 >=
                          IX-APPLICATION-UNITS
                   MOVE "PARTIAL ACCEPTED UNITS OUT OF RANGE"
                       TO WS-REASON
                   MOVE "R5" TO WS-REASON-CODE
               END-IF
           END-IF.
