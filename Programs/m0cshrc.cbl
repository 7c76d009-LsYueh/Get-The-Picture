      * 實際 PCF 每基數均含預估現金部位，惟 PCF 主檔過去僅存股數
      * ，現金差額到 M04 回覆才首見，無從判斷發行人數字是否合理。
      * 本程式載入 PCF 預估現金部位主檔(PCFCASH.DAT，依 ETF+生效
      * 區間版本化)，逐案計算預計現金差額(申請基數(部分受理者為
      * 受理基數)×每基數預估現金部位，含符號)，與 M04 回覆之實際
      * 現金差額(CASH-DIF-AMOUNT-S/9)比較，差異超過控制檔容許
      * 金額(M0CSHRC.CTL)者列示例外報表 M0CSHRC.RPT。
      * M01、M04 先各依 ETF-ID+TX-DATE+SEQNO 排序後合併比對。
      *
      * 修改紀錄:
      *   2026-09-02  改讀排序服務站台(M0SRTX)產出之共用排序萃取
      *               檔 M01SRT.DAT/M04SRT.DAT，不再自行排序；
      *               配對鍵值加入券商代表號與萃取檔排序一致
      *   2026-10-15  部分受理(M04 RESULT='2')案件一併勾稽，預計現金
      *               差額以受理基數計
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0CSHRC.
           05  M4S-FAIL-REASON      PIC X(02).
           05  M4S-DIF-S            PIC X(01).
           05  M4S-DIF-9            PIC 9(09).
           05  FILLER               PIC X(124).
           05  M4S-ACCEPTED-UNITS   PIC 9(03).
           05  FILLER               PIC X(31).

       FD  RC-RPT-FILE.
       01  RC-RPT-LINE              PIC X(132).
           88  CASH-COMP-FOUND            VALUE 'Y'.

       01  WS-EXPECTED-DIF          PIC S9(12).
       01  WS-CASE-UNITS            PIC 9(03).
       01  WS-ACTUAL-DIF            PIC S9(12).
       01  WS-VARIANCE              PIC S9(12).

           PERFORM UNTIL S01-EOF OR S04-EOF
               EVALUATE TRUE
                   WHEN WS-M01-KEY = WS-M04-KEY
                       IF M4S-RESULT = '1' OR M4S-RESULT = '2'
                           PERFORM 3000-COMPARE-ONE
                       END-IF
                       PERFORM 2100-READ-M01-SORTED
           END-READ.

      * 取該 ETF 於申請日生效之預估現金部位，計算預計現金差額
      * (買回方向反號，部分受理者以受理基數計)與實際數比較。
       3000-COMPARE-ONE.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-PCC-COUNT > 0
               ADD 1 TO WS-NOCOMP-COUNT
           ELSE
               ADD 1 TO WS-MATCH-COUNT
               MOVE M1S-UNITS TO WS-CASE-UNITS
               IF M4S-RESULT = '2'
                   MOVE M4S-ACCEPTED-UNITS TO WS-CASE-UNITS
               END-IF
               COMPUTE WS-EXPECTED-DIF =
                   WS-CASE-UNITS * WS-CC-CASH-9(WS-CCX)
               IF WS-CC-CASH-S(WS-CCX) = '-'
                   COMPUTE WS-EXPECTED-DIF = WS-EXPECTED-DIF * -1
               END-IF
