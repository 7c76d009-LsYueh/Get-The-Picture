      *               已依鍵值排序
      *   2026-09-02  改讀排序服務站台(M0SRTX)產出之共用排序萃取
      *               檔 M01SRT.DAT/M04SRT.DAT，不再自行排序
      *   2026-10-15  逾時順延之申報(ROLL-TX-DATE 非0)自順延申請日起
      *               計算回覆天數
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SLA.
                   MOVE 0  TO WS-COMPARE-RESULT
           END-EVALUATE.

      * 計算受理(TX-DATE，逾時順延者為順延申請日)至回覆(PROC-DATE)
      * 之間隔天數，超過控制檔設定之時限者列為超時告警。
       3000-CHECK-GAP.
           IF TRAN-CODE OF M01-SORTED-REC NOT = 'R'
                   AND ROLL-TX-DATE OF M01-SORTED-REC IS NUMERIC
                   AND ROLL-TX-DATE OF M01-SORTED-REC > 0
               COMPUTE WS-TX-JULIAN = FUNCTION INTEGER-OF-DATE
                   (ROLL-TX-DATE OF M01-SORTED-REC)
           ELSE
               COMPUTE WS-TX-JULIAN =
                   FUNCTION INTEGER-OF-DATE(TX-DATE OF M01-SORTED-REC)
           END-IF
           COMPUTE WS-PROC-JULIAN =
               FUNCTION INTEGER-OF-DATE(PROC-DATE OF M04-SORTED-REC)
           COMPUTE WS-GAP-DAYS = WS-PROC-JULIAN - WS-TX-JULIAN
