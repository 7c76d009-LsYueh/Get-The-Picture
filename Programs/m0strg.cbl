      *   'V' 檢核登錄   - 掃描 M01，ERROR-CODE空白者進狀態V
      *   'S' 送件登錄   - 掃描 M01，案件進狀態S(已送發行人)
      *   'P' 回覆登錄   - 掃描 M04，案件進狀態P並記錄處理結果
      *   'T' 交割登錄   - 掃描 M04，回覆成功或部分受理案件進狀態T
      *                    (已交割)
      *   'C' 結案登錄   - 已交割案件進狀態C(已結案)
      *   'L' 未結清單   - 列示狀態非C之全部案件
      *   'Q' 鍵值查詢   - 依查詢檔 M0STRG.QRY 逐筆查詢並列示
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-08-22  改以 m04 抄寫簿定義回覆檔版面，不再手鍵部分版面
      *   2026-10-15  'T' 交割登錄:部分受理(RESULT '2')案件一併推進
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0STRG.
               MOVE WS-PROC-DATE TO AST-SENT-DATE
           END-IF.

      * 依模式 P/T 掃描 M04 推進狀態；'T'模式僅回覆成功或部分受理
      * 者推進。
       2000-POST-FROM-M04.
           OPEN INPUT M04-FILE
           OPEN I-O APLSTS-FILE
                       ADD 1 TO WS-READ-COUNT
                       IF REQ-MODE = 'P'
                               OR RESULT OF M04-REC = '1'
                               OR RESULT OF M04-REC = '2'
                           PERFORM 2100-POST-ONE-M04
                       END-IF
               END-READ
