      * 檢核 APPLIER-NUMBER 是否為 0、與實際已填 ACNT-NO 欄位之筆數
      * 不符，或超過 3 名申請人卻查無 M01APPL 超額申請人明細檔可資
      * 佐證；凡不符者輸出錯誤清單，避免筆數錯誤造成申請人資料被
      * 靜默截斷。超額申請人聯名帳戶案件之 M01APPL 明細筆數，取自
      * 檢核驅動程式 M01EDRV 逐筆交付之申請人清單。
      *
      * 修改紀錄:
      *   2026-08-08  新增此程式
      *               相符者不再視為錯誤(參見 M01APVR)
      *   2026-08-09  配對比對前加入 SORT 步驟，不再假設來源檔案
      *               已依鍵值排序
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄(含溢位申請人)，
      *               不再自行讀檔；超額申請人改由驅動程式交付之
      *               申請人清單取得，免除排序與配對比對；報表內容
      *               不變，檔名依分流加副檔名(.RPT/.RPn)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01APLED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERR-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERR-RPT-FILE.
       01  ERR-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-OVERFLOW-COUNT        PIC 9(03).

       01  WS-POPULATED-COUNT       PIC 9(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-REASON          PIC X(50).

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 1000-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-REC-COUNT
                   PERFORM 1300-COUNT-OVERFLOW-GROUP
                   PERFORM 2000-EDIT-RECORD
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       1000-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01APLED" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT ERR-RPT-FILE
           MOVE "M01 APPLIER-NUMBER OVERFLOW / MISMATCH EDIT"
               TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

      * 累計申請人清單中來自 M01APPL 之超額申請人筆數。
       1300-COUNT-OVERFLOW-GROUP.
           MOVE 0 TO WS-OVERFLOW-COUNT
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-SOURCE (APG-X) = 'A'
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-PERFORM.

       9000-CLOSE-REPORT.
           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "M01 RECORDS READ: " WS-REC-COUNT
           STRING "RECORDS REJECTED: " WS-ERR-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           CLOSE ERR-RPT-FILE.

      * 計算已填的申請人筆數：只要 ACNT-NO 非零即視為已填一筆。
       2000-EDIT-RECORD.
           MOVE 0 TO WS-POPULATED-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF ACNT-NO (WS-SUB) NOT = 0
                   ADD 1 TO WS-POPULATED-COUNT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN APPLIER-NUMBER = 0
                   MOVE "APPLIER-NUMBER IS ZERO" TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-RECORD
               WHEN APPLIER-NUMBER > 3 AND WS-OVERFLOW-COUNT = 0
                   MOVE "APPLIER-NUMBER > 3 WITH NO M01APPL DETAIL"
                       TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-RECORD
               WHEN APPLIER-NUMBER > 3
                   IF APPLIER-NUMBER NOT = 3 + WS-OVERFLOW-COUNT
                       MOVE "APPLIER-NUMBER VS M01APPL COUNT MISMATCH"
                           TO WS-REJECT-REASON
                       PERFORM 3000-REJECT-RECORD
                   END-IF
               WHEN APPLIER-NUMBER NOT = WS-POPULATED-COUNT
                   MOVE "APPLIER-NUMBER DOES NOT MATCH POPULATED SLOTS"
                       TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-RECORD

       3000-REJECT-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ETF-ID         TO WS-D-ETF-ID
           MOVE BROKER-ID      TO WS-D-BROKER-ID
           MOVE TX-DATE        TO WS-D-TX-DATE
           MOVE SEQNO          TO WS-D-SEQNO
           MOVE APPLIER-NUMBER TO WS-D-APPLIER-NUMBER
           MOVE WS-POPULATED-COUNT TO WS-D-POPULATED
           MOVE WS-REJECT-REASON TO WS-D-REASON
           MOVE WS-DETAIL-LINE  TO ERR-RPT-LINE
