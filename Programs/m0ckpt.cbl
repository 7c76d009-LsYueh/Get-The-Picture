      *
      * 修改紀錄:
      *   2026-08-08  新增此程式
      *   2026-10-13  登錄模式一併記載登錄時點(時分秒)，起始與完成
      *               /失敗檢查點之時點差即站台執行時間
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0CKPT.
       01  WS-LAST-COMPLETE-SEQ        PIC 9(03) VALUE 0.
       01  WS-LAST-COMPLETE-NAME       PIC X(08) VALUE SPACES.
       01  WS-NEXT-SEQ                 PIC 9(04).
       01  WS-TIME-NOW                 PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE REQ-STEP-SEQ  TO CHKPT-STEP-SEQ
           MOVE REQ-STEP-NAME TO CHKPT-STEP-NAME
           MOVE REQ-STATUS    TO CHKPT-STATUS
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO CHKPT-EVENT-TIME
           OPEN EXTEND CHKPT-LOG-FILE
           MOVE CHKPT-RECORD TO CHKPT-LOG-LINE
           WRITE CHKPT-LOG-LINE
