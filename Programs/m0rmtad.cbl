      *   2026-09-02  回執登錄併寫記錄長度(100/150)，M0XMANG 依
      *               真實版面計筆數與位元組和；檔尾旗標改88層
      *               條件名
      *   2026-10-14  付款檔結檔後經 M0PAYHD 登錄付款批次放行登記簿
      *               (PAYREL.DAT)扣留，須經 M0PAYRL 兩人核可/放行
      *               始得由 M0XMANG 造冊送出
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0RMTAD.
       01  WS-DUE-INT               PIC 9(09).

       COPY m0dtsvc.
       COPY m0payhd.

      * 本所格式明細版面(與 M04REMT 之 WS-RMIT-DETAIL 一致)。
       01  WS-HOUSE-DETAIL.
               WHEN OTHER PERFORM 2200-COPY-HOUSE-FORMAT
           END-EVALUATE
           ADD 1 TO WS-BANKS-ADAPTED
           PERFORM 3500-HOLD-ADAPTED-FILE

           MOVE SPACES TO AD-RPT-LINE
           STRING "BANK " WS-CUR-BANK
           CLOSE XMG-CTL-FILE
           ADD 1 TO WS-ACK-REGISTERED.

      * 轉換檔登錄放行登記簿扣留(待兩人核可/放行)。
       3500-HOLD-ADAPTED-FILE.
           MOVE SPACES TO PHD-PARM
           MOVE 'H'          TO PHD-FUNC
           MOVE WS-OUT-NAME  TO PHD-FILE-NAME
           MOVE WS-PROC-DATE TO PHD-BUS-DATE
           EVALUATE WS-CUR-LAYOUT
               WHEN 'B'
                   MOVE 'L' TO PHD-RECFM
                   MOVE 0   TO PHD-RECLEN
               WHEN 'A'
                   MOVE 'F' TO PHD-RECFM
                   MOVE 100 TO PHD-RECLEN
               WHEN OTHER
                   MOVE 'F' TO PHD-RECFM
                   MOVE 150 TO PHD-RECLEN
           END-EVALUATE
           MOVE "M0RMTAD"    TO PHD-SOURCE
           MOVE WS-DTL-COUNT TO PHD-DTL-COUNT
           MOVE WS-AMT-TOTAL TO PHD-AMOUNT-TOTAL
           CALL "M0PAYHD" USING PHD-PARM.

      * 逾截止時間:整檔明細列示例外，不產出轉換檔。
       4000-LIST-CUTOFF-EXCEPTIONS.
           MOVE SPACES TO AD-RPT-LINE
