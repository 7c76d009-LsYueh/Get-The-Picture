      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-14  淨額結算指示檔結檔後經 M0PAYHD 登錄付款批次
      *               放行登記簿(PAYREL.DAT)扣留(營業日以結算日
      *               登錄)，須經 M0PAYRL 兩人核可/放行始得由
      *               M0XMANG 造冊送出
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0NETCS.

       01  WS-SETTLE-DATE           PIC 9(08) VALUE 0.

       COPY m0payhd.

      * 券商歸戶軋差表:各來源金額以本所觀點帶符號累計
      * (正=應付券商，負=應收券商)。
       01  WS-BRK-TABLE.
           MOVE 4                TO WS-NT-DTL-COUNT
           WRITE NET-REC FROM WS-NET-TRAILER
           CLOSE NET-FILE
           MOVE SPACES TO PHD-PARM
           MOVE 'H'              TO PHD-FUNC
           MOVE WS-NET-NAME      TO PHD-FILE-NAME
           MOVE WS-SETTLE-DATE   TO PHD-BUS-DATE
           MOVE 'F'              TO PHD-RECFM
           MOVE 80               TO PHD-RECLEN
           MOVE "M0NETCS"        TO PHD-SOURCE
           MOVE 4                TO PHD-DTL-COUNT
           MOVE WS-ABS-AMOUNT    TO PHD-AMOUNT-TOTAL
           CALL "M0PAYHD" USING PHD-PARM
           ADD 1 TO WS-BROKER-FILES

           MOVE SPACES TO WS-DETAIL-LINE
