      *               銷帳確認未到之帳項不重複扣款(原每日重發
      *               有重複收款之虞)，本日產生之扣款明細逐筆
      *               累加登錄
      *   2026-10-14  付款檔結檔後經 M0PAYHD 登錄付款批次放行登記簿
      *               (PAYREL.DAT)扣留，須經 M0PAYRL 兩人核可/放行
      *               始得由 M0XMANG 造冊送出
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0CSHDD.
       01  WS-BK-DTL-COUNT          PIC 9(07).
       01  WS-BK-AMT-TOTAL          PIC 9(15).

       COPY m0payhd.

       01  WS-SELECTED-COUNT        PIC 9(07) VALUE 0.
       01  WS-DUNNING-COUNT         PIC 9(07) VALUE 0.
       01  WS-NOBANK-COUNT          PIC 9(07) VALUE 0.
           MOVE WS-BK-AMT-TOTAL TO WS-DT-AMT-TOTAL
           WRITE DDBT-REC FROM WS-DDBT-TRAILER
           CLOSE DDBT-FILE
           MOVE SPACES TO PHD-PARM
           MOVE 'H'             TO PHD-FUNC
           MOVE WS-DDBT-NAME    TO PHD-FILE-NAME
           MOVE WS-PROC-DATE    TO PHD-BUS-DATE
           MOVE 'F'             TO PHD-RECFM
           MOVE 150             TO PHD-RECLEN
           MOVE "M0CSHDD"       TO PHD-SOURCE
           MOVE WS-BK-DTL-COUNT TO PHD-DTL-COUNT
           MOVE WS-BK-AMT-TOTAL TO PHD-AMOUNT-TOTAL
           CALL "M0PAYHD" USING PHD-PARM
           MOVE 'N' TO WS-BANK-OPEN-SW.

      * 本日實際納入扣款之帳項逐筆累加登錄(下次執行不重複扣款
