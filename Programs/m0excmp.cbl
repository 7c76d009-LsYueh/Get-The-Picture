      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-11  起跑前呼叫 M0SYSCK 檢核會計期間鎖定:入帳日
      *               所屬月份已月結關帳者拒絕寫入現金差額分類帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0EXCMP.

       01  WS-PROC-DATE             PIC 9(08).

       COPY m0sysck.

      * 除息(權)公告表(類別'D')。
       01  WS-DIV-TABLE.
           05  WS-DIV-COUNT         PIC 9(03) VALUE 0.
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE
           PERFORM 0250-CHECK-PERIOD-LOCK

           OPEN OUTPUT CMP-RPT-FILE
           MOVE "EX-DATE ENTITLEMENT COMPENSATION RUN"
           CLOSE CMP-RPT-FILE
           STOP RUN.

      * 會計期間鎖定:入帳日所屬月份已月結關帳(且未經授權重開)者
      * 拒絕入帳。
       0250-CHECK-PERIOD-LOCK.
           MOVE 'P' TO SCK-FUNC
           MOVE WS-PROC-DATE TO SCK-CHECK-DATE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-RESULT NOT = 'Y'
               OPEN OUTPUT CMP-RPT-FILE
               STRING "POSTING REFUSED - PERIOD " WS-PROC-DATE(1:6)
                   " IS CLOSED (POSTING DATE " WS-PROC-DATE ")"
                   DELIMITED BY SIZE INTO CMP-RPT-LINE
               WRITE CMP-RPT-LINE
               CLOSE CMP-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-LOAD-DIVIDEND-NOTICES.
           OPEN INPUT CAACT-FILE
           PERFORM UNTIL CA-EOF
