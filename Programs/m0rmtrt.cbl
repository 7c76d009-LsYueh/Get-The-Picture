      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-11  起跑前呼叫 M0SYSCK 檢核會計期間鎖定:入帳日
      *               所屬月份已月結關帳者拒絕寫入現金差額分類帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0RMTRT.

       01  WS-PROC-DATE             PIC 9(08).

       COPY m0sysck.

      * 重付佇列表(前日結轉+本日退匯)。
       01  WS-QUE-TABLE.
           05  WS-QUE-COUNT         PIC 9(04) VALUE 0.
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE
           PERFORM 0250-CHECK-PERIOD-LOCK
           COMPUTE WS-PROC-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)

           PERFORM 5000-WRITE-QUEUE-AND-REPORT
           STOP RUN.

      * 會計期間鎖定:入帳日所屬月份已月結關帳(且未經授權重開)者
      * 拒絕入帳。
       0250-CHECK-PERIOD-LOCK.
           MOVE 'P' TO SCK-FUNC
           MOVE WS-PROC-DATE TO SCK-CHECK-DATE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-RESULT NOT = 'Y'
               OPEN OUTPUT RMRT-RPT-FILE
               STRING "POSTING REFUSED - PERIOD " WS-PROC-DATE(1:6)
                   " IS CLOSED (POSTING DATE " WS-PROC-DATE ")"
                   DELIMITED BY SIZE INTO RMRT-RPT-LINE
               WRITE RMRT-RPT-LINE
               CLOSE RMRT-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-LOAD-APPLICANT-MAP.
           OPEN INPUT M01-FILE
           PERFORM UNTIL M01-EOF
