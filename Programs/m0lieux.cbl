      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-11  起跑前呼叫 M0SYSCK 檢核會計期間鎖定:入帳日
      *               所屬月份已月結關帳者拒絕寫入現金差額分類帳
      *   2026-10-15  部分受理(M04 RESULT='2')案件一併勾稽(現金替代
      *               金額已屬受理部分)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0LIEUX.
           88  CLG-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).

       COPY m0sysck.

       01  WS-TOLERANCE-AMT         PIC 9(09).

      * 案件彙總表:以 M04 現金替代非零案件起算，併入 M02 短缺
           MOVE CTL-PROC-DATE     TO WS-PROC-DATE
           MOVE CTL-TOLERANCE-AMT TO WS-TOLERANCE-AMT
           CLOSE CTL-FILE
           PERFORM 0250-CHECK-PERIOD-LOCK

           OPEN OUTPUT LIEUX-RPT-FILE
           MOVE WS-HDR-1 TO LIEUX-RPT-LINE
           CLOSE LIEUX-RPT-FILE
           STOP RUN.

      * 會計期間鎖定:入帳日所屬月份已月結關帳(且未經授權重開)者
      * 拒絕入帳。
       0250-CHECK-PERIOD-LOCK.
           MOVE 'P' TO SCK-FUNC
           MOVE WS-PROC-DATE TO SCK-CHECK-DATE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-RESULT NOT = 'Y'
               OPEN OUTPUT LIEUX-RPT-FILE
               STRING "POSTING REFUSED - PERIOD " WS-PROC-DATE(1:6)
                   " IS CLOSED (POSTING DATE " WS-PROC-DATE ")"
                   DELIMITED BY SIZE INTO LIEUX-RPT-LINE
               WRITE LIEUX-RPT-LINE
               CLOSE LIEUX-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-LOAD-ETF-ISSUER-MAP.
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL ETF-EOF
           END-PERFORM
           CLOSE ETFMST-FILE.

      * 以 M04 現金替代金額非零之成功或部分受理案件立表，並記下第一分配
      * 申請人帳戶(分類帳收取人用)。
       1100-BUILD-CASES-FROM-M04.
           OPEN INPUT M04-FILE
               READ M04-FILE
                   AT END SET M04-EOF TO TRUE
                   NOT AT END
                       IF (RESULT OF M04 = '1' OR RESULT OF M04 = '2')
                               AND CASH-LIEU-AMOUNT-9 OF M04 > 0
                               AND WS-CAS-COUNT < 2000
                           ADD 1 TO WS-CAS-COUNT
