      * TX-DATE+SEQNO):
      *   1. 讀入前日分類帳，依銀行收款確認檔 MGNCOLL.DAT(每行
      *      一組 ETF-ID+TX-DATE+SEQNO)將待收帳項改為已收。
      *   2. M04 應收保證金(MARGIN-AMOUNT>0)新立待收帳項；部分
      *      受理回覆之應收保證金係發行人按受理基數計算，照列立
      *      帳並另計件數。券商已合併者(M0BKMRG 核可且生效日不
      *      晚於入帳日)經 BRKLOOK 改以存續券商代表號立帳。
      *   3. 已收帳項查狀態登錄檔(APLSTS.DAT)，案件已交割或已
      *      結案者產生退還指示檔 MGNRFND.DAT 並改為已開退還。
      *   4. 寫出新分類帳 MGNLED.NEW 及持有中保證金帳齡報表
      *   2026-09-02  新增此程式
      *   2026-09-02  狀態登錄檔僅供查讀，開檔方式由 I-O 更正為
      *               INPUT
      *   2026-10-11  起跑前呼叫 M0SYSCK 檢核會計期間鎖定:入帳日
      *               所屬月份已月結關帳者拒絕寫入保證金分類帳
      *   2026-10-15  M04 應變模式中(M0SYSCK 'Q')略過本站並排入待
      *               放行佇列，M04 到達回復後由排程重新起動
      *   2026-10-15  部分受理回覆('2')之應收保證金(按受理基數)
      *               立帳件數另列於報表
      *   2026-10-15  新立帳項券商經 BRKLOOK 轉換:已合併且生效之代號
      *               改以存續券商代表號立帳，件數另列於報表
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0MGNLG.
           88  M04-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08) VALUE 0.

       COPY m0sysck.

       01  WS-PROC-JULIAN           PIC 9(07).
       01  WS-OPEN-JULIAN           PIC 9(07).
       01  WS-AGE-DAYS              PIC S9(05).

       01  WS-CARRIED-COUNT         PIC 9(07) VALUE 0.
       01  WS-NEW-COUNT             PIC 9(07) VALUE 0.
       01  WS-NEW-PARTIAL-COUNT     PIC 9(07) VALUE 0.
       01  WS-REMAP-COUNT           PIC 9(07) VALUE 0.
       01  WS-COLLECTED-COUNT       PIC 9(07) VALUE 0.
       01  WS-REFUND-COUNT          PIC 9(07) VALUE 0.
       01  WS-REFUND-AMT            PIC 9(12) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AGE             PIC ZZZZ9.

       COPY brklook.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE
           PERFORM 0200-CHECK-CONTINGENCY-QUEUE
           PERFORM 0250-CHECK-PERIOD-LOCK
           COMPUTE WS-PROC-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)

           STRING "NEW ITEMS OPENED.......: " WS-NEW-COUNT
               DELIMITED BY SIZE INTO MGN-RPT-LINE
           WRITE MGN-RPT-LINE
           STRING "  ON PARTIAL ACCEPTANCE: " WS-NEW-PARTIAL-COUNT
               DELIMITED BY SIZE INTO MGN-RPT-LINE
           WRITE MGN-RPT-LINE
           STRING "  MERGED BROKER REMAP..: " WS-REMAP-COUNT
               DELIMITED BY SIZE INTO MGN-RPT-LINE
           WRITE MGN-RPT-LINE
           STRING "COLLECTIONS CONFIRMED..: " WS-COLLECTED-COUNT
               DELIMITED BY SIZE INTO MGN-RPT-LINE
           WRITE MGN-RPT-LINE
           CLOSE MGN-RPT-FILE
           STOP RUN.

      * M04 應變模式中略過本站並排入待放行佇列(RETURN-CODE=4)。
       0200-CHECK-CONTINGENCY-QUEUE.
           MOVE 'Q' TO SCK-FUNC
           MOVE WS-PROC-DATE TO SCK-CHECK-DATE
           MOVE "M0MGNLG" TO SCK-SOURCE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-REASON = "CQ"
               OPEN OUTPUT MGN-RPT-FILE
               MOVE "*** CONTINGENCY MODE - M04 NOT RECEIVED ***"
                   TO MGN-RPT-LINE
               WRITE MGN-RPT-LINE
               MOVE SPACES TO MGN-RPT-LINE
               STRING "MARGIN LEDGER SKIPPED - QUEUED FOR RELEASE ON "
                   "M04 ARRIVAL (SYSTEM DATE " SCK-BUS-DATE ")"
                   DELIMITED BY SIZE INTO MGN-RPT-LINE
               WRITE MGN-RPT-LINE
               CLOSE MGN-RPT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      * 會計期間鎖定:入帳日所屬月份已月結關帳(且未經授權重開)者
      * 拒絕入帳。
       0250-CHECK-PERIOD-LOCK.
           MOVE 'P' TO SCK-FUNC
           MOVE WS-PROC-DATE TO SCK-CHECK-DATE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-RESULT NOT = 'Y'
               OPEN OUTPUT MGN-RPT-FILE
               STRING "POSTING REFUSED - PERIOD " WS-PROC-DATE(1:6)
                   " IS CLOSED (POSTING DATE " WS-PROC-DATE ")"
                   DELIMITED BY SIZE INTO MGN-RPT-LINE
               WRITE MGN-RPT-LINE
               CLOSE MGN-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-LOAD-COLLECT-TABLE.
           OPEN INPUT COLL-FILE
           PERFORM UNTIL COL-EOF
           MOVE TX-DATE OF M04  TO WS-LW-TX-DATE
           MOVE SEQNO   OF M04  TO WS-LW-SEQNO
           MOVE BROKER-ID OF M04 TO WS-LW-BROKER-ID
           MOVE BROKER-ID OF M04 TO BRKL-BROKER-ID
           MOVE 0               TO BRKL-ACNT-NO
           MOVE WS-PROC-DATE    TO BRKL-POST-DATE
           CALL "BRKLOOK" USING BRKL-PARM
           IF BRKL-MAPPED = 'Y'
               MOVE BRKL-POST-ID TO WS-LW-BROKER-ID
               ADD 1 TO WS-REMAP-COUNT
           END-IF
           MOVE MARGIN-AMOUNT   TO WS-LW-AMOUNT
           MOVE WS-PROC-DATE    TO WS-LW-OPEN-DATE
           MOVE 'O'             TO WS-LW-STATUS
           MOVE 0 TO WS-LW-COLLECT-DATE WS-LW-REFUND-DATE
           WRITE LEDGER-OUT-REC FROM WS-LED-WORK
           ADD 1 TO WS-NEW-COUNT
           IF RESULT-PARTIAL OF M04
               ADD 1 TO WS-NEW-PARTIAL-COUNT
           END-IF
           PERFORM 2400-AGE-HELD-ITEM.

       5000-PRINT-AGE-BUCKETS.
