      *      (每行一組 ETF-ID+TX-DATE+SEQNO)將已收付帳項銷帳。
      *   2. 將 M04 現金差額非零者與 M01 配對，依群組內 CASH-ASSIGN
      *      ='Y' 之申請人(含 M01APPL 溢位檔之第4人以後)立帳。
      *      部分受理回覆之現金差額係發行人按受理基數計算，照列
      *      立帳。收取人開戶券商已合併者(M0BKMRG 核可且生效日不
      *      晚於資料日)經 BRKLOOK 改以存續券商代表號立帳。
      *   3. 寫出新分類帳 CSHLED.NEW 並產出未銷帳項帳齡報表
      *      M0CSHLD.RPT(0-1/2-5/6日以上三段帳齡，當日新立帳
      *      項一併列示於0-1段)。
      *   2026-09-02  檢查點併存分類帳寫出筆數，續跑時先將
      *               CSHLED.NEW 重建至檢查點位置再接寫(原盲目
      *               附加會將檢查點後已立帳之案件重複立帳)
      *   2026-09-22  收取人改由共用申請人群組查詢服務 APLLOOK 之
      *               申請人清單依序查找，不再自行載入 M01APPL
      *               (原溢位表上限2000筆，逾者收取人漏查)
      *   2026-10-11  起跑前呼叫 M0SYSCK 檢核會計期間鎖定:入帳日
      *               所屬月份已月結關帳者拒絕寫入現金差額分類帳
      *   2026-10-15  M04 應變模式中(M0SYSCK 'Q')略過本站並排入待
      *               放行佇列，M04 到達回復後由排程重新起動
      *   2026-10-15  部分受理回覆('2')之現金差額(按受理基數)
      *               一併立帳
      *   2026-10-15  收取人開戶券商經 BRKLOOK 轉換:已合併且生效之
      *               代號改以存續券商代表號立帳(帳號衝突者維持原
      *               代號)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0CSHLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-IN ASSIGN TO "CSHLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SETTLE-FILE ASSIGN TO "CSHSETL.DAT"

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-IN.
       01  LEDGER-IN-REC            PIC X(60).

           88  LED-EOF                    VALUE 'Y'.
       01  WS-STL-EOF               PIC X VALUE 'N'.
           88  STL-EOF                    VALUE 'Y'.
       01  WS-S01-EOF               PIC X VALUE 'N'.
           88  S01-EOF                    VALUE 'Y'.
       01  WS-S04-EOF               PIC X VALUE 'N'.
           88  S04-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).

       COPY m0sysck.

       01  WS-PROC-JULIAN           PIC 9(07).
       01  WS-POST-JULIAN           PIC 9(07).
       01  WS-AGE-DAYS              PIC S9(05).
       01  WS-SETTLE-FOUND          PIC X VALUE 'N'.
           88  SETTLE-FOUND               VALUE 'Y'.

       01  WS-M01-KEY.
           05  WS-K1-ETF-ID         PIC X(06).
           05  WS-K1-BROKER-ID      PIC X(04).
           05  WS-K4-TX-DATE        PIC 9(08).
           05  WS-K4-SEQNO          PIC X(03).
       01  WS-LOOKUP-KEY           PIC X(17).

       01  WS-RECIP-FOUND           PIC X VALUE 'N'.
           88  RECIPIENT-FOUND            VALUE 'Y'.
       01  WS-RECIP-BROKER          PIC X(04).
       01  WS-RECIP-ACNT-NO         PIC 9(07).

       01  WS-CARRIED-COUNT         PIC 9(07) VALUE 0.
       01  WS-SETTLED-COUNT         PIC 9(07) VALUE 0.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-AGE             PIC ZZZZ9.

       COPY apllook.
       COPY aplgrp.
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

           END-IF

           PERFORM 1000-LOAD-SETTLEMENTS

           IF RESUMING
               PERFORM 0300-REBUILD-LEDGER-TO-CHECKPOINT
           PERFORM 9000-CLEAR-CHECKPOINT
           STOP RUN.

      * M04 應變模式中略過本站並排入待放行佇列(RETURN-CODE=4)。
       0200-CHECK-CONTINGENCY-QUEUE.
           MOVE 'Q' TO SCK-FUNC
           MOVE WS-PROC-DATE TO SCK-CHECK-DATE
           MOVE "M0CSHLD" TO SCK-SOURCE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-REASON = "CQ"
               OPEN OUTPUT AGE-RPT-FILE
               MOVE "*** CONTINGENCY MODE - M04 NOT RECEIVED ***"
                   TO AGE-RPT-LINE
               WRITE AGE-RPT-LINE
               MOVE SPACES TO AGE-RPT-LINE
               STRING "CASH DIFFERENCE LEDGER SKIPPED - QUEUED FOR "
                   "RELEASE ON M04 ARRIVAL (SYSTEM DATE "
                   SCK-BUS-DATE ")"
                   DELIMITED BY SIZE INTO AGE-RPT-LINE
               WRITE AGE-RPT-LINE
               CLOSE AGE-RPT-FILE
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
               OPEN OUTPUT AGE-RPT-FILE
               STRING "POSTING REFUSED - PERIOD " WS-PROC-DATE(1:6)
                   " IS CLOSED (POSTING DATE " WS-PROC-DATE ")"
                   DELIMITED BY SIZE INTO AGE-RPT-LINE
               WRITE AGE-RPT-LINE
               CLOSE AGE-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * 續跑:損毀前之 CSHLED.NEW 已含最後檢查點之後的立帳，盲目
      * 附加會重複立帳。依檢查點所存分類帳寫出筆數，經 CSHLED.SAV
      * 中轉將 CSHLED.NEW 重建至檢查點位置後再接寫。
           END-PERFORM
           CLOSE SETTLE-FILE.

      * 滾動前日分類帳:已銷帳帳項原樣保留，未銷帳帳項比對銷帳
      * 確認檔後寫出，並累計帳齡統計。
       2000-CARRY-FORWARD-LEDGER.
           WRITE AGE-RPT-LINE.

      * 將 M04 現金差額非零之回覆與 M01 配對後立帳:收取人取群組
      * 內 CASH-ASSIGN='Y' 之申請人(經 APLLOOK 取得完整申請人清單
      * ，前3人在 M01 本體，第4人以後在溢位檔)。
       3000-POST-NEW-DIFFERENCES.
           OPEN INPUT M01-SORTED
           OPEN INPUT M04-SORTED
           PERFORM UNTIL S01-EOF OR S04-EOF
               EVALUATE TRUE
                   WHEN WS-M01-KEY = WS-M04-KEY
                       IF (M4S-RESULT = '1' OR M4S-RESULT = '2')
                               AND M4S-DIF-9 > 0
                           PERFORM 3300-POST-ONE-ITEM
                       END-IF
                       PERFORM 3600-TAKE-CHECKPOINT

       3400-FIND-RECIPIENT.
           MOVE 'N' TO WS-RECIP-FOUND
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M1S-REC APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1
                   UNTIL APG-X > APG-COUNT OR RECIPIENT-FOUND
               IF APG-CASH-ASSIGN(APG-X) = 'Y'
                   SET RECIPIENT-FOUND TO TRUE
                   MOVE APG-ACNT-BROKER(APG-X) TO WS-RECIP-BROKER
                   MOVE APG-ACNT-NO(APG-X)     TO WS-RECIP-ACNT-NO
               END-IF
           END-PERFORM
           IF RECIPIENT-FOUND
               MOVE WS-RECIP-BROKER  TO BRKL-BROKER-ID
               MOVE WS-RECIP-ACNT-NO TO BRKL-ACNT-NO
               MOVE M4S-PROC-DATE    TO BRKL-POST-DATE
               CALL "BRKLOOK" USING BRKL-PARM
               MOVE BRKL-POST-ID TO WS-RECIP-BROKER
           END-IF.

       4000-PRINT-SUMMARY.
