      * M0HOLDL - 券商層級受益權單位持有分類帳滾動作業
      * ETFUNIT.DAT 僅滾存基金總數，基金層級以下並無任何部位帳
      * ，發行人每逢配息基準日索取持有人異動明細時均須人工重建。
      * 本程式以 M04 回覆受理案件之申請人單位數分配(ETF-SHR)滾動
      * 持有分類帳 HOLDLED.DAT(鍵值 ACNT-BROKER+ETF-ID+ACNT-NO):
      *   1. 讀入前日分類帳(可無)。
      *   2. M04 成功及部分受理案件與 M01 配對取得交易種類，三
      *      申請人欄位之分配依帳戶過帳，申購加計、買回減除。
      *   3. 逾3名之溢位申請人(經 APLLOOK 取得 M01APPL 明細)
      *      分配 = 案件應分配總數(申請基數，部分受理者為受理
      *      基數，×每基數單位數)減三欄位已分配數，依溢位人數
      *      均分，畸零由末位申請人吸收。
      *   4. 申請人開戶券商已合併(M0BKMRG 核可且生效日不晚於資料
      *      日)者，經 BRKLOOK 改以存續券商代表號過帳。
      *   5. 寫出新分類帳 HOLDLED.NEW、當日異動日記檔
      *      HOLDJRN.DAT 及逐券商持有部位對帳報表 M0HOLDL.RPT。
      *
      * 假設: 配對比對前 M01、M04 各依鍵值重新排序。單位數不足
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-09-22  溢位申請人改由共用申請人群組查詢服務 APLLOOK
      *               取得，不再自行載入 M01APPL；均分人數改以實際
      *               溢位明細筆數為準(原以 APPLIER-NUMBER-3 計，
      *               明細不足時餘額未過帳)
      *   2026-10-11  過帳前呼叫 M0SYSCK 檢核會計期間鎖定:M04 資料
      *               日所屬月份已月結關帳者拒絕寫入持有分類帳
      *   2026-10-15  M04 應變模式中(M0SYSCK 'Q')略過本站並排入待
      *               放行佇列，M04 到達回復後由排程重新起動
      *   2026-10-15  部分受理回覆('2')一併過帳，溢位申請人應分配
      *               總數改以受理基數計
      *   2026-10-15  過帳帳戶券商經 BRKLOOK 轉換:已合併且生效之代號
      *               改以存續券商代表號過帳(帳號衝突者維持原代號)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0HOLDL.
               ORGANIZATION IS SEQUENTIAL.
           SELECT M04-FILE ASSIGN TO "M04.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LEDGER-IN ASSIGN TO "HOLDLED.DAT"
       FD  M04-FILE.
       COPY m04.

       FD  ETFMST-FILE.
       COPY etfmst.

               10  M4S-ACNT-BROKER  PIC X(04).
               10  M4S-ACNT-NO      PIC 9(07).
               10  M4S-ETF-SHR      PIC 9(18).
           05  FILLER               PIC X(18).
           05  M4S-ACCEPTED-UNITS   PIC 9(03).
           05  FILLER               PIC X(31).

       FD  HOLD-RPT-FILE.
       01  HOLD-RPT-LINE            PIC X(132).
           88  S04-EOF                    VALUE 'Y'.
       01  WS-LED-EOF               PIC X VALUE 'N'.
           88  LED-EOF                    VALUE 'Y'.
       01  WS-ETF-EOF               PIC X VALUE 'N'.
           88  ETF-EOF                    VALUE 'Y'.
       01  WS-M04-EOF               PIC X VALUE 'N'.
           88  M04-EOF                    VALUE 'Y'.

       COPY m0sysck.
       01  WS-LAST-PERIOD           PIC 9(06) VALUE 0.

       01  WS-ETF-TABLE.
           05  WS-ETF-COUNT         PIC 9(03) VALUE 0.
               10  WS-ET-ID         PIC X(06).
               10  WS-ET-UNIT-SIZE  PIC 9(08).

      * 持有分類帳表。
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT        PIC 9(05) VALUE 0.
           05  WS-K4-ETF-ID         PIC X(06).
           05  WS-K4-TX-DATE        PIC 9(08).
           05  WS-K4-SEQNO          PIC X(03).

       01  WS-UNIT-SIZE             PIC 9(08).
       01  WS-EXPECT-TOTAL          PIC 9(15).
       01  WS-CASE-UNITS            PIC 9(03).
       01  WS-ALLOC-TOTAL           PIC 9(15).
       01  WS-REMAINDER             PIC 9(15).
       01  WS-OVF-COUNT             PIC 9(02).
       01  WS-MATCH-COUNT           PIC 9(07) VALUE 0.
       01  WS-POSTING-COUNT         PIC 9(07) VALUE 0.
       01  WS-FLOOR-WARN-COUNT      PIC 9(07) VALUE 0.
       01  WS-REMAP-COUNT           PIC 9(07) VALUE 0.

       01  WS-CUR-BROKER            PIC X(04) VALUE SPACES.
       01  WS-BRK-UNITS             PIC 9(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-UNITS           PIC ZZZZZZZZZZZZZZ9.

       COPY apllook.
       COPY aplgrp.
       COPY brklook.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0200-CHECK-CONTINGENCY-QUEUE
           PERFORM 0250-CHECK-PERIOD-LOCK
           PERFORM 1000-LOAD-ETF-TABLE
           PERFORM 1200-LOAD-PRIOR-LEDGER

           SORT SORT-WORK-01 ON ASCENDING KEY
           PERFORM 4000-WRITE-LEDGER-AND-REPORT
           STOP RUN.

      * M04 應變模式中略過本站並排入待放行佇列(RETURN-CODE=4)。
       0200-CHECK-CONTINGENCY-QUEUE.
           MOVE 'Q' TO SCK-FUNC
           MOVE 0 TO SCK-CHECK-DATE
           MOVE "M0HOLDL" TO SCK-SOURCE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-REASON = "CQ"
               OPEN OUTPUT HOLD-RPT-FILE
               MOVE "*** CONTINGENCY MODE - M04 NOT RECEIVED ***"
                   TO HOLD-RPT-LINE
               WRITE HOLD-RPT-LINE
               MOVE SPACES TO HOLD-RPT-LINE
               STRING "HOLDINGS LEDGER SKIPPED - QUEUED FOR RELEASE ON "
                   "M04 ARRIVAL (SYSTEM DATE " SCK-BUS-DATE ")"
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
               WRITE HOLD-RPT-LINE
               CLOSE HOLD-RPT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      * 會計期間鎖定:M04 各資料日(PROC-DATE)所屬月份已月結關帳
      * (且未經授權重開)者拒絕過帳。
       0250-CHECK-PERIOD-LOCK.
           OPEN INPUT M04-FILE
           PERFORM UNTIL M04-EOF
               READ M04-FILE
                   AT END SET M04-EOF TO TRUE
                   NOT AT END
                       IF PROC-DATE OF M04 / 100 NOT = WS-LAST-PERIOD
                           PERFORM 0260-CHECK-ONE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M04-FILE.

       0260-CHECK-ONE-DATE.
           DIVIDE PROC-DATE OF M04 BY 100 GIVING WS-LAST-PERIOD
           MOVE 'P' TO SCK-FUNC
           MOVE PROC-DATE OF M04 TO SCK-CHECK-DATE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-RESULT NOT = 'Y'
               CLOSE M04-FILE
               OPEN OUTPUT HOLD-RPT-FILE
               STRING "POSTING REFUSED - PERIOD " WS-LAST-PERIOD
                   " IS CLOSED (M04 PROC DATE " PROC-DATE OF M04 ")"
                   DELIMITED BY SIZE INTO HOLD-RPT-LINE
               WRITE HOLD-RPT-LINE
               CLOSE HOLD-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-LOAD-ETF-TABLE.
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL ETF-EOF
           END-PERFORM
           CLOSE ETFMST-FILE.

       1200-LOAD-PRIOR-LEDGER.
           OPEN INPUT LEDGER-IN
           PERFORM UNTIL LED-EOF
                   MOVE M4S-SEQNO   TO WS-K4-SEQNO
           END-READ.

      * 成功及部分受理案件過帳:三欄位分配逐戶過帳，逾3名溢位
      * 申請人分配剩餘數均分。
       2300-POST-CASE.
           IF (M4S-RESULT NOT = '1' AND M4S-RESULT NOT = '2')
                   OR M1S-TRAN-CODE NOT = SPACE
                   OR M1S-STATE NOT = SPACE
               CONTINUE
           END-IF.

       2400-POST-ONE-ALLOCATION.
           MOVE WS-POST-ACNT-BROKER TO BRKL-BROKER-ID
           MOVE WS-POST-ACNT-NO     TO BRKL-ACNT-NO
           MOVE M4S-PROC-DATE       TO BRKL-POST-DATE
           CALL "BRKLOOK" USING BRKL-PARM
           IF BRKL-MAPPED = 'Y'
               MOVE BRKL-POST-ID TO WS-POST-ACNT-BROKER
               ADD 1 TO WS-REMAP-COUNT
           END-IF
           MOVE 0 TO WS-HLX
           PERFORM VARYING WS-HJX FROM 1 BY 1
                   UNTIL WS-HJX > WS-HOLD-COUNT
      * 人數均分，畸零由末位吸收。
       2500-POST-OVERFLOW.
           PERFORM 2600-FIND-UNIT-SIZE
           MOVE M1S-UNITS TO WS-CASE-UNITS
           IF M4S-RESULT = '2'
               MOVE M4S-ACCEPTED-UNITS TO WS-CASE-UNITS
           END-IF
           COMPUTE WS-EXPECT-TOTAL =
               WS-CASE-UNITS * WS-UNIT-SIZE
           IF WS-EXPECT-TOTAL > WS-ALLOC-TOTAL
               COMPUTE WS-REMAINDER =
                   WS-EXPECT-TOTAL - WS-ALLOC-TOTAL
           ELSE
               MOVE 0 TO WS-REMAINDER
           END-IF
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M1S-REC APG-LIST
           MOVE APLL-OVF-COUNT TO WS-OVF-COUNT
           IF WS-REMAINDER > 0 AND WS-OVF-COUNT > 0
               DIVIDE WS-REMAINDER BY WS-OVF-COUNT
                   GIVING WS-OVF-SHARE
               MOVE 0 TO WS-OVF-GIVEN
               PERFORM VARYING APG-X FROM 1 BY 1
                       UNTIL APG-X > APG-COUNT
                   IF APG-SOURCE(APG-X) = 'A'
                       ADD 1 TO WS-OVF-GIVEN
                       IF WS-OVF-GIVEN = WS-OVF-COUNT
                           COMPUTE WS-POST-UNITS =
                       ELSE
                           MOVE WS-OVF-SHARE TO WS-POST-UNITS
                       END-IF
                       MOVE APG-ACNT-BROKER(APG-X)
                           TO WS-POST-ACNT-BROKER
                       MOVE APG-ACNT-NO(APG-X)
                           TO WS-POST-ACNT-NO
                       IF WS-POST-UNITS > 0
                           PERFORM 2400-POST-ONE-ALLOCATION
           STRING "FLOOR-AT-ZERO WARNINGS.: " WS-FLOOR-WARN-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE
           STRING "MERGED BROKER REMAPPED.: " WS-REMAP-COUNT
               DELIMITED BY SIZE INTO HOLD-RPT-LINE
           WRITE HOLD-RPT-LINE
           CLOSE LEDGER-OUT HOLD-RPT-FILE.

       4100-PRINT-BROKER-TOTAL.
