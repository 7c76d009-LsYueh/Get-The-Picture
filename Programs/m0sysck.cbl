      *   2. 該營業日不得已日終(狀態C)。
      *   3. 站台控制檔日期須與系統營業日一致。
      * 功能 'B' 另於檢核通過時將日別狀態由已開(O)改記在途(I)。
      * 功能 'P' 僅檢核入帳日所屬會計月份未經月結關帳(會計期間
      * 鎖定登錄檔 PRDLOCK.DAT，M0MCLSE 維護)，供各分類帳入帳作
      * 業於寫帳前呼叫；'V'/'B' 亦併同檢核控制檔日期。
      * 參數區見 m0sysck 抄寫簿。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-11  增列功能 'P' 會計期間鎖定檢核(已關帳月份且
      *               未經授權重開者拒絕，原因碼 PL)，'V'/'B' 併同
      *               檢核
      *   2026-10-15  增列功能 'Q' 應變佇列:M04 應變模式中依賴
      *               M04 之站台排入待放行佇列 CTGQUE.DAT 並回覆
      *               略過(原因碼 CQ)；應變模式讀自應變作業模式
      *               狀態檔 CTGSTAT.DAT
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SYSCK.
       FILE-CONTROL.
           SELECT OPTIONAL SYSCON-FILE ASSIGN TO "SYSCON.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRDLOCK-FILE ASSIGN TO "PRDLOCK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTGSTAT-FILE ASSIGN TO "CTGSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTGQUE-FILE ASSIGN TO "CTGQUE.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSCON-FILE.
       COPY syscon.

       FD  PRDLOCK-FILE.
       COPY prdlock.

       FD  CTGSTAT-FILE.
       COPY ctgstat.

       FD  CTGQUE-FILE.
       COPY ctgque.

       WORKING-STORAGE SECTION.
       01  WS-SYS-EOF               PIC X VALUE 'N'.
           88  SYS-EOF                    VALUE 'Y'.
       01  WS-PRL-EOF               PIC X VALUE 'N'.
           88  PRL-EOF                    VALUE 'Y'.
       01  WS-CHECK-PERIOD          PIC 9(06).
       01  WS-PERIOD-LOCKED         PIC X VALUE 'N'.
           88  PERIOD-LOCKED              VALUE 'Y'.
       01  WS-SYSCON-SAVE           PIC X(40).
       01  WS-CTS-EOF               PIC X VALUE 'N'.
           88  CTS-EOF                    VALUE 'Y'.
       01  WS-QUE-EOF               PIC X VALUE 'N'.
           88  QUE-EOF                    VALUE 'Y'.
       01  WS-QUEUED-SW             PIC X VALUE 'N'.
           88  ALREADY-QUEUED             VALUE 'Y'.
       01  WS-TIME-NOW              PIC 9(08).

       LINKAGE SECTION.
       COPY m0sysck.
           MOVE 0      TO SCK-BUS-DATE
           MOVE 'N'    TO WS-SYS-EOF

           IF SCK-FUNC = 'P'
               PERFORM 2000-CHECK-PERIOD-LOCK
               IF NOT PERIOD-LOCKED
                   MOVE 'Y' TO SCK-RESULT
               END-IF
               GOBACK
           END-IF

           OPEN INPUT SYSCON-FILE
           READ SYSCON-FILE
               AT END SET SYS-EOF TO TRUE
           END-READ
           CLOSE SYSCON-FILE

           IF SCK-FUNC = 'Q'
               PERFORM 3000-CONTINGENCY-QUEUE
               GOBACK
           END-IF

           IF SYS-EOF
               MOVE 'NF' TO SCK-REASON
               GOBACK
               MOVE 'DT' TO SCK-REASON
               GOBACK
           END-IF
           PERFORM 2000-CHECK-PERIOD-LOCK
           IF PERIOD-LOCKED
               GOBACK
           END-IF

           MOVE 'Y' TO SCK-RESULT
           IF SCK-FUNC = 'B' AND SYS-DAY-OPENED
           MOVE WS-SYSCON-SAVE TO SYSCON-RECORD
           WRITE SYSCON-RECORD
           CLOSE SYSCON-FILE.

      * 會計期間鎖定:入帳日所屬月份於登錄檔為已關帳(C)者拒絕；
      * 經授權重開(R)或未登錄者放行。
       2000-CHECK-PERIOD-LOCK.
           MOVE 'N' TO WS-PERIOD-LOCKED
           MOVE 'N' TO WS-PRL-EOF
           DIVIDE SCK-CHECK-DATE BY 100 GIVING WS-CHECK-PERIOD
           OPEN INPUT PRDLOCK-FILE
           PERFORM UNTIL PRL-EOF
               READ PRDLOCK-FILE
                   AT END SET PRL-EOF TO TRUE
                   NOT AT END
                       IF PRL-PERIOD = WS-CHECK-PERIOD
                           IF PRL-CLOSED
                               SET PERIOD-LOCKED TO TRUE
                           ELSE
                               MOVE 'N' TO WS-PERIOD-LOCKED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRDLOCK-FILE
           IF PERIOD-LOCKED
               MOVE 'PL' TO SCK-REASON
           END-IF.

      * 應變佇列:M04 應變中之營業日，站台排入待放行佇列(同日同
      * 站台已排入者不重複)並回覆略過；非應變中一律放行。
       3000-CONTINGENCY-QUEUE.
           MOVE 'Y' TO SCK-RESULT
           MOVE SPACES TO SCK-REASON
           IF SYS-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE SYS-BUS-DATE TO SCK-BUS-DATE
           IF SCK-CHECK-DATE = 0
               MOVE SYS-BUS-DATE TO SCK-CHECK-DATE
           END-IF
           MOVE 'N' TO WS-CTS-EOF
           OPEN INPUT CTGSTAT-FILE
           READ CTGSTAT-FILE
               AT END SET CTS-EOF TO TRUE
           END-READ
           CLOSE CTGSTAT-FILE
           IF CTS-EOF OR NOT CTS-M04-CONTINGENCY
                   OR CTS-BUS-DATE NOT = SYS-BUS-DATE
                   OR SCK-CHECK-DATE NOT = SYS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N'  TO SCK-RESULT
           MOVE 'CQ' TO SCK-REASON
           MOVE 'N'  TO WS-QUE-EOF WS-QUEUED-SW
           OPEN INPUT CTGQUE-FILE
           PERFORM UNTIL QUE-EOF
               READ CTGQUE-FILE
                   AT END SET QUE-EOF TO TRUE
                   NOT AT END
                       IF CTQ-BUS-DATE = SYS-BUS-DATE
                               AND CTQ-PROGRAM = SCK-SOURCE
                               AND CTQ-QUEUED
                           SET ALREADY-QUEUED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTGQUE-FILE
           IF ALREADY-QUEUED
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO CTG-QUEUE-REC
           MOVE SYS-BUS-DATE     TO CTQ-BUS-DATE
           MOVE SCK-SOURCE       TO CTQ-PROGRAM
           MOVE 'Q'              TO CTQ-STATUS
           MOVE WS-TIME-NOW(1:6) TO CTQ-QUEUE-TIME
           MOVE 0                TO CTQ-RELEASE-TIME
           OPEN EXTEND CTGQUE-FILE
           WRITE CTG-QUEUE-REC
           CLOSE CTGQUE-FILE.
