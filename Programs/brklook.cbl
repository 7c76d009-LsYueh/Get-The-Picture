      * BRKLOOK - 共用券商過帳代號查詢服務(被呼叫副程式)
      * 參加人券商合併(M0BKMRG)核可後，消滅券商之未結帳項已改列
      * 存續券商，但在途之 M01/M04 案件及授權參與人主檔仍載原代
      * 號，各過帳作業(M0HOLDL/M0CSHLD/M0MGNLG)若照錄原代號，
      * 帳項將再度落在已合併之代號下。本副程式於首次被呼叫時將
      * 券商參加人基本資料主檔 BRKMST.DAT 已合併之券商及券商代表
      * 號移轉核可日記 BKMJRN.DAT 一次載入記憶體，之後依代號、
      * 帳號與過帳日回覆過帳應用之代號(參數區見 brklook 抄寫簿)
      * 。判斷規則與 M0BKMRG 相同:生效日不晚於過帳日者移轉，帳
      * 號衝突之帳戶維持原代號。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKLOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BRKMST-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BKMJRN-FILE ASSIGN TO "BKMJRN.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BRKMST-FILE.
       COPY brkmst.

       FD  BKMJRN-FILE.
       COPY bkmjrn.

       WORKING-STORAGE SECTION.
       01  WS-LOADED-SW             PIC X VALUE 'N'.
           88  TABLE-LOADED               VALUE 'Y'.
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.
       01  WS-JRN-EOF               PIC X VALUE 'N'.
           88  JRN-EOF                    VALUE 'Y'.

      * 已合併券商表(生效日取自日記'M'列，查無者為0即已生效)。
       01  WS-MRG-TABLE.
           05  WS-MRG-COUNT         PIC 9(04) VALUE 0.
           05  WS-MRG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-MX.
               10  WS-MR-OLD-ID     PIC X(04).
               10  WS-MR-NEW-ID     PIC X(04).
               10  WS-MR-EFF-DATE   PIC 9(08).

      * 帳號衝突表(日記'C'列)。
       01  WS-CFL-TABLE.
           05  WS-CFL-COUNT         PIC 9(05) VALUE 0.
           05  WS-CFL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CX.
               10  WS-CF-OLD-ID     PIC X(04).
               10  WS-CF-ACNT-NO    PIC 9(07).

       01  WS-CUR-ID                PIC X(04).
       01  WS-HOP                   PIC 9(02).
       01  WS-NEXT-SW               PIC X VALUE 'N'.
           88  NEXT-FOUND                 VALUE 'Y'.

       LINKAGE SECTION.
       COPY brklook.

       PROCEDURE DIVISION USING BRKL-PARM.
       0000-MAIN.
           IF NOT TABLE-LOADED
               PERFORM 1000-LOAD-MERGED-BROKERS
               PERFORM 1100-LOAD-JOURNAL
               MOVE 'Y' TO WS-LOADED-SW
           END-IF
           PERFORM 2000-RESOLVE-POST-ID
           GOBACK.

       1000-LOAD-MERGED-BROKERS.
           OPEN INPUT BRKMST-FILE
           PERFORM UNTIL MST-EOF
               READ BRKMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       IF BRK-MST-MERGED
                               AND BRK-MST-MERGED-TO NOT = SPACES
                               AND WS-MRG-COUNT < 1000
                           ADD 1 TO WS-MRG-COUNT
                           SET WS-MX TO WS-MRG-COUNT
                           MOVE BRK-MST-ID TO WS-MR-OLD-ID(WS-MX)
                           MOVE BRK-MST-MERGED-TO
                               TO WS-MR-NEW-ID(WS-MX)
                           MOVE 0 TO WS-MR-EFF-DATE(WS-MX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE.

      * 日記'M'列載入生效日；'C'列載入衝突帳號。
       1100-LOAD-JOURNAL.
           OPEN INPUT BKMJRN-FILE
           PERFORM UNTIL JRN-EOF
               READ BKMJRN-FILE
                   AT END SET JRN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BKJ-MIGRATION
                               PERFORM 1110-SET-EFF-DATE
                           WHEN BKJ-CONFLICT
                               IF WS-CFL-COUNT < 5000
                                   ADD 1 TO WS-CFL-COUNT
                                   SET WS-CX TO WS-CFL-COUNT
                                   MOVE BKJ-OLD-ID
                                       TO WS-CF-OLD-ID(WS-CX)
                                   MOVE BKJ-ACNT-NO
                                       TO WS-CF-ACNT-NO(WS-CX)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BKMJRN-FILE.

       1110-SET-EFF-DATE.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MRG-COUNT
               IF WS-MR-OLD-ID(WS-MX) = BKJ-OLD-ID
                   MOVE BKJ-EFF-DATE TO WS-MR-EFF-DATE(WS-MX)
               END-IF
           END-PERFORM.

      * 逐段追溯存續代號(至多10段，防主檔循環)；遇帳號衝突或生效
      * 日晚於過帳日即停止。
       2000-RESOLVE-POST-ID.
           MOVE BRKL-BROKER-ID TO WS-CUR-ID
           MOVE 'N' TO BRKL-MAPPED BRKL-CONFLICT
           PERFORM VARYING WS-HOP FROM 1 BY 1
                   UNTIL WS-HOP > 10
               PERFORM 2100-NEXT-HOP
               IF NOT NEXT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-CUR-ID TO BRKL-POST-ID.

       2100-NEXT-HOP.
           MOVE 'N' TO WS-NEXT-SW
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MRG-COUNT
               IF WS-MR-OLD-ID(WS-MX) = WS-CUR-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MX > WS-MRG-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-MR-EFF-DATE(WS-MX) > BRKL-POST-DATE
               EXIT PARAGRAPH
           END-IF
           IF BRKL-ACNT-NO NOT = 0
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CFL-COUNT
                   IF WS-CF-OLD-ID(WS-CX) = WS-CUR-ID
                           AND WS-CF-ACNT-NO(WS-CX) = BRKL-ACNT-NO
                       MOVE 'Y' TO BRKL-CONFLICT
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-MR-NEW-ID(WS-MX) TO WS-CUR-ID
           MOVE 'Y' TO BRKL-MAPPED
           MOVE 'Y' TO WS-NEXT-SW.
