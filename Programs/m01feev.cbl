      * FEEMST.DAT(效期制，經 M0MSTMT 維護)逐筆重算期望費用:
      *   期望 = 費率×申請基數，套用單件下限/上限；
      * 申報值與期望值差逾控制檔 M01FEEV.CTL 容許金額者標記專屬
      * 錯誤代碼 'FE'(註記後之記錄由檢核驅動程式 M01EDRV 寫出)，
      * 並於報表 M01FEEV.RPT 列示明細與各券商短收合計(申報低於
      * 期望之差額加總，系統性短收一望即知)。
      * 查無該 ETF+種類+費用別生效費率者不驗算(照原樣通過)。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-09-16  檢出錯誤改經 M0ERRDT 登錄逐筆錯誤明細檔，
      *               依錯誤代碼優先序決定註記代碼；已帶錯誤代碼
      *               之記錄亦予驗算
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄並寫出註記後之單一
      *               輸出檔，不再自行讀寫全檔；報表內容不變，檔名
      *               依分流加副檔名(.RPT/.RPn)
      *   2026-10-15  逾時順延之申報(ROLL-TX-DATE 非0)依順延申請日
      *               判定適用之費率版本
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01FEEV.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-FILE ASSIGN TO "FEEMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEV-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  FEE-FILE.
       COPY feemst.

       FD  FEV-RPT-FILE.
       01  FEV-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-FEE-EOF               PIC X VALUE 'N'.
           88  FEE-EOF                    VALUE 'Y'.

       01  WS-TOLERANCE-AMT         PIC 9(07).

       01  WS-FOUND-SW              PIC X(01).
       01  WS-BEST-FROM             PIC 9(08).
       01  WS-HIT-IX                PIC 9(04).
      * 判定用申請日(逾時順延者取順延申請日)。
       01  WS-DEAL-DATE             PIC 9(08).
       01  WS-STAMP-SW              PIC X(01).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DIFF            PIC +ZZZZZZZZZZZ9.

       COPY m0errdt.

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 0100-READ-CONTROL
                   PERFORM 1500-OPEN-REPORT
                   PERFORM 1000-LOAD-FEE-TABLE
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2000-CHECK-ONE-RECORD
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       0100-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-TOLERANCE-AMT
           END-READ
           MOVE CTL-TOLERANCE-AMT TO WS-TOLERANCE-AMT
           CLOSE CTL-FILE.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01FEEV" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT FEV-RPT-FILE
           MOVE "BROKER-SUBMITTED FEE RECOMPUTATION EDIT"
               TO FEV-RPT-LINE
           WRITE FEV-RPT-LINE
           MOVE "ETF-ID BRKR TX-DATE  SEQ T SUBMITTD     EXPECTED
      -        "         DIFF" TO FEV-RPT-LINE
           WRITE FEV-RPT-LINE.

       9000-CLOSE-REPORT.
           PERFORM 4000-PRINT-UNDERCHARGE-SUMMARY

           MOVE SPACES TO FEV-RPT-LINE
           STRING "DEVIATIONS FLAGGED.....: " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO FEV-RPT-LINE
           WRITE FEV-RPT-LINE
           CLOSE FEV-RPT-FILE.

       1000-LOAD-FEE-TABLE.
           OPEN INPUT FEE-FILE
           END-PERFORM
           CLOSE FEE-FILE.

      * 取消/沖正之記錄不驗算。
       2000-CHECK-ONE-RECORD.
           IF TRAN-CODE NOT = SPACE OR STATE NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-STAMP-SW
           MOVE TX-DATE TO WS-DEAL-DATE
           IF NOT TRAN-CODE-REVERSAL AND ROLL-TX-DATE IS NUMERIC
                   AND ROLL-TX-DATE > 0
               MOVE ROLL-TX-DATE TO WS-DEAL-DATE
           END-IF
           MOVE 'F' TO WS-FEE-TYPE
           MOVE APPLY-FEE TO WS-SUBMITTED
           PERFORM 3000-RECOMPUTE-ONE-FEE
           MOVE MANAGEMENT-CHARGE TO WS-SUBMITTED
           PERFORM 3000-RECOMPUTE-ONE-FEE
           IF WS-STAMP-SW = 'Y'
               MOVE "FE" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

               IF WS-FE-ETF-ID(WS-FEX) = ETF-ID
                       AND WS-FE-TX-KIND(WS-FEX) = TX-KIND
                       AND WS-FE-TYPE(WS-FEX) = WS-FEE-TYPE
                       AND WS-FE-EFF-FROM(WS-FEX) <= WS-DEAL-DATE
                       AND (WS-FE-EFF-TO(WS-FEX) = 0
                           OR WS-FE-EFF-TO(WS-FEX) >= WS-DEAL-DATE)
                   IF WS-FE-EFF-FROM(WS-FEX) >= WS-BEST-FROM
                       MOVE WS-FE-EFF-FROM(WS-FEX)
                           TO WS-BEST-FROM
                   DELIMITED BY SIZE INTO FEV-RPT-LINE
               WRITE FEV-RPT-LINE
           END-PERFORM.

      * 檢出之錯誤經 M0ERRDT 累加登錄逐筆錯誤明細檔，並依錯誤代碼
      * 優先序決定記錄上註記之代碼(不再直接蓋掉前一步驟代碼)。
       9500-RECORD-ERROR.
           MOVE "M01"      TO ERD-REC-TYPE
           MOVE ETF-ID     TO ERD-ETF-ID
           MOVE BROKER-ID  TO ERD-BROKER-ID
           MOVE TX-DATE    TO ERD-TX-DATE
           MOVE SEQNO      TO ERD-SEQNO
           MOVE SPACES     TO ERD-STKNO
           MOVE ERROR-CODE TO ERD-CUR-CODE
           MOVE "M01FEEV"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
