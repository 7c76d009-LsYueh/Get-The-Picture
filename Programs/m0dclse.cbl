      * M0DCLSE - 系統營業日日終作業
      * 日終前須證明當日批次「跑完且跑齊」:曾有 M0GLFD 於日終後
      * 重跑致總帳傳票重複產生。本程式依請求檔 M0DCLSE.REQ
      * (操作員(6)+放行經辦(8))就系統營業日控制檔 SYSCON.DAT 之營業日執行
      * 日終檢核:
      *   1. 系統控制檔須存在且該日未日終。
      *   2. CHKPT.LOG 當日各站台之最終狀態均須為完成(C)，有
      *      起始未完成(S)或失敗(F)者拒絕日終。
      *   3. RUNSTAT.LOG 當日站台間筆數銜接(比照 M0RCNP 勾稽)
      *      不得有滲漏。
      *   4. 跨分類帳勾稽(M0XLPRF)須已就該日執行；勾稽結果有重
      *      大差異者，須由請求檔所載放行經辦(8)放行，放行經辦
      *      須經 M0AUTHC 檢核具放行角色('O')且不得為日終操作員
      *      本人。
      *   5. 應變作業模式(T30/M04)須已回復(M0CTGCY 'R')，暫定
      *      結果未覆核或待放行站台未放行者拒絕日終。
      * 任一違反以 RETURN-CODE=8 拒絕日終並列示原因於報表
      * M0DCLSE.RPT；檢核通過者將日別狀態改記已日終(C)。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-12  增列跨分類帳勾稽結果檢核及重大差異放行
      *   2026-10-15  增列應變作業模式未回復檢核(應變作業模式
      *               狀態檔 CTGSTAT.DAT)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0DCLSE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SYSCON-FILE ASSIGN TO "SYSCON.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTGSTAT-FILE ASSIGN TO "CTGSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CHKPT-LOG-FILE ASSIGN TO "CHKPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNSTAT-LOG ASSIGN TO "RUNSTAT.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL XLPROOF-FILE ASSIGN TO "XLPROOF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DCLS-RPT-FILE ASSIGN TO "M0DCLSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-OPER             PIC X(06).
           05  REQ-XL-OVERRIDE      PIC X(08).

       FD  SYSCON-FILE.
       COPY syscon.

       FD  CTGSTAT-FILE.
       COPY ctgstat.

       FD  CHKPT-LOG-FILE.
       01  CHKPT-LOG-LINE           PIC X(31).

       FD  RUNSTAT-LOG.
       COPY runstat.

       FD  XLPROOF-FILE.
       COPY xlproof.

       FD  DCLS-RPT-FILE.
       01  DCLS-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY chkpt.
       COPY m0authc.

       01  WS-SYS-EOF               PIC X VALUE 'N'.
           88  SYS-EOF                    VALUE 'Y'.
           88  CKP-EOF                    VALUE 'Y'.
       01  WS-RST-EOF               PIC X VALUE 'N'.
           88  RST-EOF                    VALUE 'Y'.
       01  WS-XLP-EOF               PIC X VALUE 'N'.
           88  XLP-EOF                    VALUE 'Y'.
       01  WS-REJECT-SW             PIC X VALUE 'N'.
           88  CLOSE-REJECTED             VALUE 'Y'.

       01  WS-REQ-OPER              PIC X(06).
       01  WS-REQ-XL-OVERRIDE       PIC X(08).
       01  WS-BUS-DATE              PIC 9(08).
       01  WS-SYSCON-SAVE           PIC X(40).
       01  WS-CTS-EOF               PIC X VALUE 'N'.
           88  CTS-EOF                    VALUE 'Y'.
       01  WS-TIME-NOW              PIC 9(08).

      * 當日各站台之最終檢查點狀態(依序號疊代取末筆)。

           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACES TO REQ-LINE
           END-READ
           MOVE REQ-OPER TO WS-REQ-OPER
           MOVE REQ-XL-OVERRIDE TO WS-REQ-XL-OVERRIDE
           CLOSE REQ-FILE

           PERFORM 1000-READ-SYSCON
           IF NOT CLOSE-REJECTED
               PERFORM 2000-CHECK-CHECKPOINTS
               PERFORM 3000-CHECK-RUNSTAT-HANDOFF
               PERFORM 3500-CHECK-CROSS-LEDGER-PROOF
           END-IF

           IF CLOSE-REJECTED
                   STRING "BUSINESS DATE: " WS-BUS-DATE
                       DELIMITED BY SIZE INTO DCLS-RPT-LINE
                   WRITE DCLS-RPT-LINE
                   PERFORM 1100-CHECK-CONTINGENCY
               END-IF
           END-IF.

      * 應變作業模式仍在應變中者，暫定結果或待放行站台尚未處理。
       1100-CHECK-CONTINGENCY.
           OPEN INPUT CTGSTAT-FILE
           READ CTGSTAT-FILE
               AT END SET CTS-EOF TO TRUE
           END-READ
           CLOSE CTGSTAT-FILE
           IF CTS-EOF OR CTS-BUS-DATE NOT = WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           IF CTS-T30-CONTINGENCY
               MOVE SPACES TO DCLS-RPT-LINE
               STRING "T30 CONTINGENCY ACTIVE - "
                   "PROVISIONAL RESULTS NOT RECHECKED"
                   DELIMITED BY SIZE INTO DCLS-RPT-LINE
               WRITE DCLS-RPT-LINE
               SET CLOSE-REJECTED TO TRUE
           END-IF
           IF CTS-M04-CONTINGENCY
               MOVE SPACES TO DCLS-RPT-LINE
               MOVE "M04 CONTINGENCY ACTIVE - QUEUED STEPS NOT RELEASED"
                   TO DCLS-RPT-LINE
               WRITE DCLS-RPT-LINE
               SET CLOSE-REJECTED TO TRUE
           END-IF.

      * 疊代 CHKPT.LOG 取各站台當日最終狀態，最終狀態非完成(C)
      * 者即為未跑完站台。
       2000-CHECK-CHECKPOINTS.
           MOVE WS-SW-READ             TO WS-SA-READ(WS-JX)
           MOVE WS-SW-WRITTEN          TO WS-SA-WRITTEN(WS-JX).

      * 跨分類帳勾稽須已就當日執行；重大差異須經授權放行。
       3500-CHECK-CROSS-LEDGER-PROOF.
           OPEN INPUT XLPROOF-FILE
           READ XLPROOF-FILE
               AT END SET XLP-EOF TO TRUE
           END-READ
           CLOSE XLPROOF-FILE
           MOVE SPACES TO DCLS-RPT-LINE
           IF XLP-EOF OR XLP-BUS-DATE NOT = WS-BUS-DATE
               MOVE "CROSS-LEDGER PROOF (M0XLPRF) NOT RUN FOR THE DAY"
                   TO DCLS-RPT-LINE
               WRITE DCLS-RPT-LINE
               SET CLOSE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF XLP-PASSED
               STRING "CROSS-LEDGER PROOF PASSED, BREAKS "
                   XLP-BREAKS DELIMITED BY SIZE INTO DCLS-RPT-LINE
               WRITE DCLS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           STRING "CROSS-LEDGER PROOF MATERIAL BREAKS " XLP-MATERIAL
               " OF " XLP-BREAKS " (SEE M0XLPRF.RPT)"
               DELIMITED BY SIZE INTO DCLS-RPT-LINE
           WRITE DCLS-RPT-LINE
           MOVE SPACES TO DCLS-RPT-LINE
           IF WS-REQ-XL-OVERRIDE = SPACES
               MOVE "MATERIAL BREAKS NOT OVERRIDDEN" TO DCLS-RPT-LINE
               WRITE DCLS-RPT-LINE
               SET CLOSE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-XL-OVERRIDE = WS-REQ-OPER
               STRING "OVERRIDE BY " WS-REQ-XL-OVERRIDE
                   " REFUSED - SAME PERSON AS CLOSING OPERATOR"
                   DELIMITED BY SIZE INTO DCLS-RPT-LINE
               WRITE DCLS-RPT-LINE
               SET CLOSE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'O'                TO AUT-ROLE
           MOVE WS-REQ-XL-OVERRIDE TO AUT-OPER-ID
           MOVE WS-BUS-DATE        TO AUT-CHECK-DATE
           MOVE "M0DCLSE"          TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               STRING "OVERRIDE BY " WS-REQ-XL-OVERRIDE
                   " NOT AUTHORIZED (" AUT-REASON ")"
                   DELIMITED BY SIZE INTO DCLS-RPT-LINE
               WRITE DCLS-RPT-LINE
               SET CLOSE-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           STRING "MATERIAL BREAKS OVERRIDDEN BY " WS-REQ-XL-OVERRIDE
               DELIMITED BY SIZE INTO DCLS-RPT-LINE
           WRITE DCLS-RPT-LINE.

      * 檢核通過:日別狀態改記已日終並列示結果。
       4000-MARK-DAY-CLOSED.
           ACCEPT WS-TIME-NOW FROM TIME
