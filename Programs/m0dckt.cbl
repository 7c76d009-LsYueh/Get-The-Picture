      *   2. 申報內容(M01IDX.DAT 鍵值直讀，查無再掃描歸檔
      *      M01HIST.DAT)，含錯誤代碼、取消/沖正串接
      *      (CANCEL-SEQNO/ORIG-TX-DATE)。
      *   3. 申請人明細(含溢位申請人，經 APLLOOK 取得)。
      *   4. 發行人回覆(M04.DAT，查無再掃描 M04HIST.DAT):處理
      *      結果、現金差額/替代/保證金、單位數分配。
      *   5. 現金差額分類帳項(CSHLED.DAT)收付狀態。
      *   6. 補券軌跡(M08.DAT)。
      *   7. 檢核錯誤明細(ERRDTL.DAT):各檢核步驟檢出之全部錯誤
      *      代碼(含 M02 股票別)，附代碼說明與檢出程式；股票別
      *      錯誤並加印該股於申請日當時生效之 T30 主檔值。
      * 產出卷宗可直接交付主管機關或爭議券商。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-09-16  加列檢核錯誤明細節(逐筆錯誤明細檔)，案件
      *               被多個檢核步驟攔下時全部代碼一併列示
      *   2026-09-22  申請人節改由共用申請人群組查詢服務 APLLOOK
      *               取得完整申請人清單(溢位申請人改依含券商代表
      *               號之完整鍵值配對)
      *   2026-09-26  檢核錯誤明細之股票別錯誤加印申請日當時生效之
      *               T30 基準價/漲跌停價/處置註記(T30LOOK 歷史基準
      *               日模式)及所用歷史營業日/版本
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0DCKT.
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL M01H-FILE ASSIGN TO "M01HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M04-FILE ASSIGN TO "M04.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M04H-FILE ASSIGN TO "M04HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M08-FILE ASSIGN TO "M08.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ERRDTL-FILE ASSIGN TO "ERRDTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ERRCODE-FILE ASSIGN TO "ERRCODE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DCKT-RPT-FILE ASSIGN TO "M0DCKT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  M01H-FILE.
       COPY m01 REPLACING ==M01.== BY ==M01H-REC.==.

       FD  M04-FILE.
       COPY m04.

       FD  M08-FILE.
       COPY m08 REPLACING ==M08.== BY ==M08-REC.==.

       FD  ERRDTL-FILE.
       COPY errdtl.

       FD  ERRCODE-FILE.
       COPY errcode.

       FD  DCKT-RPT-FILE.
       01  DCKT-RPT-LINE            PIC X(132).


       01  WS-QUERY-COUNT           PIC 9(07) VALUE 0.

      * 錯誤代碼說明表(主檔依代碼遞增排序，供 SEARCH ALL)。
       01  WS-EC-TABLE.
           05  WS-EC-COUNT          PIC 9(03) VALUE 0.
           05  WS-EC-ENTRY OCCURS 200 TIMES
                   ASCENDING KEY IS WS-EC-CODE
                   INDEXED BY WS-ECX.
               10  WS-EC-CODE       PIC X(02).
               10  WS-EC-DESC       PIC X(40).
       01  WS-EC-DESC-ARG           PIC X(40).

      * 案件申報內容工作區(由索引檔或歸檔載入同一版面)。
       COPY m01 REPLACING ==M01.== BY ==WK.==.

       COPY m04 REPLACING ==M04.== BY ==WK4.==.

       COPY apllook.
       COPY aplgrp.
       COPY t30look.

       01  WS-T30-EDIT.
           05  WS-T30-LDC           PIC ZZZZ9.9999.
           05  WS-T30-BULL          PIC ZZZZ9.9999.
           05  WS-T30-BEAR          PIC ZZZZ9.9999.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-ERRCODE-TABLE
           OPEN INPUT QUERY-FILE
           OPEN OUTPUT DCKT-RPT-FILE
           MOVE "APPLICATION CASE DOCKET" TO DCKT-RPT-LINE
           CLOSE QUERY-FILE DCKT-RPT-FILE
           STOP RUN.

       0100-LOAD-ERRCODE-TABLE.
           MOVE HIGH-VALUES TO WS-EC-TABLE
           MOVE 0 TO WS-EC-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT ERRCODE-FILE
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ERRCODE-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF WS-EC-COUNT < 200
                           ADD 1 TO WS-EC-COUNT
                           MOVE ERRCODE-CODE
                               TO WS-EC-CODE(WS-EC-COUNT)
                           MOVE ERRCODE-DESC
                               TO WS-EC-DESC(WS-EC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERRCODE-FILE.

       1000-READ-QUERY.
           READ QUERY-FILE
               AT END SET QUERY-EOF TO TRUE

           PERFORM 3000-SECTION-LIFECYCLE
           PERFORM 4000-SECTION-SUBMISSION
           PERFORM 4500-SECTION-EDIT-ERRORS
           PERFORM 5000-SECTION-APPLICANTS
           PERFORM 6000-SECTION-ISSUER-REPLY
           PERFORM 7000-SECTION-CASH-LEDGER
               DELIMITED BY SIZE INTO DCKT-RPT-LINE
           WRITE DCKT-RPT-LINE.

      * 檢核錯誤明細:逐筆錯誤明細檔中本案件之全部錯誤代碼(M01
      * 及各股票別 M02)，依登錄先後列示。
       4500-SECTION-EDIT-ERRORS.
           MOVE SPACES TO DCKT-RPT-LINE
           WRITE DCKT-RPT-LINE
           MOVE "-- EDIT ERRORS (ALL CODES RAISED) --" TO DCKT-RPT-LINE
           WRITE DCKT-RPT-LINE
           MOVE 0 TO WS-SECTION-HITS
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT ERRDTL-FILE
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ERRDTL-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF EDL-ETF-ID = QI-ETF-ID
                               AND EDL-TX-DATE = QI-TX-DATE
                               AND EDL-SEQNO = QI-SEQNO
                           ADD 1 TO WS-SECTION-HITS
                           PERFORM 4510-LIST-ONE-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERRDTL-FILE
           IF WS-SECTION-HITS = 0
               MOVE "NO EDIT ERRORS RECORDED" TO DCKT-RPT-LINE
               WRITE DCKT-RPT-LINE
           END-IF.

       4510-LIST-ONE-ERROR.
           MOVE SPACES TO WS-EC-DESC-ARG
           IF WS-EC-COUNT > 0
               SET WS-ECX TO 1
               SEARCH ALL WS-EC-ENTRY
                   WHEN WS-EC-CODE(WS-ECX) = EDL-ERROR-CODE
                       MOVE WS-EC-DESC(WS-ECX) TO WS-EC-DESC-ARG
               END-SEARCH
           END-IF
           STRING EDL-REC-TYPE
               "  STK [" EDL-STKNO
               "]  ERR [" EDL-ERROR-CODE
               "]  PRI " EDL-PRIORITY
               "  BY " EDL-SOURCE-PGM
               "  CYC " EDL-CYCLE-NO
               "  " WS-EC-DESC-ARG
               DELIMITED BY SIZE INTO DCKT-RPT-LINE
           WRITE DCKT-RPT-LINE
           IF EDL-STKNO NOT = SPACES
               PERFORM 4520-LIST-T30-AS-OF
           END-IF.

      * 股票別錯誤:加印該股於申請日當時生效之 T30 主檔值。
       4520-LIST-T30-AS-OF.
           MOVE EDL-STKNO  TO T30L-STOCK-NO
           MOVE QI-TX-DATE TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           MOVE SPACES TO DCKT-RPT-LINE
           IF T30L-FOUND = 'Y'
               MOVE T30L-LDC-PRICE  TO WS-T30-LDC
               MOVE T30L-BULL-PRICE TO WS-T30-BULL
               MOVE T30L-BEAR-PRICE TO WS-T30-BEAR
               STRING "     T30 AS OF " QI-TX-DATE
                   "  LDC " WS-T30-LDC
                   "  BULL " WS-T30-BULL
                   "  BEAR " WS-T30-BEAR
                   "  MARK-W [" T30L-MARK-W
                   "]  HIST " T30L-HIST-DATE "/" T30L-HIST-VERSION
                   DELIMITED BY SIZE INTO DCKT-RPT-LINE
           ELSE
               STRING "     T30 AS OF " QI-TX-DATE
                   "  NOT IN T30 HISTORY"
                   DELIMITED BY SIZE INTO DCKT-RPT-LINE
           END-IF
           WRITE DCKT-RPT-LINE.

      * 第3節:申請人(經 APLLOOK 取得 M01前3人+溢位檔第4人以後)。
       5000-SECTION-APPLICANTS.
           MOVE SPACES TO DCKT-RPT-LINE
           WRITE DCKT-RPT-LINE
           MOVE "-- APPLICANTS --" TO DCKT-RPT-LINE
           WRITE DCKT-RPT-LINE
           IF WS-M01-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM WK APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               MOVE SPACES TO DCKT-RPT-LINE
               IF APG-SOURCE(APG-X) = 'A'
                   STRING "APPL " APG-APPL-INDEX(APG-X)
                       " " APG-ACNT-BROKER(APG-X)
                       "-" APG-ACNT-NO(APG-X)
                       "  ID [" APG-ID-CODE(APG-X)
                       "]  CASH [" APG-CASH-ASSIGN(APG-X)
                       "]  MERGE [" APG-MERGE-ASSIGN(APG-X)
                       "]  (OVERFLOW)"
                       DELIMITED BY SIZE INTO DCKT-RPT-LINE
               ELSE
                   STRING "APPL " APG-APPL-INDEX(APG-X)
                       "  " APG-ACNT-BROKER(APG-X)
                       "-" APG-ACNT-NO(APG-X)
                       "  ID [" APG-ID-CODE(APG-X)
                       "]  CASH [" APG-CASH-ASSIGN(APG-X)
                       "]  MERGE [" APG-MERGE-ASSIGN(APG-X)
                       "]"
                       DELIMITED BY SIZE INTO DCKT-RPT-LINE
               END-IF
               WRITE DCKT-RPT-LINE
           END-PERFORM.

      * 第4節:發行人回覆(當日檔，查無再掃描歷史檔)。
       6000-SECTION-ISSUER-REPLY.
