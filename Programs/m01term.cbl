      * ETF-MST-FINAL-DATE，0=未終止)逐筆檢核 M01:
      *   申請日逾最終受理日之一切申報        註記錯誤代碼'TF'
      *   申請日逾末次申購日之申購(TX-KIND=1) 註記錯誤代碼'TN'
      * 註記後之記錄由檢核驅動程式 M01EDRV 寫出，並列示攔阻清單。
      * 錯誤代碼'TF'/'TN'經主檔維護作業(M0MSTMT)登錄於錯誤代碼
      * 對照主檔。
      *
      *   2026-09-02  新增此程式
      *   2026-09-02  主檔載表加入200筆上限防護，逾限筆數列示
      *               警語(原無防護，第201筆即越界)
      *   2026-09-16  檢出錯誤改經 M0ERRDT 登錄逐筆錯誤明細檔，
      *               依錯誤代碼優先序決定註記代碼(原直接覆蓋)
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄並寫出註記後之單一
      *               輸出檔，不再自行讀寫全檔；報表內容不變，檔名
      *               依分流加副檔名(.RPT/.RPn)
      *   2026-10-15  逾時順延之申報(ROLL-TX-DATE 非0)依順延申請日
      *               判定終止日及最後申購日
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01TERM.
       FILE-CONTROL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TERM-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  ETFMST-FILE.
       COPY etfmst.

       FD  TERM-RPT-FILE.
       01  TERM-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.

       01  WS-ETF-TABLE.
           05  WS-ETF-COUNT         PIC 9(05) VALUE 0.
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ETF-FOUND                  VALUE 'Y'.
       01  WS-HIT-IX                PIC 9(05).
      * 判定用申請日(逾時順延者取順延申請日)。
       01  WS-DEAL-DATE             PIC 9(08).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-FINAL-COUNT           PIC 9(07) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LIMIT-DATE      PIC 9(08).

       COPY m0errdt.

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 1000-LOAD-ETF-TABLE
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2000-ENFORCE-TERMINATION
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01TERM" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT TERM-RPT-FILE
           MOVE "TERMINATING-FUND APPLICATION CUT-OFF"
               TO TERM-RPT-LINE
           WRITE TERM-RPT-LINE
           MOVE "ETF-ID BROKER TX-DATE  SEQ K EC LIMIT-DT"
               TO TERM-RPT-LINE
           WRITE TERM-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO TERM-RPT-LINE
           WRITE TERM-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-READ-COUNT
               WRITE TERM-RPT-LINE
           END-IF

           CLOSE TERM-RPT-FILE.

      * 讀入ETF基金基本資料主檔(終止日期欄位)，供 SEARCH ALL 使用
      * ；未使用之表格項目先填HIGH-VALUES。
      * 終止攔阻:申請日逾最終受理日者註記'TF'；申請日逾末次申購
      * 日之申購註記'TN'。僅對主檔載有終止日期之基金生效。
       2000-ENFORCE-TERMINATION.
           MOVE TX-DATE TO WS-DEAL-DATE
           IF NOT TRAN-CODE-REVERSAL AND ROLL-TX-DATE IS NUMERIC
                   AND ROLL-TX-DATE > 0
               MOVE ROLL-TX-DATE TO WS-DEAL-DATE
           END-IF
           SET WS-ETX TO 1
           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL WS-ETF-ENTRY
           IF ETF-FOUND
               EVALUATE TRUE
                   WHEN WS-ET-FINAL(WS-HIT-IX) > 0
                           AND WS-DEAL-DATE > WS-ET-FINAL(WS-HIT-IX)
                       MOVE "TF" TO ERD-NEW-CODE
                       PERFORM 9500-RECORD-ERROR
                       ADD 1 TO WS-FINAL-COUNT
                       MOVE WS-ET-FINAL(WS-HIT-IX)
                           TO WS-D-LIMIT-DATE
                   WHEN WS-ET-LAST-CRE(WS-HIT-IX) > 0
                           AND TX-KIND = '1'
                           AND TRAN-CODE = SPACE
                           AND WS-DEAL-DATE
                               > WS-ET-LAST-CRE(WS-HIT-IX)
                       MOVE "TN" TO ERD-NEW-CODE
                       PERFORM 9500-RECORD-ERROR
                       ADD 1 TO WS-CRE-COUNT
                       MOVE WS-ET-LAST-CRE(WS-HIT-IX)
                           TO WS-D-LIMIT-DATE
           MOVE TX-DATE    TO WS-D-TX-DATE
           MOVE SEQNO      TO WS-D-SEQNO
           MOVE TX-KIND    TO WS-D-KIND
           MOVE ERD-NEW-CODE TO WS-D-CODE
           MOVE WS-DETAIL-LINE TO TERM-RPT-LINE
           WRITE TERM-RPT-LINE.

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
           MOVE "M01TERM"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
