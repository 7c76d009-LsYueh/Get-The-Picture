      * ETF 基金主檔之取消/更正受理天數上限(ETF-MST-CANCEL-DAYS
      * ，0視為預設2天)，於收件時計算原申報日(沖正案件取
      * ORIG-TX-DATE，其餘取 TX-DATE)與處理日(M01CUTF.CTL)之間隔
      * 天數，逾上限之 'C'/'R' 記錄註記專用錯誤代碼'CL'(註記後之
      * 記錄由檢核驅動程式 M01EDRV 寫出)，並列示逾期清單，使與
      * 發行人受理標準不一致之情形就此打住。錯誤代碼'CL'經主檔
      * 維護作業(M0MSTMT)登錄於錯誤代碼對照主檔。
      *
      *   2026-08-21  新增此程式
      *   2026-08-22  錯誤代碼'CL'登錄於錯誤代碼對照主檔(經主檔
      *               維護作業)，錯誤統計報表不再列為未登錄代碼
      *   2026-09-16  檢出錯誤改經 M0ERRDT 登錄逐筆錯誤明細檔，
      *               依錯誤代碼優先序決定註記代碼(原直接覆蓋)
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄並寫出註記後之單一
      *               輸出檔，不再自行讀寫全檔；報表內容不變，檔名
      *               依分流加副檔名(.RPT/.RPn)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01CUTF.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUTF-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  ETFMST-FILE.
       COPY etfmst.

       FD  CUTF-RPT-FILE.
       01  CUTF-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-PROC-JULIAN           PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LIMIT           PIC Z9.

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
                   PERFORM 1000-LOAD-ETF-TABLE
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-READ-COUNT
                   IF TRAN-CODE-CANCEL OR TRAN-CODE-REVERSAL
                       ADD 1 TO WS-CR-COUNT
                       PERFORM 2000-ENFORCE-CUTOFF
                   END-IF
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       0100-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE
           COMPUTE WS-PROC-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE).

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01CUTF" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT CUTF-RPT-FILE
           MOVE "CANCELLATION/REVERSAL CUT-OFF ENFORCEMENT"
               TO CUTF-RPT-LINE
           WRITE CUTF-RPT-LINE
           MOVE "ETF-ID BROKER TX-DATE  SEQ T BASE-DATE  AGE LM"
               TO CUTF-RPT-LINE
           WRITE CUTF-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO CUTF-RPT-LINE
           WRITE CUTF-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-READ-COUNT
               DELIMITED BY SIZE INTO CUTF-RPT-LINE
           WRITE CUTF-RPT-LINE

           CLOSE CUTF-RPT-FILE.

      * 讀入ETF基金基本資料主檔，供 SEARCH ALL 使用；未使用之
      * 表格項目先填HIGH-VALUES。
           END-SEARCH

           IF WS-AGE-DAYS > WS-LIMIT-DAYS
               MOVE "CL" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               ADD 1 TO WS-LATE-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ETF-ID       TO WS-D-ETF-ID
               MOVE WS-DETAIL-LINE TO CUTF-RPT-LINE
               WRITE CUTF-RPT-LINE
           END-IF.

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
           MOVE "M01CUTF"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
