      *   2. 正常申報(異動碼空白、註記空白、錯誤代碼空白)依券商
      *      +基金與券商總量累計受理基數；累計後超限之記錄註記
      *      專用錯誤代碼'LB'且不計入累計。
      *   3. 註記後之記錄由檢核驅動程式 M01EDRV 寫出，本程式產出
      *      使用率報表(各券商已用基數/上限/百分比)。
      * 錯誤代碼'LB'經主檔維護作業(M0MSTMT)登錄於錯誤代碼對照
      * 主檔。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-09-16  檢出錯誤改經 M0ERRDT 登錄逐筆錯誤明細檔，
      *               依錯誤代碼優先序決定註記代碼；已帶錯誤代碼
      *               之記錄亦予檢核(僅登錄明細，不計入累計)
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄並寫出註記後之單一
      *               輸出檔，不再自行讀寫全檔；報表內容不變，檔名
      *               依分流加副檔名(.RPT/.RPn)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01LIMT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMIT-FILE ASSIGN TO "BRKLIM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIMT-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  LIMIT-FILE.
       COPY brklim.

       FD  LIMT-RPT-FILE.
       01  LIMT-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-LIM-EOF               PIC X VALUE 'N'.
           88  LIM-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).

           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-B-UNITS           PIC ZZ9.

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
                   PERFORM 1000-LOAD-LIMIT-TABLE
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-READ-COUNT
                   IF TRAN-CODE = SPACE AND STATE-NORMAL
                       PERFORM 2000-ENFORCE-LIMIT
                   END-IF
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       0100-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01LIMT" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT LIMT-RPT-FILE
           MOVE WS-HDR-1 TO LIMT-RPT-LINE
           WRITE LIMT-RPT-LINE.

       9000-CLOSE-REPORT.
           PERFORM 3000-PRINT-UTILIZATION

           MOVE SPACES TO LIMT-RPT-LINE
               DELIMITED BY SIZE INTO LIMT-RPT-LINE
           WRITE LIMT-RPT-LINE

           CLOSE LIMT-RPT-FILE.

      * 讀入上限主檔，僅保留處理日生效中之上限。
       1000-LOAD-LIMIT-TABLE.
           CLOSE LIMIT-FILE.

      * 累計與攔阻:先找券商+基金上限與券商總上限，任一累計後
      * 超限即註記'LB'且不計入累計(基金與總量均不累計)；已被
      * 前站攔下(帶錯誤代碼)者僅檢核登錄，亦不計入累計。
       2000-ENFORCE-LIMIT.
           MOVE 0 TO WS-FUND-HIT WS-OVER-HIT
           PERFORM VARYING WS-LMX FROM 1 BY 1
           END-IF

           IF LIMIT-BREACHED
               MOVE "LB" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               ADD 1 TO WS-BREACH-COUNT
               MOVE SPACES TO LIMT-RPT-LINE
               MOVE ETF-ID            TO WS-B-ETF-ID
               MOVE WS-BREACH-LINE TO LIMT-RPT-LINE
               WRITE LIMT-RPT-LINE
           ELSE
               IF ERROR-CODE = SPACES
                   ADD 1 TO WS-TALLIED-COUNT
                   IF WS-FUND-HIT > 0
                       SET WS-LMX TO WS-FUND-HIT
                       ADD APPLICATION-UNITS
                           TO WS-LM-USED-UNITS(WS-LMX)
                   END-IF
                   IF WS-OVER-HIT > 0
                       SET WS-LMX TO WS-OVER-HIT
                       ADD APPLICATION-UNITS
                           TO WS-LM-USED-UNITS(WS-LMX)
                   END-IF
               END-IF
           END-IF.

               MOVE WS-DETAIL-LINE TO LIMT-RPT-LINE
               WRITE LIMT-RPT-LINE
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
           MOVE "M01LIMT"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
