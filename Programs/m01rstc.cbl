      *   2. 掃描每筆申報之全部申請人欄位，含逾3名之溢位申請人
      *      (M01APPL.DAT)；任一申請人帳戶受限制者註記專用錯誤
      *      代碼'RS'。
      *   3. 註記後之記錄由檢核驅動程式 M01EDRV 寫出，本程式產出
      *      法遵命中報表(含限制類別與案件參考編號)。
      * 錯誤代碼'RS'經主檔維護作業(M0MSTMT)登錄於錯誤代碼對照
      * 主檔。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-09-16  檢出錯誤改經 M0ERRDT 登錄逐筆錯誤明細檔，
      *               依錯誤代碼優先序決定註記代碼(原直接覆蓋)
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄並寫出註記後之單一
      *               輸出檔，不再自行讀寫全檔；報表內容不變，檔名
      *               依分流加副檔名(.RPT/.RPn)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01RSTC.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RST-FILE ASSIGN TO "RSTACNT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RSTC-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  RST-FILE.
       COPY rstacnt.

       FD  RSTC-RPT-FILE.
       01  RSTC-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-RST-EOF               PIC X VALUE 'N'.
           88  RST-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).

               10  WS-RS-TYPE        PIC X(01).
               10  WS-RS-CASE-REF    PIC X(10).

       01  WS-ARG-ACNT-BROKER       PIC X(04).
       01  WS-ARG-ACNT-NO           PIC 9(07).
       01  WS-RST-HIT               PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CASE-REF        PIC X(10).

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
                   PERFORM 1000-LOAD-RESTRICTED-TABLE
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2000-SCREEN-CASE
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
           STRING "M01RSTC" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT RSTC-RPT-FILE
           MOVE WS-HDR-1 TO RSTC-RPT-LINE
           WRITE RSTC-RPT-LINE
           MOVE WS-HDR-2 TO RSTC-RPT-LINE
           WRITE RSTC-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO RSTC-RPT-LINE
           WRITE RSTC-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-READ-COUNT
               DELIMITED BY SIZE INTO RSTC-RPT-LINE
           WRITE RSTC-RPT-LINE

           CLOSE RSTC-RPT-FILE.

      * 讀入受限制帳戶主檔，僅保留處理日生效中之限制。
       1000-LOAD-RESTRICTED-TABLE.
           END-PERFORM
           CLOSE RST-FILE.

      * 逐案掃描全部申請人(三欄位+溢位)，任一受限制即註記'RS'
      * 並逐一列示命中帳戶。
       2000-SCREEN-CASE.
               PERFORM 2200-CHECK-OVERFLOW
           END-IF
           IF CASE-RESTRICTED
               MOVE "RS" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               ADD 1 TO WS-HIT-COUNT
           END-IF.

               WRITE RSTC-RPT-LINE
           END-IF.

      * 溢位申請人取自驅動程式交付之申請人清單(來源 M01APPL)。
       2200-CHECK-OVERFLOW.
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-SOURCE (APG-X) = 'A'
                   MOVE APG-ACNT-BROKER (APG-X) TO WS-ARG-ACNT-BROKER
                   MOVE APG-ACNT-NO (APG-X)     TO WS-ARG-ACNT-NO
                   PERFORM 2100-CHECK-ONE-ACCOUNT
               END-IF
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
           MOVE "M01RSTC"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
