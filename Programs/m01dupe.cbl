      * 修改紀錄:
      *   2026-08-09  新增此程式
      *   2026-08-09  已處理鍵值表溢滿時於例外清單加印警告訊息
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄(含溢位申請人)，
      *               不再自行讀檔；報表內容不變，檔名依分流加
      *               副檔名(.RPT/.RPn)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01DUPE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERR-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERR-RPT-FILE.
       01  ERR-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-SEEN-TABLE.
           05  WS-SEEN-COUNT        PIC 9(05) VALUE 0.
           05  WS-SEEN-ENTRY OCCURS 20000 TIMES
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-REASON          PIC X(50).

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 1000-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-REC-COUNT
                   PERFORM 2000-CHECK-DUPLICATE
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       1000-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01DUPE" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT ERR-RPT-FILE
           MOVE "M01 DUPLICATE-SUBMISSION DETECTION" TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-REC-COUNT
           STRING "DUPLICATE SUBMISSIONS..: " WS-DUP-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           CLOSE ERR-RPT-FILE.

      * 於已處理鍵值表中線性搜尋本筆鍵值；找到則視為重複，否則將
      * 本筆鍵值加入表中供後續記錄比對。
