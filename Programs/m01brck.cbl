      *
      * 修改紀錄:
      *   2026-08-08  新增此程式
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄(含溢位申請人)，
      *               不再自行讀檔；報表內容不變，檔名依分流加
      *               副檔名(.RPT/.RPn)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01BRCK.
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
       01  WS-BROKER-NUMERIC        PIC 9(04).
       01  WS-BROKER-DIGITS REDEFINES WS-BROKER-NUMERIC.
           05  WS-BR-D1             PIC 9(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-REASON          PIC X(45).

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
                   PERFORM 2000-EDIT-BROKER-ID
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       1000-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01BRCK" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT ERR-RPT-FILE
           MOVE "BROKER-ID CHECKSUM / FORMAT VALIDATION"
               TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-REC-COUNT
           STRING "BROKER-ID REJECTS......: " WS-ERR-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           CLOSE ERR-RPT-FILE.

      * 驗證代表號是否純數字並符合檢查碼公式;非純數字者無法轉為
      * 數字比對，直接視為格式錯誤。
