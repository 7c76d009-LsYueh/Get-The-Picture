      *
      * 修改紀錄:
      *   2026-08-08  新增此程式
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄(含溢位申請人)，
      *               不再自行讀檔；報表內容不變，檔名依分流加
      *               副檔名(.RPT/.RPn)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01BANK.
       FILE-CONTROL.
           SELECT BANKCD-FILE ASSIGN TO "BANKCD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ERR-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  BANKCD-FILE.
       COPY bankcd.

       FD  ERR-RPT-FILE.
       01  ERR-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-EOF                   PIC X VALUE 'N'.
           88  FILE-EOF                   VALUE 'Y'.

           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-REASON          PIC X(40).

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 1000-LOAD-BANK-TABLE
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-REC-COUNT
                   IF TX-CASH = 'Y' AND BANK-ID > 0
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM 3000-EDIT-BANK-ID
                   END-IF
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

      * 讀入銀行代號對照主檔，假設已依代號遞增排序，供 SEARCH ALL
      * 使用。
           CLOSE BANKCD-FILE
           MOVE 'N' TO WS-EOF.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01BANK" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT ERR-RPT-FILE
           MOVE "M01 REMITTANCE BANK-ID VALIDATION"
               TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-REC-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "RECORDS CHECKED........: " WS-CHECKED-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "RECORDS REJECTED.......: " WS-ERR-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           CLOSE ERR-RPT-FILE.

       3000-EDIT-BANK-ID.
           SET WS-BKX TO 1
