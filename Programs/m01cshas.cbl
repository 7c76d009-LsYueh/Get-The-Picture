      *               (與 M01APLED 採同一配對比對法)
      *   2026-08-09  配對比對前加入 SORT 步驟，不再假設來源檔案
      *               已依鍵值排序
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄(含溢位申請人)，
      *               不再自行讀檔；超額申請人改由驅動程式交付之
      *               申請人清單取得，免除排序與配對比對；報表內容
      *               不變，檔名依分流加副檔名(.RPT/.RPn)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01CSHAS.
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
       01  WS-SUB                   PIC 9(01).
       01  WS-ASSIGN-COUNT          PIC 9(01).
       01  WS-REC-COUNT             PIC 9(07) VALUE 0.
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
                   PERFORM 1000-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-REC-COUNT
                   IF TX-CASH = 'Y' AND STATE-NORMAL
                       PERFORM 2000-EDIT-RECORD
                   END-IF
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       1000-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01CSHAS" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT ERR-RPT-FILE
           MOVE "M01 CASH-ASSIGN RECIPIENT UNIQUENESS EDIT"
               TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "M01 RECORDS READ: " WS-REC-COUNT
           STRING "RECORDS REJECTED: " WS-ERR-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           CLOSE ERR-RPT-FILE.

      * 僅計算實際已填(ACNT-NO非零)之申請人槽位中，CASH-ASSIGN='Y'
      * 者的個數；再併入 M01APPL 超額申請人明細檔中鍵值相同者之
      * CASH-ASSIGN='Y'個數(取自申請人清單)；恰為1才視為正常。
       2000-EDIT-RECORD.
           MOVE 0 TO WS-ASSIGN-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF ACNT-NO (WS-SUB) NOT = 0
                       AND CASH-ASSIGN (WS-SUB) = 'Y'
                   ADD 1 TO WS-ASSIGN-COUNT
               END-IF
           END-PERFORM

           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-SOURCE (APG-X) = 'A'
                       AND APG-CASH-ASSIGN (APG-X) = 'Y'
                   ADD 1 TO WS-ASSIGN-COUNT
               END-IF
           END-PERFORM


       3000-REJECT-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ETF-ID    TO WS-D-ETF-ID
           MOVE BROKER-ID TO WS-D-BROKER-ID
           MOVE TX-DATE   TO WS-D-TX-DATE
           MOVE SEQNO     TO WS-D-SEQNO
           MOVE WS-ASSIGN-COUNT  TO WS-D-ASSIGN-COUNT
           MOVE WS-REJECT-REASON TO WS-D-REASON
           MOVE WS-DETAIL-LINE   TO ERR-RPT-LINE
