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
       PROGRAM-ID. M01KACV.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ERR-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  CUST-FILE.
       COPY custmst.

       FD  ERR-RPT-FILE.
       01  ERR-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-EOF                   PIC X VALUE 'N'.
           88  FILE-EOF                   VALUE 'Y'.

       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT        PIC 9(05) VALUE 0.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-REASON          PIC X(46).

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 1000-LOAD-CUST-TABLE
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-REC-COUNT
                   PERFORM 3000-EDIT-APPLICANTS
                   PERFORM 3100-EDIT-OVERFLOW-GROUP
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

      * 讀入保管銀行帳號主檔，假設已依帳號遞增排序，供 SEARCH ALL
      * 使用。
           CLOSE CUST-FILE
           MOVE 'N' TO WS-EOF.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01KACV" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT ERR-RPT-FILE
           MOVE "M01 CUSTODIAN BANK ACCOUNT (KEEP-ACNT) VALIDATION"
               TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-REC-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "ACCOUNTS CHECKED.......: " WS-CHECKED-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "ACCOUNTS REJECTED......: " WS-ERR-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           CLOSE ERR-RPT-FILE.

      * 逐一檢核每位已填申請人(依 APPLIER-NUMBER，上限3)之保管銀行
      * 帳號；帳號空白者視為未指定保管帳號，不予檢核。
       3000-EDIT-APPLICANTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > APPLIER-NUMBER
                      OR WS-SUB > 3
               IF KEEP-ACNT (WS-SUB) NOT = SPACES
                   ADD 1 TO WS-CHECKED-COUNT
                   MOVE ETF-ID          TO WS-CUR-ETF-ID
                   MOVE BROKER-ID       TO WS-CUR-BROKER-ID
                   MOVE TX-DATE         TO WS-CUR-TX-DATE
                   MOVE SEQNO           TO WS-CUR-SEQNO
                   MOVE WS-SUB          TO WS-CUR-SUB
                   MOVE KEEP-ACNT (WS-SUB) TO WS-CUR-KEEP-ACNT
                   PERFORM 4000-EDIT-KEEP-ACNT
               END-IF
           END-PERFORM.

      * 併檢申請人清單中來自 M01APPL 超額申請人明細檔(第4筆以後)
      * 之保管銀行帳號；M01 內建槽位已於前段檢核，此處不再重複。
       3100-EDIT-OVERFLOW-GROUP.
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-SOURCE (APG-X) = 'A'
                       AND APG-KEEP-ACNT (APG-X) NOT = SPACES
                   ADD 1 TO WS-CHECKED-COUNT
                   MOVE ETF-ID          TO WS-CUR-ETF-ID
                   MOVE BROKER-ID       TO WS-CUR-BROKER-ID
                   MOVE TX-DATE         TO WS-CUR-TX-DATE
                   MOVE SEQNO           TO WS-CUR-SEQNO
                   MOVE APG-APPL-INDEX (APG-X) TO WS-CUR-SUB
                   MOVE APG-KEEP-ACNT (APG-X)  TO WS-CUR-KEEP-ACNT
                   PERFORM 4000-EDIT-KEEP-ACNT
               END-IF
           END-PERFORM.

