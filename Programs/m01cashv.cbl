      *   2026-08-21  跨幣別現金申贖:非NTD幣別依每日匯率主檔
      *               (FXRATE.DAT)折算新台幣後檢核合理區間，
      *               查無匯率之幣別逕列例外
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄(含溢位申請人)，
      *               不再自行讀檔；報表內容不變，檔名依分流加
      *               副檔名(.RPT/.RPn)
      *   2026-10-15  逾時順延之申報(ROLL-TX-DATE 非0)依順延申請日
      *               判定適用之匯率
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01CASHV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERR-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FXRATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERR-RPT-FILE.
       01  ERR-RPT-LINE             PIC X(132).

       COPY fxrate.

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
      * 每基數合理現金申贖金額區間(新台幣)，供離譜鍵值檢核用，
      * 可依實際商品類型調整。
       01  WS-MIN-PER-UNIT-AMOUNT   PIC 9(09) VALUE 100.
           88  RATE-FOUND                 VALUE 'Y'.
       01  WS-CUR-RATE              PIC 9(04)V9(06).
       01  WS-BEST-DATE             PIC 9(08).
      * 判定用申請日(逾時順延者取順延申請日)。
       01  WS-DEAL-DATE             PIC 9(08).
       01  WS-NTD-AMOUNT            PIC 9(18).

       01  WS-NET-AMOUNT            PIC S9(18) COMP-3.
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
                   PERFORM 1500-LOAD-FX-TABLE
                   PERFORM 1000-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-REC-COUNT
                   IF TX-CASH = 'Y'
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM 2000-EDIT-AMOUNT
                   END-IF
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       1000-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01CASHV" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT ERR-RPT-FILE
           MOVE "CASH REDEMPTION AMOUNT SANITY CHECK" TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "M01 RECORDS READ....: " WS-REC-COUNT
           STRING "RECORDS FLAGGED.....: " WS-ERR-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           CLOSE ERR-RPT-FILE.

      * 讀入每日匯率主檔(可無)。
       1500-LOAD-FX-TABLE.
           END-PERFORM
           CLOSE FXRATE-FILE.

      * 取該幣別不晚於申請日(順延者為順延申請日)之最近匯率。
       1600-FIND-FX-RATE.
           MOVE TX-DATE TO WS-DEAL-DATE
           IF NOT TRAN-CODE-REVERSAL AND ROLL-TX-DATE IS NUMERIC
                   AND ROLL-TX-DATE > 0
               MOVE ROLL-TX-DATE TO WS-DEAL-DATE
           END-IF
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 0 TO WS-CUR-RATE WS-BEST-DATE
           IF WS-FX-COUNT > 0
               PERFORM VARYING WS-FXX FROM 1 BY 1
                       UNTIL WS-FXX > WS-FX-COUNT
                   IF WS-FX-CCY(WS-FXX) = CURRENCY-CODE
                           AND WS-FX-DATE(WS-FXX) <= WS-DEAL-DATE
                           AND WS-FX-DATE(WS-FXX) >= WS-BEST-DATE
                       SET RATE-FOUND TO TRUE
                       MOVE WS-FX-DATE(WS-FXX) TO WS-BEST-DATE
