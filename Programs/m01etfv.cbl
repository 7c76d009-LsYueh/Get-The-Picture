      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄(含溢位申請人)，
      *               不再自行讀檔；報表內容不變，檔名依分流加
      *               副檔名(.RPT/.RPn)
      *   2026-10-04  依基金申贖暫停行事曆主檔(SUSCAL.DAT)拒收申請
      *               日落於該交易種類暫停期間之申報，註記錯誤代碼
      *               'DS'(經 M0ERRDT)並列示暫停原因；基金狀態開關
      *               檢核不變
      *   2026-10-15  逾時順延之申報(ROLL-TX-DATE 非0)依順延申請日
      *               判定暫停期間
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01ETFV.
       FILE-CONTROL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSCAL-FILE ASSIGN TO "SUSCAL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ERR-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  ETFMST-FILE.
       COPY etfmst.

       FD  SUSCAL-FILE.
       COPY suscal.

       FD  ERR-RPT-FILE.
       01  ERR-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-EOF                   PIC X VALUE 'N'.
           88  FILE-EOF                   VALUE 'Y'.

               10  WS-ET-CASH-ALLOW PIC X(01).
               10  WS-ET-STATUS     PIC X(01).

      * 申贖暫停期間(依基金+交易種類+起日排序)。
       01  WS-SUS-TABLE.
           05  WS-SUS-COUNT         PIC 9(04) VALUE 0.
           05  WS-SUS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SSX.
               10  WS-SS-ETF-ID     PIC X(06).
               10  WS-SS-TX-KIND    PIC X(01).
               10  WS-SS-FROM       PIC 9(08).
               10  WS-SS-TO         PIC 9(08).
               10  WS-SS-REASON     PIC X(20).
       01  WS-SUS-EOF               PIC X VALUE 'N'.
           88  SUS-EOF                    VALUE 'Y'.

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ETF-FOUND                  VALUE 'Y'.
       01  WS-HIT-IX                PIC 9(05).
      * 判定用申請日(逾時順延者取順延申請日)。
       01  WS-DEAL-DATE             PIC 9(08).

       01  WS-REC-COUNT             PIC 9(07) VALUE 0.
       01  WS-ERR-COUNT             PIC 9(07) VALUE 0.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-REASON          PIC X(44).

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
                   PERFORM 1100-LOAD-SUSCAL
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-REC-COUNT
                   PERFORM 3000-EDIT-FUND
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

      * 讀入ETF基金基本資料主檔，假設已依ETF代號遞增排序，供
      * SEARCH ALL 使用；未使用之表格項目先填HIGH-VALUES，使其
           CLOSE ETFMST-FILE
           MOVE 'N' TO WS-EOF.

      * 載入申贖暫停行事曆；檔案未提供時視為無暫停期間。
       1100-LOAD-SUSCAL.
           MOVE 0 TO WS-SUS-COUNT
           OPEN INPUT SUSCAL-FILE
           PERFORM UNTIL SUS-EOF
               READ SUSCAL-FILE
                   AT END SET SUS-EOF TO TRUE
                   NOT AT END
                       IF WS-SUS-COUNT < 2000
                           ADD 1 TO WS-SUS-COUNT
                           SET WS-SSX TO WS-SUS-COUNT
                           MOVE SCL-ETF-ID  TO WS-SS-ETF-ID(WS-SSX)
                           MOVE SCL-TX-KIND TO WS-SS-TX-KIND(WS-SSX)
                           MOVE SCL-FROM-DATE
                               TO WS-SS-FROM(WS-SSX)
                           MOVE SCL-TO-DATE TO WS-SS-TO(WS-SSX)
                           MOVE SCL-REASON  TO WS-SS-REASON(WS-SSX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSCAL-FILE.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01ETFV" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT ERR-RPT-FILE
           MOVE WS-HDR-1 TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           MOVE WS-HDR-2 TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-REC-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "EXCEPTIONS REPORTED....: " WS-ERR-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           CLOSE ERR-RPT-FILE.

       3000-EDIT-FUND.
           SET WS-ETX TO 1
                       TO WS-D-REASON
                   PERFORM 4000-PRINT-EXCEPTION
               END-IF
               PERFORM 3100-CHECK-SUSPENSION
           END-IF.

      * 申請日落於該基金該交易種類之暫停期間(起迄日均含)者拒收。
       3100-CHECK-SUSPENSION.
           MOVE TX-DATE TO WS-DEAL-DATE
           IF NOT TRAN-CODE-REVERSAL AND ROLL-TX-DATE IS NUMERIC
                   AND ROLL-TX-DATE > 0
               MOVE ROLL-TX-DATE TO WS-DEAL-DATE
           END-IF
           PERFORM VARYING WS-SSX FROM 1 BY 1
                   UNTIL WS-SSX > WS-SUS-COUNT
               IF WS-SS-ETF-ID(WS-SSX) = ETF-ID
                       AND WS-SS-TX-KIND(WS-SSX) = TX-KIND
                       AND WS-DEAL-DATE >= WS-SS-FROM(WS-SSX)
                       AND WS-DEAL-DATE <= WS-SS-TO(WS-SSX)
                   MOVE SPACES TO WS-D-REASON
                   STRING "DEALING SUSPENDED: " WS-SS-REASON(WS-SSX)
                       DELIMITED BY SIZE INTO WS-D-REASON
                   PERFORM 4000-PRINT-EXCEPTION
                   MOVE "DS" TO ERD-NEW-CODE
                   PERFORM 9500-RECORD-ERROR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4000-PRINT-EXCEPTION.
           MOVE ETF-ID            TO WS-D-ETF-ID
           MOVE BROKER-ID         TO WS-D-BROKER-ID
           MOVE WS-DETAIL-LINE    TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           ADD 1 TO WS-ERR-COUNT.

       9500-RECORD-ERROR.
           MOVE "M01"      TO ERD-REC-TYPE
           MOVE ETF-ID     TO ERD-ETF-ID
           MOVE BROKER-ID  TO ERD-BROKER-ID
           MOVE TX-DATE    TO ERD-TX-DATE
           MOVE SEQNO      TO ERD-SEQNO
           MOVE SPACES     TO ERD-STKNO
           MOVE ERROR-CODE TO ERD-CUR-CODE
           MOVE "M01ETFV"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
