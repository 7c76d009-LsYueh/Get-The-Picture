      * M0XLPRF - 日終前跨分類帳勾稽
      * 各分類帳自身收支平衡，但分類帳彼此間從未互相勾稽。本程式
      * 於 M0DCLSE 日終前執行，就系統營業日控制檔 SYSCON.DAT 之
      * 營業日勾稽:
      *   1. 持有單位:HOLDLED 各 ETF 持有單位數合計應等於
      *      ETFUNIT 流通在外單位數。
      *   2. 已回覆案件:狀態登錄檔 APLSTS.DAT 中狀態P(發行人已
      *      回覆)且處理結果'1'或'2'(部分受理)之案件，M04 歸檔檔
      *      M04HIST.DAT(同案件取資料日最後一筆)有現金差額者應有
      *      CSHLED 帳項，應收保證金大於零者應有 MGNLED 帳項。
      *   3. 已結案件:狀態C之案件不得尚有 CSHLED 未銷帳項或
      *      MGNLED 待收/已收未退帳項。
      * 各案件資料依案件鍵值排序合併比對。差異列示於 M0XLPRF.RPT
      * ；持有單位差異、及金額超過重大性門檻之案件差異為重大差
      * 異。門檻由控制檔 M0XLPRF.CTL(重大性門檻金額(9)，無或非
      * 數字者為0，即任何金額差異均屬重大)設定。勾稽結果寫入
      * XLPROOF.DAT 供 M0DCLSE 檢核:有重大差異者非經授權放行不
      * 得日終。有差異者 RETURN-CODE=4。
      *
      * 修改紀錄:
      *   2026-10-12  新增此程式
      *   2026-10-15  處理結果'2'(部分受理)之已回覆案件一併勾稽
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0XLPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M0XLPRF.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SYSCON-FILE ASSIGN TO "SYSCON.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLDLED-FILE ASSIGN TO "HOLDLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNITL-FILE ASSIGN TO "ETFUNIT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL APLSTS-FILE ASSIGN TO "APLSTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY.
           SELECT OPTIONAL M04H-FILE ASSIGN TO "M04HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CSHLED-FILE ASSIGN TO "CSHLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MGNLED-FILE ASSIGN TO "MGNLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XLPROOF-FILE ASSIGN TO "XLPROOF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "M0XLPRF.SRT".
           SELECT XLP-RPT-FILE ASSIGN TO "M0XLPRF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-THRESHOLD        PIC X(09).
           05  CTL-THRESHOLD-9 REDEFINES CTL-THRESHOLD
                                    PIC 9(09).

       FD  SYSCON-FILE.
       COPY syscon.

       FD  HOLDLED-FILE.
       COPY holdled.

       FD  UNITL-FILE.
       01  UNITL-REC.
           05  ULI-ETF-ID           PIC X(06).
           05  ULI-UNITS            PIC 9(15).
           05  FILLER               PIC X(09).

       FD  APLSTS-FILE.
       COPY aplsts.

       FD  M04H-FILE.
       COPY m04.

       FD  CSHLED-FILE.
       COPY cshled.

       FD  MGNLED-FILE.
       COPY mgnled.

       FD  XLPROOF-FILE.
       COPY xlproof.

      * 案件合併記錄:案件鍵值+來源(A 狀態/B 回覆/C 現金差額/
      * D 保證金)+資料日。
       SD  SORT-WORK.
       01  SRT-REC.
           05  SRT-KEY              PIC X(17).
           05  SRT-SOURCE           PIC X(01).
           05  SRT-DATE             PIC 9(08).
           05  SRT-STATUS           PIC X(01).
           05  SRT-RESULT           PIC X(01).
           05  SRT-CASH-DIF         PIC 9(09).
           05  SRT-MARGIN           PIC 9(09).
           05  SRT-AMOUNT           PIC 9(09).

       FD  XLP-RPT-FILE.
       01  XLP-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-EOF               PIC X VALUE 'N'.
           88  CTL-EOF                    VALUE 'Y'.
       01  WS-SYS-EOF               PIC X VALUE 'N'.
           88  SYS-EOF                    VALUE 'Y'.
       01  WS-HLD-EOF               PIC X VALUE 'N'.
           88  HLD-EOF                    VALUE 'Y'.
       01  WS-UNT-EOF               PIC X VALUE 'N'.
           88  UNT-EOF                    VALUE 'Y'.
       01  WS-AST-EOF               PIC X VALUE 'N'.
           88  AST-EOF                    VALUE 'Y'.
       01  WS-M04-EOF               PIC X VALUE 'N'.
           88  M04-EOF                    VALUE 'Y'.
       01  WS-CLG-EOF               PIC X VALUE 'N'.
           88  CLG-EOF                    VALUE 'Y'.
       01  WS-MGL-EOF               PIC X VALUE 'N'.
           88  MGL-EOF                    VALUE 'Y'.
       01  WS-SRT-EOF               PIC X VALUE 'N'.
           88  SRT-EOF                    VALUE 'Y'.

       01  WS-BUS-DATE              PIC 9(08) VALUE 0.
       01  WS-THRESHOLD             PIC 9(09) VALUE 0.
       01  WS-TIME-NOW              PIC 9(08).

      * 各 ETF 持有單位數合計與流通在外單位數。
       01  WS-ETF-COUNT             PIC 9(03) VALUE 0.
       01  WS-ETF-TABLE.
           05  WS-ETF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ETX.
               10  WS-ET-ID         PIC X(06).
               10  WS-ET-HELD       PIC 9(15).
               10  WS-ET-OUTSTAND   PIC 9(15).
       01  WS-SEARCH-ETF            PIC X(06).
       01  WS-ETF-HIT               PIC 9(03).
       01  WS-ETF-SKIPPED           PIC 9(05) VALUE 0.

      * 案件群組彙總。
       01  WS-SRT-REC.
           05  WR-KEY               PIC X(17).
           05  WR-SOURCE            PIC X(01).
           05  WR-DATE              PIC 9(08).
           05  WR-STATUS            PIC X(01).
           05  WR-RESULT            PIC X(01).
           05  WR-CASH-DIF          PIC 9(09).
           05  WR-MARGIN            PIC 9(09).
           05  WR-AMOUNT            PIC 9(09).
       01  WS-GRP-KEY               PIC X(17) VALUE SPACES.
       01  WS-GRP-OPEN              PIC X VALUE 'N'.
           88  GRP-OPEN                   VALUE 'Y'.
       01  WS-G-HAVE-STATUS         PIC X(01).
       01  WS-G-STATUS              PIC X(01).
       01  WS-G-RESULT              PIC X(01).
       01  WS-G-HAVE-REPLY          PIC X(01).
       01  WS-G-CASH-DIF            PIC 9(09).
       01  WS-G-MARGIN              PIC 9(09).
       01  WS-G-CSH-ITEMS           PIC 9(03).
       01  WS-G-CSH-OPEN            PIC 9(03).
       01  WS-G-CSH-OPEN-AMT        PIC 9(11).
       01  WS-G-MGN-ITEMS           PIC 9(03).
       01  WS-G-MGN-OPEN            PIC 9(03).
       01  WS-G-MGN-OPEN-AMT        PIC 9(11).

      * 差異列示參數。
       01  WS-BRK-CHECK             PIC X(30).
       01  WS-BRK-KEY               PIC X(17).
       01  WS-BRK-EXPECTED          PIC 9(15).
       01  WS-BRK-ACTUAL            PIC 9(15).
       01  WS-BRK-DIFF              PIC S9(15).
       01  WS-BRK-MATERIAL          PIC X(01).

       01  WS-UNIT-BREAKS           PIC 9(05) VALUE 0.
       01  WS-CASE-BREAKS           PIC 9(05) VALUE 0.
       01  WS-BREAK-COUNT           PIC 9(05) VALUE 0.
       01  WS-MATERIAL-COUNT        PIC 9(05) VALUE 0.
       01  WS-CASE-COUNT            PIC 9(07) VALUE 0.
       01  WS-REPLIED-COUNT         PIC 9(07) VALUE 0.
       01  WS-CLOSED-COUNT          PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "CROSS-LEDGER INTEGRITY PROOF - BREAK REPORT".
       01  WS-HDR-BRK.
           05  FILLER               PIC X(40) VALUE
               "CHECK                          ETF/CASE-".
           05  FILLER               PIC X(40) VALUE
               "KEY             EXPECTED          ACTUAL".
           05  FILLER               PIC X(25) VALUE
               "      DIFFERENCE MATERIAL".

       01  WS-BRK-LINE.
           05  WS-L-CHECK           PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-KEY             PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-EXPECTED        PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-ACTUAL          PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-DIFF            PIC -(14)9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-L-MATERIAL        PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT XLP-RPT-FILE
           MOVE WS-HDR-1 TO XLP-RPT-LINE
           WRITE XLP-RPT-LINE

           PERFORM 1000-INITIALIZE
           MOVE SPACES TO XLP-RPT-LINE
           WRITE XLP-RPT-LINE
           MOVE WS-HDR-BRK TO XLP-RPT-LINE
           WRITE XLP-RPT-LINE

           PERFORM 2000-PROVE-UNITS
           SORT SORT-WORK ON ASCENDING KEY SRT-KEY SRT-SOURCE SRT-DATE
               INPUT PROCEDURE IS 3000-RELEASE-CASES
               OUTPUT PROCEDURE IS 4000-PROVE-CASES

           IF WS-BREAK-COUNT = 0
               MOVE "  NO BREAKS" TO XLP-RPT-LINE
               WRITE XLP-RPT-LINE
           END-IF
           PERFORM 5000-WRITE-PROOF-RESULT
           PERFORM 6000-PRINT-SUMMARY

           CLOSE XLP-RPT-FILE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SYSCON-FILE
           READ SYSCON-FILE
               AT END SET SYS-EOF TO TRUE
           END-READ
           CLOSE SYSCON-FILE
           IF NOT SYS-EOF
               MOVE SYS-BUS-DATE TO WS-BUS-DATE
           END-IF
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           CLOSE CTL-FILE
           IF NOT CTL-EOF AND CTL-THRESHOLD IS NUMERIC
               MOVE CTL-THRESHOLD-9 TO WS-THRESHOLD
           END-IF
           MOVE SPACES TO XLP-RPT-LINE
           STRING "BUSINESS DATE: " WS-BUS-DATE
               "   MATERIALITY THRESHOLD: " WS-THRESHOLD
               DELIMITED BY SIZE INTO XLP-RPT-LINE
           WRITE XLP-RPT-LINE.

      * 持有單位:HOLDLED 依 ETF 合計與 ETFUNIT 流通在外比對，
      * 一方無該 ETF 者以零計。
       2000-PROVE-UNITS.
           OPEN INPUT HOLDLED-FILE
           PERFORM UNTIL HLD-EOF
               READ HOLDLED-FILE
                   AT END SET HLD-EOF TO TRUE
                   NOT AT END
                       MOVE HLD-ETF-ID TO WS-SEARCH-ETF
                       PERFORM 2900-FIND-ETF
                       IF WS-ETF-HIT > 0
                           ADD HLD-UNITS TO WS-ET-HELD(WS-ETX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDLED-FILE
           OPEN INPUT UNITL-FILE
           PERFORM UNTIL UNT-EOF
               READ UNITL-FILE
                   AT END SET UNT-EOF TO TRUE
                   NOT AT END
                       MOVE ULI-ETF-ID TO WS-SEARCH-ETF
                       PERFORM 2900-FIND-ETF
                       IF WS-ETF-HIT > 0
                           ADD ULI-UNITS TO WS-ET-OUTSTAND(WS-ETX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNITL-FILE
           PERFORM VARYING WS-ETX FROM 1 BY 1
                   UNTIL WS-ETX > WS-ETF-COUNT
               IF WS-ET-HELD(WS-ETX) NOT = WS-ET-OUTSTAND(WS-ETX)
                   MOVE "HOLDLED UNITS VS ETFUNIT"
                       TO WS-BRK-CHECK
                   MOVE WS-ET-ID(WS-ETX)       TO WS-BRK-KEY
                   MOVE WS-ET-OUTSTAND(WS-ETX) TO WS-BRK-EXPECTED
                   MOVE WS-ET-HELD(WS-ETX)     TO WS-BRK-ACTUAL
                   MOVE 'Y' TO WS-BRK-MATERIAL
                   ADD 1 TO WS-UNIT-BREAKS
                   PERFORM 8000-PRINT-BREAK
               END-IF
           END-PERFORM
           IF WS-ETF-SKIPPED > 0
               MOVE SPACES TO XLP-RPT-LINE
               STRING "*** ETF TABLE FULL - " WS-ETF-SKIPPED
                   " LEDGER RECORDS NOT PROVED ***"
                   DELIMITED BY SIZE INTO XLP-RPT-LINE
               WRITE XLP-RPT-LINE
               MOVE "ETF TABLE FULL" TO WS-BRK-CHECK
               MOVE SPACES TO WS-BRK-KEY
               MOVE 0 TO WS-BRK-EXPECTED WS-BRK-ACTUAL
               MOVE 'Y' TO WS-BRK-MATERIAL
               PERFORM 8000-PRINT-BREAK
           END-IF.

      * 查找 ETF，查無者新增一列；表滿則回覆0。
       2900-FIND-ETF.
           MOVE 0 TO WS-ETF-HIT
           PERFORM VARYING WS-ETX FROM 1 BY 1
                   UNTIL WS-ETX > WS-ETF-COUNT
               IF WS-ET-ID(WS-ETX) = WS-SEARCH-ETF
                   SET WS-ETF-HIT TO WS-ETX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ETF-COUNT < 500
               ADD 1 TO WS-ETF-COUNT
               SET WS-ETX TO WS-ETF-COUNT
               MOVE WS-SEARCH-ETF TO WS-ET-ID(WS-ETX)
               MOVE 0 TO WS-ET-HELD(WS-ETX) WS-ET-OUTSTAND(WS-ETX)
               SET WS-ETF-HIT TO WS-ETX
           ELSE
               ADD 1 TO WS-ETF-SKIPPED
           END-IF.

      * 案件狀態、發行人回覆及兩分類帳帳項依案件鍵值釋出合併。
       3000-RELEASE-CASES.
           OPEN INPUT APLSTS-FILE
           PERFORM UNTIL AST-EOF
               READ APLSTS-FILE NEXT RECORD
                   AT END SET AST-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-SRT-REC
                       MOVE 0 TO WR-DATE WR-CASH-DIF WR-MARGIN
                                 WR-AMOUNT
                       MOVE AST-KEY    TO WR-KEY
                       MOVE 'A'        TO WR-SOURCE
                       MOVE AST-STATUS TO WR-STATUS
                       MOVE AST-RESULT TO WR-RESULT
                       RELEASE SRT-REC FROM WS-SRT-REC
               END-READ
           END-PERFORM
           CLOSE APLSTS-FILE

           OPEN INPUT M04H-FILE
           PERFORM UNTIL M04-EOF
               READ M04H-FILE
                   AT END SET M04-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-SRT-REC
                       MOVE ETF-ID OF M04    TO WR-KEY(1:6)
                       MOVE TX-DATE OF M04   TO WR-KEY(7:8)
                       MOVE SEQNO OF M04     TO WR-KEY(15:3)
                       MOVE 'B'              TO WR-SOURCE
                       MOVE PROC-DATE OF M04 TO WR-DATE
                       MOVE RESULT OF M04    TO WR-RESULT
                       MOVE CASH-DIF-AMOUNT-9 OF M04 TO WR-CASH-DIF
                       MOVE MARGIN-AMOUNT OF M04     TO WR-MARGIN
                       MOVE 0                TO WR-AMOUNT
                       RELEASE SRT-REC FROM WS-SRT-REC
               END-READ
           END-PERFORM
           CLOSE M04H-FILE

           OPEN INPUT CSHLED-FILE
           PERFORM UNTIL CLG-EOF
               READ CSHLED-FILE
                   AT END SET CLG-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-SRT-REC
                       MOVE CLG-KEY       TO WR-KEY
                       MOVE 'C'           TO WR-SOURCE
                       MOVE CLG-POST-DATE TO WR-DATE
                       MOVE CLG-STATUS    TO WR-STATUS
                       MOVE 0 TO WR-CASH-DIF WR-MARGIN
                       MOVE CLG-AMOUNT    TO WR-AMOUNT
                       RELEASE SRT-REC FROM WS-SRT-REC
               END-READ
           END-PERFORM
           CLOSE CSHLED-FILE

           OPEN INPUT MGNLED-FILE
           PERFORM UNTIL MGL-EOF
               READ MGNLED-FILE
                   AT END SET MGL-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-SRT-REC
                       MOVE MGL-KEY       TO WR-KEY
                       MOVE 'D'           TO WR-SOURCE
                       MOVE MGL-OPEN-DATE TO WR-DATE
                       MOVE MGL-STATUS    TO WR-STATUS
                       MOVE 0 TO WR-CASH-DIF WR-MARGIN
                       MOVE MGL-AMOUNT    TO WR-AMOUNT
                       RELEASE SRT-REC FROM WS-SRT-REC
               END-READ
           END-PERFORM
           CLOSE MGNLED-FILE.

       4000-PROVE-CASES.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK INTO WS-SRT-REC
                   AT END SET SRT-EOF TO TRUE
                   NOT AT END
                       IF GRP-OPEN AND WR-KEY NOT = WS-GRP-KEY
                           PERFORM 4200-END-CASE
                       END-IF
                       IF NOT GRP-OPEN
                           PERFORM 4100-START-CASE
                       END-IF
                       PERFORM 4150-ADD-TO-CASE
               END-RETURN
           END-PERFORM
           IF GRP-OPEN
               PERFORM 4200-END-CASE
           END-IF.

       4100-START-CASE.
           SET GRP-OPEN TO TRUE
           MOVE WR-KEY TO WS-GRP-KEY
           MOVE 'N' TO WS-G-HAVE-STATUS WS-G-HAVE-REPLY
           MOVE SPACES TO WS-G-STATUS WS-G-RESULT
           MOVE 0 TO WS-G-CASH-DIF WS-G-MARGIN
                     WS-G-CSH-ITEMS WS-G-CSH-OPEN WS-G-CSH-OPEN-AMT
                     WS-G-MGN-ITEMS WS-G-MGN-OPEN WS-G-MGN-OPEN-AMT.

      * 同案件多筆回覆依資料日遞增，取末筆。
       4150-ADD-TO-CASE.
           EVALUATE WR-SOURCE
               WHEN 'A'
                   MOVE 'Y'       TO WS-G-HAVE-STATUS
                   MOVE WR-STATUS TO WS-G-STATUS
                   MOVE WR-RESULT TO WS-G-RESULT
               WHEN 'B'
                   MOVE 'Y'         TO WS-G-HAVE-REPLY
                   MOVE WR-CASH-DIF TO WS-G-CASH-DIF
                   MOVE WR-MARGIN   TO WS-G-MARGIN
               WHEN 'C'
                   ADD 1 TO WS-G-CSH-ITEMS
                   IF WR-STATUS = 'O'
                       ADD 1 TO WS-G-CSH-OPEN
                       ADD WR-AMOUNT TO WS-G-CSH-OPEN-AMT
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-G-MGN-ITEMS
                   IF WR-STATUS = 'O' OR WR-STATUS = 'C'
                       ADD 1 TO WS-G-MGN-OPEN
                       ADD WR-AMOUNT TO WS-G-MGN-OPEN-AMT
                   END-IF
           END-EVALUATE.

       4200-END-CASE.
           MOVE 'N' TO WS-GRP-OPEN
           IF WS-G-HAVE-STATUS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASE-COUNT
           MOVE WS-GRP-KEY TO WS-BRK-KEY
           EVALUATE WS-G-STATUS
               WHEN 'P'
                   IF WS-G-RESULT = '1' OR WS-G-RESULT = '2'
                       ADD 1 TO WS-REPLIED-COUNT
                       PERFORM 4300-PROVE-REPLIED-CASE
                   END-IF
               WHEN 'C'
                   ADD 1 TO WS-CLOSED-COUNT
                   PERFORM 4400-PROVE-CLOSED-CASE
           END-EVALUATE.

      * 已回覆成功/部分受理案件:應有之分類帳帳項。
       4300-PROVE-REPLIED-CASE.
           IF WS-G-HAVE-REPLY NOT = 'Y'
               MOVE "REPLIED CASE - NO M04 ON FILE" TO WS-BRK-CHECK
               MOVE 0 TO WS-BRK-EXPECTED WS-BRK-ACTUAL
               PERFORM 4900-CASE-BREAK
               EXIT PARAGRAPH
           END-IF
           IF WS-G-CASH-DIF > 0 AND WS-G-CSH-ITEMS = 0
               MOVE "CASH DIFF - NO CSHLED ITEM" TO WS-BRK-CHECK
               MOVE WS-G-CASH-DIF TO WS-BRK-EXPECTED
               MOVE 0 TO WS-BRK-ACTUAL
               PERFORM 4900-CASE-BREAK
           END-IF
           IF WS-G-MARGIN > 0 AND WS-G-MGN-ITEMS = 0
               MOVE "MARGIN DUE - NO MGNLED ITEM" TO WS-BRK-CHECK
               MOVE WS-G-MARGIN TO WS-BRK-EXPECTED
               MOVE 0 TO WS-BRK-ACTUAL
               PERFORM 4900-CASE-BREAK
           END-IF.

      * 已結案件:不得尚有未了結之分類帳帳項。
       4400-PROVE-CLOSED-CASE.
           IF WS-G-CSH-OPEN > 0
               MOVE "CLOSED CASE - OPEN CSHLED ITEM" TO WS-BRK-CHECK
               MOVE 0 TO WS-BRK-EXPECTED
               MOVE WS-G-CSH-OPEN-AMT TO WS-BRK-ACTUAL
               PERFORM 4900-CASE-BREAK
           END-IF
           IF WS-G-MGN-OPEN > 0
               MOVE "CLOSED CASE - OPEN MGNLED ITEM" TO WS-BRK-CHECK
               MOVE 0 TO WS-BRK-EXPECTED
               MOVE WS-G-MGN-OPEN-AMT TO WS-BRK-ACTUAL
               PERFORM 4900-CASE-BREAK
           END-IF.

      * 案件差異金額超過重大性門檻者為重大差異。
       4900-CASE-BREAK.
           ADD 1 TO WS-CASE-BREAKS
           IF WS-BRK-EXPECTED > WS-THRESHOLD
                   OR WS-BRK-ACTUAL > WS-THRESHOLD
               MOVE 'Y' TO WS-BRK-MATERIAL
           ELSE
               MOVE 'N' TO WS-BRK-MATERIAL
           END-IF
           PERFORM 8000-PRINT-BREAK.

      * 勾稽結果檔:重大差異者記 B 供 M0DCLSE 拒絕日終。
       5000-WRITE-PROOF-RESULT.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO XL-PROOF-REC
           MOVE WS-BUS-DATE       TO XLP-BUS-DATE
           IF WS-MATERIAL-COUNT > 0
               SET XLP-MATERIAL-BREAK TO TRUE
           ELSE
               SET XLP-PASSED TO TRUE
           END-IF
           MOVE WS-BREAK-COUNT    TO XLP-BREAKS
           MOVE WS-MATERIAL-COUNT TO XLP-MATERIAL
           MOVE WS-THRESHOLD      TO XLP-THRESHOLD
           MOVE WS-TIME-NOW(1:6)  TO XLP-RUN-TIME
           OPEN OUTPUT XLPROOF-FILE
           WRITE XL-PROOF-REC
           CLOSE XLPROOF-FILE
           IF WS-BREAK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       6000-PRINT-SUMMARY.
           MOVE SPACES TO XLP-RPT-LINE
           WRITE XLP-RPT-LINE
           STRING "ETFS PROVED............: " WS-ETF-COUNT
               DELIMITED BY SIZE INTO XLP-RPT-LINE
           WRITE XLP-RPT-LINE
           MOVE SPACES TO XLP-RPT-LINE
           STRING "CASES ON APLSTS........: " WS-CASE-COUNT
               DELIMITED BY SIZE INTO XLP-RPT-LINE
           WRITE XLP-RPT-LINE
           MOVE SPACES TO XLP-RPT-LINE
           STRING "REPLIED CASES PROVED...: " WS-REPLIED-COUNT
               DELIMITED BY SIZE INTO XLP-RPT-LINE
           WRITE XLP-RPT-LINE
           MOVE SPACES TO XLP-RPT-LINE
           STRING "CLOSED CASES PROVED....: " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO XLP-RPT-LINE
           WRITE XLP-RPT-LINE
           MOVE SPACES TO XLP-RPT-LINE
           STRING "UNIT BREAKS............: " WS-UNIT-BREAKS
               DELIMITED BY SIZE INTO XLP-RPT-LINE
           WRITE XLP-RPT-LINE
           MOVE SPACES TO XLP-RPT-LINE
           STRING "CASE BREAKS............: " WS-CASE-BREAKS
               DELIMITED BY SIZE INTO XLP-RPT-LINE
           WRITE XLP-RPT-LINE
           MOVE SPACES TO XLP-RPT-LINE
           STRING "MATERIAL BREAKS........: " WS-MATERIAL-COUNT
               DELIMITED BY SIZE INTO XLP-RPT-LINE
           WRITE XLP-RPT-LINE
           MOVE SPACES TO XLP-RPT-LINE
           IF WS-MATERIAL-COUNT > 0
               MOVE "PROOF RESULT: MATERIAL BREAKS - DAY CLOSE BLOCKED"
                   TO XLP-RPT-LINE
           ELSE
               MOVE "PROOF RESULT: PASSED" TO XLP-RPT-LINE
           END-IF
           WRITE XLP-RPT-LINE.

       8000-PRINT-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-BRK-MATERIAL = 'Y'
               ADD 1 TO WS-MATERIAL-COUNT
           END-IF
           COMPUTE WS-BRK-DIFF = WS-BRK-ACTUAL - WS-BRK-EXPECTED
           MOVE SPACES TO WS-BRK-LINE
           MOVE WS-BRK-CHECK    TO WS-L-CHECK
           MOVE WS-BRK-KEY      TO WS-L-KEY
           MOVE WS-BRK-EXPECTED TO WS-L-EXPECTED
           MOVE WS-BRK-ACTUAL   TO WS-L-ACTUAL
           MOVE WS-BRK-DIFF     TO WS-L-DIFF
           MOVE WS-BRK-MATERIAL TO WS-L-MATERIAL
           MOVE WS-BRK-LINE TO XLP-RPT-LINE
           WRITE XLP-RPT-LINE.
