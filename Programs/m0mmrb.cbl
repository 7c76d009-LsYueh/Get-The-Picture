      * M0MMRB - 造市商申贖獎勵退佣月計算作業
      * 發行人為提高造市商申購買回意願，依基金訂定退佣級距(每月
      * 受理基數愈多，每基數退佣愈高)，現行由業務每月自 M01 報
      * 表人工點算後另以支票退還，與月結帳單無法勾稽。本程式依
      * 計算年月(M0MMRB.CTL: 計算年月(6)+處理日(8))每月執行:
      *   1. 自申報歷史檔 M01HIST.DAT 挑出申請日屬當月、正常申報
      *      (異動碼空白、註記空白、錯誤代碼空白)且申報券商於
      *      BRKMST 為造市商(BRK-MST-CLASS-MM)之案件，排除其後經
      *      取消/沖正者，並以發行人回覆歸檔 M04HIST.DAT 受理成功
      *      (RESULT-SUCCESS)或部分受理(RESULT-PARTIAL)者為準，依
      *      券商+基金彙總申購及買回基數(APPLICATION-UNITS；部分
      *      受理者取受理基數 ACCEPTED-UNITS)。
      *   2. 依退佣級距主檔 RBTMST.DAT 取該基金於當月月底有效之
      *      最新版費率表，以彙總基數落點級距之每基數退佣金額乘
      *      全部基數計算退佣(四捨五入計至元)。
      *   3. 寫出退佣明細檔 MMRBT.DAT(每券商每基金一筆)，由
      *      M0INVC 於同帳單年月帳單列為退佣減項；並產出各造市商
      *      退佣計算單 M0MMRB.RPT。
      *
      * 假設: 同一案件於 M04HIST 重複回覆者僅計一次；取消/沖正所
      *       指原案以 ETF代號+原申請日(沖正用 ORIG-TX-DATE，取
      *       消用 TX-DATE)+CANCEL-SEQNO 比對；無適用級距之基金
      *       不計退佣並於報表列示。
      *
      * 修改紀錄:
      *   2026-10-09  新增此程式
      *   2026-10-15  部分受理(RESULT-PARTIAL)案件一併計算退佣，基數
      *               以受理基數(ACCEPTED-UNITS)計
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0MMRB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0MMRB.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL M01-HIST-FILE ASSIGN TO "M01HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M04-HIST-FILE ASSIGN TO "M04HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BRKMST-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RBTMST-FILE ASSIGN TO "RBTMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MMRBT-FILE ASSIGN TO "MMRBT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MMRB-RPT-FILE ASSIGN TO "M0MMRB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-AP ASSIGN TO "M0MMRB.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-CALC-YM          PIC 9(06).
           05  CTL-PROC-DATE        PIC 9(08).

       FD  M01-HIST-FILE.
       COPY m01.

       FD  M04-HIST-FILE.
       COPY m04.

       FD  BRKMST-FILE.
       COPY brkmst.

       FD  RBTMST-FILE.
       COPY rbtmst.

       FD  MMRBT-FILE.
       COPY mmrbt.

       FD  MMRB-RPT-FILE.
       01  MMRB-RPT-LINE            PIC X(132).

      * 記錄別 'A' 當月造市商申報案件 / 'X' 取消沖正所指原案；
      * 同鍵值 'A' 排於 'X' 之前。
       SD  SORT-WORK-AP.
       01  SAP-REC.
           05  SAP-KEY.
               10  SAP-ETF-ID       PIC X(06).
               10  SAP-TX-DATE      PIC 9(08).
               10  SAP-SEQNO        PIC X(03).
           05  SAP-TYPE             PIC X(01).
           05  SAP-BROKER-ID        PIC X(04).
           05  SAP-TX-KIND          PIC X(01).
           05  SAP-UNITS            PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-M04-EOF               PIC X VALUE 'N'.
           88  M04-EOF                    VALUE 'Y'.
       01  WS-BRK-EOF               PIC X VALUE 'N'.
           88  BRK-EOF                    VALUE 'Y'.
       01  WS-RBT-EOF               PIC X VALUE 'N'.
           88  RBT-EOF                    VALUE 'Y'.
       01  WS-SAP-EOF               PIC X VALUE 'N'.
           88  SAP-EOF                    VALUE 'Y'.

       01  WS-CALC-YM               PIC 9(06).
       01  WS-PROC-DATE             PIC 9(08).
       01  WS-MONTH-END             PIC 9(08).
       01  WS-TX-YM                 PIC 9(06).

      * 造市商(BRKMST 類別 'M')。
       01  WS-MM-TABLE.
           05  WS-MM-COUNT          PIC 9(03) VALUE 0.
           05  WS-MM-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-MMX.
               10  WS-MM-ID         PIC X(04).
               10  WS-MM-NAME       PIC X(30).
       01  WS-MM-FOUND              PIC X(01).

      * 當月造市商案件(排序後載入，已排除取消/沖正)，供 SEARCH
      * ALL 比對發行人受理回覆。
       01  WS-AP-TABLE.
           05  WS-AP-COUNT          PIC 9(05) VALUE 0.
           05  WS-AP-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-AP-KEY
                   INDEXED BY WS-APX.
               10  WS-AP-KEY.
                   15  WS-AP-ETF-ID PIC X(06).
                   15  WS-AP-TX-DATE PIC 9(08).
                   15  WS-AP-SEQNO  PIC X(03).
               10  WS-AP-BROKER-ID  PIC X(04).
               10  WS-AP-TX-KIND    PIC X(01).
               10  WS-AP-UNITS      PIC 9(03).
               10  WS-AP-COUNTED    PIC X(01).
       01  WS-HOLD-REC.
           05  WS-HOLD-KEY          PIC X(17).
           05  WS-HOLD-TYPE         PIC X(01).
           05  WS-HOLD-BROKER-ID    PIC X(04).
           05  WS-HOLD-TX-KIND      PIC X(01).
           05  WS-HOLD-UNITS        PIC 9(03).
       01  WS-HOLD-EXCLUDED         PIC X(01).
       01  WS-ARG-AP-KEY.
           05  WS-ARG-ETF-ID        PIC X(06).
           05  WS-ARG-TX-DATE       PIC 9(08).
           05  WS-ARG-SEQNO         PIC X(03).

      * 券商+基金彙總及計算結果。
       01  WS-SUM-TABLE.
           05  WS-SUM-COUNT         PIC 9(04) VALUE 0.
           05  WS-SUM-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-SMX.
               10  WS-SM-BROKER-ID  PIC X(04).
               10  WS-SM-ETF-ID     PIC X(06).
               10  WS-SM-CR-UNITS   PIC 9(07).
               10  WS-SM-RD-UNITS   PIC 9(07).
       01  WS-SUM-HIT               PIC 9(04).
       01  WS-CASE-UNITS            PIC 9(03).

      * 退佣級距主檔(全部版本)。
       01  WS-RBT-TABLE.
           05  WS-RBT-COUNT         PIC 9(04) VALUE 0.
           05  WS-RBT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RBX.
               10  WS-RB-ETF-ID     PIC X(06).
               10  WS-RB-EFF-FROM   PIC 9(08).
               10  WS-RB-EFF-TO     PIC 9(08).
               10  WS-RB-TIER-FROM  PIC 9(07).
               10  WS-RB-TIER-TO    PIC 9(07).
               10  WS-RB-UNIT-REBATE PIC 9(07)V9(02).
       01  WS-VERSION-FROM          PIC 9(08).
       01  WS-TIER-HIT              PIC 9(04).

       01  WS-TOT-UNITS             PIC 9(07).
       01  WS-UNIT-REBATE           PIC 9(07)V9(02).
       01  WS-REBATE-AMT            PIC 9(11).
       01  WS-BRK-FUNDS             PIC 9(04).
       01  WS-BRK-UNITS             PIC 9(09).
       01  WS-BRK-REBATE            PIC 9(13).

       01  WS-M01-READ              PIC 9(07) VALUE 0.
       01  WS-M01-SELECTED          PIC 9(07) VALUE 0.
       01  WS-AP-EXCLUDED           PIC 9(07) VALUE 0.
       01  WS-AP-OVERFLOW           PIC 9(07) VALUE 0.
       01  WS-M04-READ              PIC 9(07) VALUE 0.
       01  WS-M04-MATCHED           PIC 9(07) VALUE 0.
       01  WS-M04-DUPLICATE         PIC 9(07) VALUE 0.
       01  WS-SUM-OVERFLOW          PIC 9(07) VALUE 0.
       01  WS-NO-TIER-COUNT         PIC 9(05) VALUE 0.
       01  WS-MMRBT-COUNT           PIC 9(05) VALUE 0.
       01  WS-G-UNITS               PIC 9(09) VALUE 0.
       01  WS-G-REBATE              PIC 9(13) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "MARKET-MAKER CREATION/REDEMPTION REBATE STATEMENT".
       01  WS-HDR-2.
           05  FILLER               PIC X(32) VALUE
               "ETF-ID CR-UNIT RD-UNIT   TOTAL  ".
           05  FILLER               PIC X(32) VALUE
               "TIER-FROM   TIER-TO   PER-UNIT  ".
           05  FILLER               PIC X(10) VALUE
               "    REBATE".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CR-UNITS        PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RD-UNITS        PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TOT-UNITS       PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TIER-FROM       PIC ZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TIER-TO         PIC ZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-UNIT-REBATE     PIC ZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REBATE          PIC ZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-NOTE            PIC X(20).

       01  WS-ED-AMOUNT             PIC ZZZZZZZZZZZZ9.
       01  WS-ED-UNITS              PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-CALC-YM CTL-PROC-DATE
           END-READ
           MOVE CTL-CALC-YM TO WS-CALC-YM
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE
           COMPUTE WS-MONTH-END = WS-CALC-YM * 100 + 31

           PERFORM 1000-LOAD-MARKET-MAKERS
           PERFORM 1100-LOAD-REBATE-SCHEDULE
           MOVE HIGH-VALUES TO WS-AP-TABLE
           MOVE 0 TO WS-AP-COUNT
           SORT SORT-WORK-AP ON ASCENDING KEY SAP-KEY SAP-TYPE
               INPUT PROCEDURE IS 1200-SELECT-APPLICATIONS
               OUTPUT PROCEDURE IS 1300-LOAD-APPLICATIONS
           PERFORM 2000-MATCH-ACCEPTED
           OPEN OUTPUT MMRB-RPT-FILE MMRBT-FILE
           PERFORM 3000-PRINT-STATEMENTS
           PERFORM 4000-PRINT-CONTROL-TOTALS
           CLOSE MMRB-RPT-FILE MMRBT-FILE
           STOP RUN.

       1000-LOAD-MARKET-MAKERS.
           OPEN INPUT BRKMST-FILE
           PERFORM UNTIL BRK-EOF
               READ BRKMST-FILE
                   AT END SET BRK-EOF TO TRUE
                   NOT AT END
                       IF BRK-MST-CLASS-MM AND WS-MM-COUNT < 500
                           ADD 1 TO WS-MM-COUNT
                           SET WS-MMX TO WS-MM-COUNT
                           MOVE BRK-MST-ID   TO WS-MM-ID(WS-MMX)
                           MOVE BRK-MST-NAME TO WS-MM-NAME(WS-MMX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE.

       1100-LOAD-REBATE-SCHEDULE.
           OPEN INPUT RBTMST-FILE
           PERFORM UNTIL RBT-EOF
               READ RBTMST-FILE
                   AT END SET RBT-EOF TO TRUE
                   NOT AT END
                       IF WS-RBT-COUNT < 2000
                           ADD 1 TO WS-RBT-COUNT
                           SET WS-RBX TO WS-RBT-COUNT
                           MOVE RBT-ETF-ID
                               TO WS-RB-ETF-ID(WS-RBX)
                           MOVE RBT-EFF-FROM
                               TO WS-RB-EFF-FROM(WS-RBX)
                           MOVE RBT-EFF-TO
                               TO WS-RB-EFF-TO(WS-RBX)
                           MOVE RBT-TIER-FROM
                               TO WS-RB-TIER-FROM(WS-RBX)
                           MOVE RBT-TIER-TO
                               TO WS-RB-TIER-TO(WS-RBX)
                           MOVE RBT-UNIT-REBATE
                               TO WS-RB-UNIT-REBATE(WS-RBX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RBTMST-FILE.

      * 挑出當月造市商正常申報案件，及全部取消/沖正所指原案。
       1200-SELECT-APPLICATIONS.
           OPEN INPUT M01-HIST-FILE
           PERFORM UNTIL M01-EOF
               READ M01-HIST-FILE
                   AT END SET M01-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-M01-READ
                       PERFORM 1210-RELEASE-ONE
               END-READ
           END-PERFORM
           CLOSE M01-HIST-FILE.

       1210-RELEASE-ONE.
           IF TRAN-CODE-CANCEL OR TRAN-CODE-REVERSAL
               MOVE SPACES TO SAP-REC
               MOVE ETF-ID OF M01 TO SAP-ETF-ID
               MOVE CANCEL-SEQNO  TO SAP-SEQNO
               IF TRAN-CODE-REVERSAL
                       AND ORIG-TX-DATE IS NUMERIC
                       AND ORIG-TX-DATE > 0
                   MOVE ORIG-TX-DATE TO SAP-TX-DATE
               ELSE
                   MOVE TX-DATE OF M01 TO SAP-TX-DATE
               END-IF
               MOVE 'X' TO SAP-TYPE
               MOVE 0 TO SAP-UNITS
               RELEASE SAP-REC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TX-YM = TX-DATE OF M01 / 100
           IF WS-TX-YM NOT = WS-CALC-YM
                   OR TRAN-CODE NOT = SPACE
                   OR NOT STATE-NORMAL
                   OR ERROR-CODE OF M01 NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MM-FOUND
           PERFORM VARYING WS-MMX FROM 1 BY 1
                   UNTIL WS-MMX > WS-MM-COUNT
               IF WS-MM-ID(WS-MMX) = BROKER-ID OF M01
                   MOVE 'Y' TO WS-MM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MM-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-M01-SELECTED
           MOVE SPACES TO SAP-REC
           MOVE ETF-ID OF M01    TO SAP-ETF-ID
           MOVE TX-DATE OF M01   TO SAP-TX-DATE
           MOVE SEQNO OF M01     TO SAP-SEQNO
           MOVE 'A'              TO SAP-TYPE
           MOVE BROKER-ID OF M01 TO SAP-BROKER-ID
           MOVE TX-KIND          TO SAP-TX-KIND
           MOVE APPLICATION-UNITS TO SAP-UNITS
           RELEASE SAP-REC.

      * 同鍵值之 'A' 案件若其後有 'X' 記錄即為已取消/沖正，不載
      * 入；其餘依鍵值遞增載表。
       1300-LOAD-APPLICATIONS.
           MOVE SPACES TO WS-HOLD-REC
           PERFORM UNTIL SAP-EOF
               RETURN SORT-WORK-AP
                   AT END SET SAP-EOF TO TRUE
                   NOT AT END
                       PERFORM 1310-TAKE-ONE
               END-RETURN
           END-PERFORM
           PERFORM 1320-FLUSH-HOLD.

       1310-TAKE-ONE.
           IF SAP-KEY = WS-HOLD-KEY
               IF SAP-TYPE = 'X'
                   MOVE 'Y' TO WS-HOLD-EXCLUDED
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 1320-FLUSH-HOLD
           MOVE SAP-KEY       TO WS-HOLD-KEY
           MOVE SAP-TYPE      TO WS-HOLD-TYPE
           MOVE SAP-BROKER-ID TO WS-HOLD-BROKER-ID
           MOVE SAP-TX-KIND   TO WS-HOLD-TX-KIND
           MOVE SAP-UNITS     TO WS-HOLD-UNITS
           MOVE 'N' TO WS-HOLD-EXCLUDED.

       1320-FLUSH-HOLD.
           IF WS-HOLD-TYPE NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-EXCLUDED = 'Y'
               ADD 1 TO WS-AP-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-COUNT < 20000
               ADD 1 TO WS-AP-COUNT
               SET WS-APX TO WS-AP-COUNT
               MOVE WS-HOLD-KEY       TO WS-AP-KEY(WS-APX)
               MOVE WS-HOLD-BROKER-ID TO WS-AP-BROKER-ID(WS-APX)
               MOVE WS-HOLD-TX-KIND   TO WS-AP-TX-KIND(WS-APX)
               MOVE WS-HOLD-UNITS     TO WS-AP-UNITS(WS-APX)
               MOVE 'N'               TO WS-AP-COUNTED(WS-APX)
           ELSE
               ADD 1 TO WS-AP-OVERFLOW
           END-IF.

      * 發行人受理成功或部分受理之回覆，比對當月造市商案件後依券商+基金
      * 彙總申購/買回基數。
       2000-MATCH-ACCEPTED.
           OPEN INPUT M04-HIST-FILE
           PERFORM UNTIL M04-EOF
               READ M04-HIST-FILE
                   AT END SET M04-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-M04-READ
                       IF (RESULT-SUCCESS OR RESULT-PARTIAL)
                               AND WS-AP-COUNT > 0
                           PERFORM 2100-MATCH-ONE-REPLY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M04-HIST-FILE.

       2100-MATCH-ONE-REPLY.
           MOVE ETF-ID  OF M04 TO WS-ARG-ETF-ID
           MOVE TX-DATE OF M04 TO WS-ARG-TX-DATE
           MOVE SEQNO   OF M04 TO WS-ARG-SEQNO
           SEARCH ALL WS-AP-ENTRY
               AT END CONTINUE
               WHEN WS-AP-KEY(WS-APX) = WS-ARG-AP-KEY
                   IF WS-AP-COUNTED(WS-APX) = 'Y'
                       ADD 1 TO WS-M04-DUPLICATE
                   ELSE
                       MOVE 'Y' TO WS-AP-COUNTED(WS-APX)
                       ADD 1 TO WS-M04-MATCHED
                       PERFORM 2200-ADD-TO-SUMMARY
                   END-IF
           END-SEARCH.

       2200-ADD-TO-SUMMARY.
           MOVE 0 TO WS-SUM-HIT
           PERFORM VARYING WS-SMX FROM 1 BY 1
                   UNTIL WS-SMX > WS-SUM-COUNT
               IF WS-SM-BROKER-ID(WS-SMX) = WS-AP-BROKER-ID(WS-APX)
                       AND WS-SM-ETF-ID(WS-SMX) = WS-AP-ETF-ID(WS-APX)
                   SET WS-SUM-HIT TO WS-SMX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SUM-HIT = 0
               IF WS-SUM-COUNT < 3000
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-HIT
                   SET WS-SMX TO WS-SUM-HIT
                   MOVE WS-AP-BROKER-ID(WS-APX)
                       TO WS-SM-BROKER-ID(WS-SMX)
                   MOVE WS-AP-ETF-ID(WS-APX)
                       TO WS-SM-ETF-ID(WS-SMX)
                   MOVE 0 TO WS-SM-CR-UNITS(WS-SMX)
                             WS-SM-RD-UNITS(WS-SMX)
               ELSE
                   ADD 1 TO WS-SUM-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-SMX TO WS-SUM-HIT
           MOVE WS-AP-UNITS(WS-APX) TO WS-CASE-UNITS
           IF RESULT-PARTIAL
               MOVE ACCEPTED-UNITS OF M04 TO WS-CASE-UNITS
           END-IF
           IF WS-AP-TX-KIND(WS-APX) = '2'
               ADD WS-CASE-UNITS TO WS-SM-RD-UNITS(WS-SMX)
           ELSE
               ADD WS-CASE-UNITS TO WS-SM-CR-UNITS(WS-SMX)
           END-IF.

      * 依造市商列示退佣計算單，並逐基金寫出退佣明細。
       3000-PRINT-STATEMENTS.
           MOVE WS-HDR-1 TO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "CALCULATION MONTH " WS-CALC-YM
               "  PROCESSING DATE " WS-PROC-DATE
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           PERFORM VARYING WS-MMX FROM 1 BY 1
                   UNTIL WS-MMX > WS-MM-COUNT
               PERFORM 3100-PRINT-ONE-BROKER
           END-PERFORM.

       3100-PRINT-ONE-BROKER.
           MOVE 0 TO WS-BRK-FUNDS WS-BRK-UNITS WS-BRK-REBATE
           PERFORM VARYING WS-SMX FROM 1 BY 1
                   UNTIL WS-SMX > WS-SUM-COUNT
               IF WS-SM-BROKER-ID(WS-SMX) = WS-MM-ID(WS-MMX)
                   ADD 1 TO WS-BRK-FUNDS
               END-IF
           END-PERFORM
           IF WS-BRK-FUNDS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BRK-FUNDS
           MOVE SPACES TO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE ALL "=" TO MMRB-RPT-LINE(1:100)
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "MARKET MAKER.......: " WS-MM-ID(WS-MMX) " "
               WS-MM-NAME(WS-MMX)
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE WS-HDR-2 TO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           PERFORM VARYING WS-SMX FROM 1 BY 1
                   UNTIL WS-SMX > WS-SUM-COUNT
               IF WS-SM-BROKER-ID(WS-SMX) = WS-MM-ID(WS-MMX)
                   PERFORM 3200-PRINT-ONE-FUND
               END-IF
           END-PERFORM
           MOVE SPACES TO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE WS-BRK-UNITS  TO WS-ED-UNITS
           MOVE WS-BRK-REBATE TO WS-ED-AMOUNT
           STRING "BROKER TOTAL.......: FUNDS " WS-BRK-FUNDS
               "  UNITS " WS-ED-UNITS
               "  REBATE " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE.

      * 取月底有效之最新版費率表，以合計基數落點級距計算退佣。
       3200-PRINT-ONE-FUND.
           COMPUTE WS-TOT-UNITS =
               WS-SM-CR-UNITS(WS-SMX) + WS-SM-RD-UNITS(WS-SMX)
           PERFORM 3300-FIND-TIER
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SM-ETF-ID(WS-SMX)   TO WS-D-ETF-ID
           MOVE WS-SM-CR-UNITS(WS-SMX) TO WS-D-CR-UNITS
           MOVE WS-SM-RD-UNITS(WS-SMX) TO WS-D-RD-UNITS
           MOVE WS-TOT-UNITS           TO WS-D-TOT-UNITS
           IF WS-TIER-HIT = 0
               MOVE 0 TO WS-UNIT-REBATE WS-REBATE-AMT
               MOVE 0 TO WS-D-TIER-FROM WS-D-TIER-TO
               MOVE "NO APPLICABLE TIER" TO WS-D-NOTE
               ADD 1 TO WS-NO-TIER-COUNT
           ELSE
               SET WS-RBX TO WS-TIER-HIT
               MOVE WS-RB-UNIT-REBATE(WS-RBX) TO WS-UNIT-REBATE
               MOVE WS-RB-TIER-FROM(WS-RBX)   TO WS-D-TIER-FROM
               MOVE WS-RB-TIER-TO(WS-RBX)     TO WS-D-TIER-TO
               COMPUTE WS-REBATE-AMT ROUNDED =
                   WS-TOT-UNITS * WS-UNIT-REBATE
           END-IF
           MOVE WS-UNIT-REBATE TO WS-D-UNIT-REBATE
           MOVE WS-REBATE-AMT  TO WS-D-REBATE
           MOVE WS-DETAIL-LINE TO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           ADD 1 TO WS-BRK-FUNDS
           ADD WS-TOT-UNITS  TO WS-BRK-UNITS WS-G-UNITS
           ADD WS-REBATE-AMT TO WS-BRK-REBATE WS-G-REBATE

           IF WS-REBATE-AMT > 0
               MOVE SPACES TO MM-REBATE-REC
               MOVE WS-SM-BROKER-ID(WS-SMX) TO MRB-BROKER-ID
               MOVE WS-CALC-YM              TO MRB-BILL-YM
               MOVE WS-SM-ETF-ID(WS-SMX)    TO MRB-ETF-ID
               MOVE WS-TOT-UNITS            TO MRB-UNITS
               MOVE WS-UNIT-REBATE          TO MRB-UNIT-REBATE
               MOVE WS-REBATE-AMT           TO MRB-REBATE-AMT
               MOVE WS-PROC-DATE            TO MRB-PROC-DATE
               WRITE MM-REBATE-REC
               ADD 1 TO WS-MMRBT-COUNT
           END-IF.

       3300-FIND-TIER.
           MOVE 0 TO WS-VERSION-FROM WS-TIER-HIT
           PERFORM VARYING WS-RBX FROM 1 BY 1
                   UNTIL WS-RBX > WS-RBT-COUNT
               IF WS-RB-ETF-ID(WS-RBX) = WS-SM-ETF-ID(WS-SMX)
                       AND WS-RB-EFF-FROM(WS-RBX) <= WS-MONTH-END
                       AND (WS-RB-EFF-TO(WS-RBX) = 0
                           OR WS-RB-EFF-TO(WS-RBX) >= WS-MONTH-END)
                       AND WS-RB-EFF-FROM(WS-RBX) > WS-VERSION-FROM
                   MOVE WS-RB-EFF-FROM(WS-RBX) TO WS-VERSION-FROM
               END-IF
           END-PERFORM
           IF WS-VERSION-FROM = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RBX FROM 1 BY 1
                   UNTIL WS-RBX > WS-RBT-COUNT
               IF WS-RB-ETF-ID(WS-RBX) = WS-SM-ETF-ID(WS-SMX)
                       AND WS-RB-EFF-FROM(WS-RBX) = WS-VERSION-FROM
                       AND WS-RB-TIER-FROM(WS-RBX) <= WS-TOT-UNITS
                       AND WS-RB-TIER-TO(WS-RBX) >= WS-TOT-UNITS
                   SET WS-TIER-HIT TO WS-RBX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE ALL "=" TO MMRB-RPT-LINE(1:100)
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "APPLICATION RECORDS READ..: " WS-M01-READ
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "MARKET-MAKER APPLICATIONS.: " WS-M01-SELECTED
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "CANCELLED/REVERSED........: " WS-AP-EXCLUDED
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "REPLY RECORDS READ........: " WS-M04-READ
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "ACCEPTED APPLICATIONS.....: " WS-M04-MATCHED
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "DUPLICATE REPLIES.........: " WS-M04-DUPLICATE
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "FUNDS WITHOUT TIER........: " WS-NO-TIER-COUNT
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "TOTAL UNITS...............: " WS-G-UNITS
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "TOTAL REBATE..............: " WS-G-REBATE
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           MOVE SPACES TO MMRB-RPT-LINE
           STRING "REBATE RECORDS WRITTEN....: " WS-MMRBT-COUNT
               DELIMITED BY SIZE INTO MMRB-RPT-LINE
           WRITE MMRB-RPT-LINE
           IF WS-AP-OVERFLOW > 0 OR WS-SUM-OVERFLOW > 0
               MOVE SPACES TO MMRB-RPT-LINE
               STRING "*** TABLE FULL - " WS-AP-OVERFLOW
                   " APPLICATIONS / " WS-SUM-OVERFLOW
                   " SUMMARY ROWS NOT LOADED ***"
                   DELIMITED BY SIZE INTO MMRB-RPT-LINE
               WRITE MMRB-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
