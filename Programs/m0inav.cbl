      * M0INAV - ETF 預估淨值(iNAV)與折溢價監控
      * 折溢價擴大時即為申購/買回量湧入之前兆，交易台需於申報
      * 量到達前得到預警。本程式比照 M0AUM 之評價方式，每基金以
      * 處理日生效之成分版本(PCFGEN.DAT，無生效版本者退回
      * PCFMST.DAT)評價一個申購基數(Σ成分股數×LDC-PRICE，經
      * T30LOOK)加計預估現金部位(PCFCASH.DAT)，除以每基數受益權
      * 單位數(ETF-MST-UNIT-SIZE)得每單位預估淨值，再與 ETF 本身
      * 於 T30 之開盤競價基準價(以 ETF-ID 查 T30LOOK)比較，求得
      * 折溢價(萬分點，正值為溢價)，列示於 M0INAV.RPT。
      * 控制檔 M0INAV.CTL 由 M0PARMG 依中央參數主檔落地:
      *   處理日(8，參數名 BUSDATE)+告警門檻萬分點(5)
      * 門檻為0時以50萬分點計。折溢價絕對值超過門檻之基金累加
      * 寫入統一告警進檔 ALHINTK.DAT(嚴重度H，路由主控台+郵件)
      * ，經 M0ALHUB 分流；有成分股查無參考價之基金淨值不完整，
      * 僅列示不發告警。
      * 本程式排於夜間主檔載入後及每次 T30DELT 盤中異動套用後執
      * 行:以歷史檔 T30HIST.DAT 當日最大版本為本次評價版本，與
      * 前次執行紀錄 M0INAV.LST(處理日+版本)相同者表示主檔未再
      * 異動，僅列示「無異動」即結束，不重複發送告警。
      *
      * 修改紀錄:
      *   2026-09-28  新增此程式
      *   2026-09-30  債券/非股權成分(T30LOOK 市場別 B)以面額×(除息
      *               價+應計利息)/100 評價
      *   2026-10-15  門檻外未警示說明文字縮短以符合欄寬
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0INAV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0INAV.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCF-FILE ASSIGN TO "PCFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCFGEN-FILE ASSIGN TO "PCFGEN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PCFCASH-FILE ASSIGN TO "PCFCASH.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL T30-HIST-FILE ASSIGN TO "T30HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LST-IN ASSIGN TO "M0INAV.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LST-OUT ASSIGN TO "M0INAV.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INTK-FILE ASSIGN TO "ALHINTK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INAV-RPT-FILE ASSIGN TO "M0INAV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-THRESHOLD-BPS    PIC 9(05).

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  PCF-FILE.
       COPY pcfmst.

       FD  PCFGEN-FILE.
       COPY pcfgen.

       FD  PCFCASH-FILE.
       COPY pcfcash.

       FD  T30-HIST-FILE.
       COPY t30hist.

       FD  LST-IN.
       01  LST-IN-REC.
           05  LST-I-PROC-DATE      PIC 9(08).
           05  LST-I-VERSION        PIC 9(03).

       FD  LST-OUT.
       01  LST-OUT-REC.
           05  LST-O-PROC-DATE      PIC 9(08).
           05  LST-O-VERSION        PIC 9(03).

       FD  INTK-FILE.
       COPY alerthub.

       FD  INAV-RPT-FILE.
       01  INAV-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.
       01  WS-GEN-EOF               PIC X VALUE 'N'.
           88  GEN-EOF                    VALUE 'Y'.
       01  WS-PCF-EOF               PIC X VALUE 'N'.
           88  PCF-EOF                    VALUE 'Y'.
       01  WS-CSH-EOF               PIC X VALUE 'N'.
           88  CSH-EOF                    VALUE 'Y'.
       01  WS-HIST-EOF              PIC X VALUE 'N'.
           88  HIST-EOF                   VALUE 'Y'.
       01  WS-LST-EOF               PIC X VALUE 'N'.
           88  LST-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-THRESHOLD-BPS         PIC 9(05).
       01  WS-T30-VERSION           PIC 9(03) VALUE 0.
       01  WS-LAST-DATE             PIC 9(08) VALUE 0.
       01  WS-LAST-VERSION          PIC 9(03) VALUE 0.
       01  WS-HIST-ROWS             PIC 9(07) VALUE 0.

       COPY t30look.

       01  WS-ETF-TABLE.
           05  WS-ETF-COUNT         PIC 9(03) VALUE 0.
           05  WS-ETF-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ETX.
               10  WS-ET-ID         PIC X(06).
               10  WS-ET-UNIT-SIZE  PIC 9(08).
               10  WS-ET-BASKET-VAL PIC 9(15)V9(04).
               10  WS-ET-CASH-S     PIC X(01).
               10  WS-ET-CASH-9     PIC 9(09).
               10  WS-ET-MISS-PRC   PIC 9(03).
               10  WS-ET-SRC        PIC X(01).
       01  WS-ETF-HIT               PIC 9(03).
       01  WS-ARG-ETF-ID            PIC X(06).

       01  WS-UNIT-VALUE            PIC 9(09)V9(04).
       01  WS-ETF-PRICE             PIC 9(05)V9(04).
       01  WS-CONSTITUENT-VAL       PIC 9(15)V9(04).
       01  WS-PD-BPS                PIC S9(07).
       01  WS-PD-ABS                PIC 9(07).

       01  WS-FUND-COUNT            PIC 9(05) VALUE 0.
       01  WS-NOPRICE-COUNT         PIC 9(05) VALUE 0.
       01  WS-BREACH-COUNT          PIC 9(05) VALUE 0.
       01  WS-ALERT-COUNT           PIC 9(05) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "ETF INDICATIVE NAV AND PREMIUM/DISCOUNT MONITOR".
       01  WS-HDR-2                 PIC X(90) VALUE
           "ETF-ID     INAV/UNIT   ETF-PRICE   PREM/DISC(BPS)
      -    "  FLAG".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-UNIT-VALUE      PIC ZZZZZZZZ9.9999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ETF-PRICE       PIC ZZZZ9.9999.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-D-PD-BPS          PIC -------9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-D-FLAG            PIC X(40).

       01  WS-EDIT-BPS              PIC -------9.
       01  WS-EDIT-UVAL             PIC ZZZZZZZZ9.9999.
       01  WS-EDIT-PRICE            PIC ZZZZ9.9999.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE CTL-THRESHOLD-BPS
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           IF CTL-THRESHOLD-BPS IS NUMERIC
                   AND CTL-THRESHOLD-BPS > 0
               MOVE CTL-THRESHOLD-BPS TO WS-THRESHOLD-BPS
           ELSE
               MOVE 50 TO WS-THRESHOLD-BPS
           END-IF
           CLOSE CTL-FILE

           OPEN OUTPUT INAV-RPT-FILE
           MOVE WS-HDR-1 TO INAV-RPT-LINE
           WRITE INAV-RPT-LINE

           PERFORM 0100-FIND-T30-VERSION
           PERFORM 0200-READ-LAST-RUN
           MOVE SPACES TO INAV-RPT-LINE
           STRING "PROCESS DATE " WS-PROC-DATE
               "  T30 VERSION " WS-T30-VERSION
               "  THRESHOLD " WS-THRESHOLD-BPS " BPS"
               DELIMITED BY SIZE INTO INAV-RPT-LINE
           WRITE INAV-RPT-LINE

           IF WS-HIST-ROWS > 0
                   AND WS-LAST-DATE = WS-PROC-DATE
                   AND WS-LAST-VERSION = WS-T30-VERSION
               MOVE "NO T30 CHANGE SINCE LAST RUN - NOT REVALUED"
                   TO INAV-RPT-LINE
               WRITE INAV-RPT-LINE
               CLOSE INAV-RPT-FILE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-ETF-MASTER
           PERFORM 1200-VALUE-BASKETS
           PERFORM 1260-FALLBACK-TO-PCFMST
           PERFORM 1300-LOAD-EST-CASH
           PERFORM 2000-REPORT-FUNDS
           PERFORM 0300-WRITE-LAST-RUN
           STOP RUN.

      * 本次評價所依據之 T30 版本:歷史檔處理日之最大版本。
       0100-FIND-T30-VERSION.
           OPEN INPUT T30-HIST-FILE
           PERFORM UNTIL HIST-EOF
               READ T30-HIST-FILE
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       IF T30H-BUS-DATE = WS-PROC-DATE
                           ADD 1 TO WS-HIST-ROWS
                           IF T30H-VERSION > WS-T30-VERSION
                               MOVE T30H-VERSION TO WS-T30-VERSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE T30-HIST-FILE.

       0200-READ-LAST-RUN.
           OPEN INPUT LST-IN
           READ LST-IN
               AT END SET LST-EOF TO TRUE
               NOT AT END
                   MOVE LST-I-PROC-DATE TO WS-LAST-DATE
                   MOVE LST-I-VERSION   TO WS-LAST-VERSION
           END-READ
           CLOSE LST-IN.

       0300-WRITE-LAST-RUN.
           OPEN OUTPUT LST-OUT
           MOVE WS-PROC-DATE   TO LST-O-PROC-DATE
           MOVE WS-T30-VERSION TO LST-O-VERSION
           WRITE LST-OUT-REC
           CLOSE LST-OUT.

       1000-LOAD-ETF-MASTER.
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL MST-EOF
               READ ETFMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       IF WS-ETF-COUNT < 200
                           ADD 1 TO WS-ETF-COUNT
                           SET WS-ETX TO WS-ETF-COUNT
                           MOVE ETF-MST-ID
                               TO WS-ET-ID(WS-ETX)
                           MOVE ETF-MST-UNIT-SIZE
                               TO WS-ET-UNIT-SIZE(WS-ETX)
                           MOVE 0 TO WS-ET-BASKET-VAL(WS-ETX)
                                     WS-ET-CASH-9(WS-ETX)
                                     WS-ET-MISS-PRC(WS-ETX)
                           MOVE '+' TO WS-ET-CASH-S(WS-ETX)
                           MOVE 'N' TO WS-ET-SRC(WS-ETX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

       1050-FIND-ETF.
           MOVE 0 TO WS-ETF-HIT
           PERFORM VARYING WS-ETX FROM 1 BY 1
                   UNTIL WS-ETX > WS-ETF-COUNT
               IF WS-ET-ID(WS-ETX) = WS-ARG-ETF-ID
                   MOVE WS-ETX TO WS-ETF-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 處理日生效之成分版本逐列評價(股數×LDC-PRICE)累入基金
      * 基數價值;查無參考價者計數備查。
       1200-VALUE-BASKETS.
           OPEN INPUT PCFGEN-FILE
           PERFORM UNTIL GEN-EOF
               READ PCFGEN-FILE
                   AT END SET GEN-EOF TO TRUE
                   NOT AT END
                       IF PCG-EFF-FROM <= WS-PROC-DATE
                               AND PCG-EFF-TO >= WS-PROC-DATE
                           PERFORM 1250-VALUE-ONE-CONSTITUENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCFGEN-FILE.

       1250-VALUE-ONE-CONSTITUENT.
           MOVE PCG-ETF-ID TO WS-ARG-ETF-ID
           PERFORM 1050-FIND-ETF
           IF WS-ETF-HIT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-ETX TO WS-ETF-HIT
           MOVE 'Y' TO WS-ET-SRC(WS-ETX)
           MOVE PCG-STKNO TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND = 'Y' AND T30L-MARKET = 'B'
               COMPUTE WS-CONSTITUENT-VAL =
                   PCG-SHARES-PER-UNIT
                   * (T30L-BND-CLEAN + T30L-BND-ACCRUED) / 100
               ADD WS-CONSTITUENT-VAL
                   TO WS-ET-BASKET-VAL(WS-ETX)
               EXIT PARAGRAPH
           END-IF
           IF T30L-FOUND = 'Y' AND T30L-LDC-PRICE > 0
               COMPUTE WS-CONSTITUENT-VAL =
                   PCG-SHARES-PER-UNIT * T30L-LDC-PRICE
               ADD WS-CONSTITUENT-VAL
                   TO WS-ET-BASKET-VAL(WS-ETX)
           ELSE
               ADD 1 TO WS-ET-MISS-PRC(WS-ETX)
           END-IF.

      * 無任何生效版本之基金比照 M0AUM 退回現行 PCF 主檔評價。
       1260-FALLBACK-TO-PCFMST.
           OPEN INPUT PCF-FILE
           PERFORM UNTIL PCF-EOF
               READ PCF-FILE
                   AT END SET PCF-EOF TO TRUE
                   NOT AT END
                       MOVE PCF-ETF-ID TO WS-ARG-ETF-ID
                       PERFORM 1050-FIND-ETF
                       IF WS-ETF-HIT > 0
                           SET WS-ETX TO WS-ETF-HIT
                           IF WS-ET-SRC(WS-ETX) NOT = 'Y'
                               MOVE 'P' TO WS-ET-SRC(WS-ETX)
                               PERFORM 1270-VALUE-PCF-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCF-FILE.

       1270-VALUE-PCF-ROW.
           MOVE PCF-STKNO TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND = 'Y' AND T30L-MARKET = 'B'
               COMPUTE WS-CONSTITUENT-VAL =
                   PCF-SHARES-PER-UNIT
                   * (T30L-BND-CLEAN + T30L-BND-ACCRUED) / 100
               ADD WS-CONSTITUENT-VAL
                   TO WS-ET-BASKET-VAL(WS-ETX)
               EXIT PARAGRAPH
           END-IF
           IF T30L-FOUND = 'Y' AND T30L-LDC-PRICE > 0
               COMPUTE WS-CONSTITUENT-VAL =
                   PCF-SHARES-PER-UNIT * T30L-LDC-PRICE
               ADD WS-CONSTITUENT-VAL
                   TO WS-ET-BASKET-VAL(WS-ETX)
           ELSE
               ADD 1 TO WS-ET-MISS-PRC(WS-ETX)
           END-IF.

       1300-LOAD-EST-CASH.
           OPEN INPUT PCFCASH-FILE
           PERFORM UNTIL CSH-EOF
               READ PCFCASH-FILE
                   AT END SET CSH-EOF TO TRUE
                   NOT AT END
                       IF PCC-EFF-FROM <= WS-PROC-DATE
                               AND PCC-EFF-TO >= WS-PROC-DATE
                           MOVE PCC-ETF-ID TO WS-ARG-ETF-ID
                           PERFORM 1050-FIND-ETF
                           IF WS-ETF-HIT > 0
                               SET WS-ETX TO WS-ETF-HIT
                               MOVE PCC-CASH-S
                                   TO WS-ET-CASH-S(WS-ETX)
                               MOVE PCC-CASH-9
                                   TO WS-ET-CASH-9(WS-ETX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCFCASH-FILE.

       2000-REPORT-FUNDS.
           OPEN EXTEND INTK-FILE
           MOVE WS-HDR-2 TO INAV-RPT-LINE
           WRITE INAV-RPT-LINE
           PERFORM VARYING WS-ETX FROM 1 BY 1
                   UNTIL WS-ETX > WS-ETF-COUNT
               IF WS-ET-UNIT-SIZE(WS-ETX) > 0
                       AND WS-ET-SRC(WS-ETX) NOT = 'N'
                   PERFORM 2100-VALUE-ONE-FUND
               END-IF
           END-PERFORM
           CLOSE INTK-FILE
           MOVE SPACES TO INAV-RPT-LINE
           WRITE INAV-RPT-LINE
           STRING "FUNDS VALUED...........: " WS-FUND-COUNT
               DELIMITED BY SIZE INTO INAV-RPT-LINE
           WRITE INAV-RPT-LINE
           MOVE SPACES TO INAV-RPT-LINE
           STRING "FUNDS WITHOUT ETF PRICE: " WS-NOPRICE-COUNT
               DELIMITED BY SIZE INTO INAV-RPT-LINE
           WRITE INAV-RPT-LINE
           MOVE SPACES TO INAV-RPT-LINE
           STRING "OUTSIDE THRESHOLD......: " WS-BREACH-COUNT
               DELIMITED BY SIZE INTO INAV-RPT-LINE
           WRITE INAV-RPT-LINE
           MOVE SPACES TO INAV-RPT-LINE
           STRING "ALERTS RAISED..........: " WS-ALERT-COUNT
               DELIMITED BY SIZE INTO INAV-RPT-LINE
           WRITE INAV-RPT-LINE
           CLOSE INAV-RPT-FILE.

      * 每基金:基數價值±現金部位→每單位預估淨值，與 ETF 本身
      * 之基準價比較得折溢價萬分點。
       2100-VALUE-ONE-FUND.
           ADD 1 TO WS-FUND-COUNT
           IF WS-ET-CASH-S(WS-ETX) = '-'
               IF WS-ET-BASKET-VAL(WS-ETX)
                       > WS-ET-CASH-9(WS-ETX)
                   COMPUTE WS-UNIT-VALUE ROUNDED =
                       (WS-ET-BASKET-VAL(WS-ETX)
                        - WS-ET-CASH-9(WS-ETX))
                       / WS-ET-UNIT-SIZE(WS-ETX)
               ELSE
                   MOVE 0 TO WS-UNIT-VALUE
               END-IF
           ELSE
               COMPUTE WS-UNIT-VALUE ROUNDED =
                   (WS-ET-BASKET-VAL(WS-ETX)
                    + WS-ET-CASH-9(WS-ETX))
                   / WS-ET-UNIT-SIZE(WS-ETX)
           END-IF

           MOVE WS-ET-ID(WS-ETX) TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND = 'Y'
               MOVE T30L-LDC-PRICE TO WS-ETF-PRICE
           ELSE
               MOVE 0 TO WS-ETF-PRICE
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ET-ID(WS-ETX) TO WS-D-ETF-ID
           MOVE WS-UNIT-VALUE    TO WS-D-UNIT-VALUE
           MOVE WS-ETF-PRICE     TO WS-D-ETF-PRICE
           MOVE 0 TO WS-PD-BPS WS-PD-ABS

           IF WS-ETF-PRICE = 0 OR WS-UNIT-VALUE = 0
               ADD 1 TO WS-NOPRICE-COUNT
               MOVE "NO ETF PRICE OR INAV - NOT COMPARED"
                   TO WS-D-FLAG
           ELSE
               COMPUTE WS-PD-BPS ROUNDED =
                   (WS-ETF-PRICE - WS-UNIT-VALUE) * 10000
                   / WS-UNIT-VALUE
               IF WS-PD-BPS < 0
                   COMPUTE WS-PD-ABS = 0 - WS-PD-BPS
               ELSE
                   MOVE WS-PD-BPS TO WS-PD-ABS
               END-IF
               MOVE WS-PD-BPS TO WS-D-PD-BPS
               IF WS-PD-ABS > WS-THRESHOLD-BPS
                   ADD 1 TO WS-BREACH-COUNT
                   IF WS-ET-MISS-PRC(WS-ETX) > 0
                       MOVE "OUTSIDE THRESHOLD-NO ALERT (INCOMPLETE)"
                           TO WS-D-FLAG
                   ELSE
                       IF WS-PD-BPS < 0
                           MOVE "*** DISCOUNT OUTSIDE THRESHOLD"
                               TO WS-D-FLAG
                       ELSE
                           MOVE "*** PREMIUM OUTSIDE THRESHOLD"
                               TO WS-D-FLAG
                       END-IF
                       PERFORM 2200-RAISE-ALERT
                   END-IF
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO INAV-RPT-LINE
           WRITE INAV-RPT-LINE

           IF WS-ET-MISS-PRC(WS-ETX) > 0
               MOVE SPACES TO INAV-RPT-LINE
               STRING "  (CONSTITUENTS WITHOUT PRICE: "
                   WS-ET-MISS-PRC(WS-ETX) ")"
                   DELIMITED BY SIZE INTO INAV-RPT-LINE
               WRITE INAV-RPT-LINE
           END-IF
           IF WS-ET-SRC(WS-ETX) = 'P'
               MOVE "  (VALUED FROM PCFMST - NO GENERATION IN
      -            " FORCE)" TO INAV-RPT-LINE
               WRITE INAV-RPT-LINE
           END-IF.

       2200-RAISE-ALERT.
           MOVE WS-PD-BPS     TO WS-EDIT-BPS
           MOVE WS-UNIT-VALUE TO WS-EDIT-UVAL
           MOVE WS-ETF-PRICE  TO WS-EDIT-PRICE
           MOVE SPACES TO ALERT-HUB-REC
           MOVE "M0INAV"  TO ALH-SOURCE
           MOVE 'H'       TO ALH-SEVERITY
           MOVE 'Y'       TO ALH-ROUTE-OPS
           MOVE 'N'       TO ALH-ROUTE-BROKER
           MOVE 'Y'       TO ALH-ROUTE-EMAIL
           STRING WS-ET-ID(WS-ETX) " " WS-PROC-DATE
               " V" WS-T30-VERSION
               DELIMITED BY SIZE INTO ALH-KEY
           STRING "PREM/DISC" WS-EDIT-BPS " BPS INAV"
               WS-EDIT-UVAL " PRICE" WS-EDIT-PRICE
               DELIMITED BY SIZE INTO ALH-MESSAGE
           WRITE ALERT-HUB-REC
           ADD 1 TO WS-ALERT-COUNT.
