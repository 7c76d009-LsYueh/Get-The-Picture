      * M0EVCAL - 基金事件前瞻行事曆與券商事件通知
      * 基金之未來事件分散於十餘個檔案，作業台每週皆被突如其來之
      * 換股、配息、分割或休市打亂。本程式於日終執行，由控制檔
      * M0EVCAL.CTL(處理日(8)+前瞻營業日數(3)，未設定預設10)
      * 以營業日服務 M0DTSVC 推算前瞻迄日，彙整處理日起至迄日
      * 之各類事件:
      *   PCF換股(PCFGEN 新版本生效起日)、預估現金部位異動
      *   (PCFCASH 生效起日)、收益分配基準日/發放日(DIVDECL)、
      *   成分股公司行為(CAACT，分割/減資/除息)、基金單位分割
      *   (SPLDECL 宣告；SPLADJ.PND 已提案待核者註記)、基金合併
      *   末次受理日/生效日(MRGDECL)、終止基金末次申購日/最終
      *   受理日(ETFMST)、新基金掛牌(LAUNCH)、停牌替代證券起迄
      *   (SUBMST)、交易所休市日(HOLIDAY)及外幣市場休市日
      *   (MKTHOL)。
      * 成分股層級事件(公司行為、替代證券)依 PCFMST 對應至持有
      * 該股之基金；外幣市場休市依境外價格主檔(FRPMST)之計價幣
      * 別對應至持有該幣別成分證券之基金；交易所休市日列為全體
      * 基金(*ALL*)。各事件依日期/基金排序列示於 M0EVCAL.RPT，
      * 並附距處理日營業日數及所觸發之處理步驟。
      * 券商通知:各券商依持有分類帳 HOLDLED.DAT 持有之基金(全體
      * 基金事件及新基金掛牌則為全部營業中券商)取其相關事件，寫
      * 入遞送檔 M0EVCAL.DST(每列前置券商代表號)，由 M0DIST 併入
      * 各券商分包。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0EVCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0EVCAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BRKMST-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCF-FILE ASSIGN TO "PCFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCFGEN-FILE ASSIGN TO "PCFGEN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCFCASH-FILE ASSIGN TO "PCFCASH.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FRPMST-FILE ASSIGN TO "FRPMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "HOLDLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DIVDECL-FILE ASSIGN TO "DIVDECL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CAACT-FILE ASSIGN TO "CAACT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SPLDECL-FILE ASSIGN TO "SPLDECL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SPLPND-FILE ASSIGN TO "SPLADJ.PND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MRGDECL-FILE ASSIGN TO "MRGDECL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LAUNCH-FILE ASSIGN TO "LAUNCH.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUBMST-FILE ASSIGN TO "SUBMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MKTHOL-FILE ASSIGN TO "MKTHOL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EVC-RPT-FILE ASSIGN TO "M0EVCAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVC-DST-FILE ASSIGN TO "M0EVCAL.DST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-AHEAD-DAYS       PIC 9(03).

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  BRKMST-FILE.
       COPY brkmst.

       FD  PCF-FILE.
       COPY pcfmst.

       FD  PCFGEN-FILE.
       COPY pcfgen.

       FD  PCFCASH-FILE.
       COPY pcfcash.

       FD  FRPMST-FILE.
       COPY frpmst.

       FD  HOLD-FILE.
       COPY holdled.

       FD  DIVDECL-FILE.
       01  DIVDECL-REC.
           05  DVD-ETF-ID           PIC X(06).
           05  DVD-RECORD-DATE      PIC 9(08).
           05  DVD-PAY-DATE         PIC 9(08).
           05  DVD-RATE             PIC 9(03)V9(06).
           05  FILLER               PIC X(09).

       FD  CAACT-FILE.
       01  CAACT-REC.
           05  CA-STKNO             PIC X(06).
           05  CA-TYPE              PIC X(01).
           05  CA-RATIO-NUM         PIC 9(05).
           05  CA-RATIO-DEN         PIC 9(05).
           05  CA-EFF-DATE          PIC 9(08).
           05  FILLER               PIC X(15).

       FD  SPLDECL-FILE.
       01  SPLDECL-REC.
           05  SPL-ETF-ID           PIC X(06).
           05  SPL-RATIO-NUM        PIC 9(05).
           05  SPL-RATIO-DEN        PIC 9(05).
           05  SPL-EFF-DATE         PIC 9(08).
           05  FILLER               PIC X(16).

      * 分割待核調整檔(已提案、待覆核之各基金分割)。
       FD  SPLPND-FILE.
       01  SPLPND-REC.
           05  SPP-ETF-ID           PIC X(06).
           05  SPP-EFF-DATE         PIC 9(08).
           05  SPP-OLD-SIZE         PIC 9(08).
           05  SPP-NEW-SIZE         PIC 9(08).
           05  FILLER               PIC X(10).

       FD  MRGDECL-FILE.
       01  MRGDECL-REC.
           05  MRG-TARGET-ID        PIC X(06).
           05  MRG-SURVIVOR-ID      PIC X(06).
           05  MRG-RATIO-NUM        PIC 9(05).
           05  MRG-RATIO-DEN        PIC 9(05).
           05  MRG-LAST-DEAL-DATE   PIC 9(08).
           05  MRG-EFF-DATE         PIC 9(08).
           05  MRG-FRAC-PRICE       PIC 9(07)V9(04).
           05  FILLER               PIC X(11).

       FD  LAUNCH-FILE.
       01  LAUNCH-REC.
           05  LCH-ETF-ID           PIC X(06).
           05  LCH-LAUNCH-DATE      PIC 9(08).
           05  FILLER               PIC X(06).

       FD  SUBMST-FILE.
       COPY submst.

       FD  HOLIDAY-FILE.
       COPY holiday.

       FD  MKTHOL-FILE.
       COPY mkthol.

       FD  EVC-RPT-FILE.
       01  EVC-RPT-LINE             PIC X(132).

       FD  EVC-DST-FILE.
       01  EVC-DST-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88  FILE-EOF                   VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-AHEAD-DAYS            PIC 9(03).
       01  WS-END-DATE              PIC 9(08).

       COPY m0dtsvc.

      * 基金主檔(代號/名稱)。
       01  WS-FUND-TABLE.
           05  WS-FUND-COUNT        PIC 9(03) VALUE 0.
           05  WS-FUND-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-FDX.
               10  WS-FD-ETF-ID     PIC X(06).
               10  WS-FD-NAME       PIC X(30).

      * 基金-成分股對照(PCFMST)。
       01  WS-PCF-TABLE.
           05  WS-PCF-COUNT         PIC 9(05) VALUE 0.
           05  WS-PCF-ENTRY OCCURS 9000 TIMES
                   INDEXED BY WS-PCX.
               10  WS-PC-ETF-ID     PIC X(06).
               10  WS-PC-STKNO      PIC X(06).

      * 境外成分證券計價幣別(FRPMST)。
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT         PIC 9(04) VALUE 0.
           05  WS-CCY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CYX.
               10  WS-CY-STKNO      PIC X(06).
               10  WS-CY-CCY        PIC X(03).

      * 基金-幣別對照(持有該幣別成分證券之基金)。
       01  WS-FCY-TABLE.
           05  WS-FCY-COUNT         PIC 9(04) VALUE 0.
           05  WS-FCY-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-FYX.
               10  WS-FY-ETF-ID     PIC X(06).
               10  WS-FY-CCY        PIC X(03).

      * 券商-基金持有對照(HOLDLED 持有單位數>0)。
       01  WS-BHOLD-TABLE.
           05  WS-BHOLD-COUNT       PIC 9(05) VALUE 0.
           05  WS-BHOLD-ENTRY OCCURS 9000 TIMES
                   INDEXED BY WS-BHX.
               10  WS-BH-BROKER     PIC X(04).
               10  WS-BH-ETF-ID     PIC X(06).

      * 營業中券商。
       01  WS-BRK-TABLE.
           05  WS-BRK-COUNT         PIC 9(04) VALUE 0.
           05  WS-BRK-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-BKX.
               10  WS-BK-ID         PIC X(04).

      * 已提案待核之分割(SPLADJ.PND)。
       01  WS-SPND-TABLE.
           05  WS-SPND-COUNT        PIC 9(03) VALUE 0.
           05  WS-SPND-ENTRY OCCURS 200 TIMES.
               10  WS-SN-ETF-ID     PIC X(06).
               10  WS-SN-EFF-DATE   PIC 9(08).

      * 事件表。
       01  WS-EVENT-TABLE.
           05  WS-EV-COUNT          PIC 9(04) VALUE 0.
           05  WS-EV-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-EVX.
               10  WS-EV-SORT-KEY.
                   15  WS-EV-DATE   PIC 9(08).
                   15  WS-EV-ETF-ID PIC X(06).
                   15  WS-EV-TYPE   PIC X(02).
               10  WS-EV-DETAIL     PIC X(30).
               10  WS-EV-LINES      PIC 9(04).
       01  WS-EV-OVERFLOW           PIC 9(05) VALUE 0.
       01  WS-SWAP-EVENT            PIC X(50).
       01  WS-SORT-I                PIC 9(04).
       01  WS-SORT-J                PIC 9(04).
       01  WS-SORT-K                PIC 9(04).

      * 新增事件參數。
       01  WS-NEW-EVENT.
           05  WS-NE-DATE           PIC 9(08).
           05  WS-NE-ETF-ID         PIC X(06).
           05  WS-NE-TYPE           PIC X(02).
           05  WS-NE-DETAIL         PIC X(30).
       01  WS-ARG-STKNO             PIC X(06).
       01  WS-ARG-CCY               PIC X(03).
       01  WS-FOUND-SW              PIC X(01).
       01  WS-LAST-STKNO            PIC X(06).

      * 事件類別名稱與觸發處理步驟。
       01  WS-TYPE-DEFS.
           05  FILLER               PIC X(60) VALUE
               "PRPCF REBALANCE         M02PCF/M02GEN SWITCH TO NEW VERS
      -        "ION ".
           05  FILLER               PIC X(60) VALUE
               "PCPCF CASH UPDATE       M02PCF CASH CHECK, M0AUM VALUATI
      -        "ON  ".
           05  FILLER               PIC X(60) VALUE
               "DRDIST RECORD DATE      M0HOLDL ROLL THEN M0DIVD SNAPSHO
      -        "T   ".
           05  FILLER               PIC X(60) VALUE
               "DPDIST PAYMENT DATE     M0DIVD DPAYNNN PAYMENT FILES
      -        "    ".
           05  FILLER               PIC X(60) VALUE
               "CACONSTITUENT CORP ACT  M0CAADJ PROPOSE AND APPROVE PCF
      -        "    ".
           05  FILLER               PIC X(60) VALUE
               "CDCONSTITUENT EX-DIV    M0EXCMP IN-FLIGHT COMPENSATION
      -        "    ".
           05  FILLER               PIC X(60) VALUE
               "USUNIT SPLIT            M0SPLIT PROPOSE/APPROVE, M04ALOC
      -        "    ".
           05  FILLER               PIC X(60) VALUE
               "MLMERGER LAST DEALING   NO NEW APPLICATIONS AFTER THIS D
      -        "AY  ".
           05  FILLER               PIC X(60) VALUE
               "MEMERGER EFFECTIVE      M0MERGE PROPOSE/APPROVE, M04REMT
      -        "    ".
           05  FILLER               PIC X(60) VALUE
               "TCLAST CREATION DATE    M01TERM REJECTS LATER CREATIONS
      -        "    ".
           05  FILLER               PIC X(60) VALUE
               "TFFINAL DEALING DATE    M01TERM REJECTS ALL LATER FILING
      -        "S   ".
           05  FILLER               PIC X(60) VALUE
               "NLNEW FUND LAUNCH       M0ONBRD READINESS CHECK BEFORE
      -        "    ".
           05  FILLER               PIC X(60) VALUE
               "SSSUBSTITUTION START    M02PCF ACCEPTS SUBSTITUTE
      -        "    ".
           05  FILLER               PIC X(60) VALUE
               "SESUBSTITUTION END      M02PCF STOPS ACCEPTING SUBSTITUT
      -        "E   ".
           05  FILLER               PIC X(60) VALUE
               "XHEXCHANGE HOLIDAY      NO BATCH, SETTLEMENT DATES ROLL
      -        "    ".
           05  FILLER               PIC X(60) VALUE
               "FHFOREIGN MKT HOLIDAY   FX GATE/FOREIGN PRICES, SETTLE R
      -        "OLL ".
       01  WS-TYPE-TBL REDEFINES WS-TYPE-DEFS.
           05  WS-TYPE-ENTRY OCCURS 16 TIMES
                   INDEXED BY WS-TYX.
               10  WS-TY-CODE       PIC X(02).
               10  WS-TY-NAME       PIC X(22).
               10  WS-TY-STEPS      PIC X(36).

       01  WS-CAL-HDR.
           05  FILLER               PIC X(42) VALUE
               "DATE      BD ETF-ID FUND NAME        EVENT".
           05  FILLER               PIC X(65) VALUE
               "                  DETAIL                         PROCESS
      -        "ING STEPS".
       01  WS-CAL-LINE.
           05  WS-CL-DATE           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-BD             PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-ETF-ID         PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-NAME           PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-EVENT          PIC X(22).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-DETAIL         PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-STEPS          PIC X(36).

      * 明細欄位編輯。
       01  WS-NUM-EDIT              PIC Z(08)9.
       01  WS-NUM-TXT-1             PIC X(09).
       01  WS-NUM-TXT-2             PIC X(09).
       01  WS-TRIM-IN               PIC X(09).
       01  WS-TRIM-OUT              PIC X(09).
       01  WS-TX                    PIC 9(02).
       01  WS-RATE-EDIT             PIC ZZ9.999999.
       01  WS-LINES-EDIT            PIC ZZZ9.

       01  WS-EVENTS-LISTED         PIC 9(05) VALUE 0.
       01  WS-DST-LINES             PIC 9(07) VALUE 0.
       01  WS-BROKERS-NOTIFIED      PIC 9(05) VALUE 0.
       01  WS-BRK-HIT-SW            PIC X(01).
       01  WS-CUR-BROKER            PIC X(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-FUNDS
           PERFORM 1200-LOAD-PCF-PAIRS
           PERFORM 1300-LOAD-FOREIGN-CCY
           PERFORM 1400-LOAD-HOLDINGS
           PERFORM 1500-LOAD-BROKERS

           PERFORM 2100-COLLECT-PCF-VERSIONS
           PERFORM 2150-COLLECT-PCF-CASH
           PERFORM 2200-COLLECT-DISTRIBUTIONS
           PERFORM 2300-COLLECT-CORP-ACTIONS
           PERFORM 2400-COLLECT-SPLITS
           PERFORM 2500-COLLECT-MERGERS
           PERFORM 2600-COLLECT-TERMINATIONS
           PERFORM 2700-COLLECT-LAUNCHES
           PERFORM 2800-COLLECT-SUBSTITUTIONS
           PERFORM 2900-COLLECT-HOLIDAYS

           PERFORM 3000-SORT-EVENTS
           PERFORM 4000-PRINT-CALENDAR
           PERFORM 5000-WRITE-BROKER-EXTRACT

           MOVE SPACES TO EVC-RPT-LINE
           WRITE EVC-RPT-LINE
           MOVE SPACES TO EVC-RPT-LINE
           STRING "EVENTS LISTED..........: " WS-EVENTS-LISTED
               DELIMITED BY SIZE INTO EVC-RPT-LINE
           WRITE EVC-RPT-LINE
           MOVE SPACES TO EVC-RPT-LINE
           STRING "BROKERS NOTIFIED.......: " WS-BROKERS-NOTIFIED
               DELIMITED BY SIZE INTO EVC-RPT-LINE
           WRITE EVC-RPT-LINE
           MOVE SPACES TO EVC-RPT-LINE
           STRING "BROKER EXTRACT LINES...: " WS-DST-LINES
               DELIMITED BY SIZE INTO EVC-RPT-LINE
           WRITE EVC-RPT-LINE
           IF WS-EV-OVERFLOW > 0
               MOVE SPACES TO EVC-RPT-LINE
               STRING "*** WARNING: EVENT TABLE FULL - EVENTS NOT "
                   "LISTED: " WS-EV-OVERFLOW
                   DELIMITED BY SIZE INTO EVC-RPT-LINE
               WRITE EVC-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EVC-RPT-FILE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE CTL-AHEAD-DAYS
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           IF CTL-AHEAD-DAYS IS NUMERIC AND CTL-AHEAD-DAYS > 0
               MOVE CTL-AHEAD-DAYS TO WS-AHEAD-DAYS
           ELSE
               MOVE 10 TO WS-AHEAD-DAYS
           END-IF
           CLOSE CTL-FILE

           OPEN OUTPUT EVC-RPT-FILE
           IF WS-PROC-DATE = 0
               MOVE "CONTROL FILE MISSING OR NO PROCESSING DATE"
                   TO EVC-RPT-LINE
               WRITE EVC-RPT-LINE
               CLOSE EVC-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'A' TO DTS-FUNC
           MOVE WS-PROC-DATE TO DTS-DATE-1
           MOVE WS-AHEAD-DAYS TO DTS-DAYS
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DATE-2 TO WS-END-DATE

           MOVE SPACES TO EVC-RPT-LINE
           STRING "FUND EVENT CALENDAR - PROCESSING DATE "
               WS-PROC-DATE " - NEXT " WS-AHEAD-DAYS
               " BUSINESS DAYS TO " WS-END-DATE
               DELIMITED BY SIZE INTO EVC-RPT-LINE
           WRITE EVC-RPT-LINE.

       1100-LOAD-FUNDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL FILE-EOF
               READ ETFMST-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-FUND-COUNT < 300
                           ADD 1 TO WS-FUND-COUNT
                           MOVE ETF-MST-ID
                               TO WS-FD-ETF-ID(WS-FUND-COUNT)
                           MOVE ETF-MST-NAME
                               TO WS-FD-NAME(WS-FUND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

       1200-LOAD-PCF-PAIRS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PCF-FILE
           PERFORM UNTIL FILE-EOF
               READ PCF-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-PCF-COUNT < 9000
                           ADD 1 TO WS-PCF-COUNT
                           MOVE PCF-ETF-ID
                               TO WS-PC-ETF-ID(WS-PCF-COUNT)
                           MOVE PCF-STKNO
                               TO WS-PC-STKNO(WS-PCF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCF-FILE.

      * 境外價格主檔依股票代號排序，同股票取首見之計價幣別；
      * 再依 PCFMST 對應出各基金持有之外幣別。
       1300-LOAD-FOREIGN-CCY.
           MOVE SPACES TO WS-LAST-STKNO
           MOVE 'N' TO WS-EOF
           OPEN INPUT FRPMST-FILE
           PERFORM UNTIL FILE-EOF
               READ FRPMST-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF FRP-STKNO NOT = WS-LAST-STKNO
                           AND WS-CCY-COUNT < 2000
                           ADD 1 TO WS-CCY-COUNT
                           MOVE FRP-STKNO TO WS-CY-STKNO(WS-CCY-COUNT)
                           MOVE FRP-CCY   TO WS-CY-CCY(WS-CCY-COUNT)
                           MOVE FRP-STKNO TO WS-LAST-STKNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRPMST-FILE

           PERFORM VARYING WS-PCX FROM 1 BY 1
                   UNTIL WS-PCX > WS-PCF-COUNT
               PERFORM VARYING WS-CYX FROM 1 BY 1
                       UNTIL WS-CYX > WS-CCY-COUNT
                   IF WS-CY-STKNO(WS-CYX) = WS-PC-STKNO(WS-PCX)
                       PERFORM 1310-ADD-FUND-CCY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       1310-ADD-FUND-CCY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-FYX FROM 1 BY 1
                   UNTIL WS-FYX > WS-FCY-COUNT
               IF WS-FY-ETF-ID(WS-FYX) = WS-PC-ETF-ID(WS-PCX)
                   AND WS-FY-CCY(WS-FYX) = WS-CY-CCY(WS-CYX)
                   MOVE 'Y' TO WS-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N' AND WS-FCY-COUNT < 1000
               ADD 1 TO WS-FCY-COUNT
               MOVE WS-PC-ETF-ID(WS-PCX) TO WS-FY-ETF-ID(WS-FCY-COUNT)
               MOVE WS-CY-CCY(WS-CYX)    TO WS-FY-CCY(WS-FCY-COUNT)
           END-IF.

      * 持有分類帳依券商+基金排序，相鄰去重即得持有對照。
       1400-LOAD-HOLDINGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL FILE-EOF
               READ HOLD-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF HLD-UNITS > 0
                           PERFORM 1410-ADD-BROKER-HOLDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       1410-ADD-BROKER-HOLDING.
           IF WS-BHOLD-COUNT > 0
               IF WS-BH-BROKER(WS-BHOLD-COUNT) = HLD-ACNT-BROKER
                   AND WS-BH-ETF-ID(WS-BHOLD-COUNT) = HLD-ETF-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-BHOLD-COUNT < 9000
               ADD 1 TO WS-BHOLD-COUNT
               MOVE HLD-ACNT-BROKER TO WS-BH-BROKER(WS-BHOLD-COUNT)
               MOVE HLD-ETF-ID      TO WS-BH-ETF-ID(WS-BHOLD-COUNT)
           END-IF.

       1500-LOAD-BROKERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BRKMST-FILE
           PERFORM UNTIL FILE-EOF
               READ BRKMST-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF BRK-MST-ACTIVE AND WS-BRK-COUNT < 1000
                           ADD 1 TO WS-BRK-COUNT
                           MOVE BRK-MST-ID TO WS-BK-ID(WS-BRK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE.

      * PCF換股:每一成分股列為一筆版本記錄，依基金+生效起日彙成
      * 單一事件並計列數。
       2100-COLLECT-PCF-VERSIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PCFGEN-FILE
           PERFORM UNTIL FILE-EOF
               READ PCFGEN-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE PCG-EFF-FROM TO WS-NE-DATE
                       MOVE PCG-ETF-ID   TO WS-NE-ETF-ID
                       MOVE "PR"         TO WS-NE-TYPE
                       MOVE SPACES       TO WS-NE-DETAIL
                       PERFORM 8000-ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE PCFGEN-FILE.

       2150-COLLECT-PCF-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PCFCASH-FILE
           PERFORM UNTIL FILE-EOF
               READ PCFCASH-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE PCC-EFF-FROM TO WS-NE-DATE
                       MOVE PCC-ETF-ID   TO WS-NE-ETF-ID
                       MOVE "PC"         TO WS-NE-TYPE
                       MOVE PCC-CASH-9   TO WS-NUM-EDIT
                       PERFORM 9300-TRIM-NUMBER
                       MOVE SPACES TO WS-NE-DETAIL
                       STRING "EST CASH/BASKET " PCC-CASH-S
                           WS-TRIM-OUT DELIMITED BY SIZE
                           INTO WS-NE-DETAIL
                       PERFORM 8000-ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE PCFCASH-FILE.

       2200-COLLECT-DISTRIBUTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DIVDECL-FILE
           PERFORM UNTIL FILE-EOF
               READ DIVDECL-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE DVD-RATE TO WS-RATE-EDIT
                       MOVE DVD-ETF-ID      TO WS-NE-ETF-ID
                       MOVE DVD-RECORD-DATE TO WS-NE-DATE
                       MOVE "DR"            TO WS-NE-TYPE
                       MOVE SPACES TO WS-NE-DETAIL
                       STRING "RATE " WS-RATE-EDIT " PAY "
                           DVD-PAY-DATE DELIMITED BY SIZE
                           INTO WS-NE-DETAIL
                       PERFORM 8000-ADD-EVENT
                       MOVE DVD-PAY-DATE    TO WS-NE-DATE
                       MOVE "DP"            TO WS-NE-TYPE
                       MOVE SPACES TO WS-NE-DETAIL
                       STRING "RATE " WS-RATE-EDIT " REC "
                           DVD-RECORD-DATE DELIMITED BY SIZE
                           INTO WS-NE-DETAIL
                       PERFORM 8000-ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE DIVDECL-FILE.

      * 成分股公司行為:對應至 PCFMST 持有該股之各基金。
       2300-COLLECT-CORP-ACTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CAACT-FILE
           PERFORM UNTIL FILE-EOF
               READ CAACT-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE CA-EFF-DATE TO WS-NE-DATE
                       MOVE SPACES TO WS-NE-DETAIL
                       IF CA-TYPE = 'D'
                           MOVE "CD" TO WS-NE-TYPE
                           STRING "STK " DELIMITED BY SIZE
                               CA-STKNO DELIMITED BY SPACE
                               " EX-DIV" DELIMITED BY SIZE
                               INTO WS-NE-DETAIL
                       ELSE
                           MOVE "CA" TO WS-NE-TYPE
                           PERFORM 9400-FORMAT-CA-RATIO
                           STRING "STK " DELIMITED BY SIZE
                               CA-STKNO DELIMITED BY SPACE
                               " " CA-TYPE " " DELIMITED BY SIZE
                               WS-NUM-TXT-1 DELIMITED BY SPACE
                               "/" WS-NUM-TXT-2 DELIMITED BY SPACE
                               INTO WS-NE-DETAIL
                       END-IF
                       MOVE CA-STKNO TO WS-ARG-STKNO
                       PERFORM 8100-ADD-STOCK-EVENT
               END-READ
           END-PERFORM
           CLOSE CAACT-FILE.

      * 基金單位分割:宣告檔為準，已提案待核者註記。
       2400-COLLECT-SPLITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SPLPND-FILE
           PERFORM UNTIL FILE-EOF
               READ SPLPND-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-SPND-COUNT < 200
                           ADD 1 TO WS-SPND-COUNT
                           MOVE SPP-ETF-ID
                               TO WS-SN-ETF-ID(WS-SPND-COUNT)
                           MOVE SPP-EFF-DATE
                               TO WS-SN-EFF-DATE(WS-SPND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPLPND-FILE

           MOVE 'N' TO WS-EOF
           OPEN INPUT SPLDECL-FILE
           PERFORM UNTIL FILE-EOF
               READ SPLDECL-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPL-EFF-DATE TO WS-NE-DATE
                       MOVE SPL-ETF-ID   TO WS-NE-ETF-ID
                       MOVE "US"         TO WS-NE-TYPE
                       MOVE SPL-RATIO-NUM TO WS-NUM-EDIT
                       PERFORM 9300-TRIM-NUMBER
                       MOVE WS-TRIM-OUT TO WS-NUM-TXT-1
                       MOVE SPL-RATIO-DEN TO WS-NUM-EDIT
                       PERFORM 9300-TRIM-NUMBER
                       MOVE WS-TRIM-OUT TO WS-NUM-TXT-2
                       PERFORM 2410-CHECK-SPLIT-PROPOSED
                       MOVE SPACES TO WS-NE-DETAIL
                       IF WS-FOUND-SW = 'Y'
                           STRING "RATIO " DELIMITED BY SIZE
                               WS-NUM-TXT-1 DELIMITED BY SPACE
                               "/" WS-NUM-TXT-2 DELIMITED BY SPACE
                               " PROPOSED" DELIMITED BY SIZE
                               INTO WS-NE-DETAIL
                       ELSE
                           STRING "RATIO " DELIMITED BY SIZE
                               WS-NUM-TXT-1 DELIMITED BY SPACE
                               "/" WS-NUM-TXT-2 DELIMITED BY SPACE
                               " DECLARED" DELIMITED BY SIZE
                               INTO WS-NE-DETAIL
                       END-IF
                       PERFORM 8000-ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE SPLDECL-FILE.

       2410-CHECK-SPLIT-PROPOSED.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-SPND-COUNT
               IF WS-SN-ETF-ID(WS-SORT-I) = SPL-ETF-ID
                   AND WS-SN-EFF-DATE(WS-SORT-I) = SPL-EFF-DATE
                   MOVE 'Y' TO WS-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 基金合併:目標基金之末次受理日與生效日，存續基金之生效日。
       2500-COLLECT-MERGERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT MRGDECL-FILE
           PERFORM UNTIL FILE-EOF
               READ MRGDECL-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE MRG-LAST-DEAL-DATE TO WS-NE-DATE
                       MOVE MRG-TARGET-ID      TO WS-NE-ETF-ID
                       MOVE "ML"               TO WS-NE-TYPE
                       MOVE SPACES TO WS-NE-DETAIL
                       STRING "INTO " MRG-SURVIVOR-ID
                           DELIMITED BY SIZE INTO WS-NE-DETAIL
                       PERFORM 8000-ADD-EVENT
                       MOVE MRG-RATIO-NUM TO WS-NUM-EDIT
                       PERFORM 9300-TRIM-NUMBER
                       MOVE WS-TRIM-OUT TO WS-NUM-TXT-1
                       MOVE MRG-RATIO-DEN TO WS-NUM-EDIT
                       PERFORM 9300-TRIM-NUMBER
                       MOVE WS-TRIM-OUT TO WS-NUM-TXT-2
                       MOVE MRG-EFF-DATE       TO WS-NE-DATE
                       MOVE "ME"               TO WS-NE-TYPE
                       MOVE SPACES TO WS-NE-DETAIL
                       STRING "INTO " DELIMITED BY SIZE
                           MRG-SURVIVOR-ID DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-NUM-TXT-1 DELIMITED BY SPACE
                           "/" WS-NUM-TXT-2 DELIMITED BY SPACE
                           INTO WS-NE-DETAIL
                       PERFORM 8000-ADD-EVENT
                       MOVE MRG-SURVIVOR-ID    TO WS-NE-ETF-ID
                       MOVE SPACES TO WS-NE-DETAIL
                       STRING "ABSORBS " MRG-TARGET-ID
                           DELIMITED BY SIZE INTO WS-NE-DETAIL
                       PERFORM 8000-ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE MRGDECL-FILE.

       2600-COLLECT-TERMINATIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL FILE-EOF
               READ ETFMST-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE ETF-MST-ID TO WS-NE-ETF-ID
                       MOVE SPACES TO WS-NE-DETAIL
                       IF ETF-MST-LAST-CRE-DATE > 0
                           MOVE ETF-MST-LAST-CRE-DATE TO WS-NE-DATE
                           MOVE "TC" TO WS-NE-TYPE
                           PERFORM 8000-ADD-EVENT
                       END-IF
                       IF ETF-MST-FINAL-DATE > 0
                           MOVE ETF-MST-FINAL-DATE TO WS-NE-DATE
                           MOVE "TF" TO WS-NE-TYPE
                           PERFORM 8000-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

       2700-COLLECT-LAUNCHES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LAUNCH-FILE
           PERFORM UNTIL FILE-EOF
               READ LAUNCH-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE LCH-LAUNCH-DATE TO WS-NE-DATE
                       MOVE LCH-ETF-ID      TO WS-NE-ETF-ID
                       MOVE "NL"            TO WS-NE-TYPE
                       MOVE "LISTING"       TO WS-NE-DETAIL
                       PERFORM 8000-ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE LAUNCH-FILE.

      * 停牌替代證券:起迄日各列一事件，對應至持有原股之基金。
       2800-COLLECT-SUBSTITUTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUBMST-FILE
           PERFORM UNTIL FILE-EOF
               READ SUBMST-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SUB-STKNO TO WS-ARG-STKNO
                       MOVE SUB-RATIO-NUM TO WS-NUM-EDIT
                       PERFORM 9300-TRIM-NUMBER
                       MOVE WS-TRIM-OUT TO WS-NUM-TXT-1
                       MOVE SUB-RATIO-DEN TO WS-NUM-EDIT
                       PERFORM 9300-TRIM-NUMBER
                       MOVE WS-TRIM-OUT TO WS-NUM-TXT-2
                       MOVE SUB-EFF-FROM TO WS-NE-DATE
                       MOVE "SS" TO WS-NE-TYPE
                       MOVE SPACES TO WS-NE-DETAIL
                       STRING SUB-STKNO DELIMITED BY SPACE
                           "->" DELIMITED BY SIZE
                           SUB-SUBST-STKNO DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-NUM-TXT-1 DELIMITED BY SPACE
                           "/" WS-NUM-TXT-2 DELIMITED BY SPACE
                           INTO WS-NE-DETAIL
                       PERFORM 8100-ADD-STOCK-EVENT
                       MOVE SUB-EFF-TO TO WS-NE-DATE
                       MOVE "SE" TO WS-NE-TYPE
                       MOVE SPACES TO WS-NE-DETAIL
                       STRING SUB-STKNO DELIMITED BY SPACE
                           "->" DELIMITED BY SIZE
                           SUB-SUBST-STKNO DELIMITED BY SPACE
                           INTO WS-NE-DETAIL
                       PERFORM 8100-ADD-STOCK-EVENT
               END-READ
           END-PERFORM
           CLOSE SUBMST-FILE.

      * 休市日:交易所休市列全體基金；外幣市場休市列持有該幣別
      * 成分證券之基金(曆別 'NTD' 保留指本地曆，不重複列示)。
       2900-COLLECT-HOLIDAYS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLIDAY-FILE
           PERFORM UNTIL FILE-EOF
               READ HOLIDAY-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE HOL-DATE TO WS-NE-DATE
                       MOVE "*ALL*"  TO WS-NE-ETF-ID
                       MOVE "XH"     TO WS-NE-TYPE
                       MOVE HOL-DESC TO WS-NE-DETAIL
                       PERFORM 8000-ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE

           MOVE 'N' TO WS-EOF
           OPEN INPUT MKTHOL-FILE
           PERFORM UNTIL FILE-EOF
               READ MKTHOL-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF MKH-CAL-ID NOT = "NTD"
                           MOVE MKH-DATE TO WS-NE-DATE
                           MOVE "FH"     TO WS-NE-TYPE
                           MOVE SPACES TO WS-NE-DETAIL
                           STRING MKH-CAL-ID " " MKH-DESC
                               DELIMITED BY SIZE INTO WS-NE-DETAIL
                           PERFORM VARYING WS-FYX FROM 1 BY 1
                                   UNTIL WS-FYX > WS-FCY-COUNT
                               IF WS-FY-CCY(WS-FYX) = MKH-CAL-ID
                                   MOVE WS-FY-ETF-ID(WS-FYX)
                                       TO WS-NE-ETF-ID
                                   PERFORM 8000-ADD-EVENT
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MKTHOL-FILE.

       3000-SORT-EVENTS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-EV-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >= WS-EV-COUNT
                   ADD 1 WS-SORT-J GIVING WS-SORT-K
                   IF WS-EV-SORT-KEY(WS-SORT-J)
                           > WS-EV-SORT-KEY(WS-SORT-K)
                       MOVE WS-EV-ENTRY(WS-SORT-J) TO WS-SWAP-EVENT
                       MOVE WS-EV-ENTRY(WS-SORT-K)
                           TO WS-EV-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-EVENT TO WS-EV-ENTRY(WS-SORT-K)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-PRINT-CALENDAR.
           MOVE SPACES TO EVC-RPT-LINE
           WRITE EVC-RPT-LINE
           WRITE EVC-RPT-LINE FROM WS-CAL-HDR
           IF WS-EV-COUNT = 0
               MOVE "NO EVENTS IN THE CALENDAR WINDOW" TO EVC-RPT-LINE
               WRITE EVC-RPT-LINE
           END-IF
           PERFORM VARYING WS-EVX FROM 1 BY 1
                   UNTIL WS-EVX > WS-EV-COUNT
               PERFORM 4100-BUILD-CAL-LINE
               WRITE EVC-RPT-LINE FROM WS-CAL-LINE
               ADD 1 TO WS-EVENTS-LISTED
           END-PERFORM.

      * 明細列:距處理日營業日數、基金名稱、事件名稱與處理步驟。
       4100-BUILD-CAL-LINE.
           MOVE WS-EV-DATE(WS-EVX) TO WS-CL-DATE
           MOVE 0 TO WS-CL-BD
           IF WS-EV-DATE(WS-EVX) > WS-PROC-DATE
               MOVE 'C' TO DTS-FUNC
               MOVE WS-PROC-DATE TO DTS-DATE-1
               MOVE WS-EV-DATE(WS-EVX) TO DTS-DATE-2
               CALL "M0DTSVC" USING DTS-PARM
               MOVE DTS-DAYS TO WS-CL-BD
           END-IF
           MOVE WS-EV-ETF-ID(WS-EVX) TO WS-CL-ETF-ID
           MOVE SPACES TO WS-CL-NAME
           IF WS-EV-ETF-ID(WS-EVX) = "*ALL*"
               MOVE "ALL FUNDS" TO WS-CL-NAME
           ELSE
               PERFORM VARYING WS-FDX FROM 1 BY 1
                       UNTIL WS-FDX > WS-FUND-COUNT
                   IF WS-FD-ETF-ID(WS-FDX) = WS-EV-ETF-ID(WS-EVX)
                       MOVE WS-FD-NAME(WS-FDX) TO WS-CL-NAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-CL-EVENT WS-CL-STEPS
           SET WS-TYX TO 1
           SEARCH WS-TYPE-ENTRY
               AT END CONTINUE
               WHEN WS-TY-CODE(WS-TYX) = WS-EV-TYPE(WS-EVX)
                   MOVE WS-TY-NAME(WS-TYX)  TO WS-CL-EVENT
                   MOVE WS-TY-STEPS(WS-TYX) TO WS-CL-STEPS
           END-SEARCH
           IF WS-EV-TYPE(WS-EVX) = "PR"
               MOVE WS-EV-LINES(WS-EVX) TO WS-LINES-EDIT
               MOVE SPACES TO WS-CL-DETAIL
               STRING "NEW BASKET VERSION, " WS-LINES-EDIT " LINES"
                   DELIMITED BY SIZE INTO WS-CL-DETAIL
           ELSE
               MOVE WS-EV-DETAIL(WS-EVX) TO WS-CL-DETAIL
           END-IF.

      * 券商通知:全體基金事件及新基金掛牌列予全部營業中券商，其
      * 餘事件列予持有該基金之券商。
       5000-WRITE-BROKER-EXTRACT.
           OPEN OUTPUT EVC-DST-FILE
           PERFORM VARYING WS-BKX FROM 1 BY 1
                   UNTIL WS-BKX > WS-BRK-COUNT
               MOVE WS-BK-ID(WS-BKX) TO WS-CUR-BROKER
               MOVE 'N' TO WS-BRK-HIT-SW
               PERFORM VARYING WS-EVX FROM 1 BY 1
                       UNTIL WS-EVX > WS-EV-COUNT
                   PERFORM 5100-BROKER-AFFECTED
                   IF WS-FOUND-SW = 'Y'
                       IF WS-BRK-HIT-SW = 'N'
                           MOVE 'Y' TO WS-BRK-HIT-SW
                           ADD 1 TO WS-BROKERS-NOTIFIED
                           MOVE SPACES TO EVC-DST-LINE
                           STRING WS-CUR-BROKER " " WS-CAL-HDR
                               DELIMITED BY SIZE INTO EVC-DST-LINE
                           WRITE EVC-DST-LINE
                       END-IF
                       PERFORM 4100-BUILD-CAL-LINE
                       MOVE SPACES TO EVC-DST-LINE
                       STRING WS-CUR-BROKER " " WS-CAL-LINE
                           DELIMITED BY SIZE INTO EVC-DST-LINE
                       WRITE EVC-DST-LINE
                       ADD 1 TO WS-DST-LINES
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE EVC-DST-FILE.

       5100-BROKER-AFFECTED.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-EV-ETF-ID(WS-EVX) = "*ALL*"
               OR WS-EV-TYPE(WS-EVX) = "NL"
               MOVE 'Y' TO WS-FOUND-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BHX FROM 1 BY 1
                   UNTIL WS-BHX > WS-BHOLD-COUNT
               IF WS-BH-BROKER(WS-BHX) = WS-CUR-BROKER
                   AND WS-BH-ETF-ID(WS-BHX) = WS-EV-ETF-ID(WS-EVX)
                   MOVE 'Y' TO WS-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 新增事件:限處理日至前瞻迄日；同日同基金同類同內容者合併
      * 計數(PCF換股逐成分股列即彙為一事件)。
       8000-ADD-EVENT.
           IF WS-NE-DATE < WS-PROC-DATE OR WS-NE-DATE > WS-END-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EVX FROM 1 BY 1
                   UNTIL WS-EVX > WS-EV-COUNT
               IF WS-EV-DATE(WS-EVX) = WS-NE-DATE
                   AND WS-EV-ETF-ID(WS-EVX) = WS-NE-ETF-ID
                   AND WS-EV-TYPE(WS-EVX) = WS-NE-TYPE
                   AND WS-EV-DETAIL(WS-EVX) = WS-NE-DETAIL
                   ADD 1 TO WS-EV-LINES(WS-EVX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-EV-COUNT >= 3000
               ADD 1 TO WS-EV-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-COUNT
           MOVE WS-NE-DATE   TO WS-EV-DATE(WS-EV-COUNT)
           MOVE WS-NE-ETF-ID TO WS-EV-ETF-ID(WS-EV-COUNT)
           MOVE WS-NE-TYPE   TO WS-EV-TYPE(WS-EV-COUNT)
           MOVE WS-NE-DETAIL TO WS-EV-DETAIL(WS-EV-COUNT)
           MOVE 1            TO WS-EV-LINES(WS-EV-COUNT).

      * 成分股層級事件:逐一持有該股之基金列示。
       8100-ADD-STOCK-EVENT.
           PERFORM VARYING WS-PCX FROM 1 BY 1
                   UNTIL WS-PCX > WS-PCF-COUNT
               IF WS-PC-STKNO(WS-PCX) = WS-ARG-STKNO
                   MOVE WS-PC-ETF-ID(WS-PCX) TO WS-NE-ETF-ID
                   PERFORM 8000-ADD-EVENT
               END-IF
           END-PERFORM.

      * 編輯後數值去除前導空白(左靠)。
       9300-TRIM-NUMBER.
           MOVE WS-NUM-EDIT TO WS-TRIM-IN
           MOVE SPACES TO WS-TRIM-OUT
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > 9
                   OR WS-TRIM-IN(WS-TX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-TX <= 9
               MOVE WS-TRIM-IN(WS-TX:) TO WS-TRIM-OUT
           END-IF.

       9400-FORMAT-CA-RATIO.
           MOVE CA-RATIO-NUM TO WS-NUM-EDIT
           PERFORM 9300-TRIM-NUMBER
           MOVE WS-TRIM-OUT TO WS-NUM-TXT-1
           MOVE CA-RATIO-DEN TO WS-NUM-EDIT
           PERFORM 9300-TRIM-NUMBER
           MOVE WS-TRIM-OUT TO WS-NUM-TXT-2.
