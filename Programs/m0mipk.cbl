      * M0MIPK - 月結管理資訊彙編報表(MI Pack)
      * 晨間儀表板(M0DASH)僅涵蓋單日，管理階層每月所需之量能、
      * 收入、品質與風險數字向來由作業人員自各報表摘錄後以試算
      * 表拼湊，耗時約三個工作天。本程式於月結後執行，依控制檔
      * M0MIPK.CTL(報表年月(6)+回覆時限天數(3))自既有各檔彙編
      * 單一月報 M0MIPK.RPT，每項數字並列本月、上月及去年同月
      * 與增減百分比:
      *   1. 申報量能:M01IDX.DAT 與歸檔 M01HIST.DAT(M01VSAM 輪轉
      *      後兩檔互不重疊)之正常原始申報(排除取消/沖正異動及
      *      已取消者)，依申請日年月統計件數與申請基數，並列逐
      *      基金、逐券商明細。
      *   2. 手續費收入:應收帳款檔 ARINV.DAT(M0INVC 開立)依帳單
      *      年月彙總手續費、行政處理費、違約金、遲延利息與造市
      *      商退佣。
      *   3. 基金規模:評價檔 AUMLED.DAT(月底評價)之規模與流通在
      *      外單位數合計。
      *   4. 發行人回覆:資料超市 M04DM.LOG 依回覆資料日統計回覆
      *      件數、駁回件數與駁回率、平均回覆天數，回覆天數超過
      *      時限者計為時效違約(時限未設定預設1天，與 M0SLA 同)。
      *   5. 券商計分卡:BSCOR.HIS 各年月分數，依 M0BSCOR.CTL 之
      *      分級門檻(未設定預設90/75/60，與 M0BSCOR 同)統計各級
      *      券商數及平均分數。
      *   6. 交割未達:分類帳 FAILLED.DAT 月底未達件數及當月新立
      *      仍未達件數。
      *   7. 爭議案件:登錄檔 DSPREG.DAT 依受理日/結案日統計當月
      *      受理、結案及月底未結件數。
      * 基金規模與交割未達兩檔僅存當時狀態、不保留歷史，其上月及
      * 去年同月數字取自本報表之月結數字歷史檔 MIPKHIS.DAT(每次
      * 執行以本月數字取代該年月舊值)；歷史檔無該年月者列 N/A。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0MIPK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0MIPK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCOR-CTL-FILE ASSIGN TO "M0BSCOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL M01-INDEXED ASSIGN TO "M01IDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-M01-VSAM-KEY.
           SELECT OPTIONAL M01H-FILE ASSIGN TO "M01HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BRKMST-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARINV-FILE ASSIGN TO "ARINV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUM-FILE ASSIGN TO "AUMLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DM-FILE ASSIGN TO "M04DM.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIS-FILE ASSIGN TO "BSCOR.HIS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FAIL-FILE ASSIGN TO "FAILLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DSPREG-FILE ASSIGN TO "DSPREG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MPH-IN ASSIGN TO "MIPKHIS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MPH-OUT ASSIGN TO "MIPKHIS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MI-RPT-FILE ASSIGN TO "M0MIPK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-RPT-YM           PIC 9(06).  *> 報表年月(YYYYMM)
           05  CTL-WINDOW-DAYS      PIC 9(03).  *> 回覆時限天數

       FD  SCOR-CTL-FILE.
       01  SCOR-CTL-LINE.
           05  SCC-YEARMON          PIC 9(06).
           05  SCC-W-QRN            PIC 9(03).
           05  SCC-W-ERR            PIC 9(03).
           05  SCC-W-LATE           PIC 9(03).
           05  SCC-W-DUPE           PIC 9(03).
           05  SCC-TIER1-SCORE      PIC 9(03).
           05  SCC-TIER2-SCORE      PIC 9(03).
           05  SCC-TIER3-SCORE      PIC 9(03).

       FD  M01-INDEXED.
       COPY m01idx.

       FD  M01H-FILE.
       COPY m01.

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  BRKMST-FILE.
       COPY brkmst.

       FD  ARINV-FILE.
       01  ARINV-REC.
           05  ARI-INV-NO           PIC X(10).
           05  ARI-BROKER-ID        PIC X(04).
           05  ARI-BILL-YM          PIC 9(06).
           05  ARI-FEE-AMT          PIC 9(11).
           05  ARI-MGMT-AMT         PIC 9(11).
           05  ARI-PNLT-AMT         PIC 9(11).
           05  ARI-TOTAL-AMT        PIC 9(12).
           05  ARI-PAID-AMT         PIC 9(12).
           05  ARI-STATUS           PIC X(01).
           05  ARI-ISSUE-DATE       PIC 9(08).
           05  ARI-REBATE-AMT       PIC 9(11).
           05  ARI-INT-AMT          PIC 9(11).
           05  FILLER               PIC X(12).

       FD  AUM-FILE.
       01  AUM-REC.
           05  AUM-ETF-ID           PIC X(06).
           05  AUM-DATE             PIC 9(08).
           05  AUM-UNITS            PIC 9(15).
           05  AUM-UNIT-VALUE       PIC 9(09)V9(04).
           05  AUM-AUM              PIC 9(18).
           05  FILLER               PIC X(03).

       FD  DM-FILE.
       COPY m04dm.

       FD  HIS-FILE.
       01  HIS-REC.
           05  HIS-YEARMON          PIC 9(06).
           05  HIS-BROKER           PIC X(04).
           05  HIS-SCORE            PIC 9(03).
           05  FILLER               PIC X(07).

       FD  FAIL-FILE.
       01  FAIL-LED-REC.
           05  FLD-ETF-ID           PIC X(06).
           05  FLD-BROKER-ID        PIC X(04).
           05  FLD-TX-DATE          PIC 9(08).
           05  FLD-SEQNO            PIC X(03).
           05  FLD-EXPECT-DATE      PIC 9(08).
           05  FLD-OPEN-DATE        PIC 9(08).
           05  FILLER               PIC X(13).

       FD  DSPREG-FILE.
       01  DSP-REC.
           05  DSP-NO               PIC 9(06).
           05  DSP-STATUS           PIC X(01).
               88  DSP-OPEN             VALUE 'O'.
               88  DSP-INVESTIGATING    VALUE 'I'.
               88  DSP-RESOLVED         VALUE 'R'.
               88  DSP-REJECTED         VALUE 'X'.
           05  DSP-BROKER           PIC X(04).
           05  DSP-STMT-DATE        PIC 9(08).
           05  DSP-ETF-ID           PIC X(06).
           05  DSP-TX-DATE          PIC 9(08).
           05  DSP-SEQNO            PIC X(03).
           05  DSP-FIELD            PIC X(12).
           05  DSP-BRK-VALUE        PIC X(18).
           05  DSP-OUR-VALUE        PIC X(18).
           05  DSP-OPEN-DATE        PIC 9(08).
           05  DSP-OPER             PIC X(08).
           05  DSP-RESOLVED-DATE    PIC 9(08).
           05  DSP-RESOLUTION       PIC X(20).
           05  FILLER               PIC X(12).

      * 月結數字歷史檔(年月+項目代碼+數值)。
       FD  MPH-IN.
       01  MPH-IN-REC               PIC X(30).

       FD  MPH-OUT.
       01  MPH-REC.
           05  MPH-YM               PIC 9(06).
           05  MPH-CODE             PIC X(04).
           05  MPH-VALUE            PIC S9(16)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(01).

       FD  MI-RPT-FILE.
       01  MI-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88  FILE-EOF                   VALUE 'Y'.

       01  WS-RPT-YM                PIC 9(06).
       01  WS-RPT-YM-X REDEFINES WS-RPT-YM.
           05  WS-RPT-YYYY          PIC 9(04).
           05  WS-RPT-MM            PIC 9(02).
       01  WS-WINDOW-DAYS           PIC 9(03).
       01  WS-TIER1-SCORE           PIC 9(03) VALUE 90.
       01  WS-TIER2-SCORE           PIC 9(03) VALUE 75.
       01  WS-TIER3-SCORE           PIC 9(03) VALUE 60.

      * 比較期間:1=本月 2=上月 3=去年同月。
       01  WS-PERIOD-TABLE.
           05  WS-PER-YM            PIC 9(06) OCCURS 3 TIMES.
       01  WS-PX                    PIC 9(01).
       01  WS-ARG-YM                PIC 9(06).
       01  WS-ARG-DATE              PIC 9(08).

      * 報表項目定義(代碼+名稱+數值型態 N整數/R兩位小數+時點
      * 註記 S=僅存當時狀態+節別)。
       01  WS-MET-DEFS.
           05  FILLER               PIC X(35) VALUE
               "V010APPLICATIONS - TOTAL        N 1".
           05  FILLER               PIC X(35) VALUE
               "V020CREATION APPLICATIONS       N 1".
           05  FILLER               PIC X(35) VALUE
               "V030REDEMPTION APPLICATIONS     N 1".
           05  FILLER               PIC X(35) VALUE
               "V040BASKETS - TOTAL             N 1".
           05  FILLER               PIC X(35) VALUE
               "R010APPLY FEE BILLED            N 2".
           05  FILLER               PIC X(35) VALUE
               "R020MANAGEMENT CHARGE BILLED    N 2".
           05  FILLER               PIC X(35) VALUE
               "R030PENALTIES BILLED            N 2".
           05  FILLER               PIC X(35) VALUE
               "R040LATE INTEREST BILLED        N 2".
           05  FILLER               PIC X(35) VALUE
               "R050MARKET MAKER REBATES        N 2".
           05  FILLER               PIC X(35) VALUE
               "R060NET FEE REVENUE             N 2".
           05  FILLER               PIC X(35) VALUE
               "A010AUM AT MONTH-END (NTD)      NS3".
           05  FILLER               PIC X(35) VALUE
               "A020UNITS OUTSTANDING           NS3".
           05  FILLER               PIC X(35) VALUE
               "A030FUNDS VALUED                NS3".
           05  FILLER               PIC X(35) VALUE
               "I010ISSUER REPLIES              N 4".
           05  FILLER               PIC X(35) VALUE
               "I020ISSUER REJECTIONS           N 4".
           05  FILLER               PIC X(35) VALUE
               "I030REJECTION RATE (%)          R 4".
           05  FILLER               PIC X(35) VALUE
               "I040AVG TURNAROUND (DAYS)       R 4".
           05  FILLER               PIC X(35) VALUE
               "I050SLA BREACHES                N 4".
           05  FILLER               PIC X(35) VALUE
               "S010BROKERS SCORED              N 5".
           05  FILLER               PIC X(35) VALUE
               "S020TIER 0 - NO ACTION          N 5".
           05  FILLER               PIC X(35) VALUE
               "S030TIER 1 - NOTICE LETTER      N 5".
           05  FILLER               PIC X(35) VALUE
               "S040TIER 2 - FORCED RETEST      N 5".
           05  FILLER               PIC X(35) VALUE
               "S050TIER 3 - SUSPENSION         N 5".
           05  FILLER               PIC X(35) VALUE
               "S060AVERAGE QUALITY SCORE       R 5".
           05  FILLER               PIC X(35) VALUE
               "F010FAILS OPEN AT MONTH-END     NS6".
           05  FILLER               PIC X(35) VALUE
               "F020FAILS OPENED IN MONTH       NS6".
           05  FILLER               PIC X(35) VALUE
               "D010DISPUTES OPENED             N 7".
           05  FILLER               PIC X(35) VALUE
               "D020DISPUTES CLOSED             N 7".
           05  FILLER               PIC X(35) VALUE
               "D030DISPUTES OPEN AT MONTH-END  N 7".
       01  WS-MET-DEF-TBL REDEFINES WS-MET-DEFS.
           05  WS-MD-ENTRY OCCURS 29 TIMES.
               10  WS-MD-CODE       PIC X(04).
               10  WS-MD-LABEL      PIC X(28).
               10  WS-MD-TYPE       PIC X(01).
               10  WS-MD-SNAP       PIC X(01).
               10  WS-MD-SECT       PIC 9(01).
       01  WS-MET-COUNT             PIC 9(02) VALUE 29.

       01  WS-SECT-TITLES.
           05  FILLER               PIC X(40) VALUE
               "1. CREATION/REDEMPTION VOLUME (M01)".
           05  FILLER               PIC X(40) VALUE
               "2. FEE REVENUE BILLED (ARINV)".
           05  FILLER               PIC X(40) VALUE
               "3. ASSETS UNDER MANAGEMENT (AUMLED)".
           05  FILLER               PIC X(40) VALUE
               "4. ISSUER TURNAROUND AND REJECTIONS".
           05  FILLER               PIC X(40) VALUE
               "5. BROKER DATA QUALITY SCORECARD".
           05  FILLER               PIC X(40) VALUE
               "6. SETTLEMENT FAILS (FAILLED)".
           05  FILLER               PIC X(40) VALUE
               "7. BROKER STATEMENT DISPUTES (DSPREG)".
       01  WS-SECT-TBL REDEFINES WS-SECT-TITLES.
           05  WS-SECT-TITLE        PIC X(40) OCCURS 7 TIMES.

      * 項目數值(依項目定義順序，各三期)。
       01  WS-MET-VALUES.
           05  WS-MV-APPS           PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-CRE-APPS       PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-RED-APPS       PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-BASKETS        PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-FEE            PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-MGMT           PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-PNLT           PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-INT            PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-REBATE         PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-NET-REV        PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-AUM            PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-UNITS          PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-FUNDS-VALUED   PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-REPLIES        PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-REJECTS        PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-REJ-RATE       PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-AVG-TURN       PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-SLA-BREACH     PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-SCORED         PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-TIER0          PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-TIER1          PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-TIER2          PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-TIER3          PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-AVG-SCORE      PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-FAILS-OPEN     PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-FAILS-NEW      PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-DSP-OPENED     PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-DSP-CLOSED     PIC S9(16)V99 OCCURS 3 TIMES.
           05  WS-MV-DSP-OPEN       PIC S9(16)V99 OCCURS 3 TIMES.
       01  WS-MET-VAL-TBL REDEFINES WS-MET-VALUES.
           05  WS-MV-ROW OCCURS 29 TIMES.
               10  WS-MV            PIC S9(16)V99 OCCURS 3 TIMES.

      * 時點項目之上月/去年同月是否取得(歷史檔)。
       01  WS-MET-AVAIL-TBL.
           05  WS-MA-ROW OCCURS 29 TIMES.
               10  WS-MA            PIC X(01) OCCURS 3 TIMES.
       01  WS-MX                    PIC 9(02).

      * 比率計算用累計(各三期)。
       01  WS-RATIO-WORK.
           05  WS-TURN-DAYS-SUM     PIC 9(11) OCCURS 3 TIMES.
           05  WS-SCORE-SUM         PIC 9(09) OCCURS 3 TIMES.

      * 逐基金量能表。
       01  WS-FUND-TABLE.
           05  WS-FUND-COUNT        PIC 9(03) VALUE 0.
           05  WS-FUND-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-FDX.
               10  WS-FD-ETF-ID     PIC X(06).
               10  WS-FD-NAME       PIC X(20).
               10  WS-FD-APPS       PIC 9(09) OCCURS 3 TIMES.
               10  WS-FD-BASKETS    PIC 9(09) OCCURS 3 TIMES.
       01  WS-FUND-OVERFLOW         PIC 9(07) VALUE 0.

      * 逐券商量能表。
       01  WS-BRK-TABLE.
           05  WS-BRK-COUNT         PIC 9(03) VALUE 0.
           05  WS-BRK-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-BKX.
               10  WS-BK-BROKER-ID  PIC X(04).
               10  WS-BK-NAME       PIC X(20).
               10  WS-BK-APPS       PIC 9(09) OCCURS 3 TIMES.
               10  WS-BK-BASKETS    PIC 9(09) OCCURS 3 TIMES.
       01  WS-BRK-OVERFLOW          PIC 9(07) VALUE 0.

       01  WS-SORT-I                PIC 9(03).
       01  WS-SORT-J                PIC 9(03).
       01  WS-SORT-K                PIC 9(03).
       01  WS-SWAP-FUND             PIC X(80).
       01  WS-SWAP-BRK              PIC X(78).

      * 計分卡:各期券商最新分數(同年月重跑者以後筆為準)。
       01  WS-SCR-TABLE.
           05  WS-SCR-COUNT         PIC 9(03) OCCURS 3 TIMES.
           05  WS-SCR-PERIOD OCCURS 3 TIMES.
               10  WS-SCR-ENTRY OCCURS 300 TIMES.
                   15  WS-SC-BROKER PIC X(04).
                   15  WS-SC-SCORE  PIC 9(03).
       01  WS-SCX                   PIC 9(03).
       01  WS-SCR-FOUND             PIC X(01).

      * 月結數字歷史表。
       01  WS-MPH-TABLE.
           05  WS-MPH-COUNT         PIC 9(04) VALUE 0.
           05  WS-MPH-ENTRY OCCURS 3000 TIMES.
               10  WS-MH-YM         PIC 9(06).
               10  WS-MH-CODE       PIC X(04).
               10  WS-MH-VALUE      PIC S9(16)V99.
       01  WS-MHX                   PIC 9(04).
       01  WS-MPH-DROPPED           PIC 9(05) VALUE 0.

      * 申報共用欄位(索引檔/歸檔兩來源)。
       01  WS-FILING.
           05  WS-VF-TRAN-CODE      PIC X(01).
           05  WS-VF-STATE          PIC X(01).
           05  WS-VF-ETF-ID         PIC X(06).
           05  WS-VF-BROKER-ID      PIC X(04).
           05  WS-VF-TX-DATE        PIC 9(08).
           05  WS-VF-TX-KIND        PIC X(01).
           05  WS-VF-UNITS          PIC 9(03).
       01  WS-FILINGS-READ          PIC 9(09) VALUE 0.

       01  WS-AUM-DATE              PIC 9(08) VALUE 0.
       01  WS-MONTH-END             PIC 9(08).

      * 報表列。
       01  WS-COL-HDR.
           05  FILLER               PIC X(28) VALUE "METRIC".
           05  FILLER               PIC X(21) VALUE
               "        CURRENT MONTH".
           05  FILLER               PIC X(21) VALUE
               "          PRIOR MONTH".
           05  FILLER               PIC X(09) VALUE "     CHG%".
           05  FILLER               PIC X(21) VALUE
               " SAME MONTH LAST YEAR".
           05  FILLER               PIC X(09) VALUE "     CHG%".
       01  WS-MET-LINE.
           05  WS-ML-LABEL          PIC X(28).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ML-CUR            PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ML-PRIOR          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ML-CHG-PRIOR      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ML-LY             PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ML-CHG-LY         PIC X(08).

       01  WS-VOL-HDR.
           05  FILLER               PIC X(28) VALUE
               "ID     NAME".
           05  FILLER               PIC X(30) VALUE
               "   APPS  BASKETS  BASKETS PM  ".
           05  FILLER               PIC X(28) VALUE
               "   CHG%  BASKETS LY     CHG%".
       01  WS-VOL-LINE.
           05  WS-VL-ID             PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VL-NAME           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VL-APPS           PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VL-BASKETS        PIC ZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VL-BASKETS-PM     PIC ZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VL-CHG-PM         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VL-BASKETS-LY     PIC ZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VL-CHG-LY         PIC X(08).

       01  WS-EDIT-INT              PIC ----,---,---,---,--9.
       01  WS-EDIT-DEC              PIC -----,---,---,--9.99.
       01  WS-EDIT-PCT              PIC -----9.9.
       01  WS-EDIT-OUT              PIC X(20).
       01  WS-CHG-OUT               PIC X(08).
       01  WS-CHG-CUR               PIC S9(16)V99.
       01  WS-CHG-BASE              PIC S9(16)V99.
       01  WS-CHG-PCT               PIC S9(04)V9.
       01  WS-ARG-VALUE             PIC S9(16)V99.
       01  WS-ARG-TYPE              PIC X(01).
       01  WS-ARG-AVAIL             PIC X(01).
       01  WS-LAST-SECT             PIC 9(01).
       01  WS-FOUND-SW              PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-RPT-YM CTL-WINDOW-DAYS
           END-READ
           MOVE CTL-RPT-YM TO WS-RPT-YM
           IF CTL-WINDOW-DAYS IS NUMERIC AND CTL-WINDOW-DAYS > 0
               MOVE CTL-WINDOW-DAYS TO WS-WINDOW-DAYS
           ELSE
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           CLOSE CTL-FILE

           OPEN OUTPUT MI-RPT-FILE
           MOVE SPACES TO MI-RPT-LINE
           STRING "MONTHLY MANAGEMENT INFORMATION PACK - "
               WS-RPT-YM DELIMITED BY SIZE INTO MI-RPT-LINE
           WRITE MI-RPT-LINE
           IF WS-RPT-YM = 0 OR WS-RPT-MM < 1 OR WS-RPT-MM > 12
               MOVE "CONTROL FILE MISSING OR INVALID REPORT MONTH"
                   TO MI-RPT-LINE
               WRITE MI-RPT-LINE
               CLOSE MI-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-HISTORY
           PERFORM 2000-TALLY-VOLUME
           PERFORM 2100-TALLY-REVENUE
           PERFORM 2200-TALLY-AUM
           PERFORM 2300-TALLY-ISSUER
           PERFORM 2400-TALLY-SCORECARD
           PERFORM 2500-TALLY-FAILS
           PERFORM 2600-TALLY-DISPUTES
           PERFORM 3000-APPLY-HISTORY
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 4500-PRINT-VOLUME-DETAIL
           PERFORM 5000-REWRITE-HISTORY

           MOVE SPACES TO MI-RPT-LINE
           WRITE MI-RPT-LINE
           MOVE SPACES TO MI-RPT-LINE
           STRING "FILINGS SCANNED........: " WS-FILINGS-READ
               DELIMITED BY SIZE INTO MI-RPT-LINE
           WRITE MI-RPT-LINE
           MOVE SPACES TO MI-RPT-LINE
           STRING "HISTORY ENTRIES KEPT...: " WS-MPH-COUNT
               DELIMITED BY SIZE INTO MI-RPT-LINE
           WRITE MI-RPT-LINE
           IF WS-FUND-OVERFLOW > 0 OR WS-BRK-OVERFLOW > 0
               MOVE SPACES TO MI-RPT-LINE
               STRING "*** WARNING: DETAIL TABLE FULL - FILINGS NOT "
                   "ITEMISED: " WS-FUND-OVERFLOW " FUND / "
                   WS-BRK-OVERFLOW " BROKER"
                   DELIMITED BY SIZE INTO MI-RPT-LINE
               WRITE MI-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MPH-DROPPED > 0
               MOVE SPACES TO MI-RPT-LINE
               STRING "*** WARNING: HISTORY TABLE FULL - ENTRIES "
                   "DROPPED: " WS-MPH-DROPPED
                   DELIMITED BY SIZE INTO MI-RPT-LINE
               WRITE MI-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-AUM-DATE NOT = 0
               AND WS-AUM-DATE(1:6) NOT = WS-RPT-YM
               MOVE SPACES TO MI-RPT-LINE
               STRING "*** WARNING: AUM VALUATION DATE " WS-AUM-DATE
                   " IS NOT IN THE REPORT MONTH"
                   DELIMITED BY SIZE INTO MI-RPT-LINE
               WRITE MI-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE MI-RPT-FILE
           STOP RUN.

       1000-INITIALIZE.
           MOVE WS-RPT-YM TO WS-PER-YM(1)
           IF WS-RPT-MM = 1
               COMPUTE WS-PER-YM(2) = (WS-RPT-YYYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PER-YM(2) = WS-RPT-YM - 1
           END-IF
           COMPUTE WS-PER-YM(3) = WS-RPT-YM - 100
           INITIALIZE WS-MET-VALUES WS-RATIO-WORK
           MOVE 0 TO WS-SCR-COUNT(1) WS-SCR-COUNT(2) WS-SCR-COUNT(3)
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MET-COUNT
               MOVE 'Y' TO WS-MA(WS-MX, 1) WS-MA(WS-MX, 2)
                           WS-MA(WS-MX, 3)
               IF WS-MD-SNAP(WS-MX) = 'S'
                   MOVE 'N' TO WS-MA(WS-MX, 2) WS-MA(WS-MX, 3)
               END-IF
           END-PERFORM

           OPEN INPUT SCOR-CTL-FILE
           READ SCOR-CTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF SCC-TIER1-SCORE IS NUMERIC
                       AND SCC-TIER1-SCORE > 0
                       MOVE SCC-TIER1-SCORE TO WS-TIER1-SCORE
                   END-IF
                   IF SCC-TIER2-SCORE IS NUMERIC
                       AND SCC-TIER2-SCORE > 0
                       MOVE SCC-TIER2-SCORE TO WS-TIER2-SCORE
                   END-IF
                   IF SCC-TIER3-SCORE IS NUMERIC
                       AND SCC-TIER3-SCORE > 0
                       MOVE SCC-TIER3-SCORE TO WS-TIER3-SCORE
                   END-IF
           END-READ
           CLOSE SCOR-CTL-FILE.

       1100-LOAD-HISTORY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT MPH-IN
           PERFORM UNTIL FILE-EOF
               READ MPH-IN INTO MPH-REC
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF MPH-YM NOT = WS-RPT-YM
                           IF WS-MPH-COUNT < 3000
                               ADD 1 TO WS-MPH-COUNT
                               MOVE MPH-YM
                                   TO WS-MH-YM(WS-MPH-COUNT)
                               MOVE MPH-CODE
                                   TO WS-MH-CODE(WS-MPH-COUNT)
                               MOVE MPH-VALUE
                                   TO WS-MH-VALUE(WS-MPH-COUNT)
                           ELSE
                               ADD 1 TO WS-MPH-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MPH-IN.

      * 申報量能:索引檔(近期)與歸檔(輪轉後)兩來源互不重疊。
       2000-TALLY-VOLUME.
           MOVE 'N' TO WS-EOF
           OPEN INPUT M01-INDEXED
           PERFORM UNTIL FILE-EOF
               READ M01-INDEXED NEXT RECORD
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE IX-TRAN-CODE  TO WS-VF-TRAN-CODE
                       MOVE IX-STATE      TO WS-VF-STATE
                       MOVE IX-ETF-ID     TO WS-VF-ETF-ID
                       MOVE IX-BROKER-ID  TO WS-VF-BROKER-ID
                       MOVE IX-TX-DATE    TO WS-VF-TX-DATE
                       MOVE IX-TX-KIND    TO WS-VF-TX-KIND
                       MOVE IX-APPLICATION-UNITS TO WS-VF-UNITS
                       PERFORM 2050-TALLY-ONE-FILING
               END-READ
           END-PERFORM
           CLOSE M01-INDEXED

           MOVE 'N' TO WS-EOF
           OPEN INPUT M01H-FILE
           PERFORM UNTIL FILE-EOF
               READ M01H-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE TRAN-CODE     TO WS-VF-TRAN-CODE
                       MOVE STATE         TO WS-VF-STATE
                       MOVE ETF-ID        TO WS-VF-ETF-ID
                       MOVE BROKER-ID     TO WS-VF-BROKER-ID
                       MOVE TX-DATE       TO WS-VF-TX-DATE
                       MOVE TX-KIND       TO WS-VF-TX-KIND
                       MOVE APPLICATION-UNITS TO WS-VF-UNITS
                       PERFORM 2050-TALLY-ONE-FILING
               END-READ
           END-PERFORM
           CLOSE M01H-FILE

           PERFORM 2060-SORT-VOLUME-TABLES.

      * 單筆申報:僅計正常原始申報(非取消/沖正異動、未取消)。
       2050-TALLY-ONE-FILING.
           ADD 1 TO WS-FILINGS-READ
           IF WS-VF-TRAN-CODE = 'C' OR WS-VF-TRAN-CODE = 'R'
               OR WS-VF-STATE = 'C'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VF-TX-DATE(1:6) TO WS-ARG-YM
           PERFORM 9000-PERIOD-OF-YM
           IF WS-PX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MV-APPS(WS-PX)
           IF WS-VF-TX-KIND = '2'
               ADD 1 TO WS-MV-RED-APPS(WS-PX)
           ELSE
               ADD 1 TO WS-MV-CRE-APPS(WS-PX)
           END-IF
           ADD WS-VF-UNITS TO WS-MV-BASKETS(WS-PX)

           PERFORM 2052-FIND-FUND
           IF WS-FOUND-SW = 'Y'
               ADD 1 TO WS-FD-APPS(WS-FDX, WS-PX)
               ADD WS-VF-UNITS TO WS-FD-BASKETS(WS-FDX, WS-PX)
           END-IF
           PERFORM 2054-FIND-BROKER
           IF WS-FOUND-SW = 'Y'
               ADD 1 TO WS-BK-APPS(WS-BKX, WS-PX)
               ADD WS-VF-UNITS TO WS-BK-BASKETS(WS-BKX, WS-PX)
           END-IF.

      * 基金明細列(無則新增；表滿者僅計入合計)。
       2052-FIND-FUND.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-FDX FROM 1 BY 1
                   UNTIL WS-FDX > WS-FUND-COUNT
               IF WS-FD-ETF-ID(WS-FDX) = WS-VF-ETF-ID
                   MOVE 'Y' TO WS-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-FUND-COUNT < 300
                   ADD 1 TO WS-FUND-COUNT
                   SET WS-FDX TO WS-FUND-COUNT
                   INITIALIZE WS-FUND-ENTRY(WS-FDX)
                   MOVE WS-VF-ETF-ID TO WS-FD-ETF-ID(WS-FDX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-FUND-OVERFLOW
               END-IF
           END-IF.

      * 券商明細列(無則新增；表滿者僅計入合計)。
       2054-FIND-BROKER.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-BKX FROM 1 BY 1
                   UNTIL WS-BKX > WS-BRK-COUNT
               IF WS-BK-BROKER-ID(WS-BKX) = WS-VF-BROKER-ID
                   MOVE 'Y' TO WS-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-BRK-COUNT < 300
                   ADD 1 TO WS-BRK-COUNT
                   SET WS-BKX TO WS-BRK-COUNT
                   INITIALIZE WS-BRK-ENTRY(WS-BKX)
                   MOVE WS-VF-BROKER-ID TO WS-BK-BROKER-ID(WS-BKX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-BRK-OVERFLOW
               END-IF
           END-IF.

       2060-SORT-VOLUME-TABLES.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-FUND-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >= WS-FUND-COUNT
                   ADD 1 WS-SORT-J GIVING WS-SORT-K
                   IF WS-FD-ETF-ID(WS-SORT-J) > WS-FD-ETF-ID(WS-SORT-K)
                       MOVE WS-FUND-ENTRY(WS-SORT-J) TO WS-SWAP-FUND
                       MOVE WS-FUND-ENTRY(WS-SORT-K)
                           TO WS-FUND-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-FUND TO WS-FUND-ENTRY(WS-SORT-K)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-BRK-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >= WS-BRK-COUNT
                   ADD 1 WS-SORT-J GIVING WS-SORT-K
                   IF WS-BK-BROKER-ID(WS-SORT-J)
                           > WS-BK-BROKER-ID(WS-SORT-K)
                       MOVE WS-BRK-ENTRY(WS-SORT-J) TO WS-SWAP-BRK
                       MOVE WS-BRK-ENTRY(WS-SORT-K)
                           TO WS-BRK-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-BRK TO WS-BRK-ENTRY(WS-SORT-K)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * 手續費收入:依帳單年月彙總(淨額 = 各項合計減退佣)。
       2100-TALLY-REVENUE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARINV-FILE
           PERFORM UNTIL FILE-EOF
               READ ARINV-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE ARI-BILL-YM TO WS-ARG-YM
                       PERFORM 9000-PERIOD-OF-YM
                       IF WS-PX > 0
                           ADD ARI-FEE-AMT    TO WS-MV-FEE(WS-PX)
                           ADD ARI-MGMT-AMT   TO WS-MV-MGMT(WS-PX)
                           ADD ARI-PNLT-AMT   TO WS-MV-PNLT(WS-PX)
                           ADD ARI-INT-AMT    TO WS-MV-INT(WS-PX)
                           ADD ARI-REBATE-AMT TO WS-MV-REBATE(WS-PX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARINV-FILE
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               COMPUTE WS-MV-NET-REV(WS-PX) =
                   WS-MV-FEE(WS-PX) + WS-MV-MGMT(WS-PX)
                 + WS-MV-PNLT(WS-PX) + WS-MV-INT(WS-PX)
                 - WS-MV-REBATE(WS-PX)
           END-PERFORM.

      * 基金規模:評價檔僅存最近評價日，計入本月。
       2200-TALLY-AUM.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUM-FILE
           PERFORM UNTIL FILE-EOF
               READ AUM-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD AUM-AUM   TO WS-MV-AUM(1)
                       ADD AUM-UNITS TO WS-MV-UNITS(1)
                       ADD 1 TO WS-MV-FUNDS-VALUED(1)
                       IF AUM-DATE > WS-AUM-DATE
                           MOVE AUM-DATE TO WS-AUM-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUM-FILE.

      * 發行人回覆:依回覆資料日歸期；駁回率與平均回覆天數。
       2300-TALLY-ISSUER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DM-FILE
           PERFORM UNTIL FILE-EOF
               READ DM-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE DM-PROC-DATE(1:6) TO WS-ARG-YM
                       PERFORM 9000-PERIOD-OF-YM
                       IF WS-PX > 0
                           ADD 1 TO WS-MV-REPLIES(WS-PX)
                           IF DM-RESULT = '9'
                               ADD 1 TO WS-MV-REJECTS(WS-PX)
                           END-IF
                           ADD DM-TURNAROUND-DAYS
                               TO WS-TURN-DAYS-SUM(WS-PX)
                           IF DM-TURNAROUND-DAYS > WS-WINDOW-DAYS
                               ADD 1 TO WS-MV-SLA-BREACH(WS-PX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DM-FILE
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               IF WS-MV-REPLIES(WS-PX) > 0
                   COMPUTE WS-MV-REJ-RATE(WS-PX) ROUNDED =
                       WS-MV-REJECTS(WS-PX) * 100
                       / WS-MV-REPLIES(WS-PX)
                   COMPUTE WS-MV-AVG-TURN(WS-PX) ROUNDED =
                       WS-TURN-DAYS-SUM(WS-PX) / WS-MV-REPLIES(WS-PX)
               END-IF
           END-PERFORM.

      * 計分卡:各期券商分數依 M0BSCOR 門檻分級。
       2400-TALLY-SCORECARD.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HIS-FILE
           PERFORM UNTIL FILE-EOF
               READ HIS-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE HIS-YEARMON TO WS-ARG-YM
                       PERFORM 9000-PERIOD-OF-YM
                       IF WS-PX > 0
                           PERFORM 2410-KEEP-LATEST-SCORE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIS-FILE
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               PERFORM VARYING WS-SCX FROM 1 BY 1
                       UNTIL WS-SCX > WS-SCR-COUNT(WS-PX)
                   ADD 1 TO WS-MV-SCORED(WS-PX)
                   ADD WS-SC-SCORE(WS-PX, WS-SCX)
                       TO WS-SCORE-SUM(WS-PX)
                   EVALUATE TRUE
                       WHEN WS-SC-SCORE(WS-PX, WS-SCX)
                               >= WS-TIER1-SCORE
                           ADD 1 TO WS-MV-TIER0(WS-PX)
                       WHEN WS-SC-SCORE(WS-PX, WS-SCX)
                               >= WS-TIER2-SCORE
                           ADD 1 TO WS-MV-TIER1(WS-PX)
                       WHEN WS-SC-SCORE(WS-PX, WS-SCX)
                               >= WS-TIER3-SCORE
                           ADD 1 TO WS-MV-TIER2(WS-PX)
                       WHEN OTHER
                           ADD 1 TO WS-MV-TIER3(WS-PX)
                   END-EVALUATE
               END-PERFORM
               IF WS-MV-SCORED(WS-PX) > 0
                   COMPUTE WS-MV-AVG-SCORE(WS-PX) ROUNDED =
                       WS-SCORE-SUM(WS-PX) / WS-MV-SCORED(WS-PX)
               END-IF
           END-PERFORM.

       2410-KEEP-LATEST-SCORE.
           MOVE 'N' TO WS-SCR-FOUND
           PERFORM VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SCR-COUNT(WS-PX)
               IF WS-SC-BROKER(WS-PX, WS-SCX) = HIS-BROKER
                   MOVE HIS-SCORE TO WS-SC-SCORE(WS-PX, WS-SCX)
                   MOVE 'Y' TO WS-SCR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCR-FOUND = 'N' AND WS-SCR-COUNT(WS-PX) < 300
               ADD 1 TO WS-SCR-COUNT(WS-PX)
               MOVE WS-SCR-COUNT(WS-PX) TO WS-SCX
               MOVE HIS-BROKER TO WS-SC-BROKER(WS-PX, WS-SCX)
               MOVE HIS-SCORE  TO WS-SC-SCORE(WS-PX, WS-SCX)
           END-IF.

      * 交割未達:分類帳僅存未達帳項，計入本月。
       2500-TALLY-FAILS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FAIL-FILE
           PERFORM UNTIL FILE-EOF
               READ FAIL-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MV-FAILS-OPEN(1)
                       IF FLD-OPEN-DATE(1:6) = WS-RPT-YM
                           ADD 1 TO WS-MV-FAILS-NEW(1)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAIL-FILE.

      * 爭議案件:受理/結案依日期歸期；月底未結依各期月底重算。
       2600-TALLY-DISPUTES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DSPREG-FILE
           PERFORM UNTIL FILE-EOF
               READ DSPREG-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE DSP-OPEN-DATE(1:6) TO WS-ARG-YM
                       PERFORM 9000-PERIOD-OF-YM
                       IF WS-PX > 0
                           ADD 1 TO WS-MV-DSP-OPENED(WS-PX)
                       END-IF
                       IF DSP-RESOLVED OR DSP-REJECTED
                           MOVE DSP-RESOLVED-DATE(1:6) TO WS-ARG-YM
                           PERFORM 9000-PERIOD-OF-YM
                           IF WS-PX > 0
                               ADD 1 TO WS-MV-DSP-CLOSED(WS-PX)
                           END-IF
                       END-IF
                       PERFORM VARYING WS-PX FROM 1 BY 1
                               UNTIL WS-PX > 3
                           COMPUTE WS-MONTH-END =
                               WS-PER-YM(WS-PX) * 100 + 31
                           IF DSP-OPEN-DATE <= WS-MONTH-END
                               IF (DSP-OPEN OR DSP-INVESTIGATING)
                                   OR DSP-RESOLVED-DATE > WS-MONTH-END
                                   ADD 1 TO WS-MV-DSP-OPEN(WS-PX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE DSPREG-FILE.

      * 時點項目之上月/去年同月取自月結數字歷史檔。
       3000-APPLY-HISTORY.
           PERFORM VARYING WS-MHX FROM 1 BY 1
                   UNTIL WS-MHX > WS-MPH-COUNT
               MOVE WS-MH-YM(WS-MHX) TO WS-ARG-YM
               PERFORM 9000-PERIOD-OF-YM
               IF WS-PX > 1
                   PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > WS-MET-COUNT
                       IF WS-MD-CODE(WS-MX) = WS-MH-CODE(WS-MHX)
                           AND WS-MD-SNAP(WS-MX) = 'S'
                           MOVE WS-MH-VALUE(WS-MHX)
                               TO WS-MV(WS-MX, WS-PX)
                           MOVE 'Y' TO WS-MA(WS-MX, WS-PX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       4000-PRINT-SUMMARY.
           MOVE SPACES TO MI-RPT-LINE
           STRING "COMPARED WITH PRIOR MONTH " WS-PER-YM(2)
               " AND SAME MONTH LAST YEAR " WS-PER-YM(3)
               DELIMITED BY SIZE INTO MI-RPT-LINE
           WRITE MI-RPT-LINE
           IF WS-AUM-DATE NOT = 0
               MOVE SPACES TO MI-RPT-LINE
               STRING "AUM VALUATION AS AT " WS-AUM-DATE
                   DELIMITED BY SIZE INTO MI-RPT-LINE
               WRITE MI-RPT-LINE
           END-IF
           MOVE SPACES TO MI-RPT-LINE
           WRITE MI-RPT-LINE
           WRITE MI-RPT-LINE FROM WS-COL-HDR
           MOVE 0 TO WS-LAST-SECT
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MET-COUNT
               IF WS-MD-SECT(WS-MX) NOT = WS-LAST-SECT
                   MOVE WS-MD-SECT(WS-MX) TO WS-LAST-SECT
                   MOVE SPACES TO MI-RPT-LINE
                   WRITE MI-RPT-LINE
                   MOVE WS-SECT-TITLE(WS-LAST-SECT) TO MI-RPT-LINE
                   WRITE MI-RPT-LINE
               END-IF
               PERFORM 4100-PRINT-ONE-METRIC
           END-PERFORM.

       4100-PRINT-ONE-METRIC.
           MOVE WS-MD-LABEL(WS-MX) TO WS-ML-LABEL
           MOVE WS-MD-TYPE(WS-MX)  TO WS-ARG-TYPE
           MOVE WS-MV(WS-MX, 1)    TO WS-ARG-VALUE
           MOVE WS-MA(WS-MX, 1)    TO WS-ARG-AVAIL
           PERFORM 9100-EDIT-VALUE
           MOVE WS-EDIT-OUT TO WS-ML-CUR
           MOVE WS-MV(WS-MX, 2)    TO WS-ARG-VALUE
           MOVE WS-MA(WS-MX, 2)    TO WS-ARG-AVAIL
           PERFORM 9100-EDIT-VALUE
           MOVE WS-EDIT-OUT TO WS-ML-PRIOR
           MOVE WS-MV(WS-MX, 3)    TO WS-ARG-VALUE
           MOVE WS-MA(WS-MX, 3)    TO WS-ARG-AVAIL
           PERFORM 9100-EDIT-VALUE
           MOVE WS-EDIT-OUT TO WS-ML-LY
           MOVE WS-MV(WS-MX, 1) TO WS-CHG-CUR
           MOVE WS-MV(WS-MX, 2) TO WS-CHG-BASE
           MOVE WS-MA(WS-MX, 2) TO WS-ARG-AVAIL
           PERFORM 9200-EDIT-CHANGE
           MOVE WS-CHG-OUT TO WS-ML-CHG-PRIOR
           MOVE WS-MV(WS-MX, 3) TO WS-CHG-BASE
           MOVE WS-MA(WS-MX, 3) TO WS-ARG-AVAIL
           PERFORM 9200-EDIT-CHANGE
           MOVE WS-CHG-OUT TO WS-ML-CHG-LY
           WRITE MI-RPT-LINE FROM WS-MET-LINE.

      * 逐基金/逐券商量能明細(名稱取自主檔)。
       4500-PRINT-VOLUME-DETAIL.
           MOVE SPACES TO MI-RPT-LINE
           WRITE MI-RPT-LINE
           MOVE "VOLUME BY FUND" TO MI-RPT-LINE
           WRITE MI-RPT-LINE
           WRITE MI-RPT-LINE FROM WS-VOL-HDR
           PERFORM 4510-LOAD-FUND-NAMES
           PERFORM VARYING WS-FDX FROM 1 BY 1
                   UNTIL WS-FDX > WS-FUND-COUNT
               MOVE WS-FD-ETF-ID(WS-FDX)     TO WS-VL-ID
               MOVE WS-FD-NAME(WS-FDX)       TO WS-VL-NAME
               MOVE WS-FD-APPS(WS-FDX, 1)    TO WS-VL-APPS
               MOVE WS-FD-BASKETS(WS-FDX, 1) TO WS-VL-BASKETS
               MOVE WS-FD-BASKETS(WS-FDX, 2) TO WS-VL-BASKETS-PM
               MOVE WS-FD-BASKETS(WS-FDX, 3) TO WS-VL-BASKETS-LY
               MOVE WS-FD-BASKETS(WS-FDX, 1) TO WS-CHG-CUR
               MOVE 'Y' TO WS-ARG-AVAIL
               MOVE WS-FD-BASKETS(WS-FDX, 2) TO WS-CHG-BASE
               PERFORM 9200-EDIT-CHANGE
               MOVE WS-CHG-OUT TO WS-VL-CHG-PM
               MOVE WS-FD-BASKETS(WS-FDX, 3) TO WS-CHG-BASE
               PERFORM 9200-EDIT-CHANGE
               MOVE WS-CHG-OUT TO WS-VL-CHG-LY
               WRITE MI-RPT-LINE FROM WS-VOL-LINE
           END-PERFORM

           MOVE SPACES TO MI-RPT-LINE
           WRITE MI-RPT-LINE
           MOVE "VOLUME BY BROKER" TO MI-RPT-LINE
           WRITE MI-RPT-LINE
           WRITE MI-RPT-LINE FROM WS-VOL-HDR
           PERFORM 4520-LOAD-BROKER-NAMES
           PERFORM VARYING WS-BKX FROM 1 BY 1
                   UNTIL WS-BKX > WS-BRK-COUNT
               MOVE WS-BK-BROKER-ID(WS-BKX)  TO WS-VL-ID
               MOVE WS-BK-NAME(WS-BKX)       TO WS-VL-NAME
               MOVE WS-BK-APPS(WS-BKX, 1)    TO WS-VL-APPS
               MOVE WS-BK-BASKETS(WS-BKX, 1) TO WS-VL-BASKETS
               MOVE WS-BK-BASKETS(WS-BKX, 2) TO WS-VL-BASKETS-PM
               MOVE WS-BK-BASKETS(WS-BKX, 3) TO WS-VL-BASKETS-LY
               MOVE WS-BK-BASKETS(WS-BKX, 1) TO WS-CHG-CUR
               MOVE 'Y' TO WS-ARG-AVAIL
               MOVE WS-BK-BASKETS(WS-BKX, 2) TO WS-CHG-BASE
               PERFORM 9200-EDIT-CHANGE
               MOVE WS-CHG-OUT TO WS-VL-CHG-PM
               MOVE WS-BK-BASKETS(WS-BKX, 3) TO WS-CHG-BASE
               PERFORM 9200-EDIT-CHANGE
               MOVE WS-CHG-OUT TO WS-VL-CHG-LY
               WRITE MI-RPT-LINE FROM WS-VOL-LINE
           END-PERFORM.

       4510-LOAD-FUND-NAMES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL FILE-EOF
               READ ETFMST-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-FDX FROM 1 BY 1
                               UNTIL WS-FDX > WS-FUND-COUNT
                           IF WS-FD-ETF-ID(WS-FDX) = ETF-MST-ID
                               MOVE ETF-MST-NAME TO WS-FD-NAME(WS-FDX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

       4520-LOAD-BROKER-NAMES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BRKMST-FILE
           PERFORM UNTIL FILE-EOF
               READ BRKMST-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-BKX FROM 1 BY 1
                               UNTIL WS-BKX > WS-BRK-COUNT
                           IF WS-BK-BROKER-ID(WS-BKX) = BRK-MST-ID
                               MOVE BRK-MST-NAME TO WS-BK-NAME(WS-BKX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE.

      * 歷史檔複寫:保留其他年月，本月各項目以本次數字寫入。
       5000-REWRITE-HISTORY.
           OPEN OUTPUT MPH-OUT
           PERFORM VARYING WS-MHX FROM 1 BY 1
                   UNTIL WS-MHX > WS-MPH-COUNT
               MOVE SPACES TO MPH-REC
               MOVE WS-MH-YM(WS-MHX)    TO MPH-YM
               MOVE WS-MH-CODE(WS-MHX)  TO MPH-CODE
               MOVE WS-MH-VALUE(WS-MHX) TO MPH-VALUE
               WRITE MPH-REC
           END-PERFORM
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MET-COUNT
               MOVE SPACES TO MPH-REC
               MOVE WS-RPT-YM          TO MPH-YM
               MOVE WS-MD-CODE(WS-MX)  TO MPH-CODE
               MOVE WS-MV(WS-MX, 1)    TO MPH-VALUE
               WRITE MPH-REC
               ADD 1 TO WS-MPH-COUNT
           END-PERFORM
           CLOSE MPH-OUT.

      * 年月歸期:1=本月 2=上月 3=去年同月 0=不在比較期間。
       9000-PERIOD-OF-YM.
           MOVE 0 TO WS-PX
           EVALUATE WS-ARG-YM
               WHEN WS-PER-YM(1) MOVE 1 TO WS-PX
               WHEN WS-PER-YM(2) MOVE 2 TO WS-PX
               WHEN WS-PER-YM(3) MOVE 3 TO WS-PX
           END-EVALUATE.

       9100-EDIT-VALUE.
           IF WS-ARG-AVAIL NOT = 'Y'
               MOVE "                 N/A" TO WS-EDIT-OUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-TYPE = 'R'
               MOVE WS-ARG-VALUE TO WS-EDIT-DEC
               MOVE WS-EDIT-DEC TO WS-EDIT-OUT
           ELSE
               MOVE WS-ARG-VALUE TO WS-EDIT-INT
               MOVE WS-EDIT-INT TO WS-EDIT-OUT
           END-IF.

      * 增減百分比 =(本期-比較期)×100/比較期；比較期為0或未取得
      * 者列 N/A。
       9200-EDIT-CHANGE.
           IF WS-ARG-AVAIL NOT = 'Y' OR WS-CHG-BASE = 0
               MOVE "     N/A" TO WS-CHG-OUT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHG-PCT ROUNDED =
               (WS-CHG-CUR - WS-CHG-BASE) * 100 / WS-CHG-BASE
               ON SIZE ERROR
                   MOVE "  ******" TO WS-CHG-OUT
                   EXIT PARAGRAPH
           END-COMPUTE
           MOVE WS-CHG-PCT TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO WS-CHG-OUT.
