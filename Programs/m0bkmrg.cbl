      * M0BKMRG - 參加人券商合併及券商代表號移轉作業(兩人覆核)
      * 參加人券商合併時，消滅券商(原代號)之未結帳項過去須由人工
      * 逐檔改列存續券商(新代號)。本程式仿 M0MERGE 之兩段式作業
      * ，由請求檔 M0BKMRG.REQ(模式(1)+經辦人員代號(8)+提案基準日
      * (8))控制:
      *   'P' 提案 - 讀入券商合併宣告檔 BKMDECL.DAT(原代號+新代號
      *       +生效日)，兩代號均須載於券商參加人基本資料主檔，且
      *       原代號未曾合併、新代號為正常狀態；新代號不得同時為
      *       他筆宣告之原代號，原代號不得重複宣告。生效日不晚於
      *       提案基準日之宣告方移轉，其餘僅列示:
      *       1. 主檔原代號狀態改為已合併('M')並載存續券商代表號，
      *          名稱等欄位保留，歷史報表仍顯示原代號名稱。
      *       2. 持有分類帳 HOLDLED.DAT 原代號開戶之部位改列新代號
      *          ；同一帳號已存在於新代號下者(帳號衝突)不移轉，列
      *          示待人工換號，該帳號之現金差額帳項亦不移轉。
      *       3. 每日申報基數上限 BRKLIM.DAT:原代號於生效日生效中
      *          之上限列效期截至生效日前一日(生效日起始者刪除)，
      *          其基數併入新代號同一基金(含空白總上限)於生效日之
      *          上限(新代號該日生效中之列亦於前一日截止，自生效日
      *          起另立合併後上限列)；新代號該鍵無上限者維持無上限
      *          。原代號生效日後始生效之上限列刪除。
      *       4. 未結帳項改列新代號:現金差額帳 CSHLED.DAT 未銷帳
      *          項(收取人開戶券商)、保證金帳 MGNLED.DAT 未退還項、
      *          應收帳款 ARINV.DAT 未繳清帳單、交割失敗帳
      *          FAILLED.DAT 及借券未回補帳 SBLOPN.DAT 全部帳項。
      *       5. 列示原代號尚未結案之在途案件(APLSTS.DAT 狀態非'C')
      *          ，核可時改列新代號。
      *       寫出待核宣告檔 BKMDPND.DAT 及各檔待核檔(BKMMPND/
      *       BKMLPND/BKMHPND/BKMCPND/BKMGPND/BKMIPND/BKMFPND/
      *       BKMSPND.DAT)及待核日記 BKMJPND.DAT(移轉宣告及衝突
      *       帳號)，正式檔不動；有帳號衝突者RETURN-CODE=4。
      *   'A' 核可 - 由第二人執行，核可人須具主檔維護角色(M0AUTHC)
      *       ，經辦人員代號與提案人相同時拒絕(RETURN-CODE=8)；核
      *       可後寫出 BRKMST/BRKLIM/HOLDLED/CSHLED/MGNLED/ARINV/
      *       FAILLED/SBLOPN.NEW 由排程取代正式檔(於當日各分類帳
      *       滾存作業之後執行)，在途案件登錄檔原代號改列新代號，
      *       每一宣告經 M0AUDLG 寫入作業稽核總帳。核可前以各待核
      *       宣告之生效日呼叫 M0SYSCK 'P' 檢核會計期間鎖定，所屬
      *       月份已關帳者拒絕核可(RETURN-CODE=8)，不寫出任何
      *       .NEW 檔。在途案件改列失敗者列示例外，RETURN-CODE=4。
      *       待核日記蓋核可日/核可人附加至券商代表號移轉核可日記
      *       BKMJRN.DAT(bkmjrn 抄寫簿)，供 M0LRBLD 重演及 BRKLOOK
      *       過帳代號轉換。
      * 歷史檔(M01HIST/M04HIST 等)不予改寫，歷史報表維持原代號。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
      *   2026-10-15  核可前以合併生效日檢核會計期間鎖定(M0SYSCK
      *               'P')
      *   2026-10-15  在途案件改列失敗者列示例外並 RETURN-CODE=4，
      *               不計入已改列筆數
      *   2026-10-15  提案寫出待核日記 BKMJPND.DAT，核可時附加至券
      *               商代表號移轉核可日記 BKMJRN.DAT
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0BKMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0BKMRG.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECL-FILE ASSIGN TO "BKMDECL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BRKMST-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LIMIT-FILE ASSIGN TO "BRKLIM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LEDGER-IN ASSIGN TO "HOLDLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CSHLED-FILE ASSIGN TO "CSHLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MGNLED-FILE ASSIGN TO "MGNLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARINV-FILE ASSIGN TO "ARINV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FAILLED-FILE ASSIGN TO "FAILLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SBLOPN-FILE ASSIGN TO "SBLOPN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL APLSTS-FILE ASSIGN TO "APLSTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY.
           SELECT DPND-FILE ASSIGN TO "BKMDPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MPND-FILE ASSIGN TO "BKMMPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LPND-FILE ASSIGN TO "BKMLPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HPND-FILE ASSIGN TO "BKMHPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CPND-FILE ASSIGN TO "BKMCPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GPND-FILE ASSIGN TO "BKMGPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IPND-FILE ASSIGN TO "BKMIPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FPND-FILE ASSIGN TO "BKMFPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SPND-FILE ASSIGN TO "BKMSPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JPND-OUT-FILE ASSIGN TO "BKMJPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JPND-IN-FILE ASSIGN TO "BKMJPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BKMJRN-FILE ASSIGN TO "BKMJRN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MST-NEW-FILE ASSIGN TO "BRKMST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIM-NEW-FILE ASSIGN TO "BRKLIM.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEDGER-NEW-FILE ASSIGN TO "HOLDLED.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CSH-NEW-FILE ASSIGN TO "CSHLED.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MGN-NEW-FILE ASSIGN TO "MGNLED.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INV-NEW-FILE ASSIGN TO "ARINV.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FAIL-NEW-FILE ASSIGN TO "FAILLED.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SBL-NEW-FILE ASSIGN TO "SBLOPN.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BKM-RPT-FILE ASSIGN TO "M0BKMRG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
           05  REQ-USER-ID          PIC X(08).
           05  REQ-PROC-DATE        PIC 9(08).

       FD  DECL-FILE.
       01  BKMDECL-REC.
           05  BKM-OLD-ID           PIC X(04).  *> 原(消滅)券商代號
           05  BKM-NEW-ID           PIC X(04).  *> 新(存續)券商代號
           05  BKM-EFF-DATE         PIC 9(08).  *> 生效日
           05  FILLER               PIC X(14).

       FD  BRKMST-FILE.
       COPY brkmst.

       FD  LIMIT-FILE.
       COPY brklim.

       FD  LEDGER-IN.
       COPY holdled.

       FD  CSHLED-FILE.
       COPY cshled.

       FD  MGNLED-FILE.
       COPY mgnled.

      * 應收帳款帳單檔(版面同 M0INVC)。
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

      * 交割失敗帳(版面同 M0SETLF)。
       FD  FAILLED-FILE.
       01  FAILLED-REC.
           05  FLD-ETF-ID           PIC X(06).
           05  FLD-BROKER-ID        PIC X(04).
           05  FLD-TX-DATE          PIC 9(08).
           05  FLD-SEQNO            PIC X(03).
           05  FLD-EXPECT-DATE      PIC 9(08).
           05  FLD-OPEN-DATE        PIC 9(08).
           05  FILLER               PIC X(13).

      * 借券未回補帳(版面同 M0SBLCF)。
       FD  SBLOPN-FILE.
       01  SBLOPN-REC.
           05  OPN-BROKER-ID        PIC X(04).
           05  OPN-STKNO            PIC X(06).
           05  OPN-QTY              PIC 9(12).
           05  OPN-DUE-DATE         PIC 9(08).
           05  OPN-ISSUE-DATE       PIC 9(08).
           05  FILLER               PIC X(02).

       FD  APLSTS-FILE.
       COPY aplsts.

       FD  DPND-FILE.
       01  DPND-REC                 PIC X(30).

       FD  MPND-FILE.
       01  MPND-REC                 PIC X(50).

       FD  LPND-FILE.
       01  LPND-REC                 PIC X(40).

       FD  HPND-FILE.
       01  HPND-REC                 PIC X(40).

       FD  CPND-FILE.
       01  CPND-REC                 PIC X(60).

       FD  GPND-FILE.
       01  GPND-REC                 PIC X(60).

       FD  IPND-FILE.
       01  IPND-REC                 PIC X(120).

       FD  FPND-FILE.
       01  FPND-REC                 PIC X(50).

       FD  SPND-FILE.
       01  SPND-REC                 PIC X(40).

       FD  JPND-OUT-FILE.
       01  JPND-OUT-REC             PIC X(50).

       FD  JPND-IN-FILE.
       01  JPND-IN-REC              PIC X(50).

       FD  BKMJRN-FILE.
       COPY bkmjrn.

       FD  MST-NEW-FILE.
       01  MST-NEW-REC              PIC X(50).

       FD  LIM-NEW-FILE.
       01  LIM-NEW-REC              PIC X(40).

       FD  LEDGER-NEW-FILE.
       01  LEDGER-NEW-REC           PIC X(40).

       FD  CSH-NEW-FILE.
       01  CSH-NEW-REC              PIC X(60).

       FD  MGN-NEW-FILE.
       01  MGN-NEW-REC              PIC X(60).

       FD  INV-NEW-FILE.
       01  INV-NEW-REC              PIC X(120).

       FD  FAIL-NEW-FILE.
       01  FAIL-NEW-REC             PIC X(50).

       FD  SBL-NEW-FILE.
       01  SBL-NEW-REC              PIC X(40).

       FD  BKM-RPT-FILE.
       01  BKM-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DCL-EOF               PIC X VALUE 'N'.
           88  DCL-EOF                    VALUE 'Y'.
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.
       01  WS-LIM-EOF               PIC X VALUE 'N'.
           88  LIM-EOF                    VALUE 'Y'.
       01  WS-LED-EOF               PIC X VALUE 'N'.
           88  LED-EOF                    VALUE 'Y'.
       01  WS-IN-EOF                PIC X VALUE 'N'.
           88  IN-EOF                     VALUE 'Y'.
       01  WS-AST-EOF               PIC X VALUE 'N'.
           88  AST-EOF                    VALUE 'Y'.
       01  WS-PEND-EOF              PIC X VALUE 'N'.
           88  PEND-EOF                   VALUE 'Y'.

      * 待核檔首筆控制記錄版面(與最長之待核記錄同長)。
       01  WS-PEND-CTL.
           05  WS-PCTL-TYPE         PIC X(06).
           05  WS-PCTL-PROPOSER     PIC X(08).
           05  FILLER               PIC X(106).

      * 券商合併宣告表。
       01  WS-BKM-TABLE.
           05  WS-BKM-COUNT         PIC 9(03) VALUE 0.
           05  WS-BKM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MBX WS-MBY.
               10  WS-MB-OLD-ID     PIC X(04).
               10  WS-MB-NEW-ID     PIC X(04).
               10  WS-MB-EFF-DATE   PIC 9(08).
               10  WS-MB-PREV-DATE  PIC 9(08).
               10  WS-MB-OLD-STATUS PIC X(01).
               10  WS-MB-NEW-STATUS PIC X(01).
               10  WS-MB-STATUS     PIC X(01).
                   88  MB-MIGRATE         VALUE 'G'.
                   88  MB-NOT-YET         VALUE 'N'.
                   88  MB-INVALID         VALUE 'X'.
               10  WS-MB-REASON     PIC X(30).
               10  WS-MB-HOLD-MOVED PIC 9(07).
               10  WS-MB-CONFLICTS  PIC 9(05).
               10  WS-MB-LIM-ROWS   PIC 9(05).
               10  WS-MB-CSH-ITEMS  PIC 9(07).
               10  WS-MB-MGN-ITEMS  PIC 9(07).
               10  WS-MB-INV-ITEMS  PIC 9(07).
               10  WS-MB-FAIL-ITEMS PIC 9(07).
               10  WS-MB-SBL-ITEMS  PIC 9(07).
               10  WS-MB-AST-ITEMS  PIC 9(07).

      * 待核宣告記錄(版面同 BKMDECL.DAT)。
       01  WS-DECL-WORK.
           05  WS-DW-OLD-ID         PIC X(04).
           05  WS-DW-NEW-ID         PIC X(04).
           05  WS-DW-EFF-DATE       PIC 9(08).
           05  FILLER               PIC X(14).

      * 持有分類帳表。
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT        PIC 9(05) VALUE 0.
           05  WS-HOLD-ENTRY OCCURS 5000 TIMES.
               10  WS-HL-ACNT-BROKER PIC X(04).
               10  WS-HL-ETF-ID      PIC X(06).
               10  WS-HL-ACNT-NO     PIC 9(07).
               10  WS-HL-UNITS       PIC 9(15).
       01  WS-HLX                   PIC 9(05).
       01  WS-HJX                   PIC 9(05).
       01  WS-HKX                   PIC 9(05).
       01  WS-SWAP-HOLD             PIC X(32).
       01  WS-HOLD-SKIPPED          PIC 9(05) VALUE 0.

      * 帳號衝突表(原代號帳號已存在於新代號下者)。
       01  WS-CFL-TABLE.
           05  WS-CFL-COUNT         PIC 9(05) VALUE 0.
           05  WS-CFL-ENTRY OCCURS 1000 TIMES.
               10  WS-CF-OLD-ID     PIC X(04).
               10  WS-CF-ACNT-NO    PIC 9(07).
       01  WS-CFX                   PIC 9(05).

      * 每日申報基數上限表(鍵值 券商+基金+生效起日 連續排列)。
       01  WS-LIM-TABLE.
           05  WS-LIM-COUNT         PIC 9(05) VALUE 0.
           05  WS-LIM-ENTRY OCCURS 2000 TIMES.
               10  WS-LM-BROKER-ID  PIC X(04).
               10  WS-LM-ETF-ID     PIC X(06).
               10  WS-LM-EFF-FROM   PIC 9(08).
               10  WS-LM-EFF-TO     PIC 9(08).
               10  WS-LM-MAX-UNITS  PIC 9(09).
               10  WS-LM-DELETED    PIC X(01).
       01  WS-LMX                   PIC 9(05).
       01  WS-LJX                   PIC 9(05).
       01  WS-LKX                   PIC 9(05).
       01  WS-LSX                   PIC 9(05).
       01  WS-SWAP-LIM              PIC X(36).
       01  WS-LIM-SKIPPED           PIC 9(05) VALUE 0.
       01  WS-MERGE-UNITS           PIC 9(09).
       01  WS-SAVE-EFF-TO           PIC 9(08).

       01  WS-ARG-BROKER-ID         PIC X(04).
       01  WS-ARG-ACNT-NO           PIC 9(07).
       01  WS-HIT-SW                PIC X VALUE 'N'.
           88  BKM-HIT                    VALUE 'Y'.
       01  WS-CFL-SW                PIC X VALUE 'N'.
           88  ACNT-CONFLICT              VALUE 'Y'.
       01  WS-OLD-BROKER-ID         PIC X(04).
       01  WS-PROPOSER              PIC X(08).

       01  WS-MST-READ              PIC 9(05) VALUE 0.
       01  WS-MST-MERGED            PIC 9(05) VALUE 0.
       01  WS-HOLD-MOVED            PIC 9(07) VALUE 0.
       01  WS-LIM-CHANGED           PIC 9(05) VALUE 0.
       01  WS-CSH-MOVED             PIC 9(07) VALUE 0.
       01  WS-CSH-HELD              PIC 9(07) VALUE 0.
       01  WS-MGN-MOVED             PIC 9(07) VALUE 0.
       01  WS-INV-MOVED             PIC 9(07) VALUE 0.
       01  WS-FAIL-MOVED            PIC 9(07) VALUE 0.
       01  WS-SBL-MOVED             PIC 9(07) VALUE 0.
       01  WS-INFLIGHT-COUNT        PIC 9(07) VALUE 0.
       01  WS-AST-MOVED             PIC 9(07) VALUE 0.
       01  WS-AST-FAILED            PIC 9(07) VALUE 0.
       01  WS-ROWS-OUT              PIC 9(07) VALUE 0.

       COPY m0authc.
       COPY m0audlg.
       COPY m0sysck.

       01  WS-LOCK-SW               PIC X VALUE 'N'.
           88  PERIOD-LOCKED              VALUE 'Y'.

       01  WS-MOVE-LINE.
           05  WS-V-FILE            PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-V-KEY             PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-V-OLD-ID          PIC X(04).
           05  WS-V-ARROW           PIC X(04).
           05  WS-V-NEW-ID          PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-V-NOTE            PIC X(40).

       01  WS-LIM-LINE.
           05  WS-L-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-EFF-FROM        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-EFF-TO          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-MAX-UNITS       PIC ZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-L-ACTION          PIC X(40).

       01  WS-FLT-LINE.
           05  WS-F-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-F-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-F-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-F-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-F-TX-KIND         PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-F-STATUS          PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-F-NEW-ID          PIC X(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACE  TO REQ-MODE
                      MOVE SPACES TO REQ-USER-ID
                      MOVE 0      TO REQ-PROC-DATE
           END-READ
           CLOSE REQ-FILE

           OPEN OUTPUT BKM-RPT-FILE
           MOVE "PARTICIPANT BROKER MERGER AND BROKER-ID MIGRATION"
               TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "MODE: " REQ-MODE "  USER: " REQ-USER-ID
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE

           EVALUATE REQ-MODE
               WHEN 'P' PERFORM 1000-PROPOSE-MERGER
               WHEN 'A' PERFORM 3000-APPROVE-MERGER
               WHEN OTHER
                   MOVE "INVALID REQUEST MODE" TO BKM-RPT-LINE
                   WRITE BKM-RPT-LINE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE BKM-RPT-FILE
           STOP RUN.

      * 提案:載入宣告、主檔、持有帳及上限檔，逐檔改列原代號帳項
      * ，寫出待核檔。
       1000-PROPOSE-MERGER.
           PERFORM 1100-LOAD-DECL-TABLE
           PERFORM 1200-CHECK-BROKERS-ON-MASTER
           PERFORM 1250-LIST-DECLARATIONS
           PERFORM 1300-LOAD-HOLDINGS
           PERFORM 1400-LOAD-LIMITS

           PERFORM 2000-WRITE-PENDING-DECL
           PERFORM 2100-WRITE-PENDING-MASTER
           PERFORM 2200-REKEY-HOLDINGS
           PERFORM 2300-WRITE-PENDING-LEDGER
           PERFORM 2400-MERGE-LIMITS
           PERFORM 2450-WRITE-PENDING-LIMITS
           PERFORM 2500-REPOINT-CASH-LEDGER
           PERFORM 2510-REPOINT-MARGIN-LEDGER
           PERFORM 2520-REPOINT-INVOICES
           PERFORM 2530-REKEY-FAIL-LEDGER
           PERFORM 2540-REKEY-SBL-OPEN
           PERFORM 2550-WRITE-PENDING-JOURNAL
           PERFORM 2600-LIST-OPEN-CASES
           PERFORM 2700-LIST-DECL-TOTALS

           MOVE SPACES TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           STRING "DECLARATIONS LOADED....: " WS-BKM-COUNT
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "BROKERS MARKED MERGED..: " WS-MST-MERGED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "HOLDINGS RE-KEYED......: " WS-HOLD-MOVED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "ACCOUNT NO CONFLICTS...: " WS-CFL-COUNT
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "LIMIT ROWS CHANGED.....: " WS-LIM-CHANGED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "CASH ITEMS REPOINTED...: " WS-CSH-MOVED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "CASH ITEMS HELD........: " WS-CSH-HELD
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "MARGIN ITEMS REPOINTED.: " WS-MGN-MOVED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "INVOICES REPOINTED.....: " WS-INV-MOVED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "FAIL ITEMS RE-KEYED....: " WS-FAIL-MOVED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "SBL ITEMS RE-KEYED.....: " WS-SBL-MOVED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "IN-FLIGHT CASES........: " WS-INFLIGHT-COUNT
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           IF WS-HOLD-SKIPPED > 0 OR WS-LIM-SKIPPED > 0
               MOVE SPACES TO BKM-RPT-LINE
               STRING "*** WARNING: ROWS OVER TABLE LIMIT "
                   "NOT CARRIED: HOLDLED " WS-HOLD-SKIPPED
                   " BRKLIM " WS-LIM-SKIPPED
                   DELIMITED BY SIZE INTO BKM-RPT-LINE
               WRITE BKM-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "PENDING FILES WRITTEN - AWAITING SECOND-PERSON"
               TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           IF RETURN-CODE = 0
               IF WS-CFL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1100-LOAD-DECL-TABLE.
           OPEN INPUT DECL-FILE
           PERFORM UNTIL DCL-EOF
               READ DECL-FILE
                   AT END SET DCL-EOF TO TRUE
                   NOT AT END
                       IF WS-BKM-COUNT < 50
                           ADD 1 TO WS-BKM-COUNT
                           SET WS-MBX TO WS-BKM-COUNT
                           MOVE BKMDECL-REC TO WS-DECL-WORK
                           PERFORM 1110-INIT-DECL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECL-FILE.

       1110-INIT-DECL-ENTRY.
           MOVE WS-DW-OLD-ID   TO WS-MB-OLD-ID(WS-MBX)
           MOVE WS-DW-NEW-ID   TO WS-MB-NEW-ID(WS-MBX)
           MOVE WS-DW-EFF-DATE TO WS-MB-EFF-DATE(WS-MBX)
           MOVE 0 TO WS-MB-PREV-DATE(WS-MBX)
           MOVE SPACE TO WS-MB-OLD-STATUS(WS-MBX)
                         WS-MB-NEW-STATUS(WS-MBX)
                         WS-MB-STATUS(WS-MBX)
           MOVE SPACES TO WS-MB-REASON(WS-MBX)
           MOVE 0 TO WS-MB-HOLD-MOVED(WS-MBX)
                     WS-MB-CONFLICTS(WS-MBX)
                     WS-MB-LIM-ROWS(WS-MBX)
                     WS-MB-CSH-ITEMS(WS-MBX)
                     WS-MB-MGN-ITEMS(WS-MBX)
                     WS-MB-INV-ITEMS(WS-MBX)
                     WS-MB-FAIL-ITEMS(WS-MBX)
                     WS-MB-SBL-ITEMS(WS-MBX)
                     WS-MB-AST-ITEMS(WS-MBX).

      * 兩代號均須載於主檔；原代號未曾合併、新代號為正常狀態，
      * 新代號不得為他筆宣告之原代號，原代號不得重複宣告；生效
      * 日晚於提案基準日者本次僅列示。
       1200-CHECK-BROKERS-ON-MASTER.
           OPEN INPUT BRKMST-FILE
           PERFORM UNTIL MST-EOF
               READ BRKMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-MBX FROM 1 BY 1
                               UNTIL WS-MBX > WS-BKM-COUNT
                           IF WS-MB-OLD-ID(WS-MBX) = BRK-MST-ID
                               MOVE BRK-MST-STATUS
                                   TO WS-MB-OLD-STATUS(WS-MBX)
                           END-IF
                           IF WS-MB-NEW-ID(WS-MBX) = BRK-MST-ID
                               MOVE BRK-MST-STATUS
                                   TO WS-MB-NEW-STATUS(WS-MBX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE
           MOVE 'N' TO WS-MST-EOF
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               PERFORM 1210-CHECK-ONE-DECL
           END-PERFORM.

       1210-CHECK-ONE-DECL.
           SET MB-INVALID(WS-MBX) TO TRUE
           EVALUATE TRUE
               WHEN WS-MB-OLD-ID(WS-MBX) = WS-MB-NEW-ID(WS-MBX)
                   MOVE "OLD AND NEW ID ARE THE SAME"
                       TO WS-MB-REASON(WS-MBX)
               WHEN WS-MB-OLD-STATUS(WS-MBX) = SPACE
                   MOVE "OLD ID NOT ON BROKER MASTER"
                       TO WS-MB-REASON(WS-MBX)
               WHEN WS-MB-OLD-STATUS(WS-MBX) = 'M'
                   MOVE "OLD ID ALREADY MERGED"
                       TO WS-MB-REASON(WS-MBX)
               WHEN WS-MB-NEW-STATUS(WS-MBX) = SPACE
                   MOVE "NEW ID NOT ON BROKER MASTER"
                       TO WS-MB-REASON(WS-MBX)
               WHEN WS-MB-NEW-STATUS(WS-MBX) NOT = 'A'
                   MOVE "NEW ID NOT AN ACTIVE PARTICIPANT"
                       TO WS-MB-REASON(WS-MBX)
               WHEN WS-MB-EFF-DATE(WS-MBX) NOT NUMERIC
                   OR WS-MB-EFF-DATE(WS-MBX) < 19000101
                   MOVE "INVALID EFFECTIVE DATE"
                       TO WS-MB-REASON(WS-MBX)
               WHEN OTHER
                   IF WS-MB-EFF-DATE(WS-MBX) > REQ-PROC-DATE
                       SET MB-NOT-YET(WS-MBX) TO TRUE
                   ELSE
                       SET MB-MIGRATE(WS-MBX) TO TRUE
                       COMPUTE WS-MB-PREV-DATE(WS-MBX) =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(
                               WS-MB-EFF-DATE(WS-MBX)) - 1)
                   END-IF
           END-EVALUATE
           IF MB-INVALID(WS-MBX)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MBY FROM 1 BY 1
                   UNTIL WS-MBY > WS-BKM-COUNT
               IF WS-MBY NOT = WS-MBX
                   IF WS-MB-OLD-ID(WS-MBY) = WS-MB-NEW-ID(WS-MBX)
                       SET MB-INVALID(WS-MBX) TO TRUE
                       MOVE "NEW ID IS MERGED BY ANOTHER DECL"
                           TO WS-MB-REASON(WS-MBX)
                   END-IF
                   IF WS-MBY < WS-MBX
                           AND WS-MB-OLD-ID(WS-MBY)
                               = WS-MB-OLD-ID(WS-MBX)
                       SET MB-INVALID(WS-MBX) TO TRUE
                       MOVE "OLD ID DECLARED MORE THAN ONCE"
                           TO WS-MB-REASON(WS-MBX)
                   END-IF
               END-IF
           END-PERFORM.

       1250-LIST-DECLARATIONS.
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               MOVE SPACES TO BKM-RPT-LINE
               EVALUATE TRUE
                   WHEN MB-INVALID(WS-MBX)
                       STRING "DECLARATION REJECTED: "
                           WS-MB-OLD-ID(WS-MBX) " -> "
                           WS-MB-NEW-ID(WS-MBX) " ("
                           DELIMITED BY SIZE
                           WS-MB-REASON(WS-MBX) DELIMITED BY "  "
                           ")" DELIMITED BY SIZE INTO BKM-RPT-LINE
                       MOVE 8 TO RETURN-CODE
                   WHEN MB-NOT-YET(WS-MBX)
                       STRING "NOT YET EFFECTIVE - NO ACTION: "
                           WS-MB-OLD-ID(WS-MBX) " -> "
                           WS-MB-NEW-ID(WS-MBX)
                           " EFF " WS-MB-EFF-DATE(WS-MBX)
                           DELIMITED BY SIZE INTO BKM-RPT-LINE
                   WHEN OTHER
                       STRING "MERGER TO MIGRATE: "
                           WS-MB-OLD-ID(WS-MBX) " -> "
                           WS-MB-NEW-ID(WS-MBX)
                           " EFF " WS-MB-EFF-DATE(WS-MBX)
                           DELIMITED BY SIZE INTO BKM-RPT-LINE
               END-EVALUATE
               WRITE BKM-RPT-LINE
           END-PERFORM.

       1300-LOAD-HOLDINGS.
           OPEN INPUT LEDGER-IN
           PERFORM UNTIL LED-EOF
               READ LEDGER-IN
                   AT END SET LED-EOF TO TRUE
                   NOT AT END
                       IF WS-HOLD-COUNT < 5000
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE WS-HOLD-COUNT TO WS-HLX
                           MOVE HLD-ACNT-BROKER
                               TO WS-HL-ACNT-BROKER(WS-HLX)
                           MOVE HLD-ETF-ID
                               TO WS-HL-ETF-ID(WS-HLX)
                           MOVE HLD-ACNT-NO
                               TO WS-HL-ACNT-NO(WS-HLX)
                           MOVE HLD-UNITS
                               TO WS-HL-UNITS(WS-HLX)
                       ELSE
                           ADD 1 TO WS-HOLD-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-IN.

       1400-LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE
           PERFORM UNTIL LIM-EOF
               READ LIMIT-FILE
                   AT END SET LIM-EOF TO TRUE
                   NOT AT END
                       IF WS-LIM-COUNT < 2000
                           ADD 1 TO WS-LIM-COUNT
                           MOVE WS-LIM-COUNT TO WS-LMX
                           MOVE BRK-LIM-BROKER-ID
                               TO WS-LM-BROKER-ID(WS-LMX)
                           MOVE BRK-LIM-ETF-ID
                               TO WS-LM-ETF-ID(WS-LMX)
                           MOVE BRK-LIM-EFF-FROM
                               TO WS-LM-EFF-FROM(WS-LMX)
                           MOVE BRK-LIM-EFF-TO
                               TO WS-LM-EFF-TO(WS-LMX)
                           MOVE BRK-LIM-MAX-UNITS
                               TO WS-LM-MAX-UNITS(WS-LMX)
                           MOVE 'N' TO WS-LM-DELETED(WS-LMX)
                       ELSE
                           ADD 1 TO WS-LIM-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-FILE.

      * 待核宣告檔:首筆控制記錄載提案人，其後為本次移轉之宣告，
      * 供核可時改列在途案件及寫稽核總帳。
       2000-WRITE-PENDING-DECL.
           MOVE SPACES TO WS-PEND-CTL
           MOVE "*CTRL*" TO WS-PCTL-TYPE
           MOVE REQ-USER-ID TO WS-PCTL-PROPOSER
           OPEN OUTPUT DPND-FILE
           MOVE WS-PEND-CTL(1:30) TO DPND-REC
           WRITE DPND-REC
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               IF MB-MIGRATE(WS-MBX)
                   MOVE SPACES TO WS-DECL-WORK
                   MOVE WS-MB-OLD-ID(WS-MBX)   TO WS-DW-OLD-ID
                   MOVE WS-MB-NEW-ID(WS-MBX)   TO WS-DW-NEW-ID
                   MOVE WS-MB-EFF-DATE(WS-MBX) TO WS-DW-EFF-DATE
                   WRITE DPND-REC FROM WS-DECL-WORK
               END-IF
           END-PERFORM
           CLOSE DPND-FILE.

      * 待核主檔:原代號狀態改為已合併並載存續券商代表號。
       2100-WRITE-PENDING-MASTER.
           MOVE SPACES TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE "FILE    KEY                            OLD     NEW"
               TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           OPEN INPUT BRKMST-FILE
           OPEN OUTPUT MPND-FILE
           MOVE WS-PEND-CTL(1:50) TO MPND-REC
           WRITE MPND-REC
           PERFORM UNTIL MST-EOF
               READ BRKMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MST-READ
                       MOVE BRK-MST-ID TO WS-ARG-BROKER-ID
                       PERFORM 2900-SEARCH-OLD-ID
                       IF BKM-HIT
                           PERFORM 2110-MARK-MERGED
                       END-IF
                       WRITE MPND-REC FROM BRK-MASTER-REC
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE MPND-FILE.

       2110-MARK-MERGED.
           MOVE SPACES TO WS-MOVE-LINE
           MOVE "BRKMST"              TO WS-V-FILE
           MOVE BRK-MST-NAME          TO WS-V-KEY
           MOVE BRK-MST-ID            TO WS-V-OLD-ID
           MOVE " -> "                TO WS-V-ARROW
           MOVE WS-MB-NEW-ID(WS-MBX)  TO WS-V-NEW-ID
           STRING "STATUS " BRK-MST-STATUS " -> M (MERGED)"
               DELIMITED BY SIZE INTO WS-V-NOTE
           MOVE WS-MOVE-LINE TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           SET BRK-MST-MERGED TO TRUE
           MOVE WS-MB-NEW-ID(WS-MBX) TO BRK-MST-MERGED-TO
           ADD 1 TO WS-MST-MERGED.

      * 持有帳改列:逐一移轉宣告，原代號帳號已存在於新代號下者登
      * 錄帳號衝突不移轉，其餘部位改列新代號。宣告依序處理，前筆
      * 已改列之部位亦納入後筆之衝突判斷。
       2200-REKEY-HOLDINGS.
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               IF MB-MIGRATE(WS-MBX)
                   PERFORM VARYING WS-HLX FROM 1 BY 1
                           UNTIL WS-HLX > WS-HOLD-COUNT
                       IF WS-HL-ACNT-BROKER(WS-HLX)
                               = WS-MB-OLD-ID(WS-MBX)
                           PERFORM 2210-CHECK-ACNT-CONFLICT
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-HLX FROM 1 BY 1
                           UNTIL WS-HLX > WS-HOLD-COUNT
                       IF WS-HL-ACNT-BROKER(WS-HLX)
                               = WS-MB-OLD-ID(WS-MBX)
                           PERFORM 2220-REKEY-ONE-POSITION
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM 2800-SORT-HOLD-TABLE.

       2210-CHECK-ACNT-CONFLICT.
           MOVE WS-MB-OLD-ID(WS-MBX) TO WS-ARG-BROKER-ID
           MOVE WS-HL-ACNT-NO(WS-HLX) TO WS-ARG-ACNT-NO
           PERFORM 2910-SEARCH-CONFLICT
           IF ACNT-CONFLICT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HKX FROM 1 BY 1
                   UNTIL WS-HKX > WS-HOLD-COUNT
               IF WS-HL-ACNT-BROKER(WS-HKX) = WS-MB-NEW-ID(WS-MBX)
                       AND WS-HL-ACNT-NO(WS-HKX)
                           = WS-HL-ACNT-NO(WS-HLX)
                   IF WS-CFL-COUNT < 1000
                       ADD 1 TO WS-CFL-COUNT
                       MOVE WS-MB-OLD-ID(WS-MBX)
                           TO WS-CF-OLD-ID(WS-CFL-COUNT)
                       MOVE WS-HL-ACNT-NO(WS-HLX)
                           TO WS-CF-ACNT-NO(WS-CFL-COUNT)
                   END-IF
                   ADD 1 TO WS-MB-CONFLICTS(WS-MBX)
                   MOVE SPACES TO WS-MOVE-LINE
                   MOVE "HOLDLED"              TO WS-V-FILE
                   STRING "ACNT-NO " WS-HL-ACNT-NO(WS-HLX)
                       DELIMITED BY SIZE INTO WS-V-KEY
                   MOVE WS-MB-OLD-ID(WS-MBX)   TO WS-V-OLD-ID
                   MOVE " XX "                 TO WS-V-ARROW
                   MOVE WS-MB-NEW-ID(WS-MBX)   TO WS-V-NEW-ID
                   MOVE "*** ACCOUNT NO IN USE - NOT MOVED"
                       TO WS-V-NOTE
                   MOVE WS-MOVE-LINE TO BKM-RPT-LINE
                   WRITE BKM-RPT-LINE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2220-REKEY-ONE-POSITION.
           MOVE WS-MB-OLD-ID(WS-MBX) TO WS-ARG-BROKER-ID
           MOVE WS-HL-ACNT-NO(WS-HLX) TO WS-ARG-ACNT-NO
           PERFORM 2910-SEARCH-CONFLICT
           IF ACNT-CONFLICT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MOVE-LINE
           MOVE "HOLDLED"              TO WS-V-FILE
           STRING WS-HL-ETF-ID(WS-HLX) " " WS-HL-ACNT-NO(WS-HLX)
               " " WS-HL-UNITS(WS-HLX)
               DELIMITED BY SIZE INTO WS-V-KEY
           MOVE WS-MB-OLD-ID(WS-MBX)   TO WS-V-OLD-ID
           MOVE " -> "                 TO WS-V-ARROW
           MOVE WS-MB-NEW-ID(WS-MBX)   TO WS-V-NEW-ID
           MOVE WS-MOVE-LINE TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE WS-MB-NEW-ID(WS-MBX) TO WS-HL-ACNT-BROKER(WS-HLX)
           ADD 1 TO WS-MB-HOLD-MOVED(WS-MBX)
           ADD 1 TO WS-HOLD-MOVED.

      * 待核持有帳:首筆為控制記錄。
       2300-WRITE-PENDING-LEDGER.
           OPEN OUTPUT HPND-FILE
           MOVE WS-PEND-CTL(1:40) TO HPND-REC
           WRITE HPND-REC
           PERFORM VARYING WS-HLX FROM 1 BY 1
                   UNTIL WS-HLX > WS-HOLD-COUNT
               MOVE SPACES TO HOLDING-LEDGER-REC
               MOVE WS-HL-ACNT-BROKER(WS-HLX) TO HLD-ACNT-BROKER
               MOVE WS-HL-ETF-ID(WS-HLX)      TO HLD-ETF-ID
               MOVE WS-HL-ACNT-NO(WS-HLX)     TO HLD-ACNT-NO
               MOVE WS-HL-UNITS(WS-HLX)       TO HLD-UNITS
               WRITE HPND-REC FROM HOLDING-LEDGER-REC
           END-PERFORM
           CLOSE HPND-FILE.

      * 上限合併:原代號於生效日生效中之上限列截至前一日(生效日
      * 起始者刪除)並併入新代號；生效日後始生效者刪除。
       2400-MERGE-LIMITS.
           MOVE SPACES TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE "BRKR ETF-ID EFF-FROM EFF-TO    MAX-UNITS ACTION"
               TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               IF MB-MIGRATE(WS-MBX)
                   PERFORM VARYING WS-LMX FROM 1 BY 1
                           UNTIL WS-LMX > WS-LIM-COUNT
                       IF WS-LM-BROKER-ID(WS-LMX)
                               = WS-MB-OLD-ID(WS-MBX)
                               AND WS-LM-DELETED(WS-LMX) = 'N'
                               AND WS-LM-EFF-TO(WS-LMX)
                                   >= WS-MB-EFF-DATE(WS-MBX)
                           PERFORM 2410-MERGE-ONE-LIMIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM 2850-SORT-LIMIT-TABLE.

       2410-MERGE-ONE-LIMIT.
           ADD 1 TO WS-MB-LIM-ROWS(WS-MBX)
           ADD 1 TO WS-LIM-CHANGED
           IF WS-LM-EFF-FROM(WS-LMX) > WS-MB-EFF-DATE(WS-MBX)
               MOVE 'Y' TO WS-LM-DELETED(WS-LMX)
               MOVE WS-LMX TO WS-LSX
               MOVE "DROPPED - STARTS AFTER MERGER" TO WS-L-ACTION
               PERFORM 2490-PRINT-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LM-MAX-UNITS(WS-LMX) TO WS-MERGE-UNITS
           PERFORM 2420-ADD-TO-SURVIVOR
           IF WS-LM-EFF-FROM(WS-LMX) < WS-MB-EFF-DATE(WS-MBX)
               MOVE WS-MB-PREV-DATE(WS-MBX) TO WS-LM-EFF-TO(WS-LMX)
               MOVE "CLOSED AT MERGER" TO WS-L-ACTION
           ELSE
               MOVE 'Y' TO WS-LM-DELETED(WS-LMX)
               MOVE "DROPPED - MERGED INTO SURVIVOR" TO WS-L-ACTION
           END-IF
           MOVE WS-LMX TO WS-LSX
           PERFORM 2490-PRINT-LIMIT.

      * 新代號同一基金於生效日生效中之上限:生效日起始者直接加計
      * ；較早起始者截至前一日，自生效日另立合併後上限列；無者
      * 維持無上限。
       2420-ADD-TO-SURVIVOR.
           MOVE 0 TO WS-LJX
           PERFORM VARYING WS-LKX FROM 1 BY 1
                   UNTIL WS-LKX > WS-LIM-COUNT
               IF WS-LM-BROKER-ID(WS-LKX) = WS-MB-NEW-ID(WS-MBX)
                       AND WS-LM-ETF-ID(WS-LKX)
                           = WS-LM-ETF-ID(WS-LMX)
                       AND WS-LM-DELETED(WS-LKX) = 'N'
                       AND WS-LM-EFF-FROM(WS-LKX)
                           <= WS-MB-EFF-DATE(WS-MBX)
                       AND WS-LM-EFF-TO(WS-LKX)
                           >= WS-MB-EFF-DATE(WS-MBX)
                   MOVE WS-LKX TO WS-LJX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LJX = 0
               MOVE SPACES TO WS-LIM-LINE
               MOVE WS-MB-NEW-ID(WS-MBX)   TO WS-L-BROKER-ID
               MOVE WS-LM-ETF-ID(WS-LMX)   TO WS-L-ETF-ID
               MOVE WS-MB-EFF-DATE(WS-MBX) TO WS-L-EFF-FROM
               MOVE WS-LM-EFF-TO(WS-LMX)   TO WS-L-EFF-TO
               MOVE 0                      TO WS-L-MAX-UNITS
               MOVE "SURVIVOR HAS NO LIMIT - REMAINS OPEN"
                   TO WS-L-ACTION
               MOVE WS-LIM-LINE TO BKM-RPT-LINE
               WRITE BKM-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-LM-EFF-FROM(WS-LJX) = WS-MB-EFF-DATE(WS-MBX)
               ADD WS-MERGE-UNITS TO WS-LM-MAX-UNITS(WS-LJX)
               MOVE WS-LJX TO WS-LSX
               MOVE "SURVIVOR LIMIT INCREASED" TO WS-L-ACTION
               PERFORM 2490-PRINT-LIMIT
               ADD 1 TO WS-LIM-CHANGED
               EXIT PARAGRAPH
           END-IF
           IF WS-LIM-COUNT NOT < 2000
               ADD 1 TO WS-LIM-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LM-EFF-TO(WS-LJX) TO WS-SAVE-EFF-TO
           MOVE WS-MB-PREV-DATE(WS-MBX) TO WS-LM-EFF-TO(WS-LJX)
           MOVE WS-LJX TO WS-LSX
           MOVE "SURVIVOR LIMIT CLOSED AT MERGER" TO WS-L-ACTION
           PERFORM 2490-PRINT-LIMIT
           ADD 1 TO WS-LIM-COUNT
           MOVE WS-LIM-COUNT TO WS-LSX
           MOVE WS-MB-NEW-ID(WS-MBX)   TO WS-LM-BROKER-ID(WS-LSX)
           MOVE WS-LM-ETF-ID(WS-LMX)   TO WS-LM-ETF-ID(WS-LSX)
           MOVE WS-MB-EFF-DATE(WS-MBX) TO WS-LM-EFF-FROM(WS-LSX)
           MOVE WS-SAVE-EFF-TO         TO WS-LM-EFF-TO(WS-LSX)
           COMPUTE WS-LM-MAX-UNITS(WS-LSX) =
               WS-LM-MAX-UNITS(WS-LJX) + WS-MERGE-UNITS
           MOVE 'N' TO WS-LM-DELETED(WS-LSX)
           MOVE "MERGED SURVIVOR LIMIT ADDED" TO WS-L-ACTION
           PERFORM 2490-PRINT-LIMIT
           ADD 2 TO WS-LIM-CHANGED.

      * 待核上限檔:略去刪除列，首筆為控制記錄。
       2450-WRITE-PENDING-LIMITS.
           OPEN OUTPUT LPND-FILE
           MOVE WS-PEND-CTL(1:40) TO LPND-REC
           WRITE LPND-REC
           PERFORM VARYING WS-LMX FROM 1 BY 1
                   UNTIL WS-LMX > WS-LIM-COUNT
               IF WS-LM-DELETED(WS-LMX) = 'N'
                   MOVE SPACES TO BRK-LIMIT-REC
                   MOVE WS-LM-BROKER-ID(WS-LMX) TO BRK-LIM-BROKER-ID
                   MOVE WS-LM-ETF-ID(WS-LMX)    TO BRK-LIM-ETF-ID
                   MOVE WS-LM-MAX-UNITS(WS-LMX) TO BRK-LIM-MAX-UNITS
                   MOVE WS-LM-EFF-FROM(WS-LMX)  TO BRK-LIM-EFF-FROM
                   MOVE WS-LM-EFF-TO(WS-LMX)    TO BRK-LIM-EFF-TO
                   WRITE LPND-REC FROM BRK-LIMIT-REC
               END-IF
           END-PERFORM
           CLOSE LPND-FILE.

       2490-PRINT-LIMIT.
           MOVE WS-LM-BROKER-ID(WS-LSX) TO WS-L-BROKER-ID
           MOVE WS-LM-ETF-ID(WS-LSX)    TO WS-L-ETF-ID
           MOVE WS-LM-EFF-FROM(WS-LSX)  TO WS-L-EFF-FROM
           MOVE WS-LM-EFF-TO(WS-LSX)    TO WS-L-EFF-TO
           MOVE WS-LM-MAX-UNITS(WS-LSX) TO WS-L-MAX-UNITS
           MOVE WS-LIM-LINE TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE.

      * 現金差額帳:未銷帳項收取人開戶券商為原代號者改列新代號；
      * 帳號衝突者不移轉。
       2500-REPOINT-CASH-LEDGER.
           MOVE SPACES TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT CSHLED-FILE
           OPEN OUTPUT CPND-FILE
           MOVE WS-PEND-CTL(1:60) TO CPND-REC
           WRITE CPND-REC
           PERFORM UNTIL IN-EOF
               READ CSHLED-FILE
                   AT END SET IN-EOF TO TRUE
                   NOT AT END
                       IF CLG-OPEN
                           MOVE CLG-ACNT-BROKER TO WS-ARG-BROKER-ID
                           PERFORM 2900-SEARCH-OLD-ID
                           IF BKM-HIT
                               PERFORM 2505-REPOINT-ONE-CASH
                           END-IF
                       END-IF
                       WRITE CPND-REC FROM CASH-LEDGER-REC
               END-READ
           END-PERFORM
           CLOSE CSHLED-FILE CPND-FILE.

       2505-REPOINT-ONE-CASH.
           MOVE CLG-ACNT-NO TO WS-ARG-ACNT-NO
           PERFORM 2910-SEARCH-CONFLICT
           MOVE SPACES TO WS-MOVE-LINE
           MOVE "CSHLED"              TO WS-V-FILE
           STRING CLG-ETF-ID " " CLG-TX-DATE " " CLG-SEQNO
               " " CLG-ACNT-NO
               DELIMITED BY SIZE INTO WS-V-KEY
           MOVE CLG-ACNT-BROKER       TO WS-V-OLD-ID
           MOVE WS-MB-NEW-ID(WS-MBX)  TO WS-V-NEW-ID
           IF ACNT-CONFLICT
               MOVE " XX "            TO WS-V-ARROW
               MOVE "*** ACCOUNT NO IN USE - NOT MOVED"
                   TO WS-V-NOTE
               ADD 1 TO WS-CSH-HELD
           ELSE
               MOVE " -> "            TO WS-V-ARROW
               MOVE WS-MB-NEW-ID(WS-MBX) TO CLG-ACNT-BROKER
               ADD 1 TO WS-MB-CSH-ITEMS(WS-MBX)
               ADD 1 TO WS-CSH-MOVED
           END-IF
           MOVE WS-MOVE-LINE TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE.

      * 保證金帳:待收及已收持有中(未退還)帳項改列新代號。
       2510-REPOINT-MARGIN-LEDGER.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT MGNLED-FILE
           OPEN OUTPUT GPND-FILE
           MOVE WS-PEND-CTL(1:60) TO GPND-REC
           WRITE GPND-REC
           PERFORM UNTIL IN-EOF
               READ MGNLED-FILE
                   AT END SET IN-EOF TO TRUE
                   NOT AT END
                       IF NOT MGL-REFUNDED
                           MOVE MGL-BROKER-ID TO WS-ARG-BROKER-ID
                           PERFORM 2900-SEARCH-OLD-ID
                           IF BKM-HIT
                               MOVE SPACES TO WS-MOVE-LINE
                               MOVE "MGNLED" TO WS-V-FILE
                               STRING MGL-ETF-ID " " MGL-TX-DATE " "
                                   MGL-SEQNO " " MGL-STATUS
                                   DELIMITED BY SIZE INTO WS-V-KEY
                               PERFORM 2590-PRINT-MOVE
                               MOVE WS-MB-NEW-ID(WS-MBX)
                                   TO MGL-BROKER-ID
                               ADD 1 TO WS-MB-MGN-ITEMS(WS-MBX)
                               ADD 1 TO WS-MGN-MOVED
                           END-IF
                       END-IF
                       WRITE GPND-REC FROM MARGIN-LEDGER-REC
               END-READ
           END-PERFORM
           CLOSE MGNLED-FILE GPND-FILE.

      * 應收帳款:未繳清帳單(狀態'O')改列新代號。
       2520-REPOINT-INVOICES.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT ARINV-FILE
           OPEN OUTPUT IPND-FILE
           MOVE WS-PEND-CTL(1:120) TO IPND-REC
           WRITE IPND-REC
           PERFORM UNTIL IN-EOF
               READ ARINV-FILE
                   AT END SET IN-EOF TO TRUE
                   NOT AT END
                       IF ARI-STATUS = 'O'
                           MOVE ARI-BROKER-ID TO WS-ARG-BROKER-ID
                           PERFORM 2900-SEARCH-OLD-ID
                           IF BKM-HIT
                               MOVE SPACES TO WS-MOVE-LINE
                               MOVE "ARINV" TO WS-V-FILE
                               STRING ARI-INV-NO " " ARI-BILL-YM
                                   DELIMITED BY SIZE INTO WS-V-KEY
                               PERFORM 2590-PRINT-MOVE
                               MOVE WS-MB-NEW-ID(WS-MBX)
                                   TO ARI-BROKER-ID
                               ADD 1 TO WS-MB-INV-ITEMS(WS-MBX)
                               ADD 1 TO WS-INV-MOVED
                           END-IF
                       END-IF
                       WRITE IPND-REC FROM ARINV-REC
               END-READ
           END-PERFORM
           CLOSE ARINV-FILE IPND-FILE.

      * 交割失敗帳:帳上均為未了結項，鍵值券商改列新代號。
       2530-REKEY-FAIL-LEDGER.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT FAILLED-FILE
           OPEN OUTPUT FPND-FILE
           MOVE WS-PEND-CTL(1:50) TO FPND-REC
           WRITE FPND-REC
           PERFORM UNTIL IN-EOF
               READ FAILLED-FILE
                   AT END SET IN-EOF TO TRUE
                   NOT AT END
                       MOVE FLD-BROKER-ID TO WS-ARG-BROKER-ID
                       PERFORM 2900-SEARCH-OLD-ID
                       IF BKM-HIT
                           MOVE SPACES TO WS-MOVE-LINE
                           MOVE "FAILLED" TO WS-V-FILE
                           STRING FLD-ETF-ID " " FLD-TX-DATE " "
                               FLD-SEQNO
                               DELIMITED BY SIZE INTO WS-V-KEY
                           PERFORM 2590-PRINT-MOVE
                           MOVE WS-MB-NEW-ID(WS-MBX) TO FLD-BROKER-ID
                           ADD 1 TO WS-MB-FAIL-ITEMS(WS-MBX)
                           ADD 1 TO WS-FAIL-MOVED
                       END-IF
                       WRITE FPND-REC FROM FAILLED-REC
               END-READ
           END-PERFORM
           CLOSE FAILLED-FILE FPND-FILE.

      * 借券未回補帳:帳上均為未回補項，券商改列新代號。
       2540-REKEY-SBL-OPEN.
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT SBLOPN-FILE
           OPEN OUTPUT SPND-FILE
           MOVE WS-PEND-CTL(1:40) TO SPND-REC
           WRITE SPND-REC
           PERFORM UNTIL IN-EOF
               READ SBLOPN-FILE
                   AT END SET IN-EOF TO TRUE
                   NOT AT END
                       MOVE OPN-BROKER-ID TO WS-ARG-BROKER-ID
                       PERFORM 2900-SEARCH-OLD-ID
                       IF BKM-HIT
                           MOVE SPACES TO WS-MOVE-LINE
                           MOVE "SBLOPN" TO WS-V-FILE
                           STRING OPN-STKNO " " OPN-DUE-DATE " "
                               OPN-QTY
                               DELIMITED BY SIZE INTO WS-V-KEY
                           PERFORM 2590-PRINT-MOVE
                           MOVE WS-MB-NEW-ID(WS-MBX) TO OPN-BROKER-ID
                           ADD 1 TO WS-MB-SBL-ITEMS(WS-MBX)
                           ADD 1 TO WS-SBL-MOVED
                       END-IF
                       WRITE SPND-REC FROM SBLOPN-REC
               END-READ
           END-PERFORM
           CLOSE SBLOPN-FILE SPND-FILE.

       2590-PRINT-MOVE.
           MOVE WS-MB-OLD-ID(WS-MBX) TO WS-V-OLD-ID
           MOVE " -> "               TO WS-V-ARROW
           MOVE WS-MB-NEW-ID(WS-MBX) TO WS-V-NEW-ID
           MOVE WS-MOVE-LINE TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE.

      * 待核日記:移轉之宣告('M')及未移轉之衝突帳號('C')，核可時
      * 附加至券商代表號移轉核可日記 BKMJRN.DAT。
       2550-WRITE-PENDING-JOURNAL.
           OPEN OUTPUT JPND-OUT-FILE
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               IF MB-MIGRATE(WS-MBX)
                   MOVE SPACES TO BKM-JOURNAL-REC
                   SET BKJ-MIGRATION TO TRUE
                   MOVE WS-MB-OLD-ID(WS-MBX)   TO BKJ-OLD-ID
                   MOVE WS-MB-NEW-ID(WS-MBX)   TO BKJ-NEW-ID
                   MOVE WS-MB-EFF-DATE(WS-MBX) TO BKJ-EFF-DATE
                   MOVE 0 TO BKJ-ACNT-NO BKJ-APPR-DATE
                   WRITE JPND-OUT-REC FROM BKM-JOURNAL-REC
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CFX FROM 1 BY 1
                   UNTIL WS-CFX > WS-CFL-COUNT
               MOVE SPACES TO BKM-JOURNAL-REC
               SET BKJ-CONFLICT TO TRUE
               MOVE WS-CF-OLD-ID(WS-CFX)  TO BKJ-OLD-ID
               MOVE WS-CF-ACNT-NO(WS-CFX) TO BKJ-ACNT-NO
               MOVE 0 TO BKJ-EFF-DATE BKJ-APPR-DATE
               PERFORM VARYING WS-MBX FROM 1 BY 1
                       UNTIL WS-MBX > WS-BKM-COUNT
                   IF WS-MB-OLD-ID(WS-MBX) = WS-CF-OLD-ID(WS-CFX)
                       MOVE WS-MB-NEW-ID(WS-MBX)   TO BKJ-NEW-ID
                       MOVE WS-MB-EFF-DATE(WS-MBX) TO BKJ-EFF-DATE
                   END-IF
               END-PERFORM
               WRITE JPND-OUT-REC FROM BKM-JOURNAL-REC
           END-PERFORM
           CLOSE JPND-OUT-FILE.

      * 原代號未結案之在途案件列示(生命週期登錄檔狀態非'C')，
      * 核可時改列新代號。
       2600-LIST-OPEN-CASES.
           MOVE SPACES TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE "IN-FLIGHT CASES OF MERGING BROKERS" TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE "ETF-ID TX-DATE  SEQ BRKR K  S  NEW" TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           OPEN INPUT APLSTS-FILE
           PERFORM UNTIL AST-EOF
               READ APLSTS-FILE NEXT RECORD
                   AT END SET AST-EOF TO TRUE
                   NOT AT END
                       IF NOT AST-CLOSED
                           MOVE AST-BROKER-ID TO WS-ARG-BROKER-ID
                           PERFORM 2900-SEARCH-OLD-ID
                           IF BKM-HIT
                               ADD 1 TO WS-INFLIGHT-COUNT
                               PERFORM 2610-PRINT-IN-FLIGHT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLSTS-FILE.

       2610-PRINT-IN-FLIGHT.
           MOVE SPACES TO WS-FLT-LINE
           MOVE AST-ETF-ID           TO WS-F-ETF-ID
           MOVE AST-TX-DATE          TO WS-F-TX-DATE
           MOVE AST-SEQNO            TO WS-F-SEQNO
           MOVE AST-BROKER-ID        TO WS-F-BROKER-ID
           MOVE AST-TX-KIND          TO WS-F-TX-KIND
           MOVE AST-STATUS           TO WS-F-STATUS
           MOVE WS-MB-NEW-ID(WS-MBX) TO WS-F-NEW-ID
           MOVE WS-FLT-LINE TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE.

      * 各移轉宣告之帳項統計。
       2700-LIST-DECL-TOTALS.
           MOVE SPACES TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "OLD  NEW  HOLDLED CONFL BRKLIM  CSHLED  MGNLED"
               "   ARINV FAILLED  SBLOPN"
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               IF MB-MIGRATE(WS-MBX)
                   MOVE SPACES TO BKM-RPT-LINE
                   STRING WS-MB-OLD-ID(WS-MBX) " "
                       WS-MB-NEW-ID(WS-MBX) " "
                       WS-MB-HOLD-MOVED(WS-MBX) " "
                       WS-MB-CONFLICTS(WS-MBX) " "
                       WS-MB-LIM-ROWS(WS-MBX) "   "
                       WS-MB-CSH-ITEMS(WS-MBX) " "
                       WS-MB-MGN-ITEMS(WS-MBX) " "
                       WS-MB-INV-ITEMS(WS-MBX) " "
                       WS-MB-FAIL-ITEMS(WS-MBX) " "
                       WS-MB-SBL-ITEMS(WS-MBX)
                       DELIMITED BY SIZE INTO BKM-RPT-LINE
                   WRITE BKM-RPT-LINE
               END-IF
           END-PERFORM.

      * 持有帳表依 ACNT-BROKER+ETF-ID+ACNT-NO 遞增排序(同 M0HOLDL)。
       2800-SORT-HOLD-TABLE.
           PERFORM VARYING WS-HJX FROM 1 BY 1
                   UNTIL WS-HJX >= WS-HOLD-COUNT
               PERFORM 2810-BUBBLE-PASS
           END-PERFORM.

       2810-BUBBLE-PASS.
           PERFORM VARYING WS-HKX FROM 1 BY 1
                   UNTIL WS-HKX >= WS-HOLD-COUNT
               ADD 1 WS-HKX GIVING WS-HLX
               IF WS-HOLD-ENTRY(WS-HKX)(1:17)
                       > WS-HOLD-ENTRY(WS-HLX)(1:17)
                   MOVE WS-HOLD-ENTRY(WS-HKX) TO WS-SWAP-HOLD
                   MOVE WS-HOLD-ENTRY(WS-HLX)
                       TO WS-HOLD-ENTRY(WS-HKX)
                   MOVE WS-SWAP-HOLD TO WS-HOLD-ENTRY(WS-HLX)
               END-IF
           END-PERFORM.

      * 上限表依 券商+基金+生效起日 遞增排序(同 BRKLIM.DAT)。
       2850-SORT-LIMIT-TABLE.
           PERFORM VARYING WS-LJX FROM 1 BY 1
                   UNTIL WS-LJX >= WS-LIM-COUNT
               PERFORM 2860-BUBBLE-PASS
           END-PERFORM.

       2860-BUBBLE-PASS.
           PERFORM VARYING WS-LKX FROM 1 BY 1
                   UNTIL WS-LKX >= WS-LIM-COUNT
               ADD 1 WS-LKX GIVING WS-LMX
               IF WS-LIM-ENTRY(WS-LKX)(1:18)
                       > WS-LIM-ENTRY(WS-LMX)(1:18)
                   MOVE WS-LIM-ENTRY(WS-LKX) TO WS-SWAP-LIM
                   MOVE WS-LIM-ENTRY(WS-LMX)
                       TO WS-LIM-ENTRY(WS-LKX)
                   MOVE WS-SWAP-LIM TO WS-LIM-ENTRY(WS-LMX)
               END-IF
           END-PERFORM.

      * 查原代號(本次移轉之宣告)。
       2900-SEARCH-OLD-ID.
           MOVE 'N' TO WS-HIT-SW
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               IF WS-MB-OLD-ID(WS-MBX) = WS-ARG-BROKER-ID
                       AND MB-MIGRATE(WS-MBX)
                   SET BKM-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 查帳號衝突表(原代號+帳號)。
       2910-SEARCH-CONFLICT.
           MOVE 'N' TO WS-CFL-SW
           PERFORM VARYING WS-CFX FROM 1 BY 1
                   UNTIL WS-CFX > WS-CFL-COUNT
               IF WS-CF-OLD-ID(WS-CFX) = WS-ARG-BROKER-ID
                       AND WS-CF-ACNT-NO(WS-CFX) = WS-ARG-ACNT-NO
                   SET ACNT-CONFLICT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 核可:核可人須具主檔維護角色(M0AUTHC)，且與提案人不得為
      * 同一人，合併生效日所屬會計期間不得已關帳；核可後寫出各
      * 新檔、改列在途案件並寫稽核總帳。
       3000-APPROVE-MERGER.
           MOVE 'M' TO AUT-ROLE
           MOVE REQ-USER-ID TO AUT-OPER-ID
           MOVE REQ-PROC-DATE TO AUT-CHECK-DATE
           MOVE "M0BKMRG" TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               MOVE SPACES TO BKM-RPT-LINE
               STRING "APPROVER NOT AUTHORIZED (" AUT-REASON
                   ") - REJECTED"
                   DELIMITED BY SIZE INTO BKM-RPT-LINE
               WRITE BKM-RPT-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DPND-FILE
           READ DPND-FILE INTO WS-PEND-CTL
               AT END SET PEND-EOF TO TRUE
           END-READ
           IF PEND-EOF OR WS-PCTL-TYPE NOT = "*CTRL*"
               MOVE "NO PENDING BROKER MERGER TO APPROVE"
                   TO BKM-RPT-LINE
               WRITE BKM-RPT-LINE
               MOVE 8 TO RETURN-CODE
               CLOSE DPND-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-PCTL-PROPOSER = REQ-USER-ID
               MOVE "APPROVER SAME AS PROPOSER - REJECTED"
                   TO BKM-RPT-LINE
               WRITE BKM-RPT-LINE
               MOVE 8 TO RETURN-CODE
               CLOSE DPND-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PCTL-PROPOSER TO WS-PROPOSER
           PERFORM UNTIL PEND-EOF
               READ DPND-FILE INTO WS-DECL-WORK
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       IF WS-BKM-COUNT < 50
                           ADD 1 TO WS-BKM-COUNT
                           SET WS-MBX TO WS-BKM-COUNT
                           PERFORM 1110-INIT-DECL-ENTRY
                           SET MB-MIGRATE(WS-MBX) TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DPND-FILE
           PERFORM 3050-CHECK-PERIOD-LOCK
           IF PERIOD-LOCKED
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-PROMOTE-MASTER
           PERFORM 3200-PROMOTE-LIMITS
           PERFORM 3300-PROMOTE-HOLDINGS
           PERFORM 3400-PROMOTE-CASH-LEDGER
           PERFORM 3500-PROMOTE-MARGIN-LEDGER
           PERFORM 3600-PROMOTE-INVOICES
           PERFORM 3700-PROMOTE-FAIL-LEDGER
           PERFORM 3800-PROMOTE-SBL-OPEN
           PERFORM 3850-APPEND-JOURNAL
           PERFORM 3900-REPOINT-OPEN-CASES
           PERFORM 7000-AUDIT-MERGERS
           MOVE SPACES TO BKM-RPT-LINE
           STRING "APPROVED - .NEW FILES WRITTEN, ROWS: "
               WS-ROWS-OUT
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "MERGERS APPROVED.......: " WS-BKM-COUNT
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "IN-FLIGHT CASES MOVED..: " WS-AST-MOVED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE SPACES TO BKM-RPT-LINE
           STRING "IN-FLIGHT NOT MOVED....: " WS-AST-FAILED
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE.

      * 各待核宣告以生效日檢核會計期間鎖定；任一所屬月份已關帳
      * 即拒絕核可。
       3050-CHECK-PERIOD-LOCK.
           MOVE 'N' TO WS-LOCK-SW
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               MOVE 'P' TO SCK-FUNC
               MOVE WS-MB-EFF-DATE(WS-MBX) TO SCK-CHECK-DATE
               CALL "M0SYSCK" USING SCK-PARM
               IF SCK-RESULT NOT = 'Y'
                   SET PERIOD-LOCKED TO TRUE
                   MOVE SPACES TO BKM-RPT-LINE
                   STRING "APPROVAL REFUSED - PERIOD CLOSED FOR "
                       WS-MB-OLD-ID(WS-MBX) " -> "
                       WS-MB-NEW-ID(WS-MBX) " EFF "
                       WS-MB-EFF-DATE(WS-MBX)
                       " (" SCK-REASON ")"
                       DELIMITED BY SIZE INTO BKM-RPT-LINE
                   WRITE BKM-RPT-LINE
               END-IF
           END-PERFORM.

       3100-PROMOTE-MASTER.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT MPND-FILE
           OPEN OUTPUT MST-NEW-FILE
           READ MPND-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ MPND-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE MST-NEW-REC FROM MPND-REC
               END-READ
           END-PERFORM
           CLOSE MPND-FILE MST-NEW-FILE.

       3200-PROMOTE-LIMITS.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT LPND-FILE
           OPEN OUTPUT LIM-NEW-FILE
           READ LPND-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ LPND-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE LIM-NEW-REC FROM LPND-REC
               END-READ
           END-PERFORM
           CLOSE LPND-FILE LIM-NEW-FILE.

       3300-PROMOTE-HOLDINGS.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT HPND-FILE
           OPEN OUTPUT LEDGER-NEW-FILE
           READ HPND-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ HPND-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE LEDGER-NEW-REC FROM HPND-REC
               END-READ
           END-PERFORM
           CLOSE HPND-FILE LEDGER-NEW-FILE.

       3400-PROMOTE-CASH-LEDGER.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT CPND-FILE
           OPEN OUTPUT CSH-NEW-FILE
           READ CPND-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ CPND-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE CSH-NEW-REC FROM CPND-REC
               END-READ
           END-PERFORM
           CLOSE CPND-FILE CSH-NEW-FILE.

       3500-PROMOTE-MARGIN-LEDGER.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT GPND-FILE
           OPEN OUTPUT MGN-NEW-FILE
           READ GPND-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ GPND-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE MGN-NEW-REC FROM GPND-REC
               END-READ
           END-PERFORM
           CLOSE GPND-FILE MGN-NEW-FILE.

       3600-PROMOTE-INVOICES.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT IPND-FILE
           OPEN OUTPUT INV-NEW-FILE
           READ IPND-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ IPND-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE INV-NEW-REC FROM IPND-REC
               END-READ
           END-PERFORM
           CLOSE IPND-FILE INV-NEW-FILE.

       3700-PROMOTE-FAIL-LEDGER.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT FPND-FILE
           OPEN OUTPUT FAIL-NEW-FILE
           READ FPND-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ FPND-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE FAIL-NEW-REC FROM FPND-REC
               END-READ
           END-PERFORM
           CLOSE FPND-FILE FAIL-NEW-FILE.

       3800-PROMOTE-SBL-OPEN.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT SPND-FILE
           OPEN OUTPUT SBL-NEW-FILE
           READ SPND-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ SPND-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE SBL-NEW-REC FROM SPND-REC
               END-READ
           END-PERFORM
           CLOSE SPND-FILE SBL-NEW-FILE.

      * 待核日記蓋核可日及核可人後附加至核可日記(供分類帳重建
      * 重演及過帳時代號轉換)。
       3850-APPEND-JOURNAL.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT JPND-IN-FILE
           OPEN EXTEND BKMJRN-FILE
           PERFORM UNTIL PEND-EOF
               READ JPND-IN-FILE INTO BKM-JOURNAL-REC
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       MOVE REQ-PROC-DATE TO BKJ-APPR-DATE
                       MOVE REQ-USER-ID   TO BKJ-APPR-OPER
                       WRITE BKM-JOURNAL-REC
               END-READ
           END-PERFORM
           CLOSE JPND-IN-FILE BKMJRN-FILE.

      * 在途案件登錄檔:原代號未結案案件改列新代號(就地改寫)。
       3900-REPOINT-OPEN-CASES.
           MOVE SPACES TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           MOVE "ETF-ID TX-DATE  SEQ BRKR K  S  NEW" TO BKM-RPT-LINE
           WRITE BKM-RPT-LINE
           OPEN I-O APLSTS-FILE
           PERFORM UNTIL AST-EOF
               READ APLSTS-FILE NEXT RECORD
                   AT END SET AST-EOF TO TRUE
                   NOT AT END
                       IF NOT AST-CLOSED
                           MOVE AST-BROKER-ID TO WS-ARG-BROKER-ID
                           PERFORM 2900-SEARCH-OLD-ID
                           IF BKM-HIT
                               PERFORM 2610-PRINT-IN-FLIGHT
                               MOVE WS-MB-NEW-ID(WS-MBX)
                                   TO AST-BROKER-ID
                               REWRITE APL-STATUS-REC
                                   INVALID KEY
                                       PERFORM 3910-REWRITE-FAILED
                                   NOT INVALID KEY
                                       ADD 1
                                         TO WS-MB-AST-ITEMS(WS-MBX)
                                       ADD 1 TO WS-AST-MOVED
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLSTS-FILE
           IF WS-AST-FAILED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      * 在途案件改列失敗(鍵值已不存在或遭異動)者列示例外，案件
      * 維持原代號，須人工處理。
       3910-REWRITE-FAILED.
           ADD 1 TO WS-AST-FAILED
           MOVE SPACES TO BKM-RPT-LINE
           STRING "  ** REWRITE FAILED - CASE " AST-ETF-ID " "
               AST-TX-DATE " " AST-SEQNO " NOT MOVED, STAYS UNDER "
               WS-MB-OLD-ID(WS-MBX)
               DELIMITED BY SIZE INTO BKM-RPT-LINE
           WRITE BKM-RPT-LINE.

      * 作業稽核總帳:每一核可之合併宣告一筆，載提案人。
       7000-AUDIT-MERGERS.
           PERFORM VARYING WS-MBX FROM 1 BY 1
                   UNTIL WS-MBX > WS-BKM-COUNT
               MOVE SPACES TO ADL-PARM
               COMPUTE ADL-TIMESTAMP = REQ-PROC-DATE * 1000000
               MOVE REQ-USER-ID TO ADL-OPER-ID
               MOVE "M0BKMRG" TO ADL-PROGRAM
               MOVE "MNT " TO ADL-EVENT
               STRING "BRKMST  " WS-MB-OLD-ID(WS-MBX)
                   DELIMITED BY SIZE INTO ADL-OBJECT
               STRING "PARTICIPANT " WS-MB-OLD-ID(WS-MBX)
                   DELIMITED BY SIZE INTO ADL-BEFORE
               STRING "MERGED INTO " WS-MB-NEW-ID(WS-MBX)
                   " EFF " WS-MB-EFF-DATE(WS-MBX)
                   " CASES " WS-MB-AST-ITEMS(WS-MBX)
                   DELIMITED BY SIZE INTO ADL-AFTER
               STRING "MERGER PROPOSED BY " WS-PROPOSER
                   DELIMITED BY SIZE INTO ADL-REASON
               CALL "M0AUDLG" USING ADL-PARM
           END-PERFORM.
