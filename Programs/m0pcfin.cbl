      * M0PCFIN - 發行人 PCF 檔案收檔/異動對照/兩人核可作業
      * 發行人以檔案提供新 PCF 組成，過去逐筆鍵入 PCFGEN/PCFCASH，
      * 換股夜動輒數百檔成分股，耗時且易誤植。本程式由請求檔
      * M0PCFIN.REQ(模式(1)+經辦人員代號(8)+處理日(8))控制:
      *   'P' 提案 - 經辦須具主檔維護角色(M0AUTHC 'M')。依發行人
      *       主檔(ISSMST.DAT)之 PCF 檔版面(F=定長、D=逗號分隔，
      *       空白者不送檔)逐一讀入發行人 PCF 檔 PCFIiiii.DAT
      *       (iiii=發行人代號):
      *         H 表頭 - 新版本生效日(須為處理日之後之營業日)
      *         S 成分 - ETF代號、股票代號、每基數應含股數、允許
      *                  誤差百分比
      *         C 現金 - ETF代號、預估現金部位符號及金額
      *         T 表尾 - S/C 記錄筆數(控制合計)
      *       表頭/表尾不符者整檔拒收。逐基金檢核:基金須屬該
      *       發行人且生效日未逾最終受理申報日；成分股須經
      *       T30LOOK 查得(上市/上櫃/境外/債券主檔)，查無者須為
      *       停牌替代主檔(SUBMST)於生效日有效之原股票；債券
      *       成分之每基數面額須為最小面額單位整數倍且於生效日
      *       前未到期；股數須大於0、誤差不逾100%、同一基金
      *       股票不得重複、現金記錄至多一筆。有誤之基金整檔不
      *       納入並列示原因。通過者經 PCFLOOK 取處理日現行生效
      *       版本，列示新增/刪除/股數或誤差變更之成分股及現金
      *       部位變動，寫入待核檔 PCFSTG.DAT(與現行版本相同者
      *       不納入)；PCFGEN/PCFCASH 不動。
      *   'A' 核可 - 由第二人執行，須具公司行動核可角色(M0AUTHC
      *       'C')且不得為提案人；待核檔須為待核狀態，且各基金
      *       新版本生效日須晚於處理日(已屆生效日者須重新提案)。
      *       核可後各受影響基金現行版本之生效迄日截至新生效日
      *       前一日(生效起日不早於新生效日之未來版本刪除)，接
      *       新版本(生效迄日 99999999)，排序後寫出 PCFGEN.NEW/
      *       PCFCASH.NEW 由排程取代正式主檔(PCFGEN 尚無資料者
      *       先以現行 PCFMST 全部列為無限期版本)。每筆異動以
      *       改前/改後內容寫入主檔維護稽核檔 MSTMNT.AUD，並按
      *       基金經 M0AUDLG 寫入作業稽核總帳；待核檔控制記錄改
      *       寫為已核可。
      * 報表 M0PCFIN.RPT。未授權、無待核檔或核可被拒者
      * RETURN-CODE=8；提案有檔案/基金被拒而仍有基金待核者4，
      * 無任何基金待核者8。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0PCFIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0PCFIN.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ISSMST-FILE ASSIGN TO "ISSMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUBMST-FILE ASSIGN TO "SUBMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ISSPCF-FILE ASSIGN TO DYNAMIC WS-ISSPCF-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STG-FILE ASSIGN TO "PCFSTG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCFGEN-FILE ASSIGN TO "PCFGEN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCF-FILE ASSIGN TO "PCFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCFCASH-FILE ASSIGN TO "PCFCASH.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GEN-WORK-FILE ASSIGN TO "PCFGEN.WRK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASH-WORK-FILE ASSIGN TO "PCFCASH.WRK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GEN-SORT ASSIGN TO "PCFGEN.SRT".
           SELECT CASH-SORT ASSIGN TO "PCFCASH.SRT".
           SELECT GEN-NEW-FILE ASSIGN TO "PCFGEN.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASH-NEW-FILE ASSIGN TO "PCFCASH.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUD-FILE ASSIGN TO "MSTMNT.AUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PIN-RPT-FILE ASSIGN TO "M0PCFIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
           05  REQ-USER-ID          PIC X(08).
           05  REQ-PROC-DATE        PIC 9(08).

       FD  ISSMST-FILE.
       COPY issmst.

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  SUBMST-FILE.
       COPY submst.

       FD  ISSPCF-FILE.
       01  ISSPCF-LINE              PIC X(80).

       FD  STG-FILE.
       COPY pcfstg.

       FD  PCFGEN-FILE.
       COPY pcfgen.

       FD  PCF-FILE.
       COPY pcfmst.

       FD  PCFCASH-FILE.
       COPY pcfcash.

       FD  GEN-WORK-FILE.
       01  GEN-WORK-REC             PIC X(42).

       FD  CASH-WORK-FILE.
       01  CASH-WORK-REC            PIC X(40).

       SD  GEN-SORT.
       01  GEN-SORT-REC.
           05  GS-ETF-ID            PIC X(06).
           05  GS-STKNO             PIC X(06).
           05  GS-EFF-FROM          PIC 9(08).
           05  GS-REST              PIC X(22).

       SD  CASH-SORT.
       01  CASH-SORT-REC.
           05  CS-ETF-ID            PIC X(06).
           05  CS-EFF-FROM          PIC 9(08).
           05  CS-REST              PIC X(26).

       FD  GEN-NEW-FILE.
       01  GEN-NEW-REC              PIC X(42).

       FD  CASH-NEW-FILE.
       01  CASH-NEW-REC             PIC X(40).

       FD  AUD-FILE.
       01  AUD-REC.
           05  AUD-TIMESTAMP        PIC 9(12).
           05  AUD-USER             PIC X(08).
           05  AUD-MASTER           PIC X(07).
           05  AUD-ACTION           PIC X(01).
           05  AUD-BEFORE           PIC X(50).
           05  AUD-AFTER            PIC X(50).
           05  FILLER               PIC X(02).

       FD  PIN-RPT-FILE.
       01  PIN-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ISSPCF-NAME           PIC X(12).

       01  WS-REQ-EOF               PIC X VALUE 'N'.
           88  REQ-EOF                    VALUE 'Y'.
       01  WS-ISS-EOF               PIC X VALUE 'N'.
           88  ISS-EOF                    VALUE 'Y'.
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.
       01  WS-SUB-EOF               PIC X VALUE 'N'.
           88  SUB-EOF                    VALUE 'Y'.
       01  WS-IN-EOF                PIC X VALUE 'N'.
           88  IN-EOF                     VALUE 'Y'.
       01  WS-STG-EOF               PIC X VALUE 'N'.
           88  STG-EOF                    VALUE 'Y'.
       01  WS-GEN-EOF               PIC X VALUE 'N'.
           88  GEN-EOF                    VALUE 'Y'.
       01  WS-PCF-EOF               PIC X VALUE 'N'.
           88  PCF-EOF                    VALUE 'Y'.
       01  WS-CASH-EOF              PIC X VALUE 'N'.
           88  CASH-EOF                   VALUE 'Y'.

       01  WS-FILE-ERR-SW           PIC X VALUE 'N'.
           88  FILE-IN-ERROR              VALUE 'Y'.
       01  WS-FUND-ERR-SW           PIC X VALUE 'N'.
           88  FUND-IN-ERROR              VALUE 'Y'.
       01  WS-WARN-SW               PIC X VALUE 'N'.
           88  RUN-WARNING                VALUE 'Y'.
       01  WS-REFUSE-SW             PIC X VALUE 'N'.
           88  RUN-REFUSED                VALUE 'Y'.
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-FILE-REASON           PIC X(40).
       01  WS-ROW-REASON            PIC X(40).
       01  WS-HDR-COUNT             PIC 9(03).
       01  WS-TRL-COUNT             PIC 9(03).
       01  WS-TRL-ROWS              PIC 9(06).
       01  WS-DATA-ROWS             PIC 9(06).
       01  WS-LINE-NO               PIC 9(05).
       01  WS-FILE-EFF-DATE         PIC 9(08).
       01  WS-CLOSE-DATE            PIC 9(08).
       01  WS-CUR-ETF-ID            PIC X(06).
       01  WS-CUR-ISSUER            PIC X(04).
       01  WS-PROPOSER              PIC X(08).
       01  WS-BND-QUOT              PIC 9(09).
       01  WS-BND-REM               PIC 9(07).
       01  WS-IX                    PIC 9(05).
       01  WS-JX                    PIC 9(05).
       01  WS-KX                    PIC 9(05).
       01  WS-CASH-ROWS             PIC 9(03).
       01  WS-CASH-IX               PIC 9(05).
       01  WS-STK-ROWS              PIC 9(05).

      * 發行人 PCF 檔定長版面(F)。
       01  WS-FIX-LINE.
           05  WS-FX-TYPE           PIC X(01).
           05  WS-FX-BODY           PIC X(79).
           05  WS-FX-HDR REDEFINES WS-FX-BODY.
               10  WS-FX-H-EFF      PIC X(08).
               10  FILLER           PIC X(71).
           05  WS-FX-STK REDEFINES WS-FX-BODY.
               10  WS-FX-S-ETF-ID   PIC X(06).
               10  WS-FX-S-STKNO    PIC X(06).
               10  WS-FX-S-SHARES   PIC X(08).
               10  WS-FX-S-TOL      PIC X(03).
               10  FILLER           PIC X(56).
           05  WS-FX-CASH REDEFINES WS-FX-BODY.
               10  WS-FX-C-ETF-ID   PIC X(06).
               10  WS-FX-C-SIGN     PIC X(01).
               10  WS-FX-C-AMOUNT   PIC X(09).
               10  FILLER           PIC X(63).
           05  WS-FX-TRL REDEFINES WS-FX-BODY.
               10  WS-FX-T-ROWS     PIC X(06).
               10  FILLER           PIC X(73).

      * 發行人 PCF 檔逗號分隔版面(D)分解欄。
       01  WS-DELIM-FIELDS.
           05  WS-DF-1              PIC X(20).
           05  WS-DF-2              PIC X(20).
           05  WS-DF-3              PIC X(20).
           05  WS-DF-4              PIC X(20).
           05  WS-DF-5              PIC X(20).
       01  WS-DELIM-COUNTS.
           05  WS-DC-1              PIC 9(02).
           05  WS-DC-2              PIC 9(02).
           05  WS-DC-3              PIC 9(02).
           05  WS-DC-4              PIC 9(02).
           05  WS-DC-5              PIC 9(02).
       01  WS-NUM-TEXT              PIC X(20).
       01  WS-NUM-LEN               PIC 9(02).
       01  WS-NUM-MAX               PIC 9(02).
       01  WS-NUM-VALUE             PIC 9(09).
       01  WS-NUM-OK-SW             PIC X VALUE 'N'.
           88  NUM-OK                     VALUE 'Y'.

      * 單一發行人檔正規化後之 S/C 記錄。
       01  WS-IN-TABLE.
           05  WS-IN-COUNT          PIC 9(05) VALUE 0.
           05  WS-IN-ENTRY OCCURS 5000 TIMES.
               10  WS-IN-TYPE       PIC X(01).
               10  WS-IN-ETF-ID     PIC X(06).
               10  WS-IN-STKNO      PIC X(06).
               10  WS-IN-SHARES     PIC 9(08).
               10  WS-IN-TOL        PIC 9(03).
               10  WS-IN-CASH-S     PIC X(01).
               10  WS-IN-CASH-9     PIC 9(09).
               10  WS-IN-LINE-NO    PIC 9(05).
               10  WS-IN-REASON     PIC X(40).
       01  WS-IN-OVERFLOW           PIC 9(05) VALUE 0.

       01  WS-FUND-LIST.
           05  WS-FL-COUNT          PIC 9(03) VALUE 0.
           05  WS-FL-ETF-ID         PIC X(06) OCCURS 500 TIMES.

       01  WS-ETF-TABLE.
           05  WS-ETF-COUNT         PIC 9(05) VALUE 0.
           05  WS-ETF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-EX.
               10  WS-EF-ID         PIC X(06).
               10  WS-EF-ISSUER     PIC X(04).
               10  WS-EF-FINAL-DATE PIC 9(08).

       01  WS-SUB-TABLE.
           05  WS-SUB-COUNT         PIC 9(03) VALUE 0.
           05  WS-SUB-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SBX.
               10  WS-SB-STKNO      PIC X(06).
               10  WS-SB-SUBST      PIC X(06).
               10  WS-SB-EFF-FROM   PIC 9(08).
               10  WS-SB-EFF-TO     PIC 9(08).

      * 核可時之待核基金表及成分股表。
       01  WS-SF-TABLE.
           05  WS-SF-COUNT          PIC 9(03) VALUE 0.
           05  WS-SF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SFX.
               10  WS-SF-ETF-ID     PIC X(06).
               10  WS-SF-EFF-DATE   PIC 9(08).
               10  WS-SF-CLOSE-DATE PIC 9(08).
               10  WS-SF-ROWS       PIC 9(05).
       01  WS-SR-TABLE.
           05  WS-SR-COUNT          PIC 9(05) VALUE 0.
           05  WS-SR-ENTRY OCCURS 20000 TIMES.
               10  WS-SR-TYPE       PIC X(01).
               10  WS-SR-ETF-ID     PIC X(06).
               10  WS-SR-EFF-DATE   PIC 9(08).
               10  WS-SR-STKNO      PIC X(06).
               10  WS-SR-SHARES     PIC 9(08).
               10  WS-SR-TOL        PIC 9(03).
               10  WS-SR-CASH-S     PIC X(01).
               10  WS-SR-CASH-9     PIC 9(09).

       01  WS-GEN-AREA              PIC X(42).
       01  WS-CASH-AREA             PIC X(40).
       01  WS-GEN-SEEDED-SW         PIC X VALUE 'N'.
           88  GEN-SEEDED                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-FILE-COUNT        PIC 9(05) VALUE 0.
           05  WS-FILE-REJ-COUNT    PIC 9(05) VALUE 0.
           05  WS-FUND-STG-COUNT    PIC 9(04) VALUE 0.
           05  WS-FUND-REJ-COUNT    PIC 9(05) VALUE 0.
           05  WS-FUND-SAME-COUNT   PIC 9(05) VALUE 0.
           05  WS-ROW-STG-COUNT     PIC 9(06) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(05) VALUE 0.
           05  WS-DROP-COUNT        PIC 9(05) VALUE 0.
           05  WS-RWGT-COUNT        PIC 9(05) VALUE 0.
           05  WS-CASH-CHG-SW       PIC X(01) VALUE 'N'.
           05  WS-GEN-CLOSED        PIC 9(07) VALUE 0.
           05  WS-GEN-DROPPED       PIC 9(07) VALUE 0.
           05  WS-GEN-ADDED         PIC 9(07) VALUE 0.
           05  WS-GEN-WRITTEN       PIC 9(07) VALUE 0.
           05  WS-CASH-CLOSED       PIC 9(07) VALUE 0.
           05  WS-CASH-DROPPED      PIC 9(07) VALUE 0.
           05  WS-CASH-ADDED        PIC 9(07) VALUE 0.
           05  WS-CASH-WRITTEN      PIC 9(07) VALUE 0.

       COPY m0authc.
       COPY m0audlg.
       COPY m0dtsvc.
       COPY t30look.
       COPY pcflook.

       01  WS-DIFF-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-ACTION         PIC X(10).
           05  WS-DL-STKNO          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-OLD-SHARES     PIC ZZZZZZZ9.
           05  WS-DL-OLD-TOL        PIC ZZ9.
           05  WS-DL-ARROW          PIC X(04).
           05  WS-DL-NEW-SHARES     PIC ZZZZZZZ9.
           05  WS-DL-NEW-TOL        PIC ZZ9.

       01  WS-CASH-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-CL-ACTION         PIC X(18).
           05  WS-CL-OLD-S          PIC X(01).
           05  WS-CL-OLD-CASH       PIC ZZZ,ZZZ,ZZ9.
           05  WS-CL-ARROW          PIC X(04).
           05  WS-CL-NEW-S          PIC X(01).
           05  WS-CL-NEW-CASH       PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACE  TO REQ-MODE
                      MOVE SPACES TO REQ-USER-ID
                      MOVE 0      TO REQ-PROC-DATE
           END-READ
           CLOSE REQ-FILE

           OPEN OUTPUT PIN-RPT-FILE
           MOVE "ISSUER PCF FILE INTAKE" TO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "MODE: " REQ-MODE "  USER: " REQ-USER-ID
               "  DATE: " REQ-PROC-DATE
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE

           EVALUATE REQ-MODE
               WHEN 'P' PERFORM 1000-PROPOSE-INTAKE
               WHEN 'A' PERFORM 5000-APPROVE-INTAKE
               WHEN OTHER
                   MOVE "INVALID REQUEST MODE" TO PIN-RPT-LINE
                   WRITE PIN-RPT-LINE
                   SET RUN-REFUSED TO TRUE
           END-EVALUATE

           CLOSE PIN-RPT-FILE
           EVALUATE TRUE
               WHEN RUN-REFUSED MOVE 8 TO RETURN-CODE
               WHEN RUN-WARNING MOVE 4 TO RETURN-CODE
               WHEN OTHER       MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * 提案:經辦須具主檔維護角色；逐發行人收檔、檢核、對照並
      * 寫出待核檔。
       1000-PROPOSE-INTAKE.
           MOVE 'M' TO AUT-ROLE
           MOVE REQ-USER-ID TO AUT-OPER-ID
           MOVE REQ-PROC-DATE TO AUT-CHECK-DATE
           MOVE "M0PCFIN" TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               MOVE SPACES TO PIN-RPT-LINE
               STRING "PROPOSER NOT AUTHORIZED (" AUT-REASON
                   ") - REJECTED"
                   DELIMITED BY SIZE INTO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-LOAD-ETF-TABLE
           PERFORM 1200-LOAD-SUB-TABLE

           OPEN OUTPUT STG-FILE
           MOVE SPACES TO PCF-STAGE-CTL
           MOVE 'C' TO PSC-REC-TYPE
           MOVE REQ-USER-ID TO PSC-PROPOSER
           MOVE REQ-PROC-DATE TO PSC-PROC-DATE
           MOVE 'P' TO PSC-STATUS
           MOVE 0 TO PSC-APPR-DATE PSC-FUND-COUNT PSC-ROW-COUNT
           WRITE PCF-STAGE-REC

           OPEN INPUT ISSMST-FILE
           PERFORM UNTIL ISS-EOF
               READ ISSMST-FILE
                   AT END SET ISS-EOF TO TRUE
                   NOT AT END
                       IF ISS-MST-PCF-FIXED OR ISS-MST-PCF-DELIM
                           PERFORM 2000-PROCESS-ISSUER-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSMST-FILE STG-FILE

      * 控制記錄補記基金數及成分股記錄數。
           OPEN I-O STG-FILE
           READ STG-FILE
               AT END SET STG-EOF TO TRUE
           END-READ
           IF NOT STG-EOF
               MOVE WS-FUND-STG-COUNT TO PSC-FUND-COUNT
               MOVE WS-ROW-STG-COUNT  TO PSC-ROW-COUNT
               REWRITE PCF-STAGE-REC
           END-IF
           CLOSE STG-FILE

           MOVE SPACES TO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           STRING "ISSUER FILES READ......: " WS-FILE-COUNT
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "ISSUER FILES REJECTED..: " WS-FILE-REJ-COUNT
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "FUNDS STAGED...........: " WS-FUND-STG-COUNT
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "FUNDS REJECTED.........: " WS-FUND-REJ-COUNT
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "FUNDS UNCHANGED........: " WS-FUND-SAME-COUNT
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "CONSTITUENT ROWS STAGED: " WS-ROW-STG-COUNT
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           IF WS-FUND-STG-COUNT = 0
               MOVE "NO FUND STAGED - NOTHING TO APPROVE"
                   TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               SET RUN-REFUSED TO TRUE
           ELSE
               MOVE "PENDING FILE WRITTEN - AWAITING SECOND-PERSON"
                   TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
           END-IF.

       1100-LOAD-ETF-TABLE.
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL MST-EOF
               READ ETFMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       IF WS-ETF-COUNT < 2000
                           ADD 1 TO WS-ETF-COUNT
                           MOVE ETF-MST-ID TO WS-EF-ID(WS-ETF-COUNT)
                           MOVE ETF-MST-ISSUER
                               TO WS-EF-ISSUER(WS-ETF-COUNT)
                           MOVE ETF-MST-FINAL-DATE
                               TO WS-EF-FINAL-DATE(WS-ETF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

       1200-LOAD-SUB-TABLE.
           OPEN INPUT SUBMST-FILE
           PERFORM UNTIL SUB-EOF
               READ SUBMST-FILE
                   AT END SET SUB-EOF TO TRUE
                   NOT AT END
                       IF WS-SUB-COUNT < 200
                           ADD 1 TO WS-SUB-COUNT
                           MOVE SUB-STKNO
                               TO WS-SB-STKNO(WS-SUB-COUNT)
                           MOVE SUB-SUBST-STKNO
                               TO WS-SB-SUBST(WS-SUB-COUNT)
                           MOVE SUB-EFF-FROM
                               TO WS-SB-EFF-FROM(WS-SUB-COUNT)
                           MOVE SUB-EFF-TO
                               TO WS-SB-EFF-TO(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBMST-FILE.

      * 單一發行人檔:讀入並正規化，檢核表頭/表尾後逐基金處理。
       2000-PROCESS-ISSUER-FILE.
           MOVE ISS-MST-ID TO WS-CUR-ISSUER
           MOVE SPACES TO WS-ISSPCF-NAME
           STRING "PCFI" ISS-MST-ID ".DAT"
               DELIMITED BY SIZE INTO WS-ISSPCF-NAME
           MOVE SPACES TO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           STRING "ISSUER " ISS-MST-ID " " ISS-MST-NAME
               "  FILE " WS-ISSPCF-NAME "  LAYOUT "
               ISS-MST-PCF-LAYOUT
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE

           MOVE 0 TO WS-IN-COUNT WS-IN-OVERFLOW WS-FL-COUNT
               WS-HDR-COUNT WS-TRL-COUNT WS-TRL-ROWS WS-DATA-ROWS
               WS-LINE-NO WS-FILE-EFF-DATE
           MOVE 'N' TO WS-FILE-ERR-SW WS-IN-EOF
           MOVE SPACES TO WS-FILE-REASON
           OPEN INPUT ISSPCF-FILE
           PERFORM UNTIL IN-EOF
               READ ISSPCF-FILE
                   AT END SET IN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM 2100-NORMALIZE-LINE
               END-READ
           END-PERFORM
           CLOSE ISSPCF-FILE

           IF WS-LINE-NO = 0
               MOVE "    NO PCF FILE RECEIVED" TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           PERFORM 2300-CHECK-FILE-CONTROLS
           IF FILE-IN-ERROR
               ADD 1 TO WS-FILE-REJ-COUNT
               SET RUN-WARNING TO TRUE
               MOVE SPACES TO PIN-RPT-LINE
               STRING "    FILE REJECTED: " WS-FILE-REASON
                   DELIMITED BY SIZE INTO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PIN-RPT-LINE
           STRING "    NEW PCF EFFECTIVE " WS-FILE-EFF-DATE
               "  RECORDS " WS-DATA-ROWS
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-FL-COUNT
               MOVE WS-FL-ETF-ID(WS-KX) TO WS-CUR-ETF-ID
               PERFORM 3000-PROCESS-FUND
           END-PERFORM.

      * 依版面將一行轉為正規化記錄；表頭/表尾僅留控制值。
       2100-NORMALIZE-LINE.
           MOVE SPACES TO WS-ROW-REASON
           IF ISS-MST-PCF-FIXED
               MOVE ISSPCF-LINE TO WS-FIX-LINE
           ELSE
               PERFORM 2150-SPLIT-DELIMITED
           END-IF
           EVALUATE WS-FX-TYPE
               WHEN 'H'
                   ADD 1 TO WS-HDR-COUNT
                   IF WS-LINE-NO NOT = 1
                       MOVE "HEADER NOT FIRST RECORD" TO WS-FILE-REASON
                       SET FILE-IN-ERROR TO TRUE
                   END-IF
                   IF WS-FX-H-EFF IS NUMERIC
                       MOVE WS-FX-H-EFF TO WS-FILE-EFF-DATE
                   END-IF
               WHEN 'T'
                   ADD 1 TO WS-TRL-COUNT
                   IF WS-FX-T-ROWS IS NUMERIC
                       MOVE WS-FX-T-ROWS TO WS-TRL-ROWS
                   ELSE
                       MOVE "TRAILER COUNT NOT NUMERIC"
                           TO WS-FILE-REASON
                       SET FILE-IN-ERROR TO TRUE
                   END-IF
               WHEN 'S'
               WHEN 'C'
                   ADD 1 TO WS-DATA-ROWS
                   IF WS-TRL-COUNT > 0
                       MOVE "RECORDS AFTER TRAILER" TO WS-FILE-REASON
                       SET FILE-IN-ERROR TO TRUE
                   END-IF
                   PERFORM 2200-ADD-INPUT-ROW
               WHEN OTHER
                   MOVE SPACES TO WS-FILE-REASON
                   STRING "UNKNOWN RECORD TYPE AT LINE " WS-LINE-NO
                       DELIMITED BY SIZE INTO WS-FILE-REASON
                   SET FILE-IN-ERROR TO TRUE
           END-EVALUATE.

      * 逗號分隔版面:分解各欄後依記錄別置入定長版面，數值欄
      * 右靠補零；位數不合或非數字者以空白置入(其後檢核拒收)。
       2150-SPLIT-DELIMITED.
           MOVE SPACES TO WS-DELIM-FIELDS WS-FIX-LINE
           MOVE 0 TO WS-DC-1 WS-DC-2 WS-DC-3 WS-DC-4 WS-DC-5
           UNSTRING ISSPCF-LINE DELIMITED BY ","
               INTO WS-DF-1 COUNT IN WS-DC-1
                    WS-DF-2 COUNT IN WS-DC-2
                    WS-DF-3 COUNT IN WS-DC-3
                    WS-DF-4 COUNT IN WS-DC-4
                    WS-DF-5 COUNT IN WS-DC-5
           END-UNSTRING
           IF WS-DC-1 NOT = 1
               MOVE '?' TO WS-FX-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DF-1(1:1) TO WS-FX-TYPE
           EVALUATE WS-FX-TYPE
               WHEN 'H'
                   MOVE WS-DF-2 TO WS-NUM-TEXT
                   MOVE WS-DC-2 TO WS-NUM-LEN
                   MOVE 8 TO WS-NUM-MAX
                   PERFORM 2160-TAKE-NUMBER
                   IF NUM-OK
                       MOVE WS-NUM-VALUE(2:8) TO WS-FX-H-EFF
                   END-IF
               WHEN 'S'
                   IF WS-DC-2 <= 6
                       MOVE WS-DF-2 TO WS-FX-S-ETF-ID
                   END-IF
                   IF WS-DC-3 <= 6
                       MOVE WS-DF-3 TO WS-FX-S-STKNO
                   END-IF
                   MOVE WS-DF-4 TO WS-NUM-TEXT
                   MOVE WS-DC-4 TO WS-NUM-LEN
                   MOVE 8 TO WS-NUM-MAX
                   PERFORM 2160-TAKE-NUMBER
                   IF NUM-OK
                       MOVE WS-NUM-VALUE(2:8) TO WS-FX-S-SHARES
                   END-IF
                   MOVE WS-DF-5 TO WS-NUM-TEXT
                   MOVE WS-DC-5 TO WS-NUM-LEN
                   MOVE 3 TO WS-NUM-MAX
                   PERFORM 2160-TAKE-NUMBER
                   IF NUM-OK
                       MOVE WS-NUM-VALUE(7:3) TO WS-FX-S-TOL
                   END-IF
               WHEN 'C'
                   IF WS-DC-2 <= 6
                       MOVE WS-DF-2 TO WS-FX-C-ETF-ID
                   END-IF
                   IF WS-DC-3 = 1
                       MOVE WS-DF-3(1:1) TO WS-FX-C-SIGN
                   END-IF
                   MOVE WS-DF-4 TO WS-NUM-TEXT
                   MOVE WS-DC-4 TO WS-NUM-LEN
                   MOVE 9 TO WS-NUM-MAX
                   PERFORM 2160-TAKE-NUMBER
                   IF NUM-OK
                       MOVE WS-NUM-VALUE TO WS-FX-C-AMOUNT
                   END-IF
               WHEN 'T'
                   MOVE WS-DF-2 TO WS-NUM-TEXT
                   MOVE WS-DC-2 TO WS-NUM-LEN
                   MOVE 6 TO WS-NUM-MAX
                   PERFORM 2160-TAKE-NUMBER
                   IF NUM-OK
                       MOVE WS-NUM-VALUE(4:6) TO WS-FX-T-ROWS
                   END-IF
           END-EVALUATE.

      * 末欄之計數含行尾空白，先剔除尾端空白再取數值。
       2160-TAKE-NUMBER.
           MOVE 'N' TO WS-NUM-OK-SW
           MOVE 0 TO WS-NUM-VALUE
           IF WS-NUM-LEN > 20
               MOVE 20 TO WS-NUM-LEN
           END-IF
           PERFORM UNTIL WS-NUM-LEN = 0
                   OR WS-NUM-TEXT(WS-NUM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NUM-LEN
           END-PERFORM
           IF WS-NUM-LEN = 0 OR WS-NUM-LEN > WS-NUM-MAX
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-TEXT(1:WS-NUM-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-TEXT(1:WS-NUM-LEN) TO WS-NUM-VALUE
           SET NUM-OK TO TRUE.

      * S/C 記錄存表並建立基金清單；欄位格式錯誤記於該列。
       2200-ADD-INPUT-ROW.
           IF WS-IN-COUNT >= 5000
               ADD 1 TO WS-IN-OVERFLOW
               MOVE "FILE OVER 5000 RECORDS" TO WS-FILE-REASON
               SET FILE-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IN-COUNT
           MOVE WS-IN-COUNT TO WS-IX
           MOVE SPACES TO WS-IN-ENTRY(WS-IX)
           MOVE WS-FX-TYPE TO WS-IN-TYPE(WS-IX)
           MOVE WS-LINE-NO TO WS-IN-LINE-NO(WS-IX)
           MOVE 0 TO WS-IN-SHARES(WS-IX) WS-IN-TOL(WS-IX)
               WS-IN-CASH-9(WS-IX)
           IF WS-FX-TYPE = 'S'
               MOVE WS-FX-S-ETF-ID TO WS-IN-ETF-ID(WS-IX)
               MOVE WS-FX-S-STKNO  TO WS-IN-STKNO(WS-IX)
               IF WS-FX-S-SHARES IS NUMERIC
                   MOVE WS-FX-S-SHARES TO WS-IN-SHARES(WS-IX)
               ELSE
                   MOVE "SHARES PER UNIT NOT NUMERIC"
                       TO WS-IN-REASON(WS-IX)
               END-IF
               IF WS-FX-S-TOL IS NUMERIC
                   MOVE WS-FX-S-TOL TO WS-IN-TOL(WS-IX)
               ELSE
                   MOVE "TOLERANCE NOT NUMERIC"
                       TO WS-IN-REASON(WS-IX)
               END-IF
           ELSE
               MOVE WS-FX-C-ETF-ID TO WS-IN-ETF-ID(WS-IX)
               MOVE WS-FX-C-SIGN   TO WS-IN-CASH-S(WS-IX)
               IF WS-FX-C-AMOUNT IS NUMERIC
                   MOVE WS-FX-C-AMOUNT TO WS-IN-CASH-9(WS-IX)
               ELSE
                   MOVE "CASH AMOUNT NOT NUMERIC"
                       TO WS-IN-REASON(WS-IX)
               END-IF
           END-IF
           IF WS-IN-ETF-ID(WS-IX) = SPACES
               MOVE SPACES TO WS-FILE-REASON
               STRING "ETF-ID MISSING AT LINE " WS-LINE-NO
                   DELIMITED BY SIZE INTO WS-FILE-REASON
               SET FILE-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-FL-COUNT
               IF WS-FL-ETF-ID(WS-JX) = WS-IN-ETF-ID(WS-IX)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-FL-COUNT < 500
                   ADD 1 TO WS-FL-COUNT
                   MOVE WS-IN-ETF-ID(WS-IX)
                       TO WS-FL-ETF-ID(WS-FL-COUNT)
               ELSE
                   MOVE "FILE OVER 500 FUNDS" TO WS-FILE-REASON
                   SET FILE-IN-ERROR TO TRUE
               END-IF
           END-IF.

      * 表頭須唯一且為首筆、生效日須為處理日之後之營業日；表尾
      * 須唯一且筆數與 S/C 記錄數相符。
       2300-CHECK-FILE-CONTROLS.
           IF FILE-IN-ERROR
               EXIT PARAGRAPH
           END-IF
           SET FILE-IN-ERROR TO TRUE
           IF WS-HDR-COUNT NOT = 1
               MOVE "HEADER RECORD MISSING OR REPEATED"
                   TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-COUNT NOT = 1
               MOVE "TRAILER RECORD MISSING OR REPEATED"
                   TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-ROWS NOT = WS-DATA-ROWS
               MOVE SPACES TO WS-FILE-REASON
               STRING "TRAILER COUNT " WS-TRL-ROWS " VS "
                   WS-DATA-ROWS " RECORDS"
                   DELIMITED BY SIZE INTO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-EFF-DATE <= REQ-PROC-DATE
               MOVE "EFFECTIVE DATE MISSING OR NOT AFTER TODAY"
                   TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'V' TO DTS-FUNC
           MOVE WS-FILE-EFF-DATE TO DTS-DATE-1
           CALL "M0DTSVC" USING DTS-PARM
           IF DTS-RESULT NOT = 'Y'
               MOVE "EFFECTIVE DATE NOT A BUSINESS DAY"
                   TO WS-FILE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-ERR-SW.

      * 單一基金:檢核後與現行生效版本對照，有異動者寫入待核檔。
       3000-PROCESS-FUND.
           MOVE 'N' TO WS-FUND-ERR-SW
           MOVE 0 TO WS-CASH-ROWS WS-CASH-IX WS-STK-ROWS WS-IX
           MOVE SPACES TO PIN-RPT-LINE
           STRING "  FUND " WS-CUR-ETF-ID
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           PERFORM 3100-CHECK-FUND-MASTER
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-IN-COUNT
               IF WS-IN-ETF-ID(WS-IX) = WS-CUR-ETF-ID
                   IF WS-IN-TYPE(WS-IX) = 'S'
                       ADD 1 TO WS-STK-ROWS
                       PERFORM 3200-CHECK-CONSTITUENT
                   ELSE
                       ADD 1 TO WS-CASH-ROWS
                       MOVE WS-IX TO WS-CASH-IX
                       PERFORM 3300-CHECK-CASH-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STK-ROWS = 0
               MOVE "NO CONSTITUENT RECORDS" TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
           END-IF
           IF WS-STK-ROWS > 300
               MOVE "OVER 300 CONSTITUENTS" TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
           END-IF
           IF WS-CASH-ROWS > 1
               MOVE "MORE THAN ONE CASH RECORD" TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
           END-IF
           IF FUND-IN-ERROR
               ADD 1 TO WS-FUND-REJ-COUNT
               SET RUN-WARNING TO TRUE
               MOVE "    FUND REJECTED - NOT STAGED" TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-DIFF-AGAINST-CURRENT
           IF WS-ADD-COUNT = 0 AND WS-DROP-COUNT = 0
                   AND WS-RWGT-COUNT = 0 AND WS-CASH-CHG-SW = 'N'
               ADD 1 TO WS-FUND-SAME-COUNT
               MOVE "    SAME AS CURRENT GENERATION - NOT STAGED"
                   TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4500-STAGE-FUND.

       3100-CHECK-FUND-MASTER.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-ETF-COUNT
               IF WS-EF-ID(WS-EX) = WS-CUR-ETF-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               MOVE "FUND NOT IN ETF MASTER" TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-EF-ISSUER(WS-EX) NOT = WS-CUR-ISSUER
               MOVE SPACES TO WS-ROW-REASON
               STRING "FUND BELONGS TO ISSUER " WS-EF-ISSUER(WS-EX)
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
           END-IF
           IF WS-EF-FINAL-DATE(WS-EX) > 0
                   AND WS-EF-FINAL-DATE(WS-EX) < WS-FILE-EFF-DATE
               MOVE "FUND TERMINATED BEFORE EFFECTIVE DATE"
                   TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
           END-IF.

      * 成分股:格式、股數/誤差、重複、T30LOOK/停牌替代及債券
      * 面額/到期檢核。
       3200-CHECK-CONSTITUENT.
           IF WS-IN-REASON(WS-IX) NOT = SPACES
               MOVE WS-IN-REASON(WS-IX) TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-STKNO(WS-IX) = SPACES
               MOVE "STOCK NUMBER MISSING" TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-SHARES(WS-IX) = 0
               MOVE "SHARES PER UNIT ZERO" TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
           END-IF
           IF WS-IN-TOL(WS-IX) > 100
               MOVE "TOLERANCE OVER 100 PCT" TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
           END-IF
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX >= WS-IX
               IF WS-IN-ETF-ID(WS-JX) = WS-CUR-ETF-ID
                       AND WS-IN-TYPE(WS-JX) = 'S'
                       AND WS-IN-STKNO(WS-JX) = WS-IN-STKNO(WS-IX)
                   MOVE "DUPLICATE CONSTITUENT" TO WS-ROW-REASON
                   PERFORM 3900-REPORT-FUND-ERROR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SBX FROM 1 BY 1
                   UNTIL WS-SBX > WS-SUB-COUNT
               IF WS-SB-STKNO(WS-SBX) = WS-IN-STKNO(WS-IX)
                       AND WS-FILE-EFF-DATE >= WS-SB-EFF-FROM(WS-SBX)
                       AND WS-FILE-EFF-DATE <= WS-SB-EFF-TO(WS-SBX)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-IN-STKNO(WS-IX) TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND NOT = 'Y'
               IF ENTRY-FOUND
                   PERFORM 3250-NOTE-SUSPENDED
               ELSE
                   MOVE "NOT IN STOCK/FOREIGN/BOND MASTERS"
                       TO WS-ROW-REASON
                   PERFORM 3900-REPORT-FUND-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-FOUND
               PERFORM 3250-NOTE-SUSPENDED
           END-IF
           IF T30L-MARKET = 'B'
               IF T30L-BND-FACE-UNIT > 0
                   DIVIDE WS-IN-SHARES(WS-IX) BY T30L-BND-FACE-UNIT
                       GIVING WS-BND-QUOT REMAINDER WS-BND-REM
                   IF WS-BND-REM NOT = 0
                       MOVE "FACE NOT MULTIPLE OF MINIMUM UNIT"
                           TO WS-ROW-REASON
                       PERFORM 3900-REPORT-FUND-ERROR
                   END-IF
               END-IF
               IF T30L-BND-MATURITY > 0
                       AND T30L-BND-MATURITY <= WS-FILE-EFF-DATE
                   MOVE "BOND MATURES BY EFFECTIVE DATE"
                       TO WS-ROW-REASON
                   PERFORM 3900-REPORT-FUND-ERROR
               END-IF
           END-IF.

      * 停牌中之成分股(替代主檔生效)照收，列示替代證券備查。
       3250-NOTE-SUSPENDED.
           MOVE SPACES TO PIN-RPT-LINE
           STRING "    NOTE    " WS-IN-STKNO(WS-IX)
               "  SUSPENDED - SUBSTITUTE " WS-SB-SUBST(WS-SBX)
               " IN FORCE ON EFFECTIVE DATE"
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE.

       3300-CHECK-CASH-ROW.
           IF WS-IN-REASON(WS-IX) NOT = SPACES
               MOVE WS-IN-REASON(WS-IX) TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CASH-S(WS-IX) NOT = '+'
                   AND WS-IN-CASH-S(WS-IX) NOT = '-'
               MOVE "CASH SIGN NOT + OR -" TO WS-ROW-REASON
               PERFORM 3900-REPORT-FUND-ERROR
           END-IF.

       3900-REPORT-FUND-ERROR.
           SET FUND-IN-ERROR TO TRUE
           MOVE SPACES TO PIN-RPT-LINE
           IF WS-IX > 0 AND WS-IX <= WS-IN-COUNT
                   AND WS-IN-ETF-ID(WS-IX) = WS-CUR-ETF-ID
               STRING "    ERROR   " WS-IN-STKNO(WS-IX)
                   "  LINE " WS-IN-LINE-NO(WS-IX) "  " WS-ROW-REASON
                   DELIMITED BY SIZE INTO PIN-RPT-LINE
           ELSE
               STRING "    ERROR   " WS-ROW-REASON
                   DELIMITED BY SIZE INTO PIN-RPT-LINE
           END-IF
           WRITE PIN-RPT-LINE.

      * 與處理日現行生效版本(PCFLOOK)對照:新增、刪除、股數或誤
      * 差變更之成分股及預估現金部位變動。
       4000-DIFF-AGAINST-CURRENT.
           MOVE 0 TO WS-ADD-COUNT WS-DROP-COUNT WS-RWGT-COUNT
           MOVE 'N' TO WS-CASH-CHG-SW
           MOVE WS-CUR-ETF-ID TO PCFL-ETF-ID
           MOVE REQ-PROC-DATE TO PCFL-AS-OF-DATE
           CALL "PCFLOOK" USING PCFL-PARM
           IF PCFL-FOUND NOT = 'Y'
               MOVE 0 TO PCFL-STK-COUNT
               MOVE "    NO CURRENT GENERATION - NEW FUND PCF"
                   TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-IN-COUNT
               IF WS-IN-ETF-ID(WS-IX) = WS-CUR-ETF-ID
                       AND WS-IN-TYPE(WS-IX) = 'S'
                   PERFORM 4100-DIFF-NEW-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > PCFL-STK-COUNT
               PERFORM 4200-DIFF-OLD-ROW
           END-PERFORM
           PERFORM 4300-DIFF-CASH
           MOVE SPACES TO PIN-RPT-LINE
           STRING "    CONSTITUENTS " WS-STK-ROWS
               "  ADDED " WS-ADD-COUNT "  DROPPED " WS-DROP-COUNT
               "  RE-WEIGHTED " WS-RWGT-COUNT
               "  CASH CHANGED " WS-CASH-CHG-SW
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE.

       4100-DIFF-NEW-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > PCFL-STK-COUNT
               IF PCFL-STKNO(WS-JX) = WS-IN-STKNO(WS-IX)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DIFF-LINE
           MOVE WS-IN-STKNO(WS-IX) TO WS-DL-STKNO
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADDED" TO WS-DL-ACTION
               MOVE " -> " TO WS-DL-ARROW
               MOVE WS-IN-SHARES(WS-IX) TO WS-DL-NEW-SHARES
               MOVE WS-IN-TOL(WS-IX)    TO WS-DL-NEW-TOL
               MOVE WS-DIFF-LINE TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
           ELSE
               IF PCFL-SHARES(WS-JX) NOT = WS-IN-SHARES(WS-IX)
                       OR PCFL-TOLERANCE(WS-JX) NOT = WS-IN-TOL(WS-IX)
                   ADD 1 TO WS-RWGT-COUNT
                   MOVE "RE-WEIGHT" TO WS-DL-ACTION
                   MOVE PCFL-SHARES(WS-JX)    TO WS-DL-OLD-SHARES
                   MOVE PCFL-TOLERANCE(WS-JX) TO WS-DL-OLD-TOL
                   MOVE " -> " TO WS-DL-ARROW
                   MOVE WS-IN-SHARES(WS-IX) TO WS-DL-NEW-SHARES
                   MOVE WS-IN-TOL(WS-IX)    TO WS-DL-NEW-TOL
                   MOVE WS-DIFF-LINE TO PIN-RPT-LINE
                   WRITE PIN-RPT-LINE
               END-IF
           END-IF.

       4200-DIFF-OLD-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-IN-COUNT
               IF WS-IN-ETF-ID(WS-IX) = WS-CUR-ETF-ID
                       AND WS-IN-TYPE(WS-IX) = 'S'
                       AND WS-IN-STKNO(WS-IX) = PCFL-STKNO(WS-JX)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-DROP-COUNT
               MOVE SPACES TO WS-DIFF-LINE
               MOVE "DROPPED" TO WS-DL-ACTION
               MOVE PCFL-STKNO(WS-JX)     TO WS-DL-STKNO
               MOVE PCFL-SHARES(WS-JX)    TO WS-DL-OLD-SHARES
               MOVE PCFL-TOLERANCE(WS-JX) TO WS-DL-OLD-TOL
               MOVE WS-DIFF-LINE TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
           END-IF.

       4300-DIFF-CASH.
           MOVE SPACES TO WS-CASH-LINE
           MOVE " -> " TO WS-CL-ARROW
           IF PCFL-CASH-FOUND = 'Y'
               MOVE PCFL-CASH-S TO WS-CL-OLD-S
               MOVE PCFL-CASH-9 TO WS-CL-OLD-CASH
           END-IF
           IF WS-CASH-IX > 0
               MOVE WS-IN-CASH-S(WS-CASH-IX) TO WS-CL-NEW-S
               MOVE WS-IN-CASH-9(WS-CASH-IX) TO WS-CL-NEW-CASH
           END-IF
           EVALUATE TRUE
               WHEN PCFL-CASH-FOUND NOT = 'Y' AND WS-CASH-IX = 0
                   CONTINUE
               WHEN PCFL-CASH-FOUND NOT = 'Y'
                   MOVE 'Y' TO WS-CASH-CHG-SW
                   MOVE "CASH ADDED" TO WS-CL-ACTION
               WHEN WS-CASH-IX = 0
                   MOVE 'Y' TO WS-CASH-CHG-SW
                   MOVE "CASH NOT SUPPLIED" TO WS-CL-ACTION
               WHEN PCFL-CASH-S NOT = WS-IN-CASH-S(WS-CASH-IX)
                       OR PCFL-CASH-9 NOT = WS-IN-CASH-9(WS-CASH-IX)
                   MOVE 'Y' TO WS-CASH-CHG-SW
                   MOVE "CASH CHANGED" TO WS-CL-ACTION
           END-EVALUATE
           IF WS-CASH-CHG-SW = 'Y'
               MOVE WS-CASH-LINE TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
           END-IF.

      * 基金記錄後接成分股及現金記錄寫入待核檔。
       4500-STAGE-FUND.
           MOVE SPACES TO PCF-STAGE-REC
           MOVE 'F' TO PST-REC-TYPE
           MOVE WS-CUR-ETF-ID TO PST-ETF-ID
           MOVE WS-CUR-ISSUER TO PST-ISSUER
           MOVE WS-FILE-EFF-DATE TO PST-EFF-DATE
           MOVE 0 TO PST-SHARES PST-TOLERANCE PST-CASH-9
           WRITE PCF-STAGE-REC
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-IN-COUNT
               IF WS-IN-ETF-ID(WS-IX) = WS-CUR-ETF-ID
                   MOVE SPACES TO PCF-STAGE-REC
                   MOVE WS-CUR-ETF-ID TO PST-ETF-ID
                   MOVE WS-CUR-ISSUER TO PST-ISSUER
                   MOVE WS-FILE-EFF-DATE TO PST-EFF-DATE
                   MOVE 0 TO PST-SHARES PST-TOLERANCE PST-CASH-9
                   IF WS-IN-TYPE(WS-IX) = 'S'
                       MOVE 'S' TO PST-REC-TYPE
                       MOVE WS-IN-STKNO(WS-IX)  TO PST-STKNO
                       MOVE WS-IN-SHARES(WS-IX) TO PST-SHARES
                       MOVE WS-IN-TOL(WS-IX)    TO PST-TOLERANCE
                       ADD 1 TO WS-ROW-STG-COUNT
                   ELSE
                       MOVE 'M' TO PST-REC-TYPE
                       MOVE WS-IN-CASH-S(WS-IX) TO PST-CASH-S
                       MOVE WS-IN-CASH-9(WS-IX) TO PST-CASH-9
                   END-IF
                   WRITE PCF-STAGE-REC
               END-IF
           END-PERFORM
           ADD 1 TO WS-FUND-STG-COUNT
           MOVE "    STAGED FOR APPROVAL" TO PIN-RPT-LINE
           WRITE PIN-RPT-LINE.

      * 核可:核可人須具公司行動核可角色且非提案人；各基金新版
      * 本須尚未生效。通過後寫出新主檔並留存稽核。
       5000-APPROVE-INTAKE.
           MOVE 'C' TO AUT-ROLE
           MOVE REQ-USER-ID TO AUT-OPER-ID
           MOVE REQ-PROC-DATE TO AUT-CHECK-DATE
           MOVE "M0PCFIN" TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               MOVE SPACES TO PIN-RPT-LINE
               STRING "APPROVER NOT AUTHORIZED (" AUT-REASON
                   ") - REJECTED"
                   DELIMITED BY SIZE INTO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-LOAD-STAGE
           IF RUN-REFUSED
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND AUD-FILE
           PERFORM 6000-BUILD-GEN-WORK
           PERFORM 6500-BUILD-CASH-WORK
           CLOSE AUD-FILE
           SORT GEN-SORT ON ASCENDING KEY GS-ETF-ID GS-STKNO
                   GS-EFF-FROM
               USING GEN-WORK-FILE
               GIVING GEN-NEW-FILE
           SORT CASH-SORT ON ASCENDING KEY CS-ETF-ID CS-EFF-FROM
               USING CASH-WORK-FILE
               GIVING CASH-NEW-FILE
           PERFORM 7000-AUDIT-FUNDS

           OPEN I-O STG-FILE
           READ STG-FILE
               AT END SET STG-EOF TO TRUE
           END-READ
           MOVE 'A' TO PSC-STATUS
           MOVE REQ-USER-ID TO PSC-APPROVER
           MOVE REQ-PROC-DATE TO PSC-APPR-DATE
           REWRITE PCF-STAGE-REC
           CLOSE STG-FILE

           MOVE SPACES TO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           STRING "FUNDS APPROVED.........: " WS-SF-COUNT
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "PCFGEN ROWS CLOSED.....: " WS-GEN-CLOSED
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "PCFGEN FUTURE ROWS DROP: " WS-GEN-DROPPED
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "PCFGEN ROWS ADDED......: " WS-GEN-ADDED
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "PCFGEN.NEW ROWS........: " WS-GEN-WRITTEN
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "PCFCASH ROWS CLOSED....: " WS-CASH-CLOSED
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "PCFCASH FUTURE ROWS DRP: " WS-CASH-DROPPED
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "PCFCASH ROWS ADDED.....: " WS-CASH-ADDED
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           MOVE SPACES TO PIN-RPT-LINE
           STRING "PCFCASH.NEW ROWS.......: " WS-CASH-WRITTEN
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           IF GEN-SEEDED
               MOVE "PCFGEN WAS EMPTY - SEEDED FROM PCFMST AS OPEN"
                   TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
           END-IF
           MOVE "APPROVED - PCFGEN.NEW AND PCFCASH.NEW WRITTEN"
               TO PIN-RPT-LINE
           WRITE PIN-RPT-LINE.

      * 載入待核檔並檢核控制記錄狀態、核可人及生效日。
       5100-LOAD-STAGE.
           OPEN INPUT STG-FILE
           READ STG-FILE
               AT END SET STG-EOF TO TRUE
           END-READ
           IF STG-EOF OR PSC-REC-TYPE NOT = 'C'
               MOVE "NO PENDING PCF INTAKE TO APPROVE" TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               SET RUN-REFUSED TO TRUE
               CLOSE STG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PIN-RPT-LINE
           STRING "PROPOSED BY " PSC-PROPOSER " ON " PSC-PROC-DATE
               "  FUNDS " PSC-FUND-COUNT "  ROWS " PSC-ROW-COUNT
               DELIMITED BY SIZE INTO PIN-RPT-LINE
           WRITE PIN-RPT-LINE
           IF NOT PSC-PENDING
               MOVE SPACES TO PIN-RPT-LINE
               STRING "ALREADY APPROVED BY " PSC-APPROVER " ON "
                   PSC-APPR-DATE " - REJECTED"
                   DELIMITED BY SIZE INTO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               SET RUN-REFUSED TO TRUE
               CLOSE STG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PSC-PROPOSER TO WS-PROPOSER
           IF PSC-PROPOSER = REQ-USER-ID
               MOVE "APPROVER SAME AS PROPOSER - REJECTED"
                   TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               SET RUN-REFUSED TO TRUE
               CLOSE STG-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STG-EOF
               READ STG-FILE
                   AT END SET STG-EOF TO TRUE
                   NOT AT END
                       PERFORM 5200-TABLE-STAGE-REC
               END-READ
           END-PERFORM
           CLOSE STG-FILE
           IF WS-SF-COUNT = 0
               MOVE "PENDING FILE HOLDS NO FUND - REJECTED"
                   TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               SET RUN-REFUSED TO TRUE
           END-IF
           PERFORM VARYING WS-SFX FROM 1 BY 1
                   UNTIL WS-SFX > WS-SF-COUNT
               IF WS-SF-EFF-DATE(WS-SFX) <= REQ-PROC-DATE
                   MOVE SPACES TO PIN-RPT-LINE
                   STRING "FUND " WS-SF-ETF-ID(WS-SFX)
                       " EFFECTIVE " WS-SF-EFF-DATE(WS-SFX)
                       " ALREADY REACHED - RE-PROPOSE, REJECTED"
                       DELIMITED BY SIZE INTO PIN-RPT-LINE
                   WRITE PIN-RPT-LINE
                   SET RUN-REFUSED TO TRUE
               END-IF
           END-PERFORM.

       5200-TABLE-STAGE-REC.
           IF PST-FUND
               IF WS-SF-COUNT >= 500
                   MOVE "PENDING FILE OVER 500 FUNDS - REJECTED"
                       TO PIN-RPT-LINE
                   WRITE PIN-RPT-LINE
                   SET RUN-REFUSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SF-COUNT
               MOVE PST-ETF-ID   TO WS-SF-ETF-ID(WS-SF-COUNT)
               MOVE PST-EFF-DATE TO WS-SF-EFF-DATE(WS-SF-COUNT)
               COMPUTE WS-SF-CLOSE-DATE(WS-SF-COUNT) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PST-EFF-DATE) - 1)
               MOVE 0 TO WS-SF-ROWS(WS-SF-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF WS-SR-COUNT >= 20000
               MOVE "PENDING FILE OVER 20000 ROWS - REJECTED"
                   TO PIN-RPT-LINE
               WRITE PIN-RPT-LINE
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SR-COUNT
           MOVE PST-REC-TYPE  TO WS-SR-TYPE(WS-SR-COUNT)
           MOVE PST-ETF-ID    TO WS-SR-ETF-ID(WS-SR-COUNT)
           MOVE PST-EFF-DATE  TO WS-SR-EFF-DATE(WS-SR-COUNT)
           MOVE PST-STKNO     TO WS-SR-STKNO(WS-SR-COUNT)
           MOVE PST-SHARES    TO WS-SR-SHARES(WS-SR-COUNT)
           MOVE PST-TOLERANCE TO WS-SR-TOL(WS-SR-COUNT)
           MOVE PST-CASH-S    TO WS-SR-CASH-S(WS-SR-COUNT)
           MOVE PST-CASH-9    TO WS-SR-CASH-9(WS-SR-COUNT)
           IF PST-STOCK AND WS-SF-COUNT > 0
               ADD 1 TO WS-SF-ROWS(WS-SF-COUNT)
           END-IF.

      * PCFGEN 工作檔:受影響基金之現行版本截止、未來版本刪除，
      * 其餘照抄；再接新版本。PCFGEN 無資料者以 PCFMST 為底。
       6000-BUILD-GEN-WORK.
           OPEN OUTPUT GEN-WORK-FILE
           OPEN INPUT PCFGEN-FILE
           PERFORM UNTIL GEN-EOF
               READ PCFGEN-FILE
                   AT END SET GEN-EOF TO TRUE
                   NOT AT END
                       PERFORM 6100-CARRY-GEN-ROW
               END-READ
           END-PERFORM
           CLOSE PCFGEN-FILE
           IF WS-GEN-WRITTEN = 0 AND WS-GEN-CLOSED = 0
                   AND WS-GEN-DROPPED = 0
               SET GEN-SEEDED TO TRUE
               OPEN INPUT PCF-FILE
               PERFORM UNTIL PCF-EOF
                   READ PCF-FILE
                       AT END SET PCF-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO PCF-GEN-REC
                           MOVE PCF-ETF-ID TO PCG-ETF-ID
                           MOVE PCF-STKNO  TO PCG-STKNO
                           MOVE 0 TO PCG-EFF-FROM
                           MOVE 99999999 TO PCG-EFF-TO
                           MOVE PCF-SHARES-PER-UNIT
                               TO PCG-SHARES-PER-UNIT
                           MOVE PCF-TOLERANCE-PCT
                               TO PCG-TOLERANCE-PCT
                           PERFORM 6100-CARRY-GEN-ROW
                   END-READ
               END-PERFORM
               CLOSE PCF-FILE
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SR-COUNT
               IF WS-SR-TYPE(WS-IX) = 'S'
                   MOVE SPACES TO PCF-GEN-REC
                   MOVE WS-SR-ETF-ID(WS-IX)   TO PCG-ETF-ID
                   MOVE WS-SR-STKNO(WS-IX)    TO PCG-STKNO
                   MOVE WS-SR-EFF-DATE(WS-IX) TO PCG-EFF-FROM
                   MOVE 99999999              TO PCG-EFF-TO
                   MOVE WS-SR-SHARES(WS-IX)   TO PCG-SHARES-PER-UNIT
                   MOVE WS-SR-TOL(WS-IX)      TO PCG-TOLERANCE-PCT
                   WRITE GEN-WORK-REC FROM PCF-GEN-REC
                   ADD 1 TO WS-GEN-ADDED WS-GEN-WRITTEN
                   MOVE 'A' TO AUD-ACTION
                   MOVE SPACES TO AUD-BEFORE
                   MOVE PCF-GEN-REC TO AUD-AFTER
                   MOVE "PCFGEN " TO AUD-MASTER
                   PERFORM 6900-WRITE-AUDIT
               END-IF
           END-PERFORM
           CLOSE GEN-WORK-FILE.

       6100-CARRY-GEN-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SFX FROM 1 BY 1
                   UNTIL WS-SFX > WS-SF-COUNT
               IF WS-SF-ETF-ID(WS-SFX) = PCG-ETF-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "PCFGEN " TO AUD-MASTER
           IF ENTRY-FOUND
               IF PCG-EFF-FROM >= WS-SF-EFF-DATE(WS-SFX)
                   ADD 1 TO WS-GEN-DROPPED
                   MOVE 'D' TO AUD-ACTION
                   MOVE PCF-GEN-REC TO AUD-BEFORE
                   MOVE SPACES TO AUD-AFTER
                   PERFORM 6900-WRITE-AUDIT
                   EXIT PARAGRAPH
               END-IF
               IF PCG-EFF-TO > WS-SF-CLOSE-DATE(WS-SFX)
                   ADD 1 TO WS-GEN-CLOSED
                   MOVE 'C' TO AUD-ACTION
                   MOVE PCF-GEN-REC TO AUD-BEFORE
                   MOVE WS-SF-CLOSE-DATE(WS-SFX) TO PCG-EFF-TO
                   MOVE PCF-GEN-REC TO AUD-AFTER
                   PERFORM 6900-WRITE-AUDIT
               END-IF
           END-IF
           WRITE GEN-WORK-REC FROM PCF-GEN-REC
           ADD 1 TO WS-GEN-WRITTEN.

      * PCFCASH 工作檔:同 PCFGEN 之截止/刪除規則，再接新現金記錄。
       6500-BUILD-CASH-WORK.
           OPEN OUTPUT CASH-WORK-FILE
           OPEN INPUT PCFCASH-FILE
           PERFORM UNTIL CASH-EOF
               READ PCFCASH-FILE
                   AT END SET CASH-EOF TO TRUE
                   NOT AT END
                       PERFORM 6600-CARRY-CASH-ROW
               END-READ
           END-PERFORM
           CLOSE PCFCASH-FILE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SR-COUNT
               IF WS-SR-TYPE(WS-IX) = 'M'
                   MOVE SPACES TO PCF-CASH-REC
                   MOVE WS-SR-ETF-ID(WS-IX)   TO PCC-ETF-ID
                   MOVE WS-SR-EFF-DATE(WS-IX) TO PCC-EFF-FROM
                   MOVE 99999999              TO PCC-EFF-TO
                   MOVE WS-SR-CASH-S(WS-IX)   TO PCC-CASH-S
                   MOVE WS-SR-CASH-9(WS-IX)   TO PCC-CASH-9
                   WRITE CASH-WORK-REC FROM PCF-CASH-REC
                   ADD 1 TO WS-CASH-ADDED WS-CASH-WRITTEN
                   MOVE 'A' TO AUD-ACTION
                   MOVE SPACES TO AUD-BEFORE
                   MOVE PCF-CASH-REC TO AUD-AFTER
                   MOVE "PCFCASH" TO AUD-MASTER
                   PERFORM 6900-WRITE-AUDIT
               END-IF
           END-PERFORM
           CLOSE CASH-WORK-FILE.

       6600-CARRY-CASH-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SFX FROM 1 BY 1
                   UNTIL WS-SFX > WS-SF-COUNT
               IF WS-SF-ETF-ID(WS-SFX) = PCC-ETF-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "PCFCASH" TO AUD-MASTER
           IF ENTRY-FOUND
               IF PCC-EFF-FROM >= WS-SF-EFF-DATE(WS-SFX)
                   ADD 1 TO WS-CASH-DROPPED
                   MOVE 'D' TO AUD-ACTION
                   MOVE PCF-CASH-REC TO AUD-BEFORE
                   MOVE SPACES TO AUD-AFTER
                   PERFORM 6900-WRITE-AUDIT
                   EXIT PARAGRAPH
               END-IF
               IF PCC-EFF-TO > WS-SF-CLOSE-DATE(WS-SFX)
                   ADD 1 TO WS-CASH-CLOSED
                   MOVE 'C' TO AUD-ACTION
                   MOVE PCF-CASH-REC TO AUD-BEFORE
                   MOVE WS-SF-CLOSE-DATE(WS-SFX) TO PCC-EFF-TO
                   MOVE PCF-CASH-REC TO AUD-AFTER
                   PERFORM 6900-WRITE-AUDIT
               END-IF
           END-IF
           WRITE CASH-WORK-REC FROM PCF-CASH-REC
           ADD 1 TO WS-CASH-WRITTEN.

      * 主檔維護稽核檔(與 M0MSTMT 同版面):經辦為核可人。
       6900-WRITE-AUDIT.
           COMPUTE AUD-TIMESTAMP = REQ-PROC-DATE * 10000
           MOVE REQ-USER-ID TO AUD-USER
           WRITE AUD-REC.

      * 作業稽核總帳:每一核可基金一筆，載提案人及新版本內容。
       7000-AUDIT-FUNDS.
           PERFORM VARYING WS-SFX FROM 1 BY 1
                   UNTIL WS-SFX > WS-SF-COUNT
               MOVE SPACES TO ADL-PARM
               COMPUTE ADL-TIMESTAMP = REQ-PROC-DATE * 1000000
               MOVE REQ-USER-ID TO ADL-OPER-ID
               MOVE "M0PCFIN" TO ADL-PROGRAM
               MOVE "MNT " TO ADL-EVENT
               STRING "PCFGEN  " WS-SF-ETF-ID(WS-SFX)
                   DELIMITED BY SIZE INTO ADL-OBJECT
               STRING "CURRENT GENERATION CLOSED AT "
                   WS-SF-CLOSE-DATE(WS-SFX)
                   DELIMITED BY SIZE INTO ADL-BEFORE
               STRING "NEW GENERATION FROM " WS-SF-EFF-DATE(WS-SFX)
                   " ROWS " WS-SF-ROWS(WS-SFX)
                   DELIMITED BY SIZE INTO ADL-AFTER
               STRING "PCF INTAKE PROPOSED BY " WS-PROPOSER
                   DELIMITED BY SIZE INTO ADL-REASON
               CALL "M0AUDLG" USING ADL-PARM
           END-PERFORM.
