      * M0MERGE - 基金合併轉換作業(兩人覆核)
      * 發行人公告基金合併時，消滅基金(目標基金)之受益權單位依
      * 公告比率轉換為存續基金單位。M0SPLIT 僅處理單一基金內之
      * 比率變動，M0WINDN 僅追蹤終止清理，兩基金間之部位移轉過去
      * 全憑人工。本程式仿 M0CAADJ/M0SPLIT 之兩段式作業，由請求
      * 檔 M0MERGE.REQ(模式(1)+經辦人員代號(8)+提案基準日(8))
      * 控制:
      *   'P' 提案 - 讀入合併宣告檔 MRGDECL.DAT(目標基金+存續基金
      *       +轉換比率分子/分母+末次受理申報日+生效日+畸零單位
      *       每單位現金價)，兩基金均須載於基金主檔:
      *       1. 目標基金主檔之末次申購日/最終受理日改為末次受理
      *          申報日(原已較早者不動)，自該日後由 M01TERM 攔阻
      *          一切申報(錯誤代碼'TF'/'TN')。
      *       2. 生效日不晚於提案基準日之宣告方轉換部位:持有分類
      *          帳 HOLDLED.DAT 目標基金各戶單位數×分子/分母，整數
      *          部分過入同戶存續基金部位(無則新增)，目標部位歸零
      *          ；不足一單位之畸零部分×每單位現金價(四捨五入至元)
      *          為現金權益，依 M01 歸戶之最近匯款資訊(同 M0DIVD)
      *          寫入待核畸零款檔，無匯款資訊者列入例外段。
      *       3. 流通在外單位數分類帳 ETFUNIT.DAT 目標基金歸零，
      *          存續基金加計各戶轉換之整數單位合計；分類帳與持有
      *          帳目標基金合計不符者列警告。
      *       4. 列示目標基金尚未結案之在途案件(APLSTS.DAT 狀態
      *          非'C')，供作業人員於合併前追蹤處理。
      *       寫出待核主檔 MRGMPND.DAT、待核分類帳 MRGUPND.DAT、
      *       待核持有帳 MRGHPND.DAT、待核畸零款檔 MRGPPND.DAT、
      *       待核日記 MRGJPND.DAT(轉換之宣告及轉入存續基金整數
      *       單位合計)，
      *       正式檔不動；有在途案件或無匯款資訊者 RETURN-CODE=4。
      *   'A' 核可 - 由第二人執行，核可人須具公司行動核可角色
      *       (M0AUTHC)，經辦人員代號與提案人相同時拒絕
      *       (RETURN-CODE=8)；核可後寫出 ETFMST.NEW/ETFUNIT.NEW/
      *       HOLDLED.NEW 由排程取代正式檔，並寫出畸零款匯款供檔
      *       MRGPAY.DAT，由 M04REMT 併入銀行匯款指示檔(經付款批次
      *       放行管制)撥付；待核日記蓋核可日/核可人附加至合併
      *       轉換核可日記 MRGJRN.DAT(mrgjrn 抄寫簿)，供 M0LRBLD
      *       重演。核可前就提案時轉換部位之各宣告，以
      *       生效日呼叫 M0SYSCK 'P' 檢核會計期間鎖定，所屬月份已
      *       關帳者拒絕核可(RETURN-CODE=8)，不寫出任何 .NEW 檔。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
      *   2026-10-15  核可前以合併生效日檢核會計期間鎖定(M0SYSCK
      *               'P')；待核檔控制記錄加記提案基準日
      *   2026-10-15  提案寫出待核日記 MRGJPND.DAT，核可時附加至合
      *               併轉換核可日記 MRGJRN.DAT，供分類帳重建重演
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0MERGE.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECL-FILE ASSIGN TO "MRGDECL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNITL-FILE ASSIGN TO "ETFUNIT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LEDGER-IN ASSIGN TO "HOLDLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL APLSTS-FILE ASSIGN TO "APLSTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY.
           SELECT MPND-OUT-FILE ASSIGN TO "MRGMPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MPND-IN-FILE ASSIGN TO "MRGMPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UPND-OUT-FILE ASSIGN TO "MRGUPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UPND-IN-FILE ASSIGN TO "MRGUPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HPND-OUT-FILE ASSIGN TO "MRGHPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HPND-IN-FILE ASSIGN TO "MRGHPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PPND-OUT-FILE ASSIGN TO "MRGPPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PPND-IN-FILE ASSIGN TO "MRGPPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JPND-OUT-FILE ASSIGN TO "MRGJPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JPND-IN-FILE ASSIGN TO "MRGJPND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MRGJRN-FILE ASSIGN TO "MRGJRN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MST-NEW-FILE ASSIGN TO "ETFMST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNITL-NEW-FILE ASSIGN TO "ETFUNIT.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEDGER-NEW-FILE ASSIGN TO "HOLDLED.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MRGPAY-FILE ASSIGN TO "MRGPAY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MRG-RPT-FILE ASSIGN TO "M0MERGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
           05  REQ-USER-ID          PIC X(08).
           05  REQ-PROC-DATE        PIC 9(08).

       FD  DECL-FILE.
       01  MRGDECL-REC.
           05  MRG-TARGET-ID        PIC X(06).  *> 目標(消滅)基金
           05  MRG-SURVIVOR-ID      PIC X(06).  *> 存續基金
           05  MRG-RATIO-NUM        PIC 9(05).  *> 轉換比率分子
           05  MRG-RATIO-DEN        PIC 9(05).  *> 轉換比率分母
           05  MRG-LAST-DEAL-DATE   PIC 9(08).  *> 末次受理申報日
           05  MRG-EFF-DATE         PIC 9(08).  *> 生效日
           05  MRG-FRAC-PRICE       PIC 9(07)V9(04). *> 畸零單位現金價
           05  FILLER               PIC X(11).

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  UNITL-FILE.
       01  UNITL-REC.
           05  ULI-ETF-ID           PIC X(06).
           05  ULI-UNITS            PIC 9(15).
           05  FILLER               PIC X(09).

       FD  LEDGER-IN.
       COPY holdled.

       FD  M01-FILE.
       COPY m01.

       FD  APLSTS-FILE.
       COPY aplsts.

       FD  MPND-OUT-FILE.
       01  MPND-OUT-REC             PIC X(100).

       FD  MPND-IN-FILE.
       01  MPND-IN-REC              PIC X(100).

       FD  UPND-OUT-FILE.
       01  UPND-OUT-REC             PIC X(30).

       FD  UPND-IN-FILE.
       01  UPND-IN-REC              PIC X(30).

       FD  HPND-OUT-FILE.
       01  HPND-OUT-REC             PIC X(40).

       FD  HPND-IN-FILE.
       01  HPND-IN-REC              PIC X(40).

       FD  PPND-OUT-FILE.
       01  PPND-OUT-REC             PIC X(130).

       FD  PPND-IN-FILE.
       01  PPND-IN-REC              PIC X(130).

       FD  JPND-OUT-FILE.
       01  JPND-OUT-REC             PIC X(70).

       FD  JPND-IN-FILE.
       01  JPND-IN-REC              PIC X(70).

       FD  MRGJRN-FILE.
       COPY mrgjrn.

       FD  MST-NEW-FILE.
       01  MST-NEW-REC              PIC X(100).

       FD  UNITL-NEW-FILE.
       01  UNITL-NEW-REC            PIC X(30).

       FD  LEDGER-NEW-FILE.
       01  LEDGER-NEW-REC           PIC X(40).

      * 畸零款匯款供檔(版面同 REPAYFD.DAT，由 M04REMT 併入)。
       FD  MRGPAY-FILE.
       01  MRGPAY-REC               PIC X(130).

       FD  MRG-RPT-FILE.
       01  MRG-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DCL-EOF               PIC X VALUE 'N'.
           88  DCL-EOF                    VALUE 'Y'.
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.
       01  WS-UNL-EOF               PIC X VALUE 'N'.
           88  UNL-EOF                    VALUE 'Y'.
       01  WS-LED-EOF               PIC X VALUE 'N'.
           88  LED-EOF                    VALUE 'Y'.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-AST-EOF               PIC X VALUE 'N'.
           88  AST-EOF                    VALUE 'Y'.
       01  WS-PEND-EOF              PIC X VALUE 'N'.
           88  PEND-EOF                   VALUE 'Y'.

      * 待核檔首筆控制記錄版面(與主檔記錄同長)。
       01  WS-PEND-CTL.
           05  WS-PCTL-TYPE         PIC X(06).
           05  WS-PCTL-PROPOSER     PIC X(08).
           05  WS-PCTL-PROC-DATE    PIC 9(08).
           05  FILLER               PIC X(78).

      * 合併宣告表。
       01  WS-MRG-TABLE.
           05  WS-MRG-COUNT         PIC 9(03) VALUE 0.
           05  WS-MRG-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MGX.
               10  WS-MG-TARGET     PIC X(06).
               10  WS-MG-SURVIVOR   PIC X(06).
               10  WS-MG-NUM        PIC 9(05).
               10  WS-MG-DEN        PIC 9(05).
               10  WS-MG-LAST-DEAL  PIC 9(08).
               10  WS-MG-EFF-DATE   PIC 9(08).
               10  WS-MG-FRAC-PRICE PIC 9(07)V9(04).
               10  WS-MG-TGT-FOUND  PIC X(01).
               10  WS-MG-SRV-FOUND  PIC X(01).
               10  WS-MG-STATUS     PIC X(01).
                   88  MG-CONVERT         VALUE 'C'.
                   88  MG-BLOCK-ONLY      VALUE 'B'.
                   88  MG-INVALID         VALUE 'X'.
               10  WS-MG-TGT-UNITS  PIC 9(15).
               10  WS-MG-NEW-UNITS  PIC 9(15).
               10  WS-MG-CASH-TOTAL PIC 9(18).
               10  WS-MG-LEDGER-UNITS PIC 9(15).
               10  WS-MG-UNITL-SEEN PIC X(01).

      * 申請人帳戶匯款資訊表(自 M01 歸戶，取申請日最大者)。
       01  WS-RMT-TABLE.
           05  WS-RMT-COUNT         PIC 9(05) VALUE 0.
           05  WS-RMT-ENTRY OCCURS 5000 TIMES.
               10  WS-RM-ACNT-BROKER PIC X(04).
               10  WS-RM-ACNT-NO     PIC 9(07).
               10  WS-RM-TX-DATE     PIC 9(08).
               10  WS-RM-BANK-ID     PIC 9(03).
               10  WS-RM-RM-ACNT     PIC X(16).
               10  WS-RM-NAME        PIC X(60).
               10  WS-RM-ID          PIC X(10).
       01  WS-RMX                   PIC 9(05).
       01  WS-RMT-HIT               PIC 9(05).
       01  WS-AX                    PIC 9(01).

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
       01  WS-HSX                   PIC 9(05).
       01  WS-SWAP-HOLD             PIC X(32).
       01  WS-HOLD-SKIPPED          PIC 9(05) VALUE 0.

      * 畸零款記錄(版面同 REPAYFD.DAT)。
       01  WS-PAY-REC.
           05  WS-PY-ETF-ID         PIC X(06).
           05  WS-PY-TX-DATE        PIC 9(08).
           05  WS-PY-SEQNO          PIC X(03).
           05  WS-PY-BANK-ID        PIC 9(03).
           05  WS-PY-RM-ACNT        PIC X(16).
           05  WS-PY-RM-ACNT-NAME   PIC X(60).
           05  WS-PY-RM-ACNT-ID     PIC X(10).
           05  WS-PY-AMOUNT         PIC 9(18).
           05  FILLER               PIC X(06).

       01  WS-ARG-ETF-ID            PIC X(06).
       01  WS-HIT-SW                PIC X VALUE 'N'.
           88  MRG-HIT                    VALUE 'Y'.
       01  WS-CONV-EXACT            PIC 9(15)V9(06).
       01  WS-CONV-WHOLE            PIC 9(15).
       01  WS-CONV-FRAC             PIC V9(06).
       01  WS-FRAC-CASH             PIC 9(18).
       01  WS-OLD-UNITS             PIC 9(15).
       01  WS-NEW-UNITS             PIC 9(15).
       01  WS-OLD-DATE              PIC 9(08).

       01  WS-MST-READ              PIC 9(05) VALUE 0.
       01  WS-MST-BLOCKED           PIC 9(05) VALUE 0.
       01  WS-POS-CONVERTED         PIC 9(07) VALUE 0.
       01  WS-POS-CREATED           PIC 9(07) VALUE 0.
       01  WS-PAY-COUNT             PIC 9(07) VALUE 0.
       01  WS-NOBANK-COUNT          PIC 9(07) VALUE 0.
       01  WS-INFLIGHT-COUNT        PIC 9(07) VALUE 0.
       01  WS-UNL-MISMATCH          PIC 9(05) VALUE 0.
       01  WS-ROWS-OUT              PIC 9(07) VALUE 0.

       COPY m0authc.
       COPY m0sysck.

       01  WS-LOCK-SW               PIC X VALUE 'N'.
           88  PERIOD-LOCKED              VALUE 'Y'.
       01  WS-LOCK-BASE-DATE        PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-WHAT            PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BEFORE          PIC ZZZZZZZZZZZZZZ9.
           05  WS-D-ARROW           PIC X(04).
           05  WS-D-AFTER           PIC ZZZZZZZZZZZZZZ9.

       01  WS-CONV-LINE.
           05  WS-C-ACNT-BROKER     PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-ACNT-NO         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-TARGET          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-OLD-UNITS       PIC ZZZZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-SURVIVOR        PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-NEW-UNITS       PIC ZZZZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-FRAC            PIC .999999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-CASH            PIC ZZZZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-C-PAY-NOTE        PIC X(16).

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

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACE  TO REQ-MODE
                      MOVE SPACES TO REQ-USER-ID
                      MOVE 0      TO REQ-PROC-DATE
           END-READ
           CLOSE REQ-FILE

           OPEN OUTPUT MRG-RPT-FILE
           MOVE "FUND MERGER CONVERSION PROCESSING" TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE SPACES TO MRG-RPT-LINE
           STRING "MODE: " REQ-MODE "  USER: " REQ-USER-ID
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE

           EVALUATE REQ-MODE
               WHEN 'P' PERFORM 1000-PROPOSE-MERGER
               WHEN 'A' PERFORM 3000-APPROVE-MERGER
               WHEN OTHER
                   MOVE "INVALID REQUEST MODE" TO MRG-RPT-LINE
                   WRITE MRG-RPT-LINE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE MRG-RPT-FILE
           STOP RUN.

      * 提案:載入宣告與各檔，主檔攔阻、部位轉換、分類帳移轉及
      * 在途案件列示，寫出待核檔。
       1000-PROPOSE-MERGER.
           PERFORM 1100-LOAD-DECL-TABLE
           PERFORM 1200-CHECK-FUNDS-ON-MASTER
           PERFORM 1250-LIST-DECLARATIONS
           PERFORM 1300-LOAD-REMIT-TABLE
           PERFORM 1400-LOAD-HOLDINGS

           PERFORM 2000-WRITE-PENDING-MASTER
           PERFORM 2100-CONVERT-HOLDINGS
           PERFORM 2300-WRITE-PENDING-LEDGER
           PERFORM 2400-WRITE-PENDING-UNITS
           PERFORM 2500-WRITE-PENDING-JOURNAL
           PERFORM 2600-LIST-IN-FLIGHT-CASES

           MOVE SPACES TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           STRING "DECLARATIONS LOADED....: " WS-MRG-COUNT
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE SPACES TO MRG-RPT-LINE
           STRING "TARGET FUNDS BLOCKED...: " WS-MST-BLOCKED
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE SPACES TO MRG-RPT-LINE
           STRING "POSITIONS CONVERTED....: " WS-POS-CONVERTED
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE SPACES TO MRG-RPT-LINE
           STRING "SURVIVOR POSNS CREATED.: " WS-POS-CREATED
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE SPACES TO MRG-RPT-LINE
           STRING "FRACTION PAYMENTS......: " WS-PAY-COUNT
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE SPACES TO MRG-RPT-LINE
           STRING "NO-BANK EXCEPTIONS.....: " WS-NOBANK-COUNT
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE SPACES TO MRG-RPT-LINE
           STRING "LEDGER/UNITS MISMATCH..: " WS-UNL-MISMATCH
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE SPACES TO MRG-RPT-LINE
           STRING "IN-FLIGHT CASES........: " WS-INFLIGHT-COUNT
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           IF WS-HOLD-SKIPPED > 0
               MOVE SPACES TO MRG-RPT-LINE
               STRING "*** WARNING: LEDGER ROWS OVER TABLE LIMIT "
                   "NOT CARRIED: " WS-HOLD-SKIPPED
                   DELIMITED BY SIZE INTO MRG-RPT-LINE
               WRITE MRG-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "PENDING FILES WRITTEN - AWAITING SECOND-PERSON"
               TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           IF RETURN-CODE = 0
               IF WS-INFLIGHT-COUNT > 0 OR WS-NOBANK-COUNT > 0
                       OR WS-UNL-MISMATCH > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1100-LOAD-DECL-TABLE.
           OPEN INPUT DECL-FILE
           PERFORM UNTIL DCL-EOF
               READ DECL-FILE
                   AT END SET DCL-EOF TO TRUE
                   NOT AT END
                       IF WS-MRG-COUNT < 50
                           ADD 1 TO WS-MRG-COUNT
                           SET WS-MGX TO WS-MRG-COUNT
                           MOVE MRG-TARGET-ID
                               TO WS-MG-TARGET(WS-MGX)
                           MOVE MRG-SURVIVOR-ID
                               TO WS-MG-SURVIVOR(WS-MGX)
                           MOVE MRG-RATIO-NUM TO WS-MG-NUM(WS-MGX)
                           MOVE MRG-RATIO-DEN TO WS-MG-DEN(WS-MGX)
                           MOVE MRG-LAST-DEAL-DATE
                               TO WS-MG-LAST-DEAL(WS-MGX)
                           MOVE MRG-EFF-DATE
                               TO WS-MG-EFF-DATE(WS-MGX)
                           MOVE MRG-FRAC-PRICE
                               TO WS-MG-FRAC-PRICE(WS-MGX)
                           MOVE 'N' TO WS-MG-TGT-FOUND(WS-MGX)
                                       WS-MG-SRV-FOUND(WS-MGX)
                                       WS-MG-UNITL-SEEN(WS-MGX)
                           MOVE 0 TO WS-MG-TGT-UNITS(WS-MGX)
                                     WS-MG-NEW-UNITS(WS-MGX)
                                     WS-MG-CASH-TOTAL(WS-MGX)
                                     WS-MG-LEDGER-UNITS(WS-MGX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECL-FILE.

      * 兩基金均須載於主檔，比率須有效且目標/存續不得相同；生效
      * 日晚於提案基準日者本次僅攔阻申報，不轉換部位。
       1200-CHECK-FUNDS-ON-MASTER.
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL MST-EOF
               READ ETFMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-MGX FROM 1 BY 1
                               UNTIL WS-MGX > WS-MRG-COUNT
                           IF WS-MG-TARGET(WS-MGX) = ETF-MST-ID
                               MOVE 'Y' TO WS-MG-TGT-FOUND(WS-MGX)
                           END-IF
                           IF WS-MG-SURVIVOR(WS-MGX) = ETF-MST-ID
                               MOVE 'Y' TO WS-MG-SRV-FOUND(WS-MGX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE
           MOVE 'N' TO WS-MST-EOF
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MRG-COUNT
               EVALUATE TRUE
                   WHEN WS-MG-TGT-FOUND(WS-MGX) NOT = 'Y'
                       OR WS-MG-SRV-FOUND(WS-MGX) NOT = 'Y'
                       OR WS-MG-DEN(WS-MGX) = 0
                       OR WS-MG-NUM(WS-MGX) = 0
                       OR WS-MG-TARGET(WS-MGX)
                           = WS-MG-SURVIVOR(WS-MGX)
                       SET MG-INVALID(WS-MGX) TO TRUE
                   WHEN WS-MG-EFF-DATE(WS-MGX) > REQ-PROC-DATE
                       SET MG-BLOCK-ONLY(WS-MGX) TO TRUE
                   WHEN OTHER
                       SET MG-CONVERT(WS-MGX) TO TRUE
               END-EVALUATE
           END-PERFORM.

       1250-LIST-DECLARATIONS.
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MRG-COUNT
               MOVE SPACES TO MRG-RPT-LINE
               EVALUATE TRUE
                   WHEN MG-INVALID(WS-MGX)
                       STRING "DECLARATION REJECTED: "
                           WS-MG-TARGET(WS-MGX) " -> "
                           WS-MG-SURVIVOR(WS-MGX)
                           " (FUND NOT ON MASTER OR BAD RATIO)"
                           DELIMITED BY SIZE INTO MRG-RPT-LINE
                       MOVE 8 TO RETURN-CODE
                   WHEN MG-BLOCK-ONLY(WS-MGX)
                       STRING "NOT YET EFFECTIVE - BLOCK ONLY: "
                           WS-MG-TARGET(WS-MGX) " -> "
                           WS-MG-SURVIVOR(WS-MGX)
                           " EFF " WS-MG-EFF-DATE(WS-MGX)
                           DELIMITED BY SIZE INTO MRG-RPT-LINE
                   WHEN OTHER
                       STRING "MERGER TO CONVERT: "
                           WS-MG-TARGET(WS-MGX) " -> "
                           WS-MG-SURVIVOR(WS-MGX)
                           " RATIO " WS-MG-NUM(WS-MGX)
                           "/" WS-MG-DEN(WS-MGX)
                           " EFF " WS-MG-EFF-DATE(WS-MGX)
                           DELIMITED BY SIZE INTO MRG-RPT-LINE
               END-EVALUATE
               WRITE MRG-RPT-LINE
           END-PERFORM.

      * 自 M01 歸戶申請人帳戶之匯款資訊(同 M0DIVD):每一有收款
      * 銀行之正常案件，其三申請人欄位帳戶均登錄案上之匯款資訊
      * ，同帳戶以申請日最大者為準。
       1300-LOAD-REMIT-TABLE.
           OPEN INPUT M01-FILE
           PERFORM UNTIL M01-EOF
               READ M01-FILE
                   AT END SET M01-EOF TO TRUE
                   NOT AT END
                       IF TRAN-CODE = SPACE AND STATE-NORMAL
                               AND BANK-ID > 0
                           PERFORM VARYING WS-AX FROM 1 BY 1
                                   UNTIL WS-AX > 3
                                   OR WS-AX > APPLIER-NUMBER
                               PERFORM 1310-REGISTER-REMIT-INFO
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01-FILE.

       1310-REGISTER-REMIT-INFO.
           IF ACNT-BROKER(WS-AX) = SPACES
               CONTINUE
           ELSE
               MOVE 0 TO WS-RMT-HIT
               PERFORM VARYING WS-RMX FROM 1 BY 1
                       UNTIL WS-RMX > WS-RMT-COUNT
                   IF WS-RM-ACNT-BROKER(WS-RMX)
                           = ACNT-BROKER(WS-AX)
                           AND WS-RM-ACNT-NO(WS-RMX)
                               = ACNT-NO(WS-AX)
                       MOVE WS-RMX TO WS-RMT-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RMT-HIT = 0 AND WS-RMT-COUNT < 5000
                   ADD 1 TO WS-RMT-COUNT
                   MOVE WS-RMT-COUNT TO WS-RMT-HIT
                   MOVE ACNT-BROKER(WS-AX)
                       TO WS-RM-ACNT-BROKER(WS-RMT-HIT)
                   MOVE ACNT-NO(WS-AX)
                       TO WS-RM-ACNT-NO(WS-RMT-HIT)
                   MOVE 0 TO WS-RM-TX-DATE(WS-RMT-HIT)
               END-IF
               IF WS-RMT-HIT > 0
                       AND TX-DATE >= WS-RM-TX-DATE(WS-RMT-HIT)
                   MOVE TX-DATE      TO WS-RM-TX-DATE(WS-RMT-HIT)
                   MOVE BANK-ID      TO WS-RM-BANK-ID(WS-RMT-HIT)
                   MOVE RM-ACNT      TO WS-RM-RM-ACNT(WS-RMT-HIT)
                   MOVE RM-ACNT-NAME TO WS-RM-NAME(WS-RMT-HIT)
                   MOVE RM-ACNT-ID   TO WS-RM-ID(WS-RMT-HIT)
               END-IF
           END-IF.

       1400-LOAD-HOLDINGS.
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

      * 待核主檔:目標基金之末次申購日/最終受理日改為末次受理
      * 申報日(原值為零或較晚者)，由 M01TERM 自次日起攔阻申報。
       2000-WRITE-PENDING-MASTER.
           MOVE "ETF-ID WHAT          BEFORE ->           AFTER"
               TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           OPEN INPUT ETFMST-FILE
           OPEN OUTPUT MPND-OUT-FILE
           MOVE SPACES TO WS-PEND-CTL
           MOVE "*CTRL*" TO WS-PCTL-TYPE
           MOVE REQ-USER-ID TO WS-PCTL-PROPOSER
           MOVE REQ-PROC-DATE TO WS-PCTL-PROC-DATE
           WRITE MPND-OUT-REC FROM WS-PEND-CTL
           PERFORM UNTIL MST-EOF
               READ ETFMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MST-READ
                       MOVE ETF-MST-ID TO WS-ARG-ETF-ID
                       PERFORM 2900-SEARCH-TARGET
                       IF MRG-HIT
                           PERFORM 2010-BLOCK-TARGET-FUND
                       END-IF
                       WRITE MPND-OUT-REC FROM ETF-MASTER-REC
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE MPND-OUT-FILE.

       2010-BLOCK-TARGET-FUND.
           IF WS-MG-LAST-DEAL(WS-MGX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ETF-MST-FINAL-DATE TO WS-OLD-DATE
           IF ETF-MST-FINAL-DATE = 0
                   OR ETF-MST-FINAL-DATE > WS-MG-LAST-DEAL(WS-MGX)
               MOVE WS-MG-LAST-DEAL(WS-MGX) TO ETF-MST-FINAL-DATE
           END-IF
           IF ETF-MST-LAST-CRE-DATE = 0
                   OR ETF-MST-LAST-CRE-DATE
                       > WS-MG-LAST-DEAL(WS-MGX)
               MOVE WS-MG-LAST-DEAL(WS-MGX)
                   TO ETF-MST-LAST-CRE-DATE
           END-IF
           IF ETF-MST-FINAL-DATE NOT = WS-OLD-DATE
               ADD 1 TO WS-MST-BLOCKED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE " -> "             TO WS-D-ARROW
               MOVE ETF-MST-ID         TO WS-D-ETF-ID
               MOVE "FINAL"            TO WS-D-WHAT
               MOVE WS-OLD-DATE        TO WS-D-BEFORE
               MOVE ETF-MST-FINAL-DATE TO WS-D-AFTER
               MOVE WS-DETAIL-LINE TO MRG-RPT-LINE
               WRITE MRG-RPT-LINE
           END-IF.

      * 持有帳轉換:逐一生效宣告掃描目標基金部位，並寫出待核
      * 畸零款檔。
       2100-CONVERT-HOLDINGS.
           MOVE SPACES TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE SPACES TO MRG-RPT-LINE
           STRING "BRKR ACNT-NO TARGET       OLD-UNITS SURVIV"
               "       NEW-UNITS  FRACTN      FRACT-CASH PAYMENT"
               DELIMITED BY SIZE INTO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           OPEN OUTPUT PPND-OUT-FILE
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MRG-COUNT
               IF MG-CONVERT(WS-MGX)
                   PERFORM VARYING WS-HSX FROM 1 BY 1
                           UNTIL WS-HSX > WS-HOLD-COUNT
                       IF WS-HL-ETF-ID(WS-HSX) = WS-MG-TARGET(WS-MGX)
                               AND WS-HL-UNITS(WS-HSX) > 0
                           PERFORM 2200-CONVERT-ONE-POSITION
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE PPND-OUT-FILE
           PERFORM 2800-SORT-HOLD-TABLE.

      * 單一部位:整數單位過入同戶存續基金部位(無則新增)，畸零
      * 部分×每單位現金價(四捨五入至元)為現金權益。
       2200-CONVERT-ONE-POSITION.
           MOVE WS-HL-UNITS(WS-HSX) TO WS-OLD-UNITS
           ADD WS-OLD-UNITS TO WS-MG-TGT-UNITS(WS-MGX)
           COMPUTE WS-CONV-EXACT =
               WS-OLD-UNITS * WS-MG-NUM(WS-MGX) / WS-MG-DEN(WS-MGX)
           MOVE WS-CONV-EXACT TO WS-CONV-WHOLE
           COMPUTE WS-CONV-FRAC = WS-CONV-EXACT - WS-CONV-WHOLE
           COMPUTE WS-FRAC-CASH ROUNDED =
               WS-CONV-FRAC * WS-MG-FRAC-PRICE(WS-MGX)
           MOVE 0 TO WS-HL-UNITS(WS-HSX)
           ADD 1 TO WS-POS-CONVERTED
           ADD WS-CONV-WHOLE TO WS-MG-NEW-UNITS(WS-MGX)
           ADD WS-FRAC-CASH TO WS-MG-CASH-TOTAL(WS-MGX)

           IF WS-CONV-WHOLE > 0
               PERFORM 2210-CREDIT-SURVIVOR
           END-IF

           MOVE SPACES TO WS-CONV-LINE
           MOVE WS-HL-ACNT-BROKER(WS-HSX) TO WS-C-ACNT-BROKER
           MOVE WS-HL-ACNT-NO(WS-HSX)     TO WS-C-ACNT-NO
           MOVE WS-MG-TARGET(WS-MGX)      TO WS-C-TARGET
           MOVE WS-OLD-UNITS              TO WS-C-OLD-UNITS
           MOVE WS-MG-SURVIVOR(WS-MGX)    TO WS-C-SURVIVOR
           MOVE WS-CONV-WHOLE             TO WS-C-NEW-UNITS
           MOVE WS-CONV-FRAC              TO WS-C-FRAC
           MOVE WS-FRAC-CASH              TO WS-C-CASH
           IF WS-FRAC-CASH > 0
               PERFORM 2220-INSTRUCT-FRACTION-PAY
           END-IF
           MOVE WS-CONV-LINE TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE.

       2210-CREDIT-SURVIVOR.
           MOVE 0 TO WS-HJX
           PERFORM VARYING WS-HKX FROM 1 BY 1
                   UNTIL WS-HKX > WS-HOLD-COUNT
               IF WS-HL-ACNT-BROKER(WS-HKX)
                       = WS-HL-ACNT-BROKER(WS-HSX)
                       AND WS-HL-ETF-ID(WS-HKX)
                           = WS-MG-SURVIVOR(WS-MGX)
                       AND WS-HL-ACNT-NO(WS-HKX)
                           = WS-HL-ACNT-NO(WS-HSX)
                   MOVE WS-HKX TO WS-HJX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HJX = 0
               IF WS-HOLD-COUNT < 5000
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO WS-HJX
                   MOVE WS-HL-ACNT-BROKER(WS-HSX)
                       TO WS-HL-ACNT-BROKER(WS-HJX)
                   MOVE WS-MG-SURVIVOR(WS-MGX)
                       TO WS-HL-ETF-ID(WS-HJX)
                   MOVE WS-HL-ACNT-NO(WS-HSX)
                       TO WS-HL-ACNT-NO(WS-HJX)
                   MOVE 0 TO WS-HL-UNITS(WS-HJX)
                   ADD 1 TO WS-POS-CREATED
               ELSE
                   ADD 1 TO WS-HOLD-SKIPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-CONV-WHOLE TO WS-HL-UNITS(WS-HJX).

       2220-INSTRUCT-FRACTION-PAY.
           MOVE 0 TO WS-RMT-HIT
           PERFORM VARYING WS-RMX FROM 1 BY 1
                   UNTIL WS-RMX > WS-RMT-COUNT
               IF WS-RM-ACNT-BROKER(WS-RMX)
                       = WS-HL-ACNT-BROKER(WS-HSX)
                       AND WS-RM-ACNT-NO(WS-RMX)
                           = WS-HL-ACNT-NO(WS-HSX)
                   MOVE WS-RMX TO WS-RMT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RMT-HIT = 0
               MOVE "NO BANK - MANUAL" TO WS-C-PAY-NOTE
               ADD 1 TO WS-NOBANK-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAY-REC
           MOVE WS-MG-TARGET(WS-MGX)      TO WS-PY-ETF-ID
           MOVE WS-MG-EFF-DATE(WS-MGX)    TO WS-PY-TX-DATE
           MOVE "MRG"                     TO WS-PY-SEQNO
           MOVE WS-RM-BANK-ID(WS-RMT-HIT) TO WS-PY-BANK-ID
           MOVE WS-RM-RM-ACNT(WS-RMT-HIT) TO WS-PY-RM-ACNT
           MOVE WS-RM-NAME(WS-RMT-HIT)    TO WS-PY-RM-ACNT-NAME
           MOVE WS-RM-ID(WS-RMT-HIT)      TO WS-PY-RM-ACNT-ID
           MOVE WS-FRAC-CASH              TO WS-PY-AMOUNT
           WRITE PPND-OUT-REC FROM WS-PAY-REC
           ADD 1 TO WS-PAY-COUNT
           MOVE "REMIT INSTRUCTED" TO WS-C-PAY-NOTE.

      * 待核持有帳:略去歸零部位，首筆為控制記錄。
       2300-WRITE-PENDING-LEDGER.
           OPEN OUTPUT HPND-OUT-FILE
           MOVE WS-PEND-CTL(1:40) TO HPND-OUT-REC
           WRITE HPND-OUT-REC
           PERFORM VARYING WS-HLX FROM 1 BY 1
                   UNTIL WS-HLX > WS-HOLD-COUNT
               IF WS-HL-UNITS(WS-HLX) > 0
                   MOVE SPACES TO HOLDING-LEDGER-REC
                   MOVE WS-HL-ACNT-BROKER(WS-HLX) TO HLD-ACNT-BROKER
                   MOVE WS-HL-ETF-ID(WS-HLX)      TO HLD-ETF-ID
                   MOVE WS-HL-ACNT-NO(WS-HLX)     TO HLD-ACNT-NO
                   MOVE WS-HL-UNITS(WS-HLX)       TO HLD-UNITS
                   WRITE HPND-OUT-REC FROM HOLDING-LEDGER-REC
               END-IF
           END-PERFORM
           CLOSE HPND-OUT-FILE.

      * 待核分類帳:目標基金歸零、存續基金加計轉換整數單位；存續
      * 基金無分類帳列者補列。目標基金分類帳與持有帳合計不符者
      * 列警告。
       2400-WRITE-PENDING-UNITS.
           MOVE SPACES TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           OPEN INPUT UNITL-FILE
           OPEN OUTPUT UPND-OUT-FILE
           MOVE WS-PEND-CTL(1:30) TO UPND-OUT-REC
           WRITE UPND-OUT-REC
           PERFORM UNTIL UNL-EOF
               READ UNITL-FILE
                   AT END SET UNL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2410-ADJUST-ONE-LEDGER-ROW
                       WRITE UPND-OUT-REC FROM UNITL-REC
               END-READ
           END-PERFORM
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MRG-COUNT
               IF MG-CONVERT(WS-MGX)
                       AND WS-MG-UNITL-SEEN(WS-MGX) NOT = 'Y'
                       AND WS-MG-NEW-UNITS(WS-MGX) > 0
                   PERFORM 2420-ADD-SURVIVOR-ROW
               END-IF
           END-PERFORM
           CLOSE UNITL-FILE UPND-OUT-FILE
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MRG-COUNT
               IF MG-CONVERT(WS-MGX)
                       AND WS-MG-LEDGER-UNITS(WS-MGX)
                           NOT = WS-MG-TGT-UNITS(WS-MGX)
                   ADD 1 TO WS-UNL-MISMATCH
                   MOVE SPACES TO MRG-RPT-LINE
                   STRING "*** WARNING: " WS-MG-TARGET(WS-MGX)
                       " UNITS OUTSTANDING " WS-MG-LEDGER-UNITS(WS-MGX)
                       " NOT EQUAL HOLDINGS "
                       WS-MG-TGT-UNITS(WS-MGX)
                       DELIMITED BY SIZE INTO MRG-RPT-LINE
                   WRITE MRG-RPT-LINE
               END-IF
           END-PERFORM.

       2410-ADJUST-ONE-LEDGER-ROW.
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MRG-COUNT
               IF MG-CONVERT(WS-MGX)
                   IF WS-MG-TARGET(WS-MGX) = ULI-ETF-ID
                       MOVE ULI-UNITS TO WS-OLD-UNITS
                       MOVE ULI-UNITS TO WS-MG-LEDGER-UNITS(WS-MGX)
                       MOVE 0 TO ULI-UNITS
                       MOVE 0 TO WS-NEW-UNITS
                       PERFORM 2430-PRINT-UNITS-CHANGE
                   END-IF
                   IF WS-MG-SURVIVOR(WS-MGX) = ULI-ETF-ID
                       MOVE 'Y' TO WS-MG-UNITL-SEEN(WS-MGX)
                       MOVE ULI-UNITS TO WS-OLD-UNITS
                       ADD WS-MG-NEW-UNITS(WS-MGX) TO ULI-UNITS
                       MOVE ULI-UNITS TO WS-NEW-UNITS
                       PERFORM 2430-PRINT-UNITS-CHANGE
                   END-IF
               END-IF
           END-PERFORM.

       2420-ADD-SURVIVOR-ROW.
           MOVE SPACES TO UNITL-REC
           MOVE WS-MG-SURVIVOR(WS-MGX) TO ULI-ETF-ID
           MOVE WS-MG-NEW-UNITS(WS-MGX) TO ULI-UNITS
           WRITE UPND-OUT-REC FROM UNITL-REC
           MOVE 0 TO WS-OLD-UNITS
           MOVE ULI-UNITS TO WS-NEW-UNITS
           PERFORM 2430-PRINT-UNITS-CHANGE.

      * 待核日記:本次轉換部位之宣告及轉入存續基金整數單位合計，
      * 核可時附加至合併轉換核可日記 MRGJRN.DAT。
       2500-WRITE-PENDING-JOURNAL.
           OPEN OUTPUT JPND-OUT-FILE
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MRG-COUNT
               IF MG-CONVERT(WS-MGX)
                   MOVE SPACES TO MRG-JOURNAL-REC
                   MOVE WS-MG-TARGET(WS-MGX)    TO MGJ-TARGET-ID
                   MOVE WS-MG-SURVIVOR(WS-MGX)  TO MGJ-SURVIVOR-ID
                   MOVE WS-MG-NUM(WS-MGX)       TO MGJ-RATIO-NUM
                   MOVE WS-MG-DEN(WS-MGX)       TO MGJ-RATIO-DEN
                   MOVE WS-MG-EFF-DATE(WS-MGX)  TO MGJ-EFF-DATE
                   MOVE WS-MG-NEW-UNITS(WS-MGX) TO MGJ-SURV-UNITS
                   MOVE 0 TO MGJ-APPR-DATE
                   WRITE JPND-OUT-REC FROM MRG-JOURNAL-REC
               END-IF
           END-PERFORM
           CLOSE JPND-OUT-FILE.

       2430-PRINT-UNITS-CHANGE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE " -> "        TO WS-D-ARROW
           MOVE ULI-ETF-ID    TO WS-D-ETF-ID
           MOVE "UNITS"       TO WS-D-WHAT
           MOVE WS-OLD-UNITS  TO WS-D-BEFORE
           MOVE WS-NEW-UNITS  TO WS-D-AFTER
           MOVE WS-DETAIL-LINE TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE.

      * 目標基金未結案之在途案件列示(生命週期登錄檔狀態非'C')。
       2600-LIST-IN-FLIGHT-CASES.
           MOVE SPACES TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE "IN-FLIGHT CASES ON MERGING FUNDS" TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           MOVE "ETF-ID TX-DATE  SEQ BRKR K  S" TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE
           OPEN INPUT APLSTS-FILE
           PERFORM UNTIL AST-EOF
               READ APLSTS-FILE NEXT RECORD
                   AT END SET AST-EOF TO TRUE
                   NOT AT END
                       IF NOT AST-CLOSED
                           MOVE AST-ETF-ID TO WS-ARG-ETF-ID
                           PERFORM 2900-SEARCH-TARGET
                           IF MRG-HIT
                               PERFORM 2610-PRINT-IN-FLIGHT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLSTS-FILE.

       2610-PRINT-IN-FLIGHT.
           ADD 1 TO WS-INFLIGHT-COUNT
           MOVE SPACES TO WS-FLT-LINE
           MOVE AST-ETF-ID    TO WS-F-ETF-ID
           MOVE AST-TX-DATE   TO WS-F-TX-DATE
           MOVE AST-SEQNO     TO WS-F-SEQNO
           MOVE AST-BROKER-ID TO WS-F-BROKER-ID
           MOVE AST-TX-KIND   TO WS-F-TX-KIND
           MOVE AST-STATUS    TO WS-F-STATUS
           MOVE WS-FLT-LINE TO MRG-RPT-LINE
           WRITE MRG-RPT-LINE.

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

      * 查目標基金(有效宣告，含僅攔阻者)。
       2900-SEARCH-TARGET.
           MOVE 'N' TO WS-HIT-SW
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MRG-COUNT
               IF WS-MG-TARGET(WS-MGX) = WS-ARG-ETF-ID
                       AND NOT MG-INVALID(WS-MGX)
                   SET MRG-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 核可:核可人須具公司行動核可角色(M0AUTHC)，且與提案人
      * 不得為同一人，合併生效日所屬會計期間不得已關帳；核可後
      * 寫出新主檔、新分類帳、新持有帳及畸零款匯款供檔。
       3000-APPROVE-MERGER.
           MOVE 'C' TO AUT-ROLE
           MOVE REQ-USER-ID TO AUT-OPER-ID
           MOVE REQ-PROC-DATE TO AUT-CHECK-DATE
           MOVE "M0MERGE" TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               MOVE SPACES TO MRG-RPT-LINE
               STRING "APPROVER NOT AUTHORIZED (" AUT-REASON
                   ") - REJECTED"
                   DELIMITED BY SIZE INTO MRG-RPT-LINE
               WRITE MRG-RPT-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MPND-IN-FILE
           READ MPND-IN-FILE INTO WS-PEND-CTL
               AT END SET PEND-EOF TO TRUE
           END-READ
           IF PEND-EOF OR WS-PCTL-TYPE NOT = "*CTRL*"
               MOVE "NO PENDING MERGER FILE TO APPROVE"
                   TO MRG-RPT-LINE
               WRITE MRG-RPT-LINE
               MOVE 8 TO RETURN-CODE
               CLOSE MPND-IN-FILE
           ELSE
               IF WS-PCTL-PROPOSER = REQ-USER-ID
                   MOVE "APPROVER SAME AS PROPOSER - REJECTED"
                       TO MRG-RPT-LINE
                   WRITE MRG-RPT-LINE
                   MOVE 8 TO RETURN-CODE
                   CLOSE MPND-IN-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3050-CHECK-PERIOD-LOCK
               IF PERIOD-LOCKED
                   MOVE 8 TO RETURN-CODE
                   CLOSE MPND-IN-FILE
               ELSE
                   OPEN OUTPUT MST-NEW-FILE
                   PERFORM UNTIL PEND-EOF
                       READ MPND-IN-FILE
                           AT END SET PEND-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-OUT
                               WRITE MST-NEW-REC FROM MPND-IN-REC
                       END-READ
                   END-PERFORM
                   CLOSE MPND-IN-FILE MST-NEW-FILE
                   PERFORM 3100-PROMOTE-UNITS
                   PERFORM 3200-PROMOTE-HOLDINGS
                   PERFORM 3300-PROMOTE-FRACTION-PAY
                   PERFORM 3400-APPEND-JOURNAL
                   MOVE SPACES TO MRG-RPT-LINE
                   STRING "APPROVED - .NEW FILES WRITTEN, ROWS: "
                       WS-ROWS-OUT
                       DELIMITED BY SIZE INTO MRG-RPT-LINE
                   WRITE MRG-RPT-LINE
                   MOVE SPACES TO MRG-RPT-LINE
                   STRING "FRACTION PAYMENTS RELEASED TO MRGPAY: "
                       WS-PAY-COUNT
                       DELIMITED BY SIZE INTO MRG-RPT-LINE
                   WRITE MRG-RPT-LINE
               END-IF
           END-IF.

      * 提案時已轉換部位(生效日不晚於提案基準日)之宣告，逐一以
      * 生效日檢核會計期間鎖定；任一所屬月份已關帳即拒絕核可。
       3050-CHECK-PERIOD-LOCK.
           MOVE 'N' TO WS-LOCK-SW
           IF WS-PCTL-PROC-DATE IS NUMERIC AND WS-PCTL-PROC-DATE > 0
               MOVE WS-PCTL-PROC-DATE TO WS-LOCK-BASE-DATE
           ELSE
               MOVE REQ-PROC-DATE TO WS-LOCK-BASE-DATE
           END-IF
           PERFORM 1100-LOAD-DECL-TABLE
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MRG-COUNT
               IF WS-MG-EFF-DATE(WS-MGX) <= WS-LOCK-BASE-DATE
                   MOVE 'P' TO SCK-FUNC
                   MOVE WS-MG-EFF-DATE(WS-MGX) TO SCK-CHECK-DATE
                   CALL "M0SYSCK" USING SCK-PARM
                   IF SCK-RESULT NOT = 'Y'
                       SET PERIOD-LOCKED TO TRUE
                       MOVE SPACES TO MRG-RPT-LINE
                       STRING "APPROVAL REFUSED - PERIOD CLOSED FOR "
                           WS-MG-TARGET(WS-MGX) " EFF "
                           WS-MG-EFF-DATE(WS-MGX)
                           " (" SCK-REASON ")"
                           DELIMITED BY SIZE INTO MRG-RPT-LINE
                       WRITE MRG-RPT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       3100-PROMOTE-UNITS.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT UPND-IN-FILE
           OPEN OUTPUT UNITL-NEW-FILE
           READ UPND-IN-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ UPND-IN-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE UNITL-NEW-REC FROM UPND-IN-REC
               END-READ
           END-PERFORM
           CLOSE UPND-IN-FILE UNITL-NEW-FILE.

       3200-PROMOTE-HOLDINGS.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT HPND-IN-FILE
           OPEN OUTPUT LEDGER-NEW-FILE
           READ HPND-IN-FILE
               AT END SET PEND-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-EOF
               READ HPND-IN-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-OUT
                       WRITE LEDGER-NEW-REC FROM HPND-IN-REC
               END-READ
           END-PERFORM
           CLOSE HPND-IN-FILE LEDGER-NEW-FILE.

       3300-PROMOTE-FRACTION-PAY.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT PPND-IN-FILE
           OPEN OUTPUT MRGPAY-FILE
           PERFORM UNTIL PEND-EOF
               READ PPND-IN-FILE
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PAY-COUNT
                       WRITE MRGPAY-REC FROM PPND-IN-REC
               END-READ
           END-PERFORM
           CLOSE PPND-IN-FILE MRGPAY-FILE.

      * 待核日記蓋核可日及核可人後附加至核可日記(供分類帳重建
      * 重演)。
       3400-APPEND-JOURNAL.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT JPND-IN-FILE
           OPEN EXTEND MRGJRN-FILE
           PERFORM UNTIL PEND-EOF
               READ JPND-IN-FILE INTO MRG-JOURNAL-REC
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       MOVE REQ-PROC-DATE TO MGJ-APPR-DATE
                       MOVE REQ-USER-ID   TO MGJ-APPR-OPER
                       WRITE MRG-JOURNAL-REC
               END-READ
           END-PERFORM
           CLOSE JPND-IN-FILE MRGJRN-FILE.
