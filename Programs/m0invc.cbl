      * 不攏。本程式建立正式帳務:
      *   1. 依帳單年月(M0INVC.CTL)自 M01 彙總各券商手續費/行政
      *      處理費，並併計 PNLTBIL.DAT 同年月違約金，每券商開立
      *      一張帳單入應收帳款檔 ARINV.DAT。造市商退佣明細
      *      MMRBT.DAT 同年月之退佣於帳單列為減項(帳單總額扣除，
      *      以帳單含稅金額為限)。逾期遲延利息逐日計息明細
      *      LPIACR.DAT(M0LPIA 產出)計息日屬同年月者依券商彙總
      *      列為利息項目(逐帳項四捨五入計至元)，並產出逐帳項計
      *      息明細表 LPISCH.RPT；僅有利息而無費用之券商開立利
      *      息請款單(單號 DN+年月+流水2碼，非電子發票)。
      *      帳單號即電子發票號
      *      碼，自開立日所屬期別之配號區間(EINVRNG.DAT，字軌+
      *      起迄號)接續取號；各帳單項目依控制檔稅率(手續費、
      *      行政處理費預設5%，違約金預設0%免稅)計算營業稅，
      *      帳單總額含稅(各項目金額仍為未稅額)。
      *   1a.帳單調減異動檔 INVADJ.TXN(爭議解決/人工調整)調減已
      *      開立帳單並開立折讓單；找不到帳單者留存 INVADJ.NEW
      *      (由排程取代 INVADJ.TXN)。
      *   1b.開立之發票及折讓單累加寫入 EINVREG.DAT，並產出電子
      *      發票上傳檔 EINVUPL.DAT(買方統一編號取自 BRKMST)。
      *   2. 讀入款項通知檔 PAYNTC.DAT(付款日+券商+帳單號+金額
      *      ；帳單號空白之合併電匯依券商自最舊未結帳單起依序
      *      沖抵)，支援全額與部分銷帳。
      *   2026-09-02  新增此程式
      *   2026-09-02  帳單流水號改自既有帳款檔同年月最大號起算
      *               (原每次自0起算，重跑即重複編號)
      *   2026-10-08  帳單號改由電子發票配號區間取號，依帳單項目
      *               計算營業稅並產出電子發票上傳檔；帳單調減
      *               開立折讓單
      *   2026-10-09  併入造市商退佣明細(MMRBT.DAT)，退佣於帳單列為
      *               減項(不計入電子發票)，超過帳單金額部分列報應
      *               付；應收帳款檔加長為120位增列退佣金額
      *   2026-10-09  併入逾期遲延利息逐日計息明細(LPIACR.DAT)，利
      *               息於帳單另列項目(不計入電子發票)並產出逐帳
      *               項計息明細表；僅有利息之券商開立利息請款單
      *   2026-10-11  起跑前呼叫 M0SYSCK 檢核會計期間鎖定:入帳日
      *               所屬月份已月結關帳者拒絕寫入應收帳款
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0INVC.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PNLT-FILE ASSIGN TO "PNLTBIL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MMRBT-FILE ASSIGN TO "MMRBT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LPIACR-FILE ASSIGN TO "LPIACR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ISCH-RPT-FILE ASSIGN TO "LPISCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-IA ASSIGN TO "M0INVC.SIA".
           SELECT OPTIONAL ARINV-IN ASSIGN TO "ARINV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PAY-FILE ASSIGN TO "PAYNTC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INVC-RPT-FILE ASSIGN TO "M0INVC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RNG-FILE ASSIGN TO "EINVRNG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRK-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ADJ-IN ASSIGN TO "INVADJ.TXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJ-OUT ASSIGN TO "INVADJ.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EINVREG-FILE ASSIGN TO "EINVREG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EINVUPL-FILE ASSIGN TO "EINVUPL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  CTL-LINE.
           05  CTL-BILL-YM          PIC 9(06).
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-SELLER-ID        PIC X(08).
           05  CTL-FEE-TAX          PIC X(04).
           05  CTL-FEE-TAX-N REDEFINES CTL-FEE-TAX
                                    PIC 9(02)V9(02).
           05  CTL-MGMT-TAX         PIC X(04).
           05  CTL-MGMT-TAX-N REDEFINES CTL-MGMT-TAX
                                    PIC 9(02)V9(02).
           05  CTL-PNLT-TAX         PIC X(04).
           05  CTL-PNLT-TAX-N REDEFINES CTL-PNLT-TAX
                                    PIC 9(02)V9(02).

       FD  M01-FILE.
       COPY m01.
           05  BIL-PENALTY-AMT      PIC 9(11).
           05  FILLER               PIC X(12).

       FD  MMRBT-FILE.
       COPY mmrbt.

       FD  LPIACR-FILE.
       01  LPIACR-IN-REC            PIC X(100).

       FD  ISCH-RPT-FILE.
       01  ISCH-RPT-LINE            PIC X(132).

      * 當月計息明細依券商+來源+帳項+計息日排序彙總。
       SD  SORT-WORK-IA.
       COPY lpiacr.

       FD  ARINV-IN.
       01  ARINV-IN-REC.
           05  ARI-INV-NO           PIC X(10).
           05  ARI-PAID-AMT         PIC 9(12).
           05  ARI-STATUS           PIC X(01).
           05  ARI-ISSUE-DATE       PIC 9(08).
           05  ARI-REBATE-AMT       PIC 9(11).
           05  ARI-INT-AMT          PIC 9(11).
           05  FILLER               PIC X(12).

       FD  PAY-FILE.
       01  PAY-NOTICE-REC.
           05  FILLER               PIC X(06).

       FD  ARINV-OUT.
       01  ARINV-OUT-REC            PIC X(120).

       FD  INVC-RPT-FILE.
       01  INVC-RPT-LINE            PIC X(132).

      * 電子發票配號區間(期別首月+字軌+起號+迄號)。
       FD  RNG-FILE.
       01  RNG-LINE.
           05  RNG-PERIOD-YM        PIC 9(06).
           05  RNG-TRACK            PIC X(02).
           05  RNG-FROM             PIC 9(08).
           05  RNG-TO               PIC 9(08).

       FD  BRK-FILE.
       COPY brkmst.

       FD  ADJ-IN.
       COPY invadj.

       FD  ADJ-OUT.
       01  ADJ-OUT-REC              PIC X(80).

       FD  EINVREG-FILE.
       COPY einvreg.

       FD  EINVUPL-FILE.
       COPY einvupl.

       WORKING-STORAGE SECTION.
       01  WS-CTL-EOF               PIC X VALUE 'N'.
           88  CTL-EOF                    VALUE 'Y'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-PNL-EOF               PIC X VALUE 'N'.
           88  PNL-EOF                    VALUE 'Y'.
       01  WS-MRB-EOF               PIC X VALUE 'N'.
           88  MRB-EOF                    VALUE 'Y'.
       01  WS-LIA-EOF               PIC X VALUE 'N'.
           88  LIA-EOF                    VALUE 'Y'.
       01  WS-SIA-EOF               PIC X VALUE 'N'.
           88  SIA-EOF                    VALUE 'Y'.
       01  WS-ARI-EOF               PIC X VALUE 'N'.
           88  ARI-EOF                    VALUE 'Y'.
       01  WS-PAY-EOF               PIC X VALUE 'N'.
           88  PAY-EOF                    VALUE 'Y'.
       01  WS-RNG-EOF               PIC X VALUE 'N'.
           88  RNG-EOF                    VALUE 'Y'.
       01  WS-BRK-EOF               PIC X VALUE 'N'.
           88  BRK-EOF                    VALUE 'Y'.
       01  WS-ADJ-EOF               PIC X VALUE 'N'.
           88  ADJ-EOF                    VALUE 'Y'.
       01  WS-EIR-EOF               PIC X VALUE 'N'.
           88  EIR-EOF                    VALUE 'Y'.

       01  WS-BILL-YM               PIC 9(06).
       01  WS-PROC-DATE             PIC 9(08).

       COPY m0sysck.

       01  WS-TX-YM                 PIC 9(06).
       01  WS-SELLER-ID             PIC X(08).
       01  WS-FEE-TAX-PCT           PIC 9(02)V9(02).
       01  WS-MGMT-TAX-PCT          PIC 9(02)V9(02).
       01  WS-PNLT-TAX-PCT          PIC 9(02)V9(02).

      * 應收帳款表(前期結轉+本月新開)。
       01  WS-INV-TABLE.
               10  WS-IV-PAID-AMT   PIC 9(12).
               10  WS-IV-STATUS     PIC X(01).
               10  WS-IV-ISSUE-DATE PIC 9(08).
               10  WS-IV-REBATE-AMT PIC 9(11).
               10  WS-IV-INT-AMT    PIC 9(11).

      * 本月各券商費用彙總(開立帳單用)。
       01  WS-BRK-TABLE.
               10  WS-BR-FEE        PIC 9(11).
               10  WS-BR-MGMT       PIC 9(11).
               10  WS-BR-PNLT       PIC 9(11).
               10  WS-BR-REBATE     PIC 9(11).
               10  WS-BR-INT        PIC 9(11).
       01  WS-BRK-HIT               PIC 9(03).
       01  WS-ARG-BROKER-ID         PIC X(04).

      * 本期電子發票配號區間(依檔案順序取號)。
       01  WS-RNG-TABLE.
           05  WS-RNG-COUNT         PIC 9(02) VALUE 0.
           05  WS-RNG-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RGX.
               10  WS-RG-TRACK      PIC X(02).
               10  WS-RG-FROM       PIC 9(08).
               10  WS-RG-TO         PIC 9(08).
               10  WS-RG-NEXT       PIC 9(08).
       01  WS-PERIOD-YM             PIC 9(06).
       01  WS-PERIOD-M              PIC 9(02).
       01  WS-DOC-NUM               PIC 9(08).

      * 券商統一編號/名稱(BRKMST)。
       01  WS-BUYER-TABLE.
           05  WS-BUY-COUNT         PIC 9(03) VALUE 0.
           05  WS-BUY-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BYX.
               10  WS-BY-BROKER-ID  PIC X(04).
               10  WS-BY-TAX-ID     PIC X(08).
               10  WS-BY-NAME       PIC X(30).
       01  WS-BUYER-ID              PIC X(08).
       01  WS-BUYER-NAME            PIC X(30).

      * 已開立折讓之調減來源+參考號(重跑不重複折讓)。
       01  WS-DONE-TABLE.
           05  WS-DONE-COUNT        PIC 9(04) VALUE 0.
           05  WS-DONE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DNX.
               10  WS-DN-SOURCE     PIC X(01).
               10  WS-DN-REF        PIC X(10).
       01  WS-DONE-FOUND            PIC X(01).

       01  WS-NEW-INV-NO            PIC X(10).
       01  WS-INV-TOTAL             PIC 9(12).
       01  WS-OPEN-AMT              PIC 9(12).
       01  WS-PD-Y                  PIC 9(04).
       01  WS-PD-M                  PIC 9(02).

      * 營業稅計算及單據明細工作區。
       01  WS-FEE-TAX               PIC 9(10).
       01  WS-MGMT-TAX              PIC 9(10).
       01  WS-PNLT-TAX              PIC 9(10).
       01  WS-SALES-AMT             PIC 9(12).
       01  WS-TAX-AMT               PIC 9(10).
       01  WS-DOC-TAX-TYPE          PIC X(01).
       01  WS-MSG-TYPE              PIC X(05).
       01  WS-DOC-NO                PIC X(16).
       01  WS-LINE-NO               PIC 9(03).
       01  WS-LN-TYPE               PIC X(01).
       01  WS-LN-AMOUNT             PIC 9(12).
       01  WS-LN-TAX                PIC 9(10).
       01  WS-LN-RATE               PIC 9(02)V9(02).
       01  WS-LN-TAX-TYPE           PIC X(01).

      * 調減作業工作區。
       01  WS-ADJ-HIT               PIC 9(04).
       01  WS-ADJ-AMT               PIC 9(11).
       01  WS-ADJ-LINE-AMT          PIC 9(11).
       01  WS-ADJ-RATE              PIC 9(02)V9(02).
       01  WS-ADJ-TAX               PIC 9(10).
       01  WS-ALW-SEQ               PIC 9(04) VALUE 0.
       01  WS-ALW-NO                PIC X(16).
       01  WS-SEQ-WORK              PIC 9(04).

      * 造市商退佣減項工作區。
       01  WS-GROSS-AMT             PIC 9(12).
       01  WS-REBATE-CREDIT         PIC 9(11).
       01  WS-REBATE-EXCESS         PIC 9(11).

      * 當月逐帳項遲延利息彙總(依券商排序)。
       01  WS-IA-TABLE.
           05  WS-IA-COUNT          PIC 9(05) VALUE 0.
           05  WS-IA-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-IAX.
               10  WS-IA-BROKER-ID  PIC X(04).
               10  WS-IA-SOURCE     PIC X(01).
               10  WS-IA-ITEM-KEY   PIC X(17).
               10  WS-IA-ACNT-NO    PIC 9(07).
               10  WS-IA-PRINCIPAL  PIC 9(12).
               10  WS-IA-DUE-DATE   PIC 9(08).
               10  WS-IA-FROM-DATE  PIC 9(08).
               10  WS-IA-TO-DATE    PIC 9(08).
               10  WS-IA-DAYS       PIC 9(05).
               10  WS-IA-RATE       PIC 9(02)V9(04).
               10  WS-IA-INTEREST   PIC 9(09)V9(02).
               10  WS-IA-INT-AMT    PIC 9(11).
       01  WS-IA-OVERFLOW           PIC 9(05) VALUE 0.
       01  WS-IA-LAST-KEY           PIC X(22) VALUE LOW-VALUES.
       01  WS-IA-THIS-KEY.
           05  WS-IA-TK-BROKER      PIC X(04).
           05  WS-IA-TK-SOURCE      PIC X(01).
           05  WS-IA-TK-ITEM        PIC X(17).
       01  WS-ACCR-YM               PIC 9(06).
       01  WS-DN-SEQ                PIC 9(02).
       01  WS-SCHED-TOTAL           PIC 9(11).

       01  WS-ISCH-HDR-1            PIC X(80) VALUE
           "LATE-PAYMENT INTEREST CALCULATION SCHEDULE".
       01  WS-ISCH-HDR-2.
           05  FILLER               PIC X(35) VALUE
               "S ITEM-KEY          ACNT-NO    PRIN".
           05  FILLER               PIC X(32) VALUE
               "CIPAL DUE-DATE FROM     TO-DATE ".
           05  FILLER               PIC X(32) VALUE
               "  DAYS   RATE%    INTEREST".

       01  WS-ISCH-LINE.
           05  WS-S-SOURCE          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-ITEM-KEY        PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-ACNT-NO         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-PRINCIPAL       PIC ZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-DUE-DATE        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-FROM-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-TO-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-DAYS            PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-RATE            PIC Z9.9999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-INTEREST        PIC ZZZZZZZZZZ9.

       01  WS-ISSUED-COUNT          PIC 9(04) VALUE 0.
       01  WS-PAY-COUNT             PIC 9(05) VALUE 0.
       01  WS-UNMATCHED-PAY         PIC 9(05) VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(04) VALUE 0.
       01  WS-NO-RANGE-COUNT        PIC 9(04) VALUE 0.
       01  WS-ADJ-READ-COUNT        PIC 9(05) VALUE 0.
       01  WS-ALW-COUNT             PIC 9(05) VALUE 0.
       01  WS-ADJ-DUP-COUNT         PIC 9(05) VALUE 0.
       01  WS-ADJ-PEND-COUNT        PIC 9(05) VALUE 0.
       01  WS-TOTAL-SALES           PIC 9(13) VALUE 0.
       01  WS-TOTAL-TAX             PIC 9(12) VALUE 0.
       01  WS-TOTAL-ALW-SALES       PIC 9(13) VALUE 0.
       01  WS-TOTAL-ALW-TAX         PIC 9(12) VALUE 0.
       01  WS-TOTAL-REBATE          PIC 9(13) VALUE 0.
       01  WS-TOTAL-RBT-PAYABLE     PIC 9(13) VALUE 0.
       01  WS-TOTAL-INTEREST        PIC 9(13) VALUE 0.
       01  WS-DN-COUNT              PIC 9(04) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "CONSOLIDATED MONTHLY BROKER INVOICE REGISTER".
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-BILL-YM CTL-PROC-DATE
                      MOVE SPACES TO CTL-SELLER-ID CTL-FEE-TAX
                                     CTL-MGMT-TAX CTL-PNLT-TAX
           END-READ
           MOVE CTL-BILL-YM TO WS-BILL-YM
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           MOVE CTL-SELLER-ID TO WS-SELLER-ID
           MOVE 5.00 TO WS-FEE-TAX-PCT WS-MGMT-TAX-PCT
           MOVE 0    TO WS-PNLT-TAX-PCT
           IF CTL-FEE-TAX IS NUMERIC
               MOVE CTL-FEE-TAX-N TO WS-FEE-TAX-PCT
           END-IF
           IF CTL-MGMT-TAX IS NUMERIC
               MOVE CTL-MGMT-TAX-N TO WS-MGMT-TAX-PCT
           END-IF
           IF CTL-PNLT-TAX IS NUMERIC
               MOVE CTL-PNLT-TAX-N TO WS-PNLT-TAX-PCT
           END-IF
           CLOSE CTL-FILE
           PERFORM 0250-CHECK-PERIOD-LOCK

           OPEN OUTPUT INVC-RPT-FILE ISCH-RPT-FILE
           MOVE WS-HDR-1 TO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE WS-ISCH-HDR-1 TO ISCH-RPT-LINE
           WRITE ISCH-RPT-LINE
           MOVE SPACES TO ISCH-RPT-LINE
           STRING "BILLING MONTH " WS-BILL-YM
               "  ISSUE DATE " WS-PROC-DATE
               DELIMITED BY SIZE INTO ISCH-RPT-LINE
           WRITE ISCH-RPT-LINE

           PERFORM 1000-LOAD-PRIOR-LEDGER
           PERFORM 1100-LOAD-NUMBER-RANGES
           PERFORM 1200-LOAD-EINV-REGISTER
           PERFORM 1300-LOAD-BUYERS
           OPEN EXTEND EINVREG-FILE
           OPEN OUTPUT EINVUPL-FILE
           PERFORM 2000-SUM-MONTH-CHARGES
           PERFORM 2100-ADD-PENALTIES
           PERFORM 2150-ADD-REBATES
           SORT SORT-WORK-IA ON ASCENDING KEY
                   LIA-BROKER-ID LIA-SOURCE LIA-ITEM-KEY LIA-ACCR-DATE
               INPUT PROCEDURE IS 2160-SELECT-ACCRUALS
               OUTPUT PROCEDURE IS 2170-SUM-ACCRUALS
           PERFORM 2200-ISSUE-INVOICES
           PERFORM 2500-APPLY-ADJUSTMENTS
           CLOSE EINVREG-FILE EINVUPL-FILE ISCH-RPT-FILE
           PERFORM 3000-APPLY-PAYMENTS
           PERFORM 4000-WRITE-LEDGER-AND-REPORT
           STOP RUN.

      * 會計期間鎖定:入帳日所屬月份已月結關帳(且未經授權重開)者
      * 拒絕入帳。
       0250-CHECK-PERIOD-LOCK.
           MOVE 'P' TO SCK-FUNC
           MOVE WS-PROC-DATE TO SCK-CHECK-DATE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-RESULT NOT = 'Y'
               OPEN OUTPUT INVC-RPT-FILE
               STRING "POSTING REFUSED - PERIOD " WS-PROC-DATE(1:6)
                   " IS CLOSED (POSTING DATE " WS-PROC-DATE ")"
                   DELIMITED BY SIZE INTO INVC-RPT-LINE
               WRITE INVC-RPT-LINE
               CLOSE INVC-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * 載入既有應收帳款。
       1000-LOAD-PRIOR-LEDGER.
           OPEN INPUT ARINV-IN
           PERFORM UNTIL ARI-EOF
                               TO WS-IV-PAID-AMT(WS-IVX)
                           MOVE ARI-STATUS
                               TO WS-IV-STATUS(WS-IVX)
                           MOVE ARI-ISSUE-DATE
                               TO WS-IV-ISSUE-DATE(WS-IVX)
                           MOVE ARI-REBATE-AMT
                               TO WS-IV-REBATE-AMT(WS-IVX)
                           IF ARI-REBATE-AMT IS NOT NUMERIC
                               MOVE 0 TO WS-IV-REBATE-AMT(WS-IVX)
                           END-IF
                           MOVE ARI-INT-AMT
                               TO WS-IV-INT-AMT(WS-IVX)
                           IF ARI-INT-AMT IS NOT NUMERIC
                               MOVE 0 TO WS-IV-INT-AMT(WS-IVX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARINV-IN.

      * 載入開立日所屬期別(雙月，期別首月為單月)之配號區間。
       1100-LOAD-NUMBER-RANGES.
           COMPUTE WS-PERIOD-YM = WS-PROC-DATE / 100
           COMPUTE WS-PD-Y = WS-PERIOD-YM / 100
           COMPUTE WS-PERIOD-M = WS-PERIOD-YM - WS-PD-Y * 100
           IF WS-PERIOD-M = 2 OR 4 OR 6 OR 8 OR 10 OR 12
               SUBTRACT 1 FROM WS-PERIOD-YM
           END-IF
           OPEN INPUT RNG-FILE
           PERFORM UNTIL RNG-EOF
               READ RNG-FILE
                   AT END SET RNG-EOF TO TRUE
                   NOT AT END
                       IF RNG-PERIOD-YM = WS-PERIOD-YM
                               AND RNG-FROM IS NUMERIC
                               AND RNG-TO IS NUMERIC
                               AND RNG-FROM <= RNG-TO
                               AND WS-RNG-COUNT < 20
                           ADD 1 TO WS-RNG-COUNT
                           SET WS-RGX TO WS-RNG-COUNT
                           MOVE RNG-TRACK TO WS-RG-TRACK(WS-RGX)
                           MOVE RNG-FROM  TO WS-RG-FROM(WS-RGX)
                           MOVE RNG-TO    TO WS-RG-TO(WS-RGX)
                           MOVE RNG-FROM  TO WS-RG-NEXT(WS-RGX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RNG-FILE.

      * 自開立登錄檔推進各區間下一號碼，並載入已折讓之調減及
      * 本日已用之折讓單流水號，重跑不重複取號或折讓。
       1200-LOAD-EINV-REGISTER.
           OPEN INPUT EINVREG-FILE
           PERFORM UNTIL EIR-EOF
               READ EINVREG-FILE
                   AT END SET EIR-EOF TO TRUE
                   NOT AT END
                       IF EIR-INVOICE
                           PERFORM 1210-ADVANCE-RANGE
                       END-IF
                       IF EIR-ALLOWANCE
                           PERFORM 1220-NOTE-ALLOWANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EINVREG-FILE.

       1210-ADVANCE-RANGE.
           IF EIR-DOC-NO(3:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE EIR-DOC-NO(3:8) TO WS-DOC-NUM
           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-RNG-COUNT
               IF WS-RG-TRACK(WS-RGX) = EIR-DOC-NO(1:2)
                       AND WS-DOC-NUM >= WS-RG-FROM(WS-RGX)
                       AND WS-DOC-NUM <= WS-RG-TO(WS-RGX)
                       AND WS-DOC-NUM >= WS-RG-NEXT(WS-RGX)
                   COMPUTE WS-RG-NEXT(WS-RGX) = WS-DOC-NUM + 1
               END-IF
           END-PERFORM.

       1220-NOTE-ALLOWANCE.
           IF WS-DONE-COUNT < 2000
               ADD 1 TO WS-DONE-COUNT
               SET WS-DNX TO WS-DONE-COUNT
               MOVE EIR-ADJ-SOURCE TO WS-DN-SOURCE(WS-DNX)
               MOVE EIR-ADJ-REF    TO WS-DN-REF(WS-DNX)
           END-IF
           IF EIR-DOC-DATE = WS-PROC-DATE
                   AND EIR-DOC-NO(11:4) IS NUMERIC
               MOVE EIR-DOC-NO(11:4) TO WS-SEQ-WORK
               IF WS-SEQ-WORK > WS-ALW-SEQ
                   MOVE WS-SEQ-WORK TO WS-ALW-SEQ
               END-IF
           END-IF.

      * 載入券商統一編號及名稱(發票買方)。
       1300-LOAD-BUYERS.
           OPEN INPUT BRK-FILE
           PERFORM UNTIL BRK-EOF
               READ BRK-FILE
                   AT END SET BRK-EOF TO TRUE
                   NOT AT END
                       IF WS-BUY-COUNT < 500
                           ADD 1 TO WS-BUY-COUNT
                           SET WS-BYX TO WS-BUY-COUNT
                           MOVE BRK-MST-ID
                               TO WS-BY-BROKER-ID(WS-BYX)
                           MOVE BRK-MST-TAX-ID
                               TO WS-BY-TAX-ID(WS-BYX)
                           MOVE BRK-MST-NAME
                               TO WS-BY-NAME(WS-BYX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRK-FILE.

      * 依帳單年月彙總各券商當月正常申報之手續費/行政處理費。
       2000-SUM-MONTH-CHARGES.
           OPEN INPUT M01-FILE
               MOVE 0 TO WS-BR-FEE(WS-BKX)
                         WS-BR-MGMT(WS-BKX)
                         WS-BR-PNLT(WS-BKX)
                         WS-BR-REBATE(WS-BKX)
                         WS-BR-INT(WS-BKX)
           END-IF.

      * 併計違約請款檔同帳單年月之違約金。
           END-PERFORM
           CLOSE PNLT-FILE.

      * 併計造市商退佣明細同帳單年月之退佣(帳單減項)。
       2150-ADD-REBATES.
           OPEN INPUT MMRBT-FILE
           PERFORM UNTIL MRB-EOF
               READ MMRBT-FILE
                   AT END SET MRB-EOF TO TRUE
                   NOT AT END
                       IF MRB-BILL-YM = WS-BILL-YM
                           MOVE MRB-BROKER-ID TO WS-ARG-BROKER-ID
                           PERFORM 2060-FIND-OR-ADD-BROKER
                           IF WS-BRK-HIT > 0
                               SET WS-BKX TO WS-BRK-HIT
                               ADD MRB-REBATE-AMT
                                   TO WS-BR-REBATE(WS-BKX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MMRBT-FILE.

      * 計息日屬帳單年月之逐日計息明細。
       2160-SELECT-ACCRUALS.
           OPEN INPUT LPIACR-FILE
           PERFORM UNTIL LIA-EOF
               READ LPIACR-FILE INTO LPI-ACCRUAL-REC
                   AT END SET LIA-EOF TO TRUE
                   NOT AT END
                       COMPUTE WS-ACCR-YM = LIA-ACCR-DATE / 100
                       IF WS-ACCR-YM = WS-BILL-YM
                           RELEASE LPI-ACCRUAL-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LPIACR-FILE.

      * 逐帳項彙總當月計息日數及利息(首筆起日、末筆迄日及本金)
      * ，四捨五入計至元後併入券商利息項目。
       2170-SUM-ACCRUALS.
           PERFORM UNTIL SIA-EOF
               RETURN SORT-WORK-IA
                   AT END SET SIA-EOF TO TRUE
                   NOT AT END
                       PERFORM 2175-SUM-ONE-ACCRUAL
               END-RETURN
           END-PERFORM
           PERFORM VARYING WS-IAX FROM 1 BY 1
                   UNTIL WS-IAX > WS-IA-COUNT
               COMPUTE WS-IA-INT-AMT(WS-IAX) ROUNDED =
                   WS-IA-INTEREST(WS-IAX)
               IF WS-IA-INT-AMT(WS-IAX) > 0
                   MOVE WS-IA-BROKER-ID(WS-IAX) TO WS-ARG-BROKER-ID
                   PERFORM 2060-FIND-OR-ADD-BROKER
                   IF WS-BRK-HIT > 0
                       SET WS-BKX TO WS-BRK-HIT
                       ADD WS-IA-INT-AMT(WS-IAX) TO WS-BR-INT(WS-BKX)
                   END-IF
               END-IF
           END-PERFORM.

       2175-SUM-ONE-ACCRUAL.
           MOVE LIA-BROKER-ID TO WS-IA-TK-BROKER
           MOVE LIA-SOURCE    TO WS-IA-TK-SOURCE
           MOVE LIA-ITEM-KEY  TO WS-IA-TK-ITEM
           IF WS-IA-THIS-KEY NOT = WS-IA-LAST-KEY
               IF WS-IA-COUNT >= 10000
                   ADD 1 TO WS-IA-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IA-THIS-KEY TO WS-IA-LAST-KEY
               ADD 1 TO WS-IA-COUNT
               SET WS-IAX TO WS-IA-COUNT
               MOVE LIA-BROKER-ID TO WS-IA-BROKER-ID(WS-IAX)
               MOVE LIA-SOURCE    TO WS-IA-SOURCE(WS-IAX)
               MOVE LIA-ITEM-KEY  TO WS-IA-ITEM-KEY(WS-IAX)
               MOVE LIA-FROM-DATE TO WS-IA-FROM-DATE(WS-IAX)
               MOVE 0 TO WS-IA-DAYS(WS-IAX) WS-IA-INTEREST(WS-IAX)
           END-IF
           SET WS-IAX TO WS-IA-COUNT
           MOVE LIA-ACNT-NO   TO WS-IA-ACNT-NO(WS-IAX)
           MOVE LIA-PRINCIPAL TO WS-IA-PRINCIPAL(WS-IAX)
           MOVE LIA-DUE-DATE  TO WS-IA-DUE-DATE(WS-IAX)
           MOVE LIA-TO-DATE   TO WS-IA-TO-DATE(WS-IAX)
           MOVE LIA-RATE      TO WS-IA-RATE(WS-IAX)
           ADD LIA-DAYS       TO WS-IA-DAYS(WS-IAX)
           ADD LIA-INTEREST   TO WS-IA-INTEREST(WS-IAX).

      * 每券商開立一張帳單，帳單號即電子發票號碼；各項目分別
      * 計算營業稅，帳單總額含稅。配號區間用罄者不開立，補配
      * 號後重跑本月即可開立。
       2200-ISSUE-INVOICES.
           PERFORM VARYING WS-BKX FROM 1 BY 1
                   UNTIL WS-BKX > WS-BRK-COUNT
               COMPUTE WS-SALES-AMT =
                   WS-BR-FEE(WS-BKX) + WS-BR-MGMT(WS-BKX)
                   + WS-BR-PNLT(WS-BKX)
               IF WS-SALES-AMT > 0 AND WS-INV-COUNT < 2000
                   PERFORM 2210-ISSUE-ONE-INVOICE
               END-IF
               IF WS-SALES-AMT = 0 AND WS-BR-INT(WS-BKX) > 0
                       AND WS-INV-COUNT < 2000
                   PERFORM 2290-ISSUE-INTEREST-NOTE
               END-IF
               IF WS-SALES-AMT = 0 AND WS-BR-REBATE(WS-BKX) > 0
                   ADD WS-BR-REBATE(WS-BKX) TO WS-TOTAL-RBT-PAYABLE
                   MOVE SPACES TO INVC-RPT-LINE
                   STRING "REBATE NOT CREDITED - NO CHARGES BILLED "
                       "BROKER " WS-BR-BROKER-ID(WS-BKX)
                       " REBATE PAYABLE " WS-BR-REBATE(WS-BKX)
                       DELIMITED BY SIZE INTO INVC-RPT-LINE
                   WRITE INVC-RPT-LINE
               END-IF
           END-PERFORM.

       2210-ISSUE-ONE-INVOICE.
           PERFORM 2250-NEXT-INVOICE-NO
           IF WS-NEW-INV-NO = SPACES
               ADD 1 TO WS-NO-RANGE-COUNT
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO INVC-RPT-LINE
               STRING "NOT ISSUED - NO E-INVOICE NUMBER LEFT FOR "
                   "PERIOD " WS-PERIOD-YM " BROKER "
                   WS-BR-BROKER-ID(WS-BKX)
                   DELIMITED BY SIZE INTO INVC-RPT-LINE
               WRITE INVC-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FEE-TAX ROUNDED =
               WS-BR-FEE(WS-BKX) * WS-FEE-TAX-PCT / 100
           COMPUTE WS-MGMT-TAX ROUNDED =
               WS-BR-MGMT(WS-BKX) * WS-MGMT-TAX-PCT / 100
           COMPUTE WS-PNLT-TAX ROUNDED =
               WS-BR-PNLT(WS-BKX) * WS-PNLT-TAX-PCT / 100
           COMPUTE WS-TAX-AMT =
               WS-FEE-TAX + WS-MGMT-TAX + WS-PNLT-TAX
           COMPUTE WS-GROSS-AMT = WS-SALES-AMT + WS-TAX-AMT
           PERFORM 2220-APPLY-REBATE-CREDIT
           COMPUTE WS-INV-TOTAL = WS-GROSS-AMT - WS-REBATE-CREDIT
               + WS-BR-INT(WS-BKX)

           ADD 1 TO WS-INV-COUNT WS-ISSUED-COUNT
           SET WS-IVX TO WS-INV-COUNT
           MOVE WS-NEW-INV-NO
               TO WS-IV-INV-NO(WS-IVX)
           MOVE WS-BR-BROKER-ID(WS-BKX)
               TO WS-IV-BROKER-ID(WS-IVX)
           MOVE WS-BILL-YM
               TO WS-IV-BILL-YM(WS-IVX)
           MOVE WS-BR-FEE(WS-BKX)
               TO WS-IV-FEE-AMT(WS-IVX)
           MOVE WS-BR-MGMT(WS-BKX)
               TO WS-IV-MGMT-AMT(WS-IVX)
           MOVE WS-BR-PNLT(WS-BKX)
               TO WS-IV-PNLT-AMT(WS-IVX)
           MOVE WS-INV-TOTAL
               TO WS-IV-TOTAL-AMT(WS-IVX)
           MOVE 0   TO WS-IV-PAID-AMT(WS-IVX)
           MOVE 'O' TO WS-IV-STATUS(WS-IVX)
           MOVE WS-PROC-DATE
               TO WS-IV-ISSUE-DATE(WS-IVX)
           MOVE WS-REBATE-CREDIT
               TO WS-IV-REBATE-AMT(WS-IVX)
           MOVE WS-BR-INT(WS-BKX)
               TO WS-IV-INT-AMT(WS-IVX)
           ADD WS-BR-INT(WS-BKX) TO WS-TOTAL-INTEREST
           PERFORM 2295-PRINT-INTEREST-SCHEDULE
           ADD WS-SALES-AMT TO WS-TOTAL-SALES
           ADD WS-TAX-AMT   TO WS-TOTAL-TAX

           MOVE SPACES TO EINV-REG-REC
           MOVE 'I'                     TO EIR-DOC-TYPE
           MOVE WS-NEW-INV-NO           TO EIR-DOC-NO EIR-INV-NO
           MOVE WS-BR-BROKER-ID(WS-BKX) TO EIR-BROKER-ID
           MOVE WS-BILL-YM              TO EIR-BILL-YM
           MOVE WS-PROC-DATE            TO EIR-DOC-DATE
           MOVE WS-SALES-AMT            TO EIR-SALES-AMT
           MOVE WS-TAX-AMT              TO EIR-TAX-AMT
           WRITE EINV-REG-REC

           MOVE WS-BR-BROKER-ID(WS-BKX) TO WS-ARG-BROKER-ID
           PERFORM 2270-FIND-BUYER
           MOVE '1' TO WS-DOC-TAX-TYPE
           IF (WS-BR-FEE(WS-BKX) > 0 AND WS-FEE-TAX-PCT = 0)
                   OR (WS-BR-MGMT(WS-BKX) > 0
                       AND WS-MGMT-TAX-PCT = 0)
                   OR (WS-BR-PNLT(WS-BKX) > 0
                       AND WS-PNLT-TAX-PCT = 0)
               MOVE '9' TO WS-DOC-TAX-TYPE
               IF WS-TAX-AMT = 0
                   MOVE '3' TO WS-DOC-TAX-TYPE
               END-IF
           END-IF
           MOVE SPACES TO EINV-UPLOAD-REC
           MOVE 'M'              TO EIU-REC-TYPE
           MOVE "A0401"          TO EIU-MSG-TYPE
           MOVE WS-NEW-INV-NO    TO EIU-DOC-NO
           MOVE WS-PROC-DATE     TO EIU-DOC-DATE
           MOVE WS-SELLER-ID     TO EIU-SELLER-ID
           MOVE WS-BUYER-ID      TO EIU-BUYER-ID
           MOVE WS-BUYER-NAME    TO EIU-BUYER-NAME
           MOVE WS-DOC-TAX-TYPE  TO EIU-TAX-TYPE
           MOVE WS-SALES-AMT     TO EIU-SALES-AMT
           MOVE WS-TAX-AMT       TO EIU-TAX-AMT
           MOVE WS-GROSS-AMT     TO EIU-TOTAL-AMT
           WRITE EINV-UPLOAD-REC

           MOVE "A0401" TO WS-MSG-TYPE
           MOVE WS-NEW-INV-NO TO WS-DOC-NO
           MOVE 0 TO WS-LINE-NO
           MOVE 'F' TO WS-LN-TYPE
           MOVE WS-BR-FEE(WS-BKX) TO WS-LN-AMOUNT
           MOVE WS-FEE-TAX TO WS-LN-TAX
           MOVE WS-FEE-TAX-PCT TO WS-LN-RATE
           PERFORM 2280-WRITE-UPLOAD-LINE
           MOVE 'M' TO WS-LN-TYPE
           MOVE WS-BR-MGMT(WS-BKX) TO WS-LN-AMOUNT
           MOVE WS-MGMT-TAX TO WS-LN-TAX
           MOVE WS-MGMT-TAX-PCT TO WS-LN-RATE
           PERFORM 2280-WRITE-UPLOAD-LINE
           MOVE 'P' TO WS-LN-TYPE
           MOVE WS-BR-PNLT(WS-BKX) TO WS-LN-AMOUNT
           MOVE WS-PNLT-TAX TO WS-LN-TAX
           MOVE WS-PNLT-TAX-PCT TO WS-LN-RATE
           PERFORM 2280-WRITE-UPLOAD-LINE.

      * 退佣以帳單含稅金額為限列為減項(不列入電子發票)；超過部
      * 分列報應付退佣，另行支付。
       2220-APPLY-REBATE-CREDIT.
           MOVE 0 TO WS-REBATE-CREDIT WS-REBATE-EXCESS
           IF WS-BR-REBATE(WS-BKX) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-REBATE(WS-BKX) > WS-GROSS-AMT
               MOVE WS-GROSS-AMT TO WS-REBATE-CREDIT
               COMPUTE WS-REBATE-EXCESS =
                   WS-BR-REBATE(WS-BKX) - WS-GROSS-AMT
           ELSE
               MOVE WS-BR-REBATE(WS-BKX) TO WS-REBATE-CREDIT
           END-IF
           ADD WS-REBATE-CREDIT TO WS-TOTAL-REBATE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "REBATE CREDIT ON " WS-NEW-INV-NO " BROKER "
               WS-BR-BROKER-ID(WS-BKX) " AMOUNT " WS-REBATE-CREDIT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           IF WS-REBATE-EXCESS > 0
               ADD WS-REBATE-EXCESS TO WS-TOTAL-RBT-PAYABLE
               MOVE SPACES TO INVC-RPT-LINE
               STRING "REBATE EXCEEDS INVOICE " WS-NEW-INV-NO
                   " BROKER " WS-BR-BROKER-ID(WS-BKX)
                   " REBATE PAYABLE " WS-REBATE-EXCESS
                   DELIMITED BY SIZE INTO INVC-RPT-LINE
               WRITE INVC-RPT-LINE
           END-IF.

      * 僅有遲延利息之券商開立利息請款單(非電子發票)，單號為
      * DN+帳單年月+流水2碼，自既有帳款同年月最大號續編。
       2290-ISSUE-INTEREST-NOTE.
           MOVE 0 TO WS-DN-SEQ
           PERFORM VARYING WS-IVX FROM 1 BY 1
                   UNTIL WS-IVX > WS-INV-COUNT
               IF WS-IV-INV-NO(WS-IVX)(1:2) = "DN"
                       AND WS-IV-INV-NO(WS-IVX)(3:6) = WS-BILL-YM
                       AND WS-IV-INV-NO(WS-IVX)(9:2) IS NUMERIC
                   IF WS-IV-INV-NO(WS-IVX)(9:2) > WS-DN-SEQ
                       MOVE WS-IV-INV-NO(WS-IVX)(9:2) TO WS-DN-SEQ
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-DN-SEQ
           MOVE SPACES TO WS-NEW-INV-NO
           STRING "DN" WS-BILL-YM WS-DN-SEQ
               DELIMITED BY SIZE INTO WS-NEW-INV-NO
           ADD 1 TO WS-INV-COUNT WS-DN-COUNT
           SET WS-IVX TO WS-INV-COUNT
           MOVE WS-NEW-INV-NO TO WS-IV-INV-NO(WS-IVX)
           MOVE WS-BR-BROKER-ID(WS-BKX)
               TO WS-IV-BROKER-ID(WS-IVX)
           MOVE WS-BILL-YM    TO WS-IV-BILL-YM(WS-IVX)
           MOVE 0 TO WS-IV-FEE-AMT(WS-IVX)
                     WS-IV-MGMT-AMT(WS-IVX)
                     WS-IV-PNLT-AMT(WS-IVX)
                     WS-IV-PAID-AMT(WS-IVX)
                     WS-IV-REBATE-AMT(WS-IVX)
           MOVE WS-BR-INT(WS-BKX) TO WS-IV-TOTAL-AMT(WS-IVX)
                                     WS-IV-INT-AMT(WS-IVX)
           MOVE 'O' TO WS-IV-STATUS(WS-IVX)
           MOVE WS-PROC-DATE TO WS-IV-ISSUE-DATE(WS-IVX)
           ADD WS-BR-INT(WS-BKX) TO WS-TOTAL-INTEREST
           MOVE SPACES TO INVC-RPT-LINE
           STRING "INTEREST NOTE " WS-NEW-INV-NO " BROKER "
               WS-BR-BROKER-ID(WS-BKX) " AMOUNT " WS-BR-INT(WS-BKX)
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           PERFORM 2295-PRINT-INTEREST-SCHEDULE.

      * 逐帳項計息明細(同券商之全部計息帳項)。
       2295-PRINT-INTEREST-SCHEDULE.
           IF WS-BR-INT(WS-BKX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ISCH-RPT-LINE
           WRITE ISCH-RPT-LINE
           MOVE SPACES TO ISCH-RPT-LINE
           STRING "INVOICE " WS-NEW-INV-NO
               "  BROKER " WS-BR-BROKER-ID(WS-BKX)
               "  BILL-YM " WS-BILL-YM
               DELIMITED BY SIZE INTO ISCH-RPT-LINE
           WRITE ISCH-RPT-LINE
           MOVE WS-ISCH-HDR-2 TO ISCH-RPT-LINE
           WRITE ISCH-RPT-LINE
           MOVE 0 TO WS-SCHED-TOTAL
           PERFORM VARYING WS-IAX FROM 1 BY 1
                   UNTIL WS-IAX > WS-IA-COUNT
               IF WS-IA-BROKER-ID(WS-IAX) = WS-BR-BROKER-ID(WS-BKX)
                       AND WS-IA-INT-AMT(WS-IAX) > 0
                   MOVE SPACES TO WS-ISCH-LINE
                   MOVE WS-IA-SOURCE(WS-IAX)    TO WS-S-SOURCE
                   MOVE WS-IA-ITEM-KEY(WS-IAX)  TO WS-S-ITEM-KEY
                   MOVE WS-IA-ACNT-NO(WS-IAX)   TO WS-S-ACNT-NO
                   MOVE WS-IA-PRINCIPAL(WS-IAX) TO WS-S-PRINCIPAL
                   MOVE WS-IA-DUE-DATE(WS-IAX)  TO WS-S-DUE-DATE
                   MOVE WS-IA-FROM-DATE(WS-IAX) TO WS-S-FROM-DATE
                   MOVE WS-IA-TO-DATE(WS-IAX)   TO WS-S-TO-DATE
                   MOVE WS-IA-DAYS(WS-IAX)      TO WS-S-DAYS
                   MOVE WS-IA-RATE(WS-IAX)      TO WS-S-RATE
                   MOVE WS-IA-INT-AMT(WS-IAX)   TO WS-S-INTEREST
                   MOVE WS-ISCH-LINE TO ISCH-RPT-LINE
                   WRITE ISCH-RPT-LINE
                   ADD WS-IA-INT-AMT(WS-IAX) TO WS-SCHED-TOTAL
               END-IF
           END-PERFORM
           MOVE SPACES TO ISCH-RPT-LINE
           STRING "INTEREST TOTAL.....: " WS-SCHED-TOTAL
               DELIMITED BY SIZE INTO ISCH-RPT-LINE
           WRITE ISCH-RPT-LINE.

      * 依配號區間順序取下一個未用號碼；全部用罄時回傳空白。
       2250-NEXT-INVOICE-NO.
           MOVE SPACES TO WS-NEW-INV-NO
           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-RNG-COUNT
               IF WS-RG-NEXT(WS-RGX) <= WS-RG-TO(WS-RGX)
                   MOVE WS-RG-NEXT(WS-RGX) TO WS-DOC-NUM
                   STRING WS-RG-TRACK(WS-RGX) WS-DOC-NUM
                       DELIMITED BY SIZE INTO WS-NEW-INV-NO
                   ADD 1 TO WS-RG-NEXT(WS-RGX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 買方統一編號未建檔者以 0 填列並於報表提示。
       2270-FIND-BUYER.
           MOVE "00000000" TO WS-BUYER-ID
           MOVE SPACES TO WS-BUYER-NAME
           PERFORM VARYING WS-BYX FROM 1 BY 1
                   UNTIL WS-BYX > WS-BUY-COUNT
               IF WS-BY-BROKER-ID(WS-BYX) = WS-ARG-BROKER-ID
                   MOVE WS-BY-NAME(WS-BYX) TO WS-BUYER-NAME
                   IF WS-BY-TAX-ID(WS-BYX) IS NUMERIC
                       MOVE WS-BY-TAX-ID(WS-BYX) TO WS-BUYER-ID
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BUYER-ID = "00000000"
               MOVE SPACES TO INVC-RPT-LINE
               STRING "BUYER TAX ID NOT ON BRKMST - BROKER "
                   WS-ARG-BROKER-ID
                   DELIMITED BY SIZE INTO INVC-RPT-LINE
               WRITE INVC-RPT-LINE
           END-IF.

      * 單據明細(金額為0之項目不列)。
       2280-WRITE-UPLOAD-LINE.
           IF WS-LN-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-NO
           MOVE SPACES TO EINV-UPLOAD-REC
           MOVE 'D'           TO EIU-REC-TYPE
           MOVE WS-MSG-TYPE   TO EIU-MSG-TYPE
           MOVE WS-DOC-NO     TO EIU-DOC-NO
           MOVE WS-LINE-NO    TO EIU-LINE-NO
           MOVE WS-LN-TYPE    TO EIU-LINE-TYPE
           EVALUATE WS-LN-TYPE
               WHEN 'F' MOVE "申購買回手續費" TO EIU-DESC
               WHEN 'M' MOVE "行政處理費"     TO EIU-DESC
               WHEN 'P' MOVE "違約金"         TO EIU-DESC
           END-EVALUATE
           IF WS-LN-RATE > 0
               MOVE '1' TO EIU-LINE-TAX-TYPE
           ELSE
               MOVE '3' TO EIU-LINE-TAX-TYPE
           END-IF
           MOVE WS-LN-RATE    TO EIU-TAX-RATE
           MOVE WS-LN-AMOUNT  TO EIU-AMOUNT
           MOVE WS-LN-TAX     TO EIU-LINE-TAX
           WRITE EINV-UPLOAD-REC.

      * 帳單調減:逐筆調減已開立帳單並開立折讓單；同一來源+
      * 參考號已折讓者略過，找不到帳單者留存下期。
       2500-APPLY-ADJUSTMENTS.
           OPEN INPUT ADJ-IN
           OPEN OUTPUT ADJ-OUT
           PERFORM UNTIL ADJ-EOF
               READ ADJ-IN
                   AT END SET ADJ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ADJ-READ-COUNT
                       PERFORM 2510-APPLY-ONE-ADJUSTMENT
               END-READ
           END-PERFORM
           CLOSE ADJ-IN ADJ-OUT.

       2510-APPLY-ONE-ADJUSTMENT.
           MOVE 'N' TO WS-DONE-FOUND
           PERFORM VARYING WS-DNX FROM 1 BY 1
                   UNTIL WS-DNX > WS-DONE-COUNT
               IF WS-DN-SOURCE(WS-DNX) = IAJ-SOURCE
                       AND WS-DN-REF(WS-DNX) = IAJ-REF
                   MOVE 'Y' TO WS-DONE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DONE-FOUND = 'Y'
               ADD 1 TO WS-ADJ-DUP-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ADJ-HIT
           PERFORM VARYING WS-IVX FROM 1 BY 1
                   UNTIL WS-IVX > WS-INV-COUNT
               IF IAJ-INV-NO NOT = SPACES
                   IF WS-IV-INV-NO(WS-IVX) = IAJ-INV-NO
                       SET WS-ADJ-HIT TO WS-IVX
                   END-IF
               ELSE
                   IF WS-IV-BROKER-ID(WS-IVX) = IAJ-BROKER-ID
                           AND WS-IV-BILL-YM(WS-IVX) = IAJ-BILL-YM
                       SET WS-ADJ-HIT TO WS-IVX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ADJ-HIT = 0
               ADD 1 TO WS-ADJ-PEND-COUNT
               WRITE ADJ-OUT-REC FROM INV-ADJ-REC
               EXIT PARAGRAPH
           END-IF

           SET WS-IVX TO WS-ADJ-HIT
           EVALUATE TRUE
               WHEN IAJ-LINE-FEE
                   MOVE WS-IV-FEE-AMT(WS-IVX)  TO WS-ADJ-LINE-AMT
                   MOVE WS-FEE-TAX-PCT         TO WS-ADJ-RATE
               WHEN IAJ-LINE-MGMT
                   MOVE WS-IV-MGMT-AMT(WS-IVX) TO WS-ADJ-LINE-AMT
                   MOVE WS-MGMT-TAX-PCT        TO WS-ADJ-RATE
               WHEN IAJ-LINE-PNLT
                   MOVE WS-IV-PNLT-AMT(WS-IVX) TO WS-ADJ-LINE-AMT
                   MOVE WS-PNLT-TAX-PCT        TO WS-ADJ-RATE
               WHEN OTHER
                   MOVE 0 TO WS-ADJ-LINE-AMT
           END-EVALUATE
           IF IAJ-AMOUNT < WS-ADJ-LINE-AMT
               MOVE IAJ-AMOUNT TO WS-ADJ-AMT
           ELSE
               MOVE WS-ADJ-LINE-AMT TO WS-ADJ-AMT
           END-IF
           IF WS-ADJ-AMT = 0
               MOVE SPACES TO INVC-RPT-LINE
               STRING "ADJUSTMENT " IAJ-SOURCE IAJ-REF
                   " NOTHING TO REDUCE ON INVOICE "
                   WS-IV-INV-NO(WS-IVX) " LINE " IAJ-LINE-TYPE
                   DELIMITED BY SIZE INTO INVC-RPT-LINE
               WRITE INVC-RPT-LINE
               EXIT PARAGRAPH
           END-IF

      *    舊制帳單號(年月+流水號)非電子發票，僅調減不開折讓。
           MOVE 0 TO WS-ADJ-TAX
           IF WS-IV-INV-NO(WS-IVX)(1:2) IS ALPHABETIC
               COMPUTE WS-ADJ-TAX ROUNDED =
                   WS-ADJ-AMT * WS-ADJ-RATE / 100
           END-IF
           EVALUATE TRUE
               WHEN IAJ-LINE-FEE
                   SUBTRACT WS-ADJ-AMT FROM WS-IV-FEE-AMT(WS-IVX)
               WHEN IAJ-LINE-MGMT
                   SUBTRACT WS-ADJ-AMT FROM WS-IV-MGMT-AMT(WS-IVX)
               WHEN IAJ-LINE-PNLT
                   SUBTRACT WS-ADJ-AMT FROM WS-IV-PNLT-AMT(WS-IVX)
           END-EVALUATE
           IF WS-ADJ-AMT + WS-ADJ-TAX > WS-IV-TOTAL-AMT(WS-IVX)
               MOVE 0 TO WS-IV-TOTAL-AMT(WS-IVX)
           ELSE
               SUBTRACT WS-ADJ-AMT WS-ADJ-TAX
                   FROM WS-IV-TOTAL-AMT(WS-IVX)
           END-IF
           IF WS-IV-STATUS(WS-IVX) = 'O'
                   AND WS-IV-PAID-AMT(WS-IVX)
                       >= WS-IV-TOTAL-AMT(WS-IVX)
               MOVE 'P' TO WS-IV-STATUS(WS-IVX)
           END-IF
           IF WS-IV-PAID-AMT(WS-IVX) > WS-IV-TOTAL-AMT(WS-IVX)
               MOVE SPACES TO INVC-RPT-LINE
               STRING "INVOICE " WS-IV-INV-NO(WS-IVX)
                   " OVERPAID AFTER ADJUSTMENT - CREDIT DUE TO "
                   WS-IV-BROKER-ID(WS-IVX)
                   DELIMITED BY SIZE INTO INVC-RPT-LINE
               WRITE INVC-RPT-LINE
           END-IF

           IF WS-IV-INV-NO(WS-IVX)(1:2) IS ALPHABETIC
               PERFORM 2550-ISSUE-ALLOWANCE
           ELSE
               IF WS-DONE-COUNT < 2000
                   ADD 1 TO WS-DONE-COUNT
                   SET WS-DNX TO WS-DONE-COUNT
                   MOVE IAJ-SOURCE TO WS-DN-SOURCE(WS-DNX)
                   MOVE IAJ-REF    TO WS-DN-REF(WS-DNX)
               END-IF
               MOVE SPACES TO INVC-RPT-LINE
               STRING "ADJUSTMENT " IAJ-SOURCE IAJ-REF
                   " REDUCED PRE-E-INVOICE " WS-IV-INV-NO(WS-IVX)
                   " BY " WS-ADJ-AMT " (NO ALLOWANCE)"
                   DELIMITED BY SIZE INTO INVC-RPT-LINE
               WRITE INVC-RPT-LINE
           END-IF.

      * 開立折讓單(折讓單號=AL+開立日+流水4碼)。
       2550-ISSUE-ALLOWANCE.
           ADD 1 TO WS-ALW-SEQ WS-ALW-COUNT
           MOVE SPACES TO WS-ALW-NO
           STRING "AL" WS-PROC-DATE WS-ALW-SEQ
               DELIMITED BY SIZE INTO WS-ALW-NO
           ADD WS-ADJ-AMT TO WS-TOTAL-ALW-SALES
           ADD WS-ADJ-TAX TO WS-TOTAL-ALW-TAX
           IF WS-DONE-COUNT < 2000
               ADD 1 TO WS-DONE-COUNT
               SET WS-DNX TO WS-DONE-COUNT
               MOVE IAJ-SOURCE TO WS-DN-SOURCE(WS-DNX)
               MOVE IAJ-REF    TO WS-DN-REF(WS-DNX)
           END-IF

           MOVE SPACES TO EINV-REG-REC
           MOVE 'A'                     TO EIR-DOC-TYPE
           MOVE WS-ALW-NO               TO EIR-DOC-NO
           MOVE WS-IV-INV-NO(WS-IVX)    TO EIR-INV-NO
           MOVE WS-IV-BROKER-ID(WS-IVX) TO EIR-BROKER-ID
           MOVE WS-IV-BILL-YM(WS-IVX)   TO EIR-BILL-YM
           MOVE WS-PROC-DATE            TO EIR-DOC-DATE
           MOVE IAJ-SOURCE              TO EIR-ADJ-SOURCE
           MOVE IAJ-REF                 TO EIR-ADJ-REF
           MOVE WS-ADJ-AMT              TO EIR-SALES-AMT
           MOVE WS-ADJ-TAX              TO EIR-TAX-AMT
           WRITE EINV-REG-REC

           MOVE WS-IV-BROKER-ID(WS-IVX) TO WS-ARG-BROKER-ID
           PERFORM 2270-FIND-BUYER
           MOVE SPACES TO EINV-UPLOAD-REC
           MOVE 'M'                  TO EIU-REC-TYPE
           MOVE "B0401"              TO EIU-MSG-TYPE
           MOVE WS-ALW-NO            TO EIU-DOC-NO
           MOVE WS-PROC-DATE         TO EIU-DOC-DATE
           MOVE WS-SELLER-ID         TO EIU-SELLER-ID
           MOVE WS-BUYER-ID          TO EIU-BUYER-ID
           MOVE WS-BUYER-NAME        TO EIU-BUYER-NAME
           MOVE WS-IV-INV-NO(WS-IVX) TO EIU-ORIG-INV-NO
           IF WS-ADJ-RATE > 0
               MOVE '1' TO EIU-TAX-TYPE
           ELSE
               MOVE '3' TO EIU-TAX-TYPE
           END-IF
           MOVE WS-ADJ-AMT           TO EIU-SALES-AMT
           MOVE WS-ADJ-TAX           TO EIU-TAX-AMT
           COMPUTE EIU-TOTAL-AMT = WS-ADJ-AMT + WS-ADJ-TAX
           WRITE EINV-UPLOAD-REC

           MOVE "B0401" TO WS-MSG-TYPE
           MOVE WS-ALW-NO TO WS-DOC-NO
           MOVE 0 TO WS-LINE-NO
           MOVE IAJ-LINE-TYPE TO WS-LN-TYPE
           MOVE WS-ADJ-AMT    TO WS-LN-AMOUNT
           MOVE WS-ADJ-TAX    TO WS-LN-TAX
           MOVE WS-ADJ-RATE   TO WS-LN-RATE
           PERFORM 2280-WRITE-UPLOAD-LINE

           MOVE SPACES TO INVC-RPT-LINE
           STRING "ALLOWANCE " WS-ALW-NO " ON " WS-IV-INV-NO(WS-IVX)
               " " IAJ-SOURCE IAJ-REF " LINE " IAJ-LINE-TYPE
               " AMOUNT " WS-ADJ-AMT " TAX " WS-ADJ-TAX
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE.

      * 款項通知銷帳:指明帳單號者逕沖該帳單；帳單號空白之合併
      * 電匯依券商自最舊未結帳單起依序沖抵，餘額不足全沖時為
      * 部分銷帳。

      * 寫出新應收帳款檔並列示帳單登錄與未結帳齡。
       4000-WRITE-LEDGER-AND-REPORT.
           OPEN OUTPUT ARINV-OUT
           MOVE SPACES TO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE WS-HDR-2 TO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
               MOVE WS-IV-PAID-AMT(WS-IVX)   TO ARI-PAID-AMT
               MOVE WS-IV-STATUS(WS-IVX)     TO ARI-STATUS
               MOVE WS-IV-ISSUE-DATE(WS-IVX) TO ARI-ISSUE-DATE
               MOVE WS-IV-REBATE-AMT(WS-IVX) TO ARI-REBATE-AMT
               MOVE WS-IV-INT-AMT(WS-IVX)    TO ARI-INT-AMT
               WRITE ARINV-OUT-REC FROM ARINV-IN-REC

               COMPUTE WS-YM-Y = WS-IV-BILL-YM(WS-IVX) / 100

           MOVE SPACES TO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "INVOICES ISSUED........: " WS-ISSUED-COUNT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "PAYMENTS PROCESSED.....: " WS-PAY-COUNT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "PAYMENTS W/ RESIDUAL...: " WS-UNMATCHED-PAY
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "INVOICES STILL OPEN....: " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "NOT ISSUED (NO RANGE)..: " WS-NO-RANGE-COUNT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "INVOICED SALES AMOUNT..: " WS-TOTAL-SALES
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "INVOICED BUSINESS TAX..: " WS-TOTAL-TAX
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "ADJUSTMENTS READ.......: " WS-ADJ-READ-COUNT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "ALLOWANCES ISSUED......: " WS-ALW-COUNT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "ALLOWANCE SALES AMOUNT.: " WS-TOTAL-ALW-SALES
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "ALLOWANCE BUSINESS TAX.: " WS-TOTAL-ALW-TAX
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "ADJUSTMENTS DUPLICATE..: " WS-ADJ-DUP-COUNT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "ADJUSTMENTS PENDING....: " WS-ADJ-PEND-COUNT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "MM REBATE CREDITED.....: " WS-TOTAL-REBATE
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "MM REBATE PAYABLE......: " WS-TOTAL-RBT-PAYABLE
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "LATE INTEREST BILLED...: " WS-TOTAL-INTEREST
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           MOVE SPACES TO INVC-RPT-LINE
           STRING "INTEREST NOTES ISSUED..: " WS-DN-COUNT
               DELIMITED BY SIZE INTO INVC-RPT-LINE
           WRITE INVC-RPT-LINE
           IF WS-IA-OVERFLOW > 0
               MOVE SPACES TO INVC-RPT-LINE
               STRING "*** INTEREST ITEM TABLE FULL - "
                   WS-IA-OVERFLOW " ACCRUALS NOT BILLED ***"
                   DELIMITED BY SIZE INTO INVC-RPT-LINE
               WRITE INVC-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ARINV-OUT INVC-RPT-FILE.
