      * M0LPIA - 逾期應收遲延利息逐日計息作業
      * 扣款催收(M0CSHDD)雖已追討逾齡現金差額應收，惟逾期付款
      * 之券商及申請人並無任何額外負擔，部分已視為低成本融通。
      * 本程式每營業日執行，對下列逾期帳項依年利率逐日計息:
      *   C 現金差額分類帳 CSHLED.DAT 應收收取人(CLG-RECEIVABLE)
      *     之帳項，應付營業日=入帳日+現金差額寬限營業日數；
      *   M 保證金分類帳 MGNLED.DAT 待收(MGL-AWAIT-COLLECT)之帳
      *     項，應付營業日=立帳日+保證金寬限營業日數；
      *   A 應收帳款檔 ARINV.DAT 未結帳單(狀態'O')，應付營業日=
      *     開立日+付款期限營業日數，本金為帳單總額扣除利息項
      *     目及已收金額(利息不再計息)。
      * 計息期間自應付營業日起(不含)至銷帳日(含；未銷帳者計至
      * 處理日)，以日曆日數按年利率/365 計算至分。帳項於爭議登
      * 錄檔 DSPREG.DAT 有未結爭議(狀態 O/I)期間停止計息(案件
      * 鍵值相同，帳單則為同券商同帳單年月之案件爭議)，該期間
      * 日數列為停息日數，爭議結案後續自次日計息。
      * 控制檔 M0LPIA.CTL 由參數落地作業(M0PARMG)依中央參數主檔
      * PARMMST 產生:處理日(8)+年利率(%，9(2)V9(4))+現金差額寬
      * 限營業日數(2，預設2)+保證金寬限營業日數(2，預設1)+帳
      * 單付款期限營業日數(3，預設20)；年利率非數字時不計息並
      * 以 RC=8 結束(不產出新檔)。
      * 產出:
      *   1. 計息分類帳 LPILED.NEW(由排程取代 LPILED.DAT)，記錄
      *      各逾期帳項已計息迄日，續算不重複計息；
      *   2. 逐日計息明細 LPIACR.NEW(由排程取代 LPIACR.DAT；同
      *      處理日之舊明細先剔除，重跑不重複)，由 M0INVC 於帳單
      *      年月併入券商帳單並列示逐帳項計息明細表；
      *   3. 計息報表 M0LPIA.RPT。
      *
      * 假設: 應收帳單無付款日，狀態轉為已付('P')者計息至前一
      *       營業日作業為止；現金差額應收之利息向收取人開戶券商
      *       請款。
      *
      * 修改紀錄:
      *   2026-10-09  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0LPIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0LPIA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CSHLED-FILE ASSIGN TO "CSHLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MGNLED-FILE ASSIGN TO "MGNLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARINV-FILE ASSIGN TO "ARINV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DSPREG-FILE ASSIGN TO "DSPREG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LPILED-IN ASSIGN TO "LPILED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LPILED-OUT ASSIGN TO "LPILED.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LPIACR-IN ASSIGN TO "LPIACR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LPIACR-OUT ASSIGN TO "LPIACR.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LPIA-RPT-FILE ASSIGN TO "M0LPIA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-LP ASSIGN TO "M0LPIA.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-RATE             PIC X(06).
           05  CTL-RATE-N REDEFINES CTL-RATE
                                    PIC 9(02)V9(04).
           05  CTL-CASH-DAYS        PIC X(02).
           05  CTL-CASH-DAYS-N REDEFINES CTL-CASH-DAYS
                                    PIC 9(02).
           05  CTL-MARGIN-DAYS      PIC X(02).
           05  CTL-MARGIN-DAYS-N REDEFINES CTL-MARGIN-DAYS
                                    PIC 9(02).
           05  CTL-AR-DAYS          PIC X(03).
           05  CTL-AR-DAYS-N REDEFINES CTL-AR-DAYS
                                    PIC 9(03).

       FD  CSHLED-FILE.
       COPY cshled.

       FD  MGNLED-FILE.
       COPY mgnled.

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

       FD  DSPREG-FILE.
       01  DSPREG-REC.
           05  DSR-NO               PIC 9(06).
           05  DSR-STATUS           PIC X(01).
               88  DSR-UNRESOLVED       VALUE 'O' 'I'.
           05  DSR-BROKER           PIC X(04).
           05  DSR-STMT-DATE        PIC 9(08).
           05  DSR-ETF-ID           PIC X(06).
           05  DSR-TX-DATE          PIC 9(08).
           05  DSR-SEQNO            PIC X(03).
           05  FILLER               PIC X(104).

       FD  LPILED-IN.
       COPY lpiled.

       FD  LPILED-OUT.
       01  LPILED-OUT-REC           PIC X(100).

       FD  LPIACR-IN.
       COPY lpiacr.

       FD  LPIACR-OUT.
       01  LPIACR-OUT-REC           PIC X(100).

       FD  LPIA-RPT-FILE.
       01  LPIA-RPT-LINE            PIC X(132).

       SD  SORT-WORK-LP.
       01  SLP-REC.
           05  SLP-KEY              PIC X(18).
           05  FILLER               PIC X(82).

       WORKING-STORAGE SECTION.
       COPY m0dtsvc.

       01  WS-CLG-EOF               PIC X VALUE 'N'.
           88  CLG-EOF                    VALUE 'Y'.
       01  WS-MGL-EOF               PIC X VALUE 'N'.
           88  MGL-EOF                    VALUE 'Y'.
       01  WS-ARI-EOF               PIC X VALUE 'N'.
           88  ARI-EOF                    VALUE 'Y'.
       01  WS-DSR-EOF               PIC X VALUE 'N'.
           88  DSR-EOF                    VALUE 'Y'.
       01  WS-LPL-EOF               PIC X VALUE 'N'.
           88  LPL-EOF                    VALUE 'Y'.
       01  WS-LIA-EOF               PIC X VALUE 'N'.
           88  LIA-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-RATE                  PIC 9(02)V9(04).
       01  WS-CASH-DAYS             PIC 9(02).
       01  WS-MARGIN-DAYS           PIC 9(02).
       01  WS-AR-DAYS               PIC 9(03).

      * 前次計息分類帳(依鍵值遞增)，供 SEARCH ALL 使用。
       01  WS-LED-TABLE.
           05  WS-LED-COUNT         PIC 9(05) VALUE 0.
           05  WS-LED-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-LD-KEY
                   INDEXED BY WS-LDX.
               10  WS-LD-KEY        PIC X(18).
               10  WS-LD-ACCRUED-TO PIC 9(08).
               10  WS-LD-INT-DAYS   PIC 9(05).
               10  WS-LD-INTEREST   PIC 9(11)V9(02).
               10  WS-LD-DISP-DAYS  PIC 9(05).

      * 未結爭議(狀態 O/I)。
       01  WS-DSP-TABLE.
           05  WS-DSP-COUNT         PIC 9(04) VALUE 0.
           05  WS-DSP-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-DSX.
               10  WS-DS-BROKER     PIC X(04).
               10  WS-DS-ETF-ID     PIC X(06).
               10  WS-DS-TX-DATE    PIC 9(08).
               10  WS-DS-SEQNO      PIC X(03).

      * 本次處理之帳項。
       01  WS-ITEM.
           05  WS-IT-KEY.
               10  WS-IT-SOURCE     PIC X(01).
               10  WS-IT-ITEM-KEY   PIC X(17).
           05  WS-IT-BROKER-ID      PIC X(04).
           05  WS-IT-ACNT-NO        PIC 9(07).
           05  WS-IT-PRINCIPAL      PIC 9(12).
           05  WS-IT-BASE-DATE      PIC 9(08).
           05  WS-IT-GRACE-DAYS     PIC 9(03).
           05  WS-IT-END-DATE       PIC 9(08).
           05  WS-IT-BILL-YM        PIC 9(06).
       01  WS-IT-ETF-KEY REDEFINES WS-ITEM.
           05  FILLER               PIC X(01).
           05  WS-IK-ETF-ID         PIC X(06).
           05  WS-IK-TX-DATE        PIC 9(08).
           05  WS-IK-SEQNO          PIC X(03).
           05  FILLER               PIC X(48).
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-START-DATE            PIC 9(08).
       01  WS-ACCR-DAYS             PIC 9(05).
       01  WS-ACCR-INT              PIC 9(09)V9(02).
       01  WS-DISPUTED              PIC X(01).
       01  WS-ARI-PRINCIPAL         PIC 9(12).

       01  WS-NEW-LEDGER.
           05  WS-NL-KEY            PIC X(18).
           05  WS-NL-REST           PIC X(82).

       01  WS-ITEMS-OVERDUE         PIC 9(07) VALUE 0.
       01  WS-ACCR-COUNT            PIC 9(07) VALUE 0.
       01  WS-DISP-COUNT            PIC 9(07) VALUE 0.
       01  WS-CARRIED-COUNT         PIC 9(07) VALUE 0.
       01  WS-DROPPED-COUNT         PIC 9(07) VALUE 0.
       01  WS-LED-OVERFLOW          PIC 9(07) VALUE 0.
       01  WS-G-INTEREST            PIC 9(11)V9(02) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "LATE-PAYMENT INTEREST DAILY ACCRUAL".
       01  WS-HDR-2.
           05  FILLER               PIC X(25) VALUE
               "S ITEM-KEY          BRK  ".
           05  FILLER               PIC X(22) VALUE
               "   PRINCIPAL DUE-DATE ".
           05  FILLER               PIC X(41) VALUE
               "FROM     TO-DATE   DAYS     INTEREST NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-SOURCE          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ITEM-KEY        PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-PRINCIPAL       PIC ZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DUE-DATE        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-FROM-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TO-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DAYS            PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-INTEREST        PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-NOTE            PIC X(20).

       01  WS-ED-INTEREST           PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      MOVE SPACES TO CTL-RATE CTL-CASH-DAYS
                                     CTL-MARGIN-DAYS CTL-AR-DAYS
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           MOVE 2  TO WS-CASH-DAYS
           MOVE 1  TO WS-MARGIN-DAYS
           MOVE 20 TO WS-AR-DAYS
           IF CTL-CASH-DAYS IS NUMERIC
               MOVE CTL-CASH-DAYS-N TO WS-CASH-DAYS
           END-IF
           IF CTL-MARGIN-DAYS IS NUMERIC
               MOVE CTL-MARGIN-DAYS-N TO WS-MARGIN-DAYS
           END-IF
           IF CTL-AR-DAYS IS NUMERIC AND CTL-AR-DAYS-N > 0
               MOVE CTL-AR-DAYS-N TO WS-AR-DAYS
           END-IF
           OPEN OUTPUT LPIA-RPT-FILE
           MOVE WS-HDR-1 TO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           IF CTL-RATE IS NOT NUMERIC
               MOVE SPACES TO LPIA-RPT-LINE
               STRING "*** INTEREST RATE NOT SET IN M0LPIA.CTL - "
                   "NO ACCRUAL, LEDGER NOT ROLLED ***"
                   DELIMITED BY SIZE INTO LPIA-RPT-LINE
               WRITE LPIA-RPT-LINE
               CLOSE CTL-FILE LPIA-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CTL-RATE-N TO WS-RATE
           CLOSE CTL-FILE
           MOVE SPACES TO LPIA-RPT-LINE
           STRING "PROCESSING DATE " WS-PROC-DATE
               "  ANNUAL RATE% " CTL-RATE
               DELIMITED BY SIZE INTO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           MOVE SPACES TO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           MOVE WS-HDR-2 TO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE

           PERFORM 1000-LOAD-LEDGER
           PERFORM 1100-LOAD-DISPUTES
           PERFORM 1200-CARRY-ACCRUALS
           SORT SORT-WORK-LP ON ASCENDING KEY SLP-KEY
               INPUT PROCEDURE IS 2000-ACCRUE-ALL-SOURCES
               GIVING LPILED-OUT
           CLOSE LPIACR-OUT
           PERFORM 4000-PRINT-CONTROL-TOTALS
           CLOSE LPIA-RPT-FILE
           STOP RUN.

       1000-LOAD-LEDGER.
           MOVE HIGH-VALUES TO WS-LED-TABLE
           MOVE 0 TO WS-LED-COUNT
           OPEN INPUT LPILED-IN
           PERFORM UNTIL LPL-EOF
               READ LPILED-IN
                   AT END SET LPL-EOF TO TRUE
                   NOT AT END
                       IF WS-LED-COUNT < 20000
                           ADD 1 TO WS-LED-COUNT
                           SET WS-LDX TO WS-LED-COUNT
                           MOVE LPL-KEY TO WS-LD-KEY(WS-LDX)
                           MOVE LPL-ACCRUED-TO
                               TO WS-LD-ACCRUED-TO(WS-LDX)
                           MOVE LPL-INT-DAYS
                               TO WS-LD-INT-DAYS(WS-LDX)
                           MOVE LPL-INTEREST
                               TO WS-LD-INTEREST(WS-LDX)
                           MOVE LPL-DISPUTE-DAYS
                               TO WS-LD-DISP-DAYS(WS-LDX)
                       ELSE
                           ADD 1 TO WS-LED-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LPILED-IN.

       1100-LOAD-DISPUTES.
           OPEN INPUT DSPREG-FILE
           PERFORM UNTIL DSR-EOF
               READ DSPREG-FILE
                   AT END SET DSR-EOF TO TRUE
                   NOT AT END
                       IF DSR-UNRESOLVED AND WS-DSP-COUNT < 3000
                           ADD 1 TO WS-DSP-COUNT
                           SET WS-DSX TO WS-DSP-COUNT
                           MOVE DSR-BROKER  TO WS-DS-BROKER(WS-DSX)
                           MOVE DSR-ETF-ID  TO WS-DS-ETF-ID(WS-DSX)
                           MOVE DSR-TX-DATE TO WS-DS-TX-DATE(WS-DSX)
                           MOVE DSR-SEQNO   TO WS-DS-SEQNO(WS-DSX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DSPREG-FILE.

      * 既有計息明細轉入新檔，剔除本處理日者(重跑時重新產生)。
       1200-CARRY-ACCRUALS.
           OPEN INPUT LPIACR-IN
           OPEN OUTPUT LPIACR-OUT
           PERFORM UNTIL LIA-EOF
               READ LPIACR-IN
                   AT END SET LIA-EOF TO TRUE
                   NOT AT END
                       IF LIA-ACCR-DATE = WS-PROC-DATE
                           ADD 1 TO WS-DROPPED-COUNT
                       ELSE
                           WRITE LPIACR-OUT-REC FROM LPI-ACCRUAL-REC
                           ADD 1 TO WS-CARRIED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LPIACR-IN.

       2000-ACCRUE-ALL-SOURCES.
           PERFORM 2100-CASH-ITEMS
           PERFORM 2200-MARGIN-ITEMS
           PERFORM 2300-INVOICE-ITEMS.

      * 現金差額應收:未銷帳計至處理日，已銷帳計至銷帳日。
       2100-CASH-ITEMS.
           OPEN INPUT CSHLED-FILE
           PERFORM UNTIL CLG-EOF
               READ CSHLED-FILE
                   AT END SET CLG-EOF TO TRUE
                   NOT AT END
                       IF CLG-RECEIVABLE AND CLG-AMOUNT > 0
                           MOVE SPACES TO WS-ITEM
                           MOVE 'C'            TO WS-IT-SOURCE
                           MOVE CLG-KEY        TO WS-IT-ITEM-KEY
                           MOVE CLG-ACNT-BROKER TO WS-IT-BROKER-ID
                           MOVE CLG-ACNT-NO    TO WS-IT-ACNT-NO
                           MOVE CLG-AMOUNT     TO WS-IT-PRINCIPAL
                           MOVE CLG-POST-DATE  TO WS-IT-BASE-DATE
                           MOVE WS-CASH-DAYS   TO WS-IT-GRACE-DAYS
                           MOVE 0              TO WS-IT-BILL-YM
                           IF CLG-SETTLED
                               MOVE CLG-SETTLE-DATE
                                   TO WS-IT-END-DATE
                           ELSE
                               MOVE WS-PROC-DATE TO WS-IT-END-DATE
                           END-IF
                           PERFORM 2900-ACCRUE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CSHLED-FILE.

      * 保證金待收:待收計至處理日，已收款者計至收款確認日。
       2200-MARGIN-ITEMS.
           OPEN INPUT MGNLED-FILE
           PERFORM UNTIL MGL-EOF
               READ MGNLED-FILE
                   AT END SET MGL-EOF TO TRUE
                   NOT AT END
                       IF MGL-AMOUNT > 0
                           MOVE SPACES TO WS-ITEM
                           MOVE 'M'            TO WS-IT-SOURCE
                           MOVE MGL-KEY        TO WS-IT-ITEM-KEY
                           MOVE MGL-BROKER-ID  TO WS-IT-BROKER-ID
                           MOVE 0              TO WS-IT-ACNT-NO
                           MOVE MGL-AMOUNT     TO WS-IT-PRINCIPAL
                           MOVE MGL-OPEN-DATE  TO WS-IT-BASE-DATE
                           MOVE WS-MARGIN-DAYS TO WS-IT-GRACE-DAYS
                           MOVE 0              TO WS-IT-BILL-YM
                           IF MGL-AWAIT-COLLECT
                               MOVE WS-PROC-DATE TO WS-IT-END-DATE
                           ELSE
                               MOVE MGL-COLLECT-DATE
                                   TO WS-IT-END-DATE
                           END-IF
                           IF WS-IT-END-DATE IS NUMERIC
                                   AND WS-IT-END-DATE > 0
                               PERFORM 2900-ACCRUE-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MGNLED-FILE.

      * 應收帳單:本金不含利息項目；未結者計至處理日，已付者
      * 不再續計(僅保留分類帳)。
       2300-INVOICE-ITEMS.
           OPEN INPUT ARINV-FILE
           PERFORM UNTIL ARI-EOF
               READ ARINV-FILE
                   AT END SET ARI-EOF TO TRUE
                   NOT AT END
                       PERFORM 2310-INVOICE-ONE
               END-READ
           END-PERFORM
           CLOSE ARINV-FILE.

       2310-INVOICE-ONE.
           IF ARI-INT-AMT IS NOT NUMERIC
               MOVE 0 TO ARI-INT-AMT
           END-IF
           MOVE 0 TO WS-ARI-PRINCIPAL
           IF ARI-TOTAL-AMT > ARI-INT-AMT + ARI-PAID-AMT
               COMPUTE WS-ARI-PRINCIPAL =
                   ARI-TOTAL-AMT - ARI-INT-AMT - ARI-PAID-AMT
           END-IF
           MOVE SPACES TO WS-ITEM
           MOVE 'A'            TO WS-IT-SOURCE
           MOVE ARI-INV-NO     TO WS-IT-ITEM-KEY
           MOVE ARI-BROKER-ID  TO WS-IT-BROKER-ID
           MOVE 0              TO WS-IT-ACNT-NO
           MOVE WS-ARI-PRINCIPAL TO WS-IT-PRINCIPAL
           MOVE ARI-ISSUE-DATE TO WS-IT-BASE-DATE
           MOVE WS-AR-DAYS     TO WS-IT-GRACE-DAYS
           MOVE ARI-BILL-YM    TO WS-IT-BILL-YM
           IF ARI-STATUS = 'O' AND WS-ARI-PRINCIPAL > 0
               MOVE WS-PROC-DATE TO WS-IT-END-DATE
           ELSE
               MOVE 0 TO WS-IT-END-DATE
           END-IF
           PERFORM 2900-ACCRUE-ONE-ITEM.

      * 應付營業日後逐日計息；自前次計息迄日續算。逾期帳項不論
      * 本日是否計息均寫入新分類帳。
       2900-ACCRUE-ONE-ITEM.
           MOVE 'A' TO DTS-FUNC
           MOVE WS-IT-BASE-DATE  TO DTS-DATE-1
           MOVE WS-IT-GRACE-DAYS TO DTS-DAYS
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DATE-2 TO WS-DUE-DATE

           MOVE SPACES TO LPI-LEDGER-REC
           MOVE WS-IT-KEY       TO LPL-KEY
           MOVE WS-IT-BROKER-ID TO LPL-BROKER-ID
           MOVE WS-IT-ACNT-NO   TO LPL-ACNT-NO
           MOVE WS-DUE-DATE     TO LPL-DUE-DATE
           MOVE WS-IT-PRINCIPAL TO LPL-PRINCIPAL
           MOVE 0 TO LPL-INT-DAYS LPL-INTEREST LPL-DISPUTE-DAYS
           MOVE WS-DUE-DATE     TO LPL-ACCRUED-TO
           SEARCH ALL WS-LED-ENTRY
               AT END CONTINUE
               WHEN WS-LD-KEY(WS-LDX) = WS-IT-KEY
                   MOVE WS-LD-ACCRUED-TO(WS-LDX) TO LPL-ACCRUED-TO
                   MOVE WS-LD-INT-DAYS(WS-LDX)   TO LPL-INT-DAYS
                   MOVE WS-LD-INTEREST(WS-LDX)   TO LPL-INTEREST
                   MOVE WS-LD-DISP-DAYS(WS-LDX)  TO LPL-DISPUTE-DAYS
           END-SEARCH
           IF LPL-ACCRUED-TO = WS-DUE-DATE
                   AND WS-IT-END-DATE <= WS-DUE-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEMS-OVERDUE

           MOVE LPL-ACCRUED-TO TO WS-START-DATE
           IF WS-START-DATE < WS-DUE-DATE
               MOVE WS-DUE-DATE TO WS-START-DATE
           END-IF
           IF WS-IT-END-DATE > WS-START-DATE
               COMPUTE WS-ACCR-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-IT-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-START-DATE)
               PERFORM 2950-CHECK-DISPUTE
               IF WS-DISPUTED = 'Y'
                   ADD WS-ACCR-DAYS TO LPL-DISPUTE-DAYS
                   ADD 1 TO WS-DISP-COUNT
                   MOVE 0 TO WS-ACCR-INT
                   MOVE "DISPUTED - SUSPENDED" TO WS-D-NOTE
               ELSE
                   COMPUTE WS-ACCR-INT ROUNDED =
                       WS-IT-PRINCIPAL * WS-RATE * WS-ACCR-DAYS
                       / 36500
                   ADD WS-ACCR-DAYS TO LPL-INT-DAYS
                   ADD WS-ACCR-INT  TO LPL-INTEREST WS-G-INTEREST
                   ADD 1 TO WS-ACCR-COUNT
                   MOVE SPACES TO WS-D-NOTE
                   PERFORM 2960-WRITE-ACCRUAL
               END-IF
               PERFORM 2970-PRINT-ACCRUAL
               MOVE WS-IT-END-DATE TO LPL-ACCRUED-TO
           END-IF
           MOVE LPI-LEDGER-REC TO SLP-REC
           RELEASE SLP-REC.

      * 案件帳項比對同鍵值爭議；帳單比對同券商同年月之案件爭議。
       2950-CHECK-DISPUTE.
           MOVE 'N' TO WS-DISPUTED
           PERFORM VARYING WS-DSX FROM 1 BY 1
                   UNTIL WS-DSX > WS-DSP-COUNT
               IF WS-IT-SOURCE = 'A'
                   IF WS-DS-BROKER(WS-DSX) = WS-IT-BROKER-ID
                           AND WS-DS-TX-DATE(WS-DSX) / 100
                               = WS-IT-BILL-YM
                       MOVE 'Y' TO WS-DISPUTED
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF WS-DS-ETF-ID(WS-DSX) = WS-IK-ETF-ID
                           AND WS-DS-TX-DATE(WS-DSX) = WS-IK-TX-DATE
                           AND WS-DS-SEQNO(WS-DSX) = WS-IK-SEQNO
                       MOVE 'Y' TO WS-DISPUTED
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       2960-WRITE-ACCRUAL.
           MOVE SPACES TO LPI-ACCRUAL-REC
           MOVE WS-PROC-DATE     TO LIA-ACCR-DATE
           MOVE WS-IT-SOURCE     TO LIA-SOURCE
           MOVE WS-IT-ITEM-KEY   TO LIA-ITEM-KEY
           MOVE WS-IT-BROKER-ID  TO LIA-BROKER-ID
           MOVE WS-IT-ACNT-NO    TO LIA-ACNT-NO
           MOVE WS-IT-PRINCIPAL  TO LIA-PRINCIPAL
           MOVE WS-DUE-DATE      TO LIA-DUE-DATE
           MOVE WS-START-DATE    TO LIA-FROM-DATE
           MOVE WS-IT-END-DATE   TO LIA-TO-DATE
           MOVE WS-ACCR-DAYS     TO LIA-DAYS
           MOVE WS-RATE          TO LIA-RATE
           MOVE WS-ACCR-INT      TO LIA-INTEREST
           WRITE LPIACR-OUT-REC FROM LPI-ACCRUAL-REC.

       2970-PRINT-ACCRUAL.
           MOVE WS-IT-SOURCE     TO WS-D-SOURCE
           MOVE WS-IT-ITEM-KEY   TO WS-D-ITEM-KEY
           MOVE WS-IT-BROKER-ID  TO WS-D-BROKER-ID
           MOVE WS-IT-PRINCIPAL  TO WS-D-PRINCIPAL
           MOVE WS-DUE-DATE      TO WS-D-DUE-DATE
           MOVE WS-START-DATE    TO WS-D-FROM-DATE
           MOVE WS-IT-END-DATE   TO WS-D-TO-DATE
           MOVE WS-ACCR-DAYS     TO WS-D-DAYS
           MOVE WS-ACCR-INT      TO WS-D-INTEREST
           MOVE WS-DETAIL-LINE TO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE.

       4000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           MOVE SPACES TO LPIA-RPT-LINE
           STRING "OVERDUE ITEMS ON LEDGER...: " WS-ITEMS-OVERDUE
               DELIMITED BY SIZE INTO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           MOVE SPACES TO LPIA-RPT-LINE
           STRING "ITEMS ACCRUED TODAY.......: " WS-ACCR-COUNT
               DELIMITED BY SIZE INTO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           MOVE SPACES TO LPIA-RPT-LINE
           STRING "ITEMS SUSPENDED (DISPUTE).: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           MOVE WS-G-INTEREST TO WS-ED-INTEREST
           MOVE SPACES TO LPIA-RPT-LINE
           STRING "INTEREST ACCRUED TODAY....: " WS-ED-INTEREST
               DELIMITED BY SIZE INTO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           MOVE SPACES TO LPIA-RPT-LINE
           STRING "PRIOR ACCRUALS CARRIED....: " WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           MOVE SPACES TO LPIA-RPT-LINE
           STRING "SAME-DAY ACCRUALS REPLACED: " WS-DROPPED-COUNT
               DELIMITED BY SIZE INTO LPIA-RPT-LINE
           WRITE LPIA-RPT-LINE
           IF WS-LED-OVERFLOW > 0
               MOVE SPACES TO LPIA-RPT-LINE
               STRING "*** LEDGER TABLE FULL - " WS-LED-OVERFLOW
                   " ITEMS NOT LOADED ***"
                   DELIMITED BY SIZE INTO LPIA-RPT-LINE
               WRITE LPIA-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
