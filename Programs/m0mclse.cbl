      * M0MCLSE - 會計月結關帳與期間鎖定
      * 財務單位月報後，現金差額分類帳、保證金分類帳、應收帳款、
      * 總帳懸帳及持有分類帳仍可能以已報告月份之日期補登。本程式
      * 依請求檔 M0MCLSE.REQ(模式(1)+會計月份(6)+操作員(8)+授權
      * 人(8)+原因(30))執行:
      *   'T' 試算 - 列印各分類帳期末餘額試算表及與總帳控制金額
      *       之勾稽，不鎖定期間；
      *   'C' 關帳 - 同試算，並於會計期間鎖定登錄檔 PRDLOCK.DAT
      *       記錄該月已關帳(C)、寫出試算表歷史檔 PRDTB.NEW(=
      *       PRDTB.DAT 剔除同月份記錄+本次試算，由排程取代)；
      *   'R' 重開 - 已關帳月份經具放行/覆核角色(M0AUTHC 'O')之
      *       授權人(須異於申請人)核准後改記授權重開(R)，於再次
      *       關帳前得補登。
      * 期末餘額(期末日=會計月份之月底):
      *   CSHLED RCV/PAY - 入帳日不晚於期末日且期末時未銷帳之應
      *       收/應付現金差額(科目 1145/2205)；
      *   MGNLED AWT/HELD - 期末時待收(科目 1147)/已收持有中(科
      *       目 2207)之保證金；
      *   ARINV  OPEN - 開立日不晚於期末日之未結帳單餘額(科目
      *       1141)；
      *   GLSUSP OPEN - 期末時未銷之總帳懸帳，逐筆列示為未入帳
      *       調節項目；
      *   HOLDLED UNIT - 持有單位數(現時餘額)。
      * 總帳勾稽:以傳票佐證明細歷史檔 GLFDHIST.DAT 中傳票處理日
      * 屬該月之原始傳送明細為總帳控制金額，與分類帳本期入帳逐
      * 鍵比對 - 應收/應付現金差額對 DIFR/DIFP、保證金立帳對
      * MRGN(依 ETF-ID+TX-DATE+SEQNO)，應收帳款當月帳單之手續
      * 費+行政處理費對 FEE+MGMT(依券商)；不符之鍵值逐筆列示。
      * 關帳條件:系統控制檔須存在；會計月份須早於營業日所屬月份
      * ，或為當月且營業日已日終、次一營業日已屬次月；未曾登錄
      * 之月份須晚於已登錄之最大月份。拒絕者 RETURN-CODE=8；勾
      * 稽有差額者仍關帳，RETURN-CODE=4 並列示差額。
      *
      * 修改紀錄:
      *   2026-10-11  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0MCLSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0MCLSE.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SYSCON-FILE ASSIGN TO "SYSCON.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRDLOCK-FILE ASSIGN TO "PRDLOCK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CSHLED-FILE ASSIGN TO "CSHLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MGNLED-FILE ASSIGN TO "MGNLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARINV-FILE ASSIGN TO "ARINV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-FILE ASSIGN TO "GLSUSP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLDLED-FILE ASSIGN TO "HOLDLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DHIST-FILE ASSIGN TO "GLFDHIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRDTB-IN ASSIGN TO "PRDTB.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRDTB-OUT ASSIGN TO "PRDTB.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MCLS-RPT-FILE ASSIGN TO "M0MCLSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-PF ASSIGN TO "M0MCLSE.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
               88  REQ-TRIAL              VALUE 'T'.
               88  REQ-CLOSE              VALUE 'C'.
               88  REQ-REOPEN             VALUE 'R'.
           05  REQ-PERIOD           PIC X(06).
           05  REQ-PERIOD-9 REDEFINES REQ-PERIOD
                                    PIC 9(06).
           05  REQ-OPER             PIC X(08).
           05  REQ-AUTH             PIC X(08).
           05  REQ-REASON           PIC X(30).

       FD  SYSCON-FILE.
       COPY syscon.

       FD  PRDLOCK-FILE.
       COPY prdlock.

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

       FD  SUSP-FILE.
       01  SUSP-REC                 PIC X(85).

       FD  HOLDLED-FILE.
       COPY holdled.

       FD  DHIST-FILE.
       01  DHIST-REC                PIC X(120).

       FD  PRDTB-IN.
       01  PRDTB-IN-REC             PIC X(100).

       FD  PRDTB-OUT.
       01  PRDTB-OUT-REC            PIC X(100).

       FD  MCLS-RPT-FILE.
       01  MCLS-RPT-LINE            PIC X(132).

       SD  SORT-WORK-PF.
       01  SPF-REC.
           05  SPF-ROW              PIC 9(01).
           05  SPF-KEY              PIC X(17).
           05  SPF-SIDE             PIC X(01).
           05  SPF-AMOUNT           PIC 9(15).

       WORKING-STORAGE SECTION.
       COPY m0dtsvc.
       COPY m0authc.
       COPY glfdtl.
       COPY prdtb.

       01  WS-SYS-EOF               PIC X VALUE 'N'.
           88  SYS-EOF                    VALUE 'Y'.
       01  WS-PRL-EOF               PIC X VALUE 'N'.
           88  PRL-EOF                    VALUE 'Y'.
       01  WS-CLG-EOF               PIC X VALUE 'N'.
           88  CLG-EOF                    VALUE 'Y'.
       01  WS-MGL-EOF               PIC X VALUE 'N'.
           88  MGL-EOF                    VALUE 'Y'.
       01  WS-ARI-EOF               PIC X VALUE 'N'.
           88  ARI-EOF                    VALUE 'Y'.
       01  WS-SUS-EOF               PIC X VALUE 'N'.
           88  SUS-EOF                    VALUE 'Y'.
       01  WS-HLD-EOF               PIC X VALUE 'N'.
           88  HLD-EOF                    VALUE 'Y'.
       01  WS-HST-EOF               PIC X VALUE 'N'.
           88  HST-EOF                    VALUE 'Y'.
       01  WS-PTB-EOF               PIC X VALUE 'N'.
           88  PTB-EOF                    VALUE 'Y'.
       01  WS-PF-EOF                PIC X VALUE 'N'.
           88  PF-EOF                     VALUE 'Y'.
       01  WS-REQ-FOUND             PIC X VALUE 'N'.
           88  REQ-FOUND                  VALUE 'Y'.
       01  WS-SYS-FOUND             PIC X VALUE 'N'.
           88  SYS-FOUND                  VALUE 'Y'.
       01  WS-REFUSE-SW             PIC X VALUE 'N'.
           88  REQUEST-REFUSED            VALUE 'Y'.
       01  WS-LOCK-CHANGED          PIC X VALUE 'N'.
           88  LOCK-CHANGED               VALUE 'Y'.
       01  WS-REFUSE-TEXT           PIC X(60).

      * 懸帳記錄版面(85位，同 M0GLACK)。
       01  WS-SUS-REC.
           05  SUS-NO               PIC 9(06).
           05  SUS-STATUS           PIC X(01).
               88  SUS-OPEN             VALUE 'O'.
           05  SUS-TYPE             PIC X(01).
           05  SUS-VCH-KEY          PIC X(22).
           05  SUS-AMOUNT           PIC 9(15).
           05  SUS-REASON           PIC X(20).
           05  SUS-OPEN-DATE        PIC 9(08).
           05  SUS-CLOSE-DATE       PIC 9(08).
           05  FILLER               PIC X(04).

       01  WS-PF-REC.
           05  PF-ROW               PIC 9(01).
           05  PF-KEY               PIC X(17).
           05  PF-SIDE              PIC X(01).
               88  PF-LEDGER-SIDE         VALUE 'L'.
               88  PF-GL-SIDE             VALUE 'G'.
           05  PF-AMOUNT            PIC 9(15).

      * 會計期間:起日、期末日(月份*100+31，僅供比較)、營業日所
      * 屬月份。
       01  WS-PERIOD                PIC 9(06) VALUE 0.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY       PIC 9(04).
           05  WS-PERIOD-MM         PIC 9(02).
       01  WS-PERIOD-START          PIC 9(08).
       01  WS-PERIOD-END            PIC 9(08).
       01  WS-BUS-YM                PIC 9(06).
       01  WS-NEXT-BUS-DATE         PIC 9(08).
       01  WS-CLOSE-DATE            PIC 9(08) VALUE 0.

      * 會計期間鎖定登錄表(PRDLOCK.DAT 全檔載入，月份遞增)。
       01  WS-PL-COUNT              PIC 9(04) VALUE 0.
       01  WS-PLX                   PIC 9(04).
       01  WS-PL-HIT                PIC 9(04) VALUE 0.
       01  WS-PL-MAX-PERIOD         PIC 9(06) VALUE 0.
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 600 TIMES.
               10  WS-PL-REC        PIC X(80).

      * 試算表列:1 CSHLED RCV  2 CSHLED PAY  3 MGNLED AWT
      * 4 MGNLED HELD  5 ARINV OPEN  6 GLSUSP OPEN  7 HOLDLED UNIT
      * ；勾稽欄 'Y' 者與總帳控制金額比對。
       01  WS-TBX                   PIC 9(02).
       01  WS-TB-TABLE.
           05  WS-TB-ENTRY OCCURS 7 TIMES.
               10  WS-TB-LEDGER     PIC X(07).
               10  WS-TB-TYPE       PIC X(04).
               10  WS-TB-ACCT       PIC 9(04).
               10  WS-TB-PROVE      PIC X(01).
               10  WS-TB-ITEMS      PIC 9(07).
               10  WS-TB-CLOSING    PIC 9(15).
               10  WS-TB-POSTED     PIC 9(15).
               10  WS-TB-GL-CTL     PIC 9(15).

      * 總帳控制金額(依來源別，傳票行標記記錄)。
       01  WS-SRC-COUNT             PIC 9(02) VALUE 0.
       01  WS-SRX                   PIC 9(02).
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 20 TIMES.
               10  WS-SRC-CODE      PIC X(04).
               10  WS-SRC-LINES     PIC 9(07).
               10  WS-SRC-AMOUNT    PIC 9(15).

      * 勾稽差額表(逐鍵)。
       01  WS-DF-COUNT              PIC 9(04) VALUE 0.
       01  WS-DF-OVERFLOW           PIC 9(05) VALUE 0.
       01  WS-DFX                   PIC 9(04).
       01  WS-DF-TABLE.
           05  WS-DF-ENTRY OCCURS 500 TIMES.
               10  WS-DF-ROW        PIC 9(01).
               10  WS-DF-KEY        PIC X(17).
               10  WS-DF-LEDGER-AMT PIC 9(15).
               10  WS-DF-GL-AMT     PIC 9(15).

      * 比對中之鍵值。
       01  WS-CUR-ROW               PIC 9(01).
       01  WS-CUR-KEY               PIC X(17).
       01  WS-CUR-LEDGER-AMT        PIC 9(15).
       01  WS-CUR-GL-AMT            PIC 9(15).
       01  WS-KEY-OPEN              PIC X VALUE 'N'.
           88  KEY-OPEN                   VALUE 'Y'.

       01  WS-DIFF-KEYS             PIC 9(07) VALUE 0.
       01  WS-SUS-LISTED            PIC 9(07) VALUE 0.
       01  WS-PTB-COPIED            PIC 9(07) VALUE 0.
       01  WS-PTB-WRITTEN           PIC 9(07) VALUE 0.
       01  WS-AR-BALANCE            PIC 9(15).
       01  WS-DIFF-AMT              PIC S9(15).

       01  WS-ED-AMT                PIC Z(14)9.
       01  WS-ED-AMT-2              PIC Z(14)9.
       01  WS-ED-DIFF               PIC -(14)9.

       01  WS-HDR-1                 PIC X(80) VALUE
           "MONTH-END SUBLEDGER CLOSE".
       01  WS-HDR-TB.
           05  FILLER               PIC X(29) VALUE
               "LEDGER  TYPE ACCT   ITEMS    ".
           05  FILLER               PIC X(15) VALUE
               "CLOSING-BALANCE".
       01  WS-HDR-SRC.
           05  FILLER               PIC X(31) VALUE
               "SRCE   ITEMS             AMOUNT".
       01  WS-HDR-PRF.
           05  FILLER               PIC X(39) VALUE
               "LEDGER  TYPE ACCT PERIOD-POSTINGS      ".
           05  FILLER               PIC X(34) VALUE
               "GL-CONTROL      DIFFERENCE VERDICT".
       01  WS-HDR-DIF.
           05  FILLER               PIC X(40) VALUE
               "LEDGER  TYPE MATCH-KEY                  ".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(31) VALUE
               "SUBLEDGER      GL-CONTROL      ".
           05  FILLER               PIC X(10) VALUE
               "DIFFERENCE".
       01  WS-HDR-SUS.
           05  FILLER               PIC X(41) VALUE
               "SUS-NO T VOUCHER-KEY                     ".
           05  FILLER               PIC X(22) VALUE
               "AMOUNT OPENED   REASON".

       01  WS-TB-LINE.
           05  WS-T-LEDGER          PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-T-TYPE            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-T-ACCT            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-T-ITEMS           PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-T-CLOSING         PIC Z(17)9.

       01  WS-SRC-LINE.
           05  WS-S-CODE            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-LINES           PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-S-AMOUNT          PIC Z(17)9.

       01  WS-PRF-LINE.
           05  WS-P-LEDGER          PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-TYPE            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-ACCT            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-POSTED          PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-GL-CTL          PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-DIFF            PIC -(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-P-VERDICT         PIC X(08).

       01  WS-DIF-LINE.
           05  WS-F-LEDGER          PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-F-TYPE            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-F-KEY             PIC X(21).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-F-LEDGER-AMT      PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-F-GL-AMT          PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-F-DIFF            PIC -(14)9.

       01  WS-SUS-LINE.
           05  WS-U-NO              PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-TYPE            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-VCH-KEY         PIC X(22).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-AMOUNT          PIC Z(14)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-OPEN-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-U-REASON          PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT MCLS-RPT-FILE
           MOVE WS-HDR-1 TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE

           OPEN INPUT REQ-FILE
           PERFORM UNTIL REQ-FOUND
               READ REQ-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                       IF REQ-LINE NOT = SPACES
                           SET REQ-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQ-FILE

           IF NOT REQ-FOUND
               MOVE "NO REQUEST IN M0MCLSE.REQ" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               PERFORM 9900-FINISH
           END-IF

           MOVE SPACES TO MCLS-RPT-LINE
           STRING "MODE " REQ-MODE " PERIOD " REQ-PERIOD
               " OPERATOR " REQ-OPER
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE

           PERFORM 1000-VALIDATE-REQUEST
           IF NOT REQUEST-REFUSED
               PERFORM 1100-LOAD-SYSCON
               PERFORM 1200-LOAD-PERIOD-LOCKS
           END-IF

           IF NOT REQUEST-REFUSED
               EVALUATE TRUE
                   WHEN REQ-CLOSE
                       PERFORM 2000-CHECK-CLOSE
                       IF NOT REQUEST-REFUSED
                           PERFORM 3000-TRIAL-BALANCE
                           PERFORM 5000-PRINT-TRIAL-BALANCE
                           PERFORM 6000-SET-PERIOD-LOCK
                           PERFORM 6500-WRITE-TB-HISTORY
                       END-IF
                   WHEN REQ-TRIAL
                       PERFORM 3000-TRIAL-BALANCE
                       PERFORM 5000-PRINT-TRIAL-BALANCE
                   WHEN REQ-REOPEN
                       PERFORM 7000-REOPEN-PERIOD
               END-EVALUATE
           END-IF

           IF LOCK-CHANGED
               PERFORM 8000-REWRITE-PERIOD-LOCKS
           END-IF
           PERFORM 9900-FINISH.

      * 請求檢核:模式、會計月份(YYYYMM，月 01-12)及操作員。
       1000-VALIDATE-REQUEST.
           IF NOT REQ-TRIAL AND NOT REQ-CLOSE AND NOT REQ-REOPEN
               MOVE "INVALID MODE (T/C/R)" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF REQ-PERIOD NOT NUMERIC
               MOVE "INVALID PERIOD (YYYYMM)" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           MOVE REQ-PERIOD-9 TO WS-PERIOD
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               MOVE "INVALID PERIOD (YYYYMM)" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF NOT REQ-TRIAL AND REQ-OPER = SPACES
               MOVE "OPERATOR REQUIRED" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END   = WS-PERIOD * 100 + 31.

      * 系統控制檔:關帳/重開須存在，關帳日取系統營業日。
       1100-LOAD-SYSCON.
           OPEN INPUT SYSCON-FILE
           READ SYSCON-FILE
               AT END SET SYS-EOF TO TRUE
               NOT AT END SET SYS-FOUND TO TRUE
           END-READ
           CLOSE SYSCON-FILE
           IF SYS-FOUND
               MOVE SYS-BUS-DATE TO WS-CLOSE-DATE
               MOVE SYS-BUS-DATE(1:6) TO WS-BUS-YM
           ELSE
               IF NOT REQ-TRIAL
                   MOVE "SYSCON.DAT NOT FOUND" TO WS-REFUSE-TEXT
                   PERFORM 9000-REFUSE
               END-IF
           END-IF.

       1200-LOAD-PERIOD-LOCKS.
           OPEN INPUT PRDLOCK-FILE
           PERFORM UNTIL PRL-EOF
               READ PRDLOCK-FILE
                   AT END SET PRL-EOF TO TRUE
                   NOT AT END
                       IF WS-PL-COUNT < 600
                           ADD 1 TO WS-PL-COUNT
                           MOVE PERIOD-LOCK-REC
                               TO WS-PL-REC(WS-PL-COUNT)
                           IF PRL-PERIOD > WS-PL-MAX-PERIOD
                               MOVE PRL-PERIOD TO WS-PL-MAX-PERIOD
                           END-IF
                           IF PRL-PERIOD = WS-PERIOD
                               MOVE WS-PL-COUNT TO WS-PL-HIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRDLOCK-FILE.

      * 關帳條件:月份已過(當月須已日終且次一營業日屬次月)、尚
      * 未關帳；未曾登錄之月份須晚於已登錄之最大月份。
       2000-CHECK-CLOSE.
           IF WS-PERIOD > WS-BUS-YM
               MOVE "PERIOD HAS NOT ENDED" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD = WS-BUS-YM
               IF NOT SYS-DAY-CLOSED
                   MOVE "LAST BUSINESS DAY NOT CLOSED"
                       TO WS-REFUSE-TEXT
                   PERFORM 9000-REFUSE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'A'          TO DTS-FUNC
               MOVE SYS-BUS-DATE TO DTS-DATE-1
               MOVE 1            TO DTS-DAYS
               CALL "M0DTSVC" USING DTS-PARM
               MOVE DTS-DATE-2 TO WS-NEXT-BUS-DATE
               IF WS-NEXT-BUS-DATE(1:6) = REQ-PERIOD
                   MOVE "BUSINESS DAYS REMAIN IN PERIOD"
                       TO WS-REFUSE-TEXT
                   PERFORM 9000-REFUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PL-HIT > 0
               MOVE WS-PL-REC(WS-PL-HIT) TO PERIOD-LOCK-REC
               IF PRL-CLOSED
                   MOVE "PERIOD ALREADY CLOSED" TO WS-REFUSE-TEXT
                   PERFORM 9000-REFUSE
               END-IF
           ELSE
               IF WS-PERIOD NOT > WS-PL-MAX-PERIOD
                   MOVE "PERIOD EARLIER THAN LAST CLOSED PERIOD"
                       TO WS-REFUSE-TEXT
                   PERFORM 9000-REFUSE
               END-IF
               IF WS-PL-COUNT NOT < 600
                   MOVE "PERIOD LOCK REGISTER FULL" TO WS-REFUSE-TEXT
                   PERFORM 9000-REFUSE
               END-IF
           END-IF.

      * 試算:逐檔累計期末餘額；本期入帳與總帳控制明細依列序+鍵
      * 值排序後逐鍵比對。
       3000-TRIAL-BALANCE.
           PERFORM 3010-INIT-TB-ROWS
           SORT SORT-WORK-PF
               ON ASCENDING KEY SPF-ROW SPF-KEY
               INPUT PROCEDURE IS 3100-SCAN-LEDGERS
               OUTPUT PROCEDURE IS 3500-COMPARE-POSTINGS.

       3010-INIT-TB-ROWS.
           MOVE "CSHLED RCV 1145Y" TO WS-TB-ENTRY(1)
           MOVE "CSHLED PAY 2205Y" TO WS-TB-ENTRY(2)
           MOVE "MGNLED AWT 1147Y" TO WS-TB-ENTRY(3)
           MOVE "MGNLED HELD2207N" TO WS-TB-ENTRY(4)
           MOVE "ARINV  OPEN1141Y" TO WS-TB-ENTRY(5)
           MOVE "GLSUSP OPEN0000N" TO WS-TB-ENTRY(6)
           MOVE "HOLDLEDUNIT0000N" TO WS-TB-ENTRY(7)
           PERFORM VARYING WS-TBX FROM 1 BY 1 UNTIL WS-TBX > 7
               MOVE 0 TO WS-TB-ITEMS(WS-TBX) WS-TB-CLOSING(WS-TBX)
                         WS-TB-POSTED(WS-TBX) WS-TB-GL-CTL(WS-TBX)
           END-PERFORM.

       3100-SCAN-LEDGERS.
           PERFORM 3110-SCAN-CSHLED
           PERFORM 3120-SCAN-MGNLED
           PERFORM 3130-SCAN-ARINV
           PERFORM 3140-SCAN-GLSUSP
           PERFORM 3150-SCAN-HOLDLED
           PERFORM 3160-SCAN-GL-CONTROL.

      * 現金差額:期末時未銷帳(未銷或銷帳日晚於期末日)者列期末
      * 餘額；入帳日屬本期者送比對。
       3110-SCAN-CSHLED.
           OPEN INPUT CSHLED-FILE
           PERFORM UNTIL CLG-EOF
               READ CSHLED-FILE
                   AT END SET CLG-EOF TO TRUE
                   NOT AT END
                       IF CLG-RECEIVABLE
                           MOVE 1 TO WS-TBX
                       ELSE
                           MOVE 2 TO WS-TBX
                       END-IF
                       IF CLG-POST-DATE NOT > WS-PERIOD-END
                           AND (CLG-OPEN
                                OR CLG-SETTLE-DATE > WS-PERIOD-END)
                           ADD 1 TO WS-TB-ITEMS(WS-TBX)
                           ADD CLG-AMOUNT TO WS-TB-CLOSING(WS-TBX)
                       END-IF
                       IF CLG-POST-DATE NOT < WS-PERIOD-START
                           AND CLG-POST-DATE NOT > WS-PERIOD-END
                           MOVE WS-TBX     TO PF-ROW
                           MOVE CLG-KEY    TO PF-KEY
                           MOVE 'L'        TO PF-SIDE
                           MOVE CLG-AMOUNT TO PF-AMOUNT
                           RELEASE SPF-REC FROM WS-PF-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CSHLED-FILE.

      * 保證金:期末時待收者列 AWT，已收未退者列 HELD；立帳日屬
      * 本期者送比對。
       3120-SCAN-MGNLED.
           OPEN INPUT MGNLED-FILE
           PERFORM UNTIL MGL-EOF
               READ MGNLED-FILE
                   AT END SET MGL-EOF TO TRUE
                   NOT AT END
                       IF MGL-OPEN-DATE NOT > WS-PERIOD-END
                           AND (MGL-COLLECT-DATE = 0
                                OR MGL-COLLECT-DATE > WS-PERIOD-END)
                           ADD 1 TO WS-TB-ITEMS(3)
                           ADD MGL-AMOUNT TO WS-TB-CLOSING(3)
                       END-IF
                       IF MGL-COLLECT-DATE > 0
                           AND MGL-COLLECT-DATE NOT > WS-PERIOD-END
                           AND (MGL-REFUND-DATE = 0
                                OR MGL-REFUND-DATE > WS-PERIOD-END)
                           ADD 1 TO WS-TB-ITEMS(4)
                           ADD MGL-AMOUNT TO WS-TB-CLOSING(4)
                       END-IF
                       IF MGL-OPEN-DATE NOT < WS-PERIOD-START
                           AND MGL-OPEN-DATE NOT > WS-PERIOD-END
                           MOVE 3          TO PF-ROW
                           MOVE MGL-KEY    TO PF-KEY
                           MOVE 'L'        TO PF-SIDE
                           MOVE MGL-AMOUNT TO PF-AMOUNT
                           RELEASE SPF-REC FROM WS-PF-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MGNLED-FILE.

      * 應收帳款:開立日不晚於期末日之未結帳單列期末餘額；當月
      * 帳單之手續費+行政處理費依券商送比對。
       3130-SCAN-ARINV.
           OPEN INPUT ARINV-FILE
           PERFORM UNTIL ARI-EOF
               READ ARINV-FILE
                   AT END SET ARI-EOF TO TRUE
                   NOT AT END
                       IF ARI-STATUS = 'O'
                           AND ARI-ISSUE-DATE NOT > WS-PERIOD-END
                           AND ARI-TOTAL-AMT > ARI-PAID-AMT
                           COMPUTE WS-AR-BALANCE =
                               ARI-TOTAL-AMT - ARI-PAID-AMT
                           ADD 1 TO WS-TB-ITEMS(5)
                           ADD WS-AR-BALANCE TO WS-TB-CLOSING(5)
                       END-IF
                       IF ARI-BILL-YM = WS-PERIOD
                           MOVE 5             TO PF-ROW
                           MOVE ARI-BROKER-ID TO PF-KEY
                           MOVE 'L'           TO PF-SIDE
                           COMPUTE PF-AMOUNT =
                               ARI-FEE-AMT + ARI-MGMT-AMT
                           RELEASE SPF-REC FROM WS-PF-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARINV-FILE.

       3140-SCAN-GLSUSP.
           OPEN INPUT SUSP-FILE
           PERFORM UNTIL SUS-EOF
               READ SUSP-FILE INTO WS-SUS-REC
                   AT END SET SUS-EOF TO TRUE
                   NOT AT END
                       IF SUS-OPEN-DATE NOT > WS-PERIOD-END
                           AND (SUS-OPEN
                                OR SUS-CLOSE-DATE > WS-PERIOD-END)
                           ADD 1 TO WS-TB-ITEMS(6)
                           ADD SUS-AMOUNT TO WS-TB-CLOSING(6)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSP-FILE.

       3150-SCAN-HOLDLED.
           OPEN INPUT HOLDLED-FILE
           PERFORM UNTIL HLD-EOF
               READ HOLDLED-FILE
                   AT END SET HLD-EOF TO TRUE
                   NOT AT END
                       IF HLD-UNITS > 0
                           ADD 1 TO WS-TB-ITEMS(7)
                           ADD HLD-UNITS TO WS-TB-CLOSING(7)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDLED-FILE.

      * 總帳控制:傳票處理日屬本期之原始傳送(無串聯編號)記錄；
      * 傳票行標記累計來源別控制金額，案件明細送比對。保證金
      * 無法逐案歸屬之彙總明細以空白鍵值送比對。
       3160-SCAN-GL-CONTROL.
           OPEN INPUT DHIST-FILE
           PERFORM UNTIL HST-EOF
               READ DHIST-FILE INTO GL-DETAIL-REC
                   AT END SET HST-EOF TO TRUE
                   NOT AT END
                       IF GLD-VCH-DATE NOT < WS-PERIOD-START
                           AND GLD-VCH-DATE NOT > WS-PERIOD-END
                           AND GLD-LINK-REF = SPACES
                           IF GLD-DTL-TYPE = SPACE
                               PERFORM 3170-ADD-SOURCE-TOTAL
                           ELSE
                               PERFORM 3180-RELEASE-GL-DETAIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DHIST-FILE.

       3170-ADD-SOURCE-TOTAL.
           PERFORM VARYING WS-SRX FROM 1 BY 1
                   UNTIL WS-SRX > WS-SRC-COUNT
               IF WS-SRC-CODE(WS-SRX) = GLD-VCH-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SRX > WS-SRC-COUNT
               IF WS-SRC-COUNT NOT < 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRX
               MOVE GLD-VCH-SOURCE TO WS-SRC-CODE(WS-SRX)
               MOVE 0 TO WS-SRC-LINES(WS-SRX) WS-SRC-AMOUNT(WS-SRX)
           END-IF
           ADD 1 TO WS-SRC-LINES(WS-SRX)
           ADD GLD-LINE-AMOUNT TO WS-SRC-AMOUNT(WS-SRX).

       3180-RELEASE-GL-DETAIL.
           MOVE SPACES TO PF-KEY
           EVALUATE GLD-VCH-SOURCE
               WHEN "DIFR"
                   MOVE 1 TO PF-ROW
               WHEN "DIFP"
                   MOVE 2 TO PF-ROW
               WHEN "MRGN"
                   MOVE 3 TO PF-ROW
               WHEN "FEE "
               WHEN "MGMT"
                   MOVE 5 TO PF-ROW
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF PF-ROW = 5
               MOVE GLD-BROKER-ID TO PF-KEY
           ELSE
               IF GLD-TYPE-CASE
                   STRING GLD-ETF-ID GLD-TX-DATE GLD-SEQNO
                       DELIMITED BY SIZE INTO PF-KEY
               END-IF
           END-IF
           MOVE 'G'        TO PF-SIDE
           MOVE GLD-AMOUNT TO PF-AMOUNT
           RELEASE SPF-REC FROM WS-PF-REC.

       3500-COMPARE-POSTINGS.
           PERFORM UNTIL PF-EOF
               RETURN SORT-WORK-PF INTO WS-PF-REC
                   AT END SET PF-EOF TO TRUE
                   NOT AT END
                       IF KEY-OPEN
                           AND (PF-ROW NOT = WS-CUR-ROW
                                OR PF-KEY NOT = WS-CUR-KEY)
                           PERFORM 3510-END-KEY
                       END-IF
                       IF NOT KEY-OPEN
                           SET KEY-OPEN TO TRUE
                           MOVE PF-ROW TO WS-CUR-ROW
                           MOVE PF-KEY TO WS-CUR-KEY
                           MOVE 0 TO WS-CUR-LEDGER-AMT WS-CUR-GL-AMT
                       END-IF
                       IF PF-LEDGER-SIDE
                           ADD PF-AMOUNT TO WS-CUR-LEDGER-AMT
                                            WS-TB-POSTED(PF-ROW)
                       ELSE
                           ADD PF-AMOUNT TO WS-CUR-GL-AMT
                                            WS-TB-GL-CTL(PF-ROW)
                       END-IF
               END-RETURN
           END-PERFORM
           IF KEY-OPEN
               PERFORM 3510-END-KEY
           END-IF.

       3510-END-KEY.
           MOVE 'N' TO WS-KEY-OPEN
           IF WS-CUR-LEDGER-AMT = WS-CUR-GL-AMT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIFF-KEYS
           IF WS-DF-COUNT < 500
               ADD 1 TO WS-DF-COUNT
               MOVE WS-CUR-ROW        TO WS-DF-ROW(WS-DF-COUNT)
               MOVE WS-CUR-KEY        TO WS-DF-KEY(WS-DF-COUNT)
               MOVE WS-CUR-LEDGER-AMT TO WS-DF-LEDGER-AMT(WS-DF-COUNT)
               MOVE WS-CUR-GL-AMT     TO WS-DF-GL-AMT(WS-DF-COUNT)
           ELSE
               ADD 1 TO WS-DF-OVERFLOW
           END-IF.

       5000-PRINT-TRIAL-BALANCE.
           MOVE SPACES TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           STRING "SUBLEDGER TRIAL BALANCE AS AT END OF PERIOD "
               REQ-PERIOD
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE WS-HDR-TB TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           PERFORM VARYING WS-TBX FROM 1 BY 1 UNTIL WS-TBX > 7
               MOVE WS-TB-LEDGER(WS-TBX) TO WS-T-LEDGER
               MOVE WS-TB-TYPE(WS-TBX)   TO WS-T-TYPE
               IF WS-TB-ACCT(WS-TBX) = 0
                   MOVE SPACES TO WS-T-ACCT
               ELSE
                   MOVE WS-TB-ACCT(WS-TBX) TO WS-T-ACCT
               END-IF
               MOVE WS-TB-ITEMS(WS-TBX)   TO WS-T-ITEMS
               MOVE WS-TB-CLOSING(WS-TBX) TO WS-T-CLOSING
               MOVE WS-TB-LINE TO MCLS-RPT-LINE
               WRITE MCLS-RPT-LINE
           END-PERFORM

           MOVE SPACES TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           STRING "GL CONTROL TOTALS SENT THROUGH GLFEED FOR PERIOD "
               REQ-PERIOD
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE WS-HDR-SRC TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           PERFORM VARYING WS-SRX FROM 1 BY 1
                   UNTIL WS-SRX > WS-SRC-COUNT
               MOVE WS-SRC-CODE(WS-SRX)   TO WS-S-CODE
               MOVE WS-SRC-LINES(WS-SRX)  TO WS-S-LINES
               MOVE WS-SRC-AMOUNT(WS-SRX) TO WS-S-AMOUNT
               MOVE WS-SRC-LINE TO MCLS-RPT-LINE
               WRITE MCLS-RPT-LINE
           END-PERFORM

           MOVE SPACES TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE "SUBLEDGER PROOF AGAINST GL CONTROL TOTALS"
               TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE WS-HDR-PRF TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           PERFORM VARYING WS-TBX FROM 1 BY 1 UNTIL WS-TBX > 7
               IF WS-TB-PROVE(WS-TBX) = 'Y'
                   PERFORM 5100-PRINT-PROOF-ROW
               END-IF
           END-PERFORM

           PERFORM 5200-PRINT-DIFFERENCES
           PERFORM 5300-PRINT-SUSPENSE

           MOVE SPACES TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           STRING "KEYS WITH DIFFERENCES..: " WS-DIFF-KEYS
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE SPACES TO MCLS-RPT-LINE
           STRING "OPEN SUSPENSE ITEMS....: " WS-SUS-LISTED
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           IF WS-DIFF-KEYS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-PRINT-PROOF-ROW.
           MOVE WS-TB-LEDGER(WS-TBX) TO WS-P-LEDGER
           MOVE WS-TB-TYPE(WS-TBX)   TO WS-P-TYPE
           MOVE WS-TB-ACCT(WS-TBX)   TO WS-P-ACCT
           MOVE WS-TB-POSTED(WS-TBX) TO WS-P-POSTED
           MOVE WS-TB-GL-CTL(WS-TBX) TO WS-P-GL-CTL
           COMPUTE WS-DIFF-AMT =
               WS-TB-POSTED(WS-TBX) - WS-TB-GL-CTL(WS-TBX)
           MOVE WS-DIFF-AMT TO WS-P-DIFF
           MOVE "TIED"      TO WS-P-VERDICT
           PERFORM VARYING WS-DFX FROM 1 BY 1
                   UNTIL WS-DFX > WS-DF-COUNT
               IF WS-DF-ROW(WS-DFX) = WS-TBX
                   MOVE "NOT TIED" TO WS-P-VERDICT
               END-IF
           END-PERFORM
           IF WS-DIFF-AMT NOT = 0
               MOVE "NOT TIED" TO WS-P-VERDICT
           END-IF
           MOVE WS-PRF-LINE TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE.

       5200-PRINT-DIFFERENCES.
           MOVE SPACES TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE "SUBLEDGER / GL CONTROL DIFFERENCES BY KEY"
               TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           IF WS-DF-COUNT = 0
               MOVE "  NO DIFFERENCES" TO MCLS-RPT-LINE
               WRITE MCLS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDR-DIF TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           PERFORM VARYING WS-DFX FROM 1 BY 1
                   UNTIL WS-DFX > WS-DF-COUNT
               MOVE WS-DF-ROW(WS-DFX) TO WS-TBX
               MOVE WS-TB-LEDGER(WS-TBX) TO WS-F-LEDGER
               MOVE WS-TB-TYPE(WS-TBX)   TO WS-F-TYPE
               IF WS-DF-KEY(WS-DFX) = SPACES
                   MOVE "(NOT CASE-ALLOCATED)" TO WS-F-KEY
               ELSE
                   MOVE WS-DF-KEY(WS-DFX) TO WS-F-KEY
               END-IF
               MOVE WS-DF-LEDGER-AMT(WS-DFX) TO WS-F-LEDGER-AMT
               MOVE WS-DF-GL-AMT(WS-DFX)     TO WS-F-GL-AMT
               COMPUTE WS-DIFF-AMT =
                   WS-DF-LEDGER-AMT(WS-DFX) - WS-DF-GL-AMT(WS-DFX)
               MOVE WS-DIFF-AMT TO WS-F-DIFF
               MOVE WS-DIF-LINE TO MCLS-RPT-LINE
               WRITE MCLS-RPT-LINE
           END-PERFORM
           IF WS-DF-OVERFLOW > 0
               MOVE SPACES TO MCLS-RPT-LINE
               STRING "  FURTHER DIFFERENCES NOT LISTED: "
                   WS-DF-OVERFLOW
                   DELIMITED BY SIZE INTO MCLS-RPT-LINE
               WRITE MCLS-RPT-LINE
           END-IF.

      * 期末未銷懸帳逐筆列示(未入帳調節項目)。
       5300-PRINT-SUSPENSE.
           MOVE SPACES TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE "GL SUSPENSE ITEMS OPEN AT PERIOD END (UNPOSTED)"
               TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE WS-HDR-SUS TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE 'N' TO WS-SUS-EOF
           OPEN INPUT SUSP-FILE
           PERFORM UNTIL SUS-EOF
               READ SUSP-FILE INTO WS-SUS-REC
                   AT END SET SUS-EOF TO TRUE
                   NOT AT END
                       IF SUS-OPEN-DATE NOT > WS-PERIOD-END
                           AND (SUS-OPEN
                                OR SUS-CLOSE-DATE > WS-PERIOD-END)
                           ADD 1 TO WS-SUS-LISTED
                           MOVE SUS-NO        TO WS-U-NO
                           MOVE SUS-TYPE      TO WS-U-TYPE
                           MOVE SUS-VCH-KEY   TO WS-U-VCH-KEY
                           MOVE SUS-AMOUNT    TO WS-U-AMOUNT
                           MOVE SUS-OPEN-DATE TO WS-U-OPEN-DATE
                           MOVE SUS-REASON    TO WS-U-REASON
                           MOVE WS-SUS-LINE TO MCLS-RPT-LINE
                           WRITE MCLS-RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSP-FILE.

      * 關帳:新月份加登錄於表尾(恆為最大月份)，重開之月份改回
      * 已關帳並保留最近一次重開紀錄。
       6000-SET-PERIOD-LOCK.
           IF WS-PL-HIT = 0
               ADD 1 TO WS-PL-COUNT
               MOVE WS-PL-COUNT TO WS-PL-HIT
               MOVE SPACES TO PERIOD-LOCK-REC
               MOVE WS-PERIOD TO PRL-PERIOD
               MOVE 0 TO PRL-REOPEN-DATE
           ELSE
               MOVE WS-PL-REC(WS-PL-HIT) TO PERIOD-LOCK-REC
           END-IF
           MOVE 'C'           TO PRL-STATUS
           MOVE WS-CLOSE-DATE TO PRL-CLOSE-DATE
           MOVE REQ-OPER      TO PRL-CLOSE-OPER
           MOVE PERIOD-LOCK-REC TO WS-PL-REC(WS-PL-HIT)
           SET LOCK-CHANGED TO TRUE
           MOVE SPACES TO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           STRING "PERIOD " REQ-PERIOD " CLOSED AND LOCKED ON "
               WS-CLOSE-DATE " BY " REQ-OPER
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE.

      * PRDTB.NEW = 原歷史檔剔除同月份記錄，本次試算依月份順序
      * 插入。
       6500-WRITE-TB-HISTORY.
           OPEN INPUT PRDTB-IN
           OPEN OUTPUT PRDTB-OUT
           PERFORM UNTIL PTB-EOF
               READ PRDTB-IN INTO PERIOD-TB-REC
                   AT END SET PTB-EOF TO TRUE
                   NOT AT END
                       IF PTB-PERIOD > WS-PERIOD
                           AND WS-PTB-WRITTEN = 0
                           PERFORM 6510-WRITE-TB-ROWS
                           MOVE PRDTB-IN-REC TO PERIOD-TB-REC
                       END-IF
                       IF PTB-PERIOD NOT = WS-PERIOD
                           WRITE PRDTB-OUT-REC FROM PERIOD-TB-REC
                           ADD 1 TO WS-PTB-COPIED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PTB-WRITTEN = 0
               PERFORM 6510-WRITE-TB-ROWS
           END-IF
           CLOSE PRDTB-IN PRDTB-OUT
           MOVE SPACES TO MCLS-RPT-LINE
           STRING "TRIAL BALANCE ROWS KEPT: " WS-PTB-WRITTEN
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE SPACES TO MCLS-RPT-LINE
           STRING "HISTORY ROWS CARRIED...: " WS-PTB-COPIED
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE.

       6510-WRITE-TB-ROWS.
           PERFORM VARYING WS-TBX FROM 1 BY 1 UNTIL WS-TBX > 7
               MOVE SPACES TO PERIOD-TB-REC
               MOVE WS-PERIOD             TO PTB-PERIOD
               MOVE WS-TBX                TO PTB-ROW
               MOVE WS-TB-LEDGER(WS-TBX)  TO PTB-LEDGER
               MOVE WS-TB-TYPE(WS-TBX)    TO PTB-TYPE
               MOVE WS-TB-ACCT(WS-TBX)    TO PTB-ACCT
               MOVE WS-TB-ITEMS(WS-TBX)   TO PTB-ITEMS
               MOVE WS-TB-CLOSING(WS-TBX) TO PTB-CLOSING
               MOVE WS-TB-POSTED(WS-TBX)  TO PTB-PERIOD-POST
               MOVE WS-TB-GL-CTL(WS-TBX)  TO PTB-GL-CONTROL
               MOVE WS-CLOSE-DATE         TO PTB-CLOSE-DATE
               MOVE '+' TO PTB-DIFF-SIGN
               MOVE 0   TO PTB-DIFF
               IF WS-TB-PROVE(WS-TBX) = 'Y'
                   SET PTB-TIED TO TRUE
                   IF WS-TB-POSTED(WS-TBX) < WS-TB-GL-CTL(WS-TBX)
                       MOVE '-' TO PTB-DIFF-SIGN
                       COMPUTE PTB-DIFF = WS-TB-GL-CTL(WS-TBX)
                                        - WS-TB-POSTED(WS-TBX)
                   ELSE
                       COMPUTE PTB-DIFF = WS-TB-POSTED(WS-TBX)
                                        - WS-TB-GL-CTL(WS-TBX)
                   END-IF
                   PERFORM VARYING WS-DFX FROM 1 BY 1
                           UNTIL WS-DFX > WS-DF-COUNT
                       IF WS-DF-ROW(WS-DFX) = WS-TBX
                           SET PTB-DIFFERENT TO TRUE
                       END-IF
                   END-PERFORM
                   IF PTB-DIFF NOT = 0
                       SET PTB-DIFFERENT TO TRUE
                   END-IF
               END-IF
               WRITE PRDTB-OUT-REC FROM PERIOD-TB-REC
               ADD 1 TO WS-PTB-WRITTEN
           END-PERFORM.

      * 重開:須為已關帳月份；申請人、授權人、原因均須填寫，授
      * 權人須異於申請人且具放行/覆核角色。
       7000-REOPEN-PERIOD.
           IF WS-PL-HIT = 0
               MOVE "PERIOD IS NOT CLOSED" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-REC(WS-PL-HIT) TO PERIOD-LOCK-REC
           IF NOT PRL-CLOSED
               MOVE "PERIOD IS NOT CLOSED" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF REQ-AUTH = SPACES OR REQ-REASON = SPACES
               MOVE "AUTHORISER AND REASON REQUIRED" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF REQ-AUTH = REQ-OPER
               MOVE "AUTHORISER MUST DIFFER FROM REQUESTER"
                   TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO AUT-ROLE
           MOVE REQ-AUTH TO AUT-OPER-ID
           MOVE WS-CLOSE-DATE TO AUT-CHECK-DATE
           MOVE "M0MCLSE" TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "AUTHORISER NOT AUTHORIZED (" AUT-REASON ")"
                   DELIMITED BY SIZE INTO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE
               EXIT PARAGRAPH
           END-IF
           MOVE 'R'           TO PRL-STATUS
           MOVE WS-CLOSE-DATE TO PRL-REOPEN-DATE
           MOVE REQ-OPER      TO PRL-REOPEN-OPER
           MOVE REQ-AUTH      TO PRL-REOPEN-AUTH
           MOVE REQ-REASON    TO PRL-REOPEN-REASON
           MOVE PERIOD-LOCK-REC TO WS-PL-REC(WS-PL-HIT)
           SET LOCK-CHANGED TO TRUE
           MOVE SPACES TO MCLS-RPT-LINE
           STRING "PERIOD " REQ-PERIOD " REOPENED ON " WS-CLOSE-DATE
               " REQUESTED BY " REQ-OPER " AUTHORISED BY " REQ-AUTH
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE SPACES TO MCLS-RPT-LINE
           STRING "REASON: " REQ-REASON
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE.

      * 登錄表全數寫回 PRDLOCK.DAT。
       8000-REWRITE-PERIOD-LOCKS.
           OPEN OUTPUT PRDLOCK-FILE
           PERFORM VARYING WS-PLX FROM 1 BY 1
                   UNTIL WS-PLX > WS-PL-COUNT
               MOVE WS-PL-REC(WS-PLX) TO PERIOD-LOCK-REC
               WRITE PERIOD-LOCK-REC
           END-PERFORM
           CLOSE PRDLOCK-FILE.

       9000-REFUSE.
           SET REQUEST-REFUSED TO TRUE
           MOVE SPACES TO MCLS-RPT-LINE
           STRING "REQUEST REFUSED - " WS-REFUSE-TEXT
               DELIMITED BY SIZE INTO MCLS-RPT-LINE
           WRITE MCLS-RPT-LINE
           MOVE 8 TO RETURN-CODE.

       9900-FINISH.
           CLOSE MCLS-RPT-FILE
           STOP RUN.
