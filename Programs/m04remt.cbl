      *   2026-09-02  明細增列起息日:批次基準日+1營業日，非NTD
      *               明細依本地曆與該幣別市場曆(MKTHOL.DAT)交集
      *               計算(M0DTSVC 'X')
      *   2026-10-06  載入制裁名單審閱佇列(SANREVQ.DAT，M0SANS
      *               產出)，案件尚有未排除之疑似命中者(含確認命中
      *               )暫停匯款，退匯重付亦同
      *   2026-10-14  付款檔結檔後經 M0PAYHD 登錄付款批次放行登記簿
      *               (PAYREL.DAT)扣留，須經 M0PAYRL 兩人核可/放行
      *               始得由 M0XMANG 造冊送出
      *   2026-10-15  基金合併畸零款匯款供檔(MRGPAY.DAT，M0MERGE 核可
      *               產出)併入本批次銀行匯款指示檔
      *   2026-10-15  M04 應變模式中(M0SYSCK 'Q')略過本站並排入待
      *               放行佇列，M04 到達回復後由排程重新起動
      *   2026-10-15  M04 部分受理(處理結果 2)案件一併匯款，M01 現金
      *               買回金額按受理基數/申請基數比例改算(M04 金額
      *               已屬受理部分，不再改算)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M04REMT.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REPAYFD-FILE ASSIGN TO "REPAYFD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MRGPAY-FILE ASSIGN TO "MRGPAY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SANREVQ-FILE ASSIGN TO "SANREVQ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-BK ASSIGN TO "M04REMT.SBK".
           SELECT M01-SORTED ASSIGN TO "M01SRT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           05  RPF-AMOUNT           PIC 9(18).
           05  FILLER               PIC X(06).

      * 基金合併畸零款(版面同 REPAYFD.DAT)。
       FD  MRGPAY-FILE.
       01  MRGPAY-REC.
           05  MPY-ETF-ID           PIC X(06).
           05  MPY-TX-DATE          PIC 9(08).
           05  MPY-SEQNO            PIC X(03).
           05  MPY-BANK-ID          PIC 9(03).
           05  MPY-RM-ACNT          PIC X(16).
           05  MPY-RM-ACNT-NAME     PIC X(60).
           05  MPY-RM-ACNT-ID       PIC X(10).
           05  MPY-AMOUNT           PIC 9(18).
           05  FILLER               PIC X(06).

       FD  SANREVQ-FILE.
       COPY sanrevq.

       SD  SORT-WORK-BK.
       01  SBK-REC.
           05  SBK-BANK-ID          PIC 9(03).
           05  M4S-MARGIN           PIC 9(09).
           05  M4S-LIEU-S           PIC X(01).
           05  M4S-LIEU-9           PIC 9(09).
           05  FILLER               PIC X(105).
           05  M4S-ACCEPTED-UNITS   PIC 9(03).
           05  FILLER               PIC X(31).

       FD  RMIT-FILE.
       01  RMIT-REC                 PIC X(150).
           05  WS-CS-ETF-ID         PIC X(06).
           05  WS-CS-TX-DATE        PIC 9(08).
           05  WS-CS-SEQNO          PIC X(03).
      * 制裁名單疑似命中未排除之案件(暫停匯款)。
       01  WS-SRQ-EOF               PIC X VALUE 'N'.
           88  SRQ-EOF                    VALUE 'Y'.
       01  WS-SAN-TABLE.
           05  WS-SAN-COUNT         PIC 9(05) VALUE 0.
           05  WS-SAN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SNX.
               10  WS-SN-KEY.
                   15  WS-SN-ETF-ID  PIC X(06).
                   15  WS-SN-TX-DATE PIC 9(08).
                   15  WS-SN-SEQNO   PIC X(03).
       01  WS-SAN-HELD-SW           PIC X VALUE 'N'.
           88  SANCTION-HELD              VALUE 'Y'.
       01  WS-SAN-HELD-COUNT        PIC 9(07) VALUE 0.
       01  WS-RPF-EOF               PIC X VALUE 'N'.
           88  RPF-EOF                    VALUE 'Y'.
       01  WS-REPAY-COUNT           PIC 9(07) VALUE 0.
       01  WS-MPY-EOF               PIC X VALUE 'N'.
           88  MPY-EOF                    VALUE 'Y'.
       01  WS-MRGPAY-COUNT          PIC 9(07) VALUE 0.

       01  WS-FX-EOF                PIC X VALUE 'N'.
           88  FX-EOF                     VALUE 'Y'.
       01  WS-PROC-DATE             PIC 9(08) VALUE 0.

       COPY m0dtsvc.
       COPY m0payhd.
       COPY m0sysck.
       01  WS-REMIT-AMOUNT          PIC 9(18).

       01  WS-CUR-BANK-ID           PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0200-CHECK-CONTINGENCY-QUEUE
           PERFORM 1000-LOAD-BANK-TABLE
           PERFORM 1100-LOAD-HOLD-TABLE
           PERFORM 1200-LOAD-FX-TABLE
           PERFORM 1250-LOAD-WHT-TABLE
           PERFORM 1270-LOAD-SANCTION-HOLDS

           OPEN OUTPUT REMT-RPT-FILE
           MOVE WS-HDR-1 TO REMT-RPT-LINE
               DELIMITED BY SIZE INTO REMT-RPT-LINE
           WRITE REMT-RPT-LINE
           MOVE SPACES TO REMT-RPT-LINE
           STRING "PAYOUTS HELD (SANCTION): " WS-SAN-HELD-COUNT
               DELIMITED BY SIZE INTO REMT-RPT-LINE
           WRITE REMT-RPT-LINE
           MOVE SPACES TO REMT-RPT-LINE
           STRING "TAX DEDUCTIONS APPLIED.: " WS-WHT-DEDUCTED
               DELIMITED BY SIZE INTO REMT-RPT-LINE
           WRITE REMT-RPT-LINE
           STRING "RE-PAYMENTS INCLUDED...: " WS-REPAY-COUNT
               DELIMITED BY SIZE INTO REMT-RPT-LINE
           WRITE REMT-RPT-LINE
           MOVE SPACES TO REMT-RPT-LINE
           STRING "MERGER FRACTIONS INCL..: " WS-MRGPAY-COUNT
               DELIMITED BY SIZE INTO REMT-RPT-LINE
           WRITE REMT-RPT-LINE

           CLOSE REMT-RPT-FILE
           STOP RUN.

      * M04 應變模式中略過本站並排入待放行佇列(RETURN-CODE=4)。
       0200-CHECK-CONTINGENCY-QUEUE.
           MOVE 'Q' TO SCK-FUNC
           MOVE 0 TO SCK-CHECK-DATE
           MOVE "M04REMT" TO SCK-SOURCE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-REASON = "CQ"
               OPEN OUTPUT REMT-RPT-FILE
               MOVE "*** CONTINGENCY MODE - M04 NOT RECEIVED ***"
                   TO REMT-RPT-LINE
               WRITE REMT-RPT-LINE
               MOVE SPACES TO REMT-RPT-LINE
               STRING "REMITTANCE SKIPPED - QUEUED FOR RELEASE ON "
                   "M04 ARRIVAL (SYSTEM DATE " SCK-BUS-DATE ")"
                   DELIMITED BY SIZE INTO REMT-RPT-LINE
               WRITE REMT-RPT-LINE
               CLOSE REMT-RPT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      * 讀入銀行代號對照主檔，假設已依代號遞增排序，供 SEARCH ALL
      * 使用；未使用之表格項目先填HIGH-VALUES。
       1000-LOAD-BANK-TABLE.
           END-PERFORM
           CLOSE WHTHOLD-FILE.

      * 讀入制裁名單審閱佇列(可無)，未排除('C'以外)項目之案件
      * 列入暫停匯款表。
       1270-LOAD-SANCTION-HOLDS.
           OPEN INPUT SANREVQ-FILE
           PERFORM UNTIL SRQ-EOF
               READ SANREVQ-FILE
                   AT END SET SRQ-EOF TO TRUE
                   NOT AT END
                       IF NOT SRQ-CLEARED AND WS-SAN-COUNT < 2000
                           ADD 1 TO WS-SAN-COUNT
                           SET WS-SNX TO WS-SAN-COUNT
                           MOVE SRQ-ETF-ID  TO WS-SN-ETF-ID(WS-SNX)
                           MOVE SRQ-TX-DATE TO WS-SN-TX-DATE(WS-SNX)
                           MOVE SRQ-SEQNO   TO WS-SN-SEQNO(WS-SNX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANREVQ-FILE.

      * 本案(WS-CASE-KEY)在制裁暫停匯款表上者註記暫停。
       1280-CHECK-SANCTION-HOLD.
           MOVE 'N' TO WS-SAN-HELD-SW
           PERFORM VARYING WS-SNX FROM 1 BY 1
                   UNTIL WS-SNX > WS-SAN-COUNT
               IF WS-SN-KEY(WS-SNX) = WS-CASE-KEY
                   SET SANCTION-HELD TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 自匯款金額扣抵本案扣繳稅額(以零為下限)。
       1350-DEDUCT-WITHHOLDING.
           MOVE M1S-ETF-ID  TO WS-CS-ETF-ID
               END-EVALUATE
           END-PERFORM
           CLOSE M01-SORTED M04-SORTED
           PERFORM 2500-RELEASE-REPAYMENTS
           PERFORM 2550-RELEASE-MERGER-FRACTIONS.

      * 退匯更正後之重付案件併入本批次(金額為原退匯金額，NTD)。
       2500-RELEASE-REPAYMENTS.
               READ REPAYFD-FILE
                   AT END SET RPF-EOF TO TRUE
                   NOT AT END
                       MOVE RPF-ETF-ID  TO WS-CS-ETF-ID
                       MOVE RPF-TX-DATE TO WS-CS-TX-DATE
                       MOVE RPF-SEQNO   TO WS-CS-SEQNO
                       PERFORM 1280-CHECK-SANCTION-HOLD
                       IF SANCTION-HELD
                           ADD 1 TO WS-SAN-HELD-COUNT
                       END-IF
                       IF RPF-AMOUNT > 0 AND NOT SANCTION-HELD
                           MOVE RPF-BANK-ID      TO SBK-BANK-ID
                           MOVE RPF-ETF-ID       TO SBK-ETF-ID
                           MOVE RPF-TX-DATE      TO SBK-TX-DATE
           END-PERFORM
           CLOSE REPAYFD-FILE.

      * 基金合併畸零款併入本批次(NTD)。
       2550-RELEASE-MERGER-FRACTIONS.
           OPEN INPUT MRGPAY-FILE
           PERFORM UNTIL MPY-EOF
               READ MRGPAY-FILE
                   AT END SET MPY-EOF TO TRUE
                   NOT AT END
                       MOVE MPY-ETF-ID  TO WS-CS-ETF-ID
                       MOVE MPY-TX-DATE TO WS-CS-TX-DATE
                       MOVE MPY-SEQNO   TO WS-CS-SEQNO
                       PERFORM 1280-CHECK-SANCTION-HOLD
                       IF SANCTION-HELD
                           ADD 1 TO WS-SAN-HELD-COUNT
                       END-IF
                       IF MPY-AMOUNT > 0 AND NOT SANCTION-HELD
                           MOVE MPY-BANK-ID      TO SBK-BANK-ID
                           MOVE MPY-ETF-ID       TO SBK-ETF-ID
                           MOVE MPY-TX-DATE      TO SBK-TX-DATE
                           MOVE MPY-SEQNO        TO SBK-SEQNO
                           MOVE MPY-RM-ACNT      TO SBK-RM-ACNT
                           MOVE MPY-RM-ACNT-NAME
                               TO SBK-RM-ACNT-NAME
                           MOVE MPY-RM-ACNT-ID   TO SBK-RM-ACNT-ID
                           MOVE MPY-AMOUNT       TO SBK-AMOUNT
                           MOVE SPACES           TO SBK-CURRENCY
                           MOVE MPY-AMOUNT       TO SBK-NTD-AMOUNT
                           RELEASE SBK-REC
                           ADD 1 TO WS-MRGPAY-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRGPAY-FILE.

       2100-READ-M01-SORTED.
           READ M01-SORTED
               AT END SET S01-EOF TO TRUE
                   MOVE M4S-SEQNO     TO WS-K4-SEQNO
           END-READ.

      * 部分受理(2)案件之 M01 現金買回金額按受理基數/申請基數比例
      * 改算；M04 現金替代/差額由發行人依受理部分回覆，照列。
       2300-RELEASE-IF-PAYABLE.
           IF (M4S-RESULT = '1' OR '2') AND M1S-TX-KIND = '2'
                   AND M1S-TRAN-CODE = SPACE
                   AND M1S-STATE = SPACE
                   AND M1S-BANK-ID > 0
               MOVE 0 TO WS-REMIT-AMOUNT
               IF M1S-TX-CASH = 'Y'
                   IF M4S-RESULT = '2' AND M1S-UNITS > 0
                       COMPUTE WS-REMIT-AMOUNT ROUNDED =
                           M1S-AMOUNT * M4S-ACCEPTED-UNITS / M1S-UNITS
                   ELSE
                       ADD M1S-AMOUNT TO WS-REMIT-AMOUNT
                   END-IF
               END-IF
               ADD M4S-LIEU-9 TO WS-REMIT-AMOUNT
               IF M4S-DIF-S = '+'
               IF PAYOUT-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               MOVE M1S-ETF-ID  TO WS-CS-ETF-ID
               MOVE M1S-TX-DATE TO WS-CS-TX-DATE
               MOVE M1S-SEQNO   TO WS-CS-SEQNO
               PERFORM 1280-CHECK-SANCTION-HOLD
               IF SANCTION-HELD
                   ADD 1 TO WS-SAN-HELD-COUNT
               END-IF
               IF WS-REMIT-AMOUNT > 0 AND NOT PAYOUT-HELD
                       AND NOT SANCTION-HELD
                   MOVE M1S-BANK-ID      TO SBK-BANK-ID
                   MOVE M1S-ETF-ID       TO SBK-ETF-ID
                   MOVE M1S-TX-DATE      TO SBK-TX-DATE
               END-PERFORM
           END-IF
           CLOSE RMIT-FILE
           PERFORM 3350-HOLD-BANK-FILE
           MOVE 'N' TO WS-BANK-OPEN-SW
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CUR-BANK-ID  TO WS-D-BANK-ID
           MOVE WS-DETAIL-LINE TO REMT-RPT-LINE
           WRITE REMT-RPT-LINE.

      * 結檔之匯款指示檔登錄放行登記簿扣留(待兩人核可/放行)。
       3350-HOLD-BANK-FILE.
           MOVE SPACES TO PHD-PARM
           MOVE 'H'             TO PHD-FUNC
           MOVE WS-RMIT-NAME    TO PHD-FILE-NAME
           MOVE WS-PROC-DATE    TO PHD-BUS-DATE
           MOVE 'F'             TO PHD-RECFM
           MOVE 150             TO PHD-RECLEN
           MOVE "M04REMT"       TO PHD-SOURCE
           MOVE WS-BK-DTL-COUNT TO PHD-DTL-COUNT
           MOVE WS-BK-AMT-TOTAL TO PHD-AMOUNT-TOTAL
           CALL "M0PAYHD" USING PHD-PARM.

       3400-FIND-BANK-NAME.
           MOVE "(BANK NOT ON BANKCD MASTER)" TO WS-BANK-NAME
           SET WS-BKX TO 1
