      *       6311/2205、現金差額應收 1145/6311、現金替代 1146/
      *       2206、保證金 1147/2207。已取消(STATE≠空白)及取消/
      *       更正/沖正記錄(TRAN-CODE≠空白)不入帳。
      *       保證金傳票行之佐證以 M04 逐案應收保證金列示，與
      *       MARGIN.FD 合計不符者改以 MARGIN.FD 整筆列示(類別A)；
      *       發行人分潤傳票行以結算基金列示(類別S)。
      *       M04 部分受理('2')之案件，M01 現金申贖金額按受理基數
      *       /申請基數比例入帳；現金差額、現金替代金額係發行人
      *       按受理基數回覆，照列入帳。
      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *               控制檔日期不符即拒絕執行(防重跑重複入帳)
      *   2026-09-02  傳票檔末端併入退票更正後之重送傳票
      *               (GLRESUB.DAT，M0GLACK 產出)
      *   2026-10-08  併入發行人分潤月結算(M0ISRS)產出之同處理日
      *               應付分潤傳票(ISRSGL.DAT，借5112/貸2208)
      *   2026-10-10  產出傳票佐證明細檔 GLFDTL.DAT:每一傳票行逐筆
      *               列示所含來源案件(ETF-ID+BROKER-ID+TX-DATE+
      *               SEQNO)及金額，並滾存明細歷史檔 GLFDHIST 供
      *               M0GLDRL 查詢任一日傳票行；重送傳票併入 M0GLACK
      *               轉出之重送明細(GLRSDTL.DAT)；勾稽報表增列
      *               明細與傳票行逐行勾稽結果
      *   2026-10-15  M04 應變模式中(M0SYSCK 'Q')略過本站並排入待
      *               放行佇列，M04 到達回復後由排程重新起動
      *   2026-10-15  M04 部分受理回覆之現金差額/替代金額入帳，
      *               該案 M01 現金申贖金額改按受理基數比例入帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0GLFD.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RESUB-FILE ASSIGN TO "GLRESUB.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ISRS-FILE ASSIGN TO "ISRSGL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROOF-RPT-FILE ASSIGN TO "M0GLFD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DTL-WORK-FILE ASSIGN TO "M0GLFD.DWK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RSDTL-FILE ASSIGN TO "GLRSDTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GLDTL-FILE ASSIGN TO "GLFDTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DHIST-IN ASSIGN TO "GLFDHIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DHIST-OUT ASSIGN TO "GLFDHIST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-DT ASSIGN TO "M0GLFD.SDT".

       DATA DIVISION.
       FILE SECTION.
       FD  RESUB-FILE.
       01  RESUB-REC                PIC X(60).

       FD  ISRS-FILE.
       01  ISRS-REC.
           05  ISR-PROC-DATE        PIC 9(08).
           05  FILLER               PIC X(52).

       FD  PROOF-RPT-FILE.
       01  PROOF-RPT-LINE           PIC X(132).

       FD  DTL-WORK-FILE.
       01  DTL-WORK-REC             PIC X(120).

       FD  RSDTL-FILE.
       01  RSDTL-REC                PIC X(120).

       FD  GLDTL-FILE.
       01  GLDTL-REC                PIC X(120).

       FD  DHIST-IN.
       01  DHIST-IN-REC             PIC X(120).

       FD  DHIST-OUT.
       01  DHIST-OUT-REC            PIC X(120).

      * 排序鍵:傳票鍵值+串聯編號，再依明細類別+來源案件；傳票行
      * 標記記錄類別為空白，排在該行明細之前。
       SD  SORT-WORK-DT.
       01  SORT-DT-REC.
           05  SDT-LINE-KEY         PIC X(28).
           05  FILLER               PIC X(31).
           05  SDT-CASE-KEY         PIC X(22).
           05  FILLER               PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-BEST-DATE             PIC 9(08).
       01  WS-NTD-AMOUNT            PIC 9(18).

      * M04 部分受理案件表(現金申贖金額按受理基數比例入帳)。
       01  WS-PTL-TABLE.
           05  WS-PTL-COUNT         PIC 9(05) VALUE 0.
           05  WS-PTL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-PTX.
               10  WS-PT-ETF-ID     PIC X(06).
               10  WS-PT-BROKER-ID  PIC X(04).
               10  WS-PT-TX-DATE    PIC 9(08).
               10  WS-PT-SEQNO      PIC X(03).
               10  WS-PT-ACCEPTED   PIC 9(03).
       01  WS-PTL-SKIPPED           PIC 9(07) VALUE 0.

       01  WS-GLFEED-REC.
           05  GLF-PROC-DATE        PIC 9(08).
           05  GLF-ETF-ID           PIC X(06).
           05  GLF-DR-ACCT          PIC 9(04).
           05  GLF-CR-ACCT          PIC 9(04).
           05  GLF-AMOUNT           PIC 9(15).
           05  GLF-LINK-REF         PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE SPACES.

      * 彙總表:每一 ETF-ID+BROKER-ID 一筆，8個科目金額桶。
       01  WS-SUM-TABLE.
               10  WS-SM-DIF-RCV    PIC 9(15).
               10  WS-SM-LIEU       PIC 9(15).
               10  WS-SM-MARGIN     PIC 9(15).
               10  WS-SM-MGN-CASE   PIC 9(15).

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.
       01  WS-RESUB-COUNT           PIC 9(07) VALUE 0.
       01  WS-RSB-EOF               PIC X VALUE 'N'.
           88  RSB-EOF                    VALUE 'Y'.
       01  WS-ISR-EOF               PIC X VALUE 'N'.
           88  ISR-EOF                    VALUE 'Y'.
       01  WS-SRC-ISRS              PIC 9(15) VALUE 0.
       01  WS-FED-ISRS              PIC 9(15) VALUE 0.

       COPY m0sysck.

      * 傳票佐證明細。
       COPY glfdtl.

       01  WS-DWK-EOF               PIC X VALUE 'N'.
           88  DWK-EOF                    VALUE 'Y'.
       01  WS-RSD-EOF               PIC X VALUE 'N'.
           88  RSD-EOF                    VALUE 'Y'.
       01  WS-DHS-EOF               PIC X VALUE 'N'.
           88  DHS-EOF                    VALUE 'Y'.
       01  WS-SDT-EOF               PIC X VALUE 'N'.
           88  SDT-EOF                    VALUE 'Y'.

      * 明細排序後逐傳票行勾稽之現行傳票行。
       01  WS-CUR-LINE-KEY          PIC X(28) VALUE SPACES.
       01  WS-CUR-HAS-LINE          PIC X VALUE 'N'.
           88  CUR-HAS-LINE               VALUE 'Y'.
       01  WS-CUR-DR-ACCT           PIC 9(04).
       01  WS-CUR-CR-ACCT           PIC 9(04).
       01  WS-CUR-LINE-AMT          PIC 9(15) VALUE 0.
       01  WS-CUR-DTL-SUM           PIC 9(15) VALUE 0.
       01  WS-CUR-DTL-CNT           PIC 9(07) VALUE 0.

       01  WS-DTL-WRITTEN           PIC 9(07) VALUE 0.
       01  WS-LINE-TIED             PIC 9(07) VALUE 0.
       01  WS-LINE-UNTIED           PIC 9(07) VALUE 0.
       01  WS-DTL-ORPHAN            PIC 9(07) VALUE 0.
       01  WS-MGN-AGGREGATE         PIC 9(07) VALUE 0.

      * 未勾稽傳票行(列於勾稽報表，最多100筆)。
       01  WS-UNTIED-TABLE.
           05  WS-UT-COUNT          PIC 9(03) VALUE 0.
           05  WS-UT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-UTX.
               10  WS-UT-KEY        PIC X(28).
               10  WS-UT-LINE-AMT   PIC 9(15).
               10  WS-UT-DTL-SUM    PIC 9(15).

       01  WS-PROOF-LINE.
           05  WS-P-SOURCE          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.

           PERFORM 0300-CHECK-SYSTEM-DAY
           PERFORM 0500-LOAD-FX-TABLE
           PERFORM 0700-LOAD-PARTIAL-REPLIES
           OPEN OUTPUT DTL-WORK-FILE
           PERFORM 1000-ACCUMULATE-M01
           PERFORM 2000-ACCUMULATE-M04
           PERFORM 3000-ACCUMULATE-MARGIN
           PERFORM 4000-WRITE-FEED
           CLOSE DTL-WORK-FILE
           PERFORM 4500-WRITE-DETAIL
           PERFORM 5000-PRINT-PROOF
           STOP RUN.

               CLOSE PROOF-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Q' TO SCK-FUNC
           MOVE "M0GLFD" TO SCK-SOURCE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-REASON = "CQ"
               OPEN OUTPUT PROOF-RPT-FILE
               MOVE "*** CONTINGENCY MODE - M04 NOT RECEIVED ***"
                   TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
               MOVE SPACES TO PROOF-RPT-LINE
               STRING "GL FEED SKIPPED - QUEUED FOR RELEASE ON M04 "
                   "ARRIVAL (SYSTEM DATE " SCK-BUS-DATE ")"
                   DELIMITED BY SIZE INTO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
               CLOSE PROOF-RPT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      * 讀入每日匯率主檔(可無)。
               END-IF
           END-IF.

      * 讀入 M04 部分受理案件(表滿者不列入，該案現金申贖金額仍
      * 按申請基數入帳並列示件數於勾稽報表)。
       0700-LOAD-PARTIAL-REPLIES.
           OPEN INPUT M04-FILE
           PERFORM UNTIL M04-EOF
               READ M04-FILE
                   AT END SET M04-EOF TO TRUE
                   NOT AT END
                       IF RESULT-PARTIAL OF M04-REC
                           IF WS-PTL-COUNT < 5000
                               ADD 1 TO WS-PTL-COUNT
                               SET WS-PTX TO WS-PTL-COUNT
                               MOVE ETF-ID OF M04-REC
                                   TO WS-PT-ETF-ID(WS-PTX)
                               MOVE BROKER-ID OF M04-REC
                                   TO WS-PT-BROKER-ID(WS-PTX)
                               MOVE TX-DATE OF M04-REC
                                   TO WS-PT-TX-DATE(WS-PTX)
                               MOVE SEQNO OF M04-REC
                                   TO WS-PT-SEQNO(WS-PTX)
                               MOVE ACCEPTED-UNITS OF M04-REC
                                   TO WS-PT-ACCEPTED(WS-PTX)
                           ELSE
                               ADD 1 TO WS-PTL-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M04-FILE
           MOVE 'N' TO WS-M04-EOF.

      * 部分受理案件之現金申贖金額按受理基數/申請基數比例改算。
       0800-PRORATE-PARTIAL.
           IF WS-PTL-COUNT > 0 AND APPLICATION-UNITS > 0
               PERFORM VARYING WS-PTX FROM 1 BY 1
                       UNTIL WS-PTX > WS-PTL-COUNT
                   IF WS-PT-ETF-ID(WS-PTX) = ETF-ID OF M01
                           AND WS-PT-BROKER-ID(WS-PTX) =
                               BROKER-ID OF M01
                           AND WS-PT-TX-DATE(WS-PTX) = TX-DATE OF M01
                           AND WS-PT-SEQNO(WS-PTX) = SEQNO OF M01
                       COMPUTE WS-NTD-AMOUNT ROUNDED =
                           WS-NTD-AMOUNT * WS-PT-ACCEPTED(WS-PTX)
                           / APPLICATION-UNITS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       1000-ACCUMULATE-M01.
           OPEN INPUT M01-FILE
           PERFORM UNTIL M01-EOF
                   TO WS-SM-MGMT(WS-SX) WS-SRC-MGMT
               IF TX-CASH = 'Y'
                   PERFORM 0600-NTD-EQUIVALENT
                   PERFORM 0800-PRORATE-PARTIAL
               END-IF
               IF TX-CASH = 'Y' AND TX-KIND = '1'
                   ADD WS-NTD-AMOUNT TO WS-SM-CASH-CR(WS-SX)
                   ADD WS-NTD-AMOUNT TO WS-SM-CASH-RD(WS-SX)
                                        WS-SRC-CASH-RD
               END-IF
               PERFORM 1200-DETAIL-M01-AMOUNTS
           END-IF.

      * 逐案寫出各來源金額之佐證明細(金額為零者不寫)。
       1200-DETAIL-M01-AMOUNTS.
           MOVE SPACES TO GL-DETAIL-REC
           MOVE 'C' TO GLD-DTL-TYPE
           MOVE ETF-ID    OF M01 TO GLD-ETF-ID
           MOVE BROKER-ID OF M01 TO GLD-BROKER-ID
           MOVE TX-DATE   OF M01 TO GLD-TX-DATE
           MOVE SEQNO     OF M01 TO GLD-SEQNO
           MOVE "M01"  TO GLD-SRC-FILE
           MOVE "NTD"  TO GLD-CURRENCY
           IF APPLY-FEE OF M01 > 0
               MOVE "FEE " TO GLD-VCH-SOURCE
               MOVE APPLY-FEE OF M01 TO GLD-AMOUNT
               PERFORM 7000-WRITE-RAW-DETAIL
           END-IF
           IF MANAGEMENT-CHARGE OF M01 > 0
               MOVE "MGMT" TO GLD-VCH-SOURCE
               MOVE MANAGEMENT-CHARGE OF M01 TO GLD-AMOUNT
               PERFORM 7000-WRITE-RAW-DETAIL
           END-IF
           IF TX-CASH = 'Y' AND WS-NTD-AMOUNT > 0
                   AND (TX-KIND = '1' OR TX-KIND = '2')
               IF CURRENCY-CODE NOT = SPACES
                   MOVE CURRENCY-CODE TO GLD-CURRENCY
               END-IF
               IF TX-KIND = '1'
                   MOVE "CSCR" TO GLD-VCH-SOURCE
               ELSE
                   MOVE "CSRD" TO GLD-VCH-SOURCE
               END-IF
               MOVE WS-NTD-AMOUNT TO GLD-AMOUNT
               PERFORM 7000-WRITE-RAW-DETAIL
           END-IF.

       2000-ACCUMULATE-M04.
                   AT END SET M04-EOF TO TRUE
                   NOT AT END
                       IF RESULT OF M04-REC = '1'
                               OR RESULT OF M04-REC = '2'
                           PERFORM 2100-POST-M04-AMOUNTS
                       END-IF
                       IF MARGIN-AMOUNT OF M04-REC > 0
                           PERFORM 2200-DETAIL-M04-MARGIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M04-FILE.
               END-IF
               ADD CASH-LIEU-AMOUNT-9 OF M04-REC
                   TO WS-SM-LIEU(WS-SX) WS-SRC-LIEU
               PERFORM 2150-SET-M04-CASE
               IF CASH-DIF-AMOUNT-9 OF M04-REC > 0
                   IF CASH-DIF-AMOUNT-S OF M04-REC = '+'
                       MOVE "DIFP" TO GLD-VCH-SOURCE
                       MOVE CASH-DIF-AMOUNT-9 OF M04-REC TO GLD-AMOUNT
                       PERFORM 7000-WRITE-RAW-DETAIL
                   END-IF
                   IF CASH-DIF-AMOUNT-S OF M04-REC = '-'
                       MOVE "DIFR" TO GLD-VCH-SOURCE
                       MOVE CASH-DIF-AMOUNT-9 OF M04-REC TO GLD-AMOUNT
                       PERFORM 7000-WRITE-RAW-DETAIL
                   END-IF
               END-IF
               IF CASH-LIEU-AMOUNT-9 OF M04-REC > 0
                   MOVE "LIEU" TO GLD-VCH-SOURCE
                   MOVE CASH-LIEU-AMOUNT-9 OF M04-REC TO GLD-AMOUNT
                   PERFORM 7000-WRITE-RAW-DETAIL
               END-IF
           END-IF.

       2150-SET-M04-CASE.
           MOVE SPACES TO GL-DETAIL-REC
           MOVE 'C' TO GLD-DTL-TYPE
           MOVE ETF-ID    OF M04-REC TO GLD-ETF-ID
           MOVE BROKER-ID OF M04-REC TO GLD-BROKER-ID
           MOVE TX-DATE   OF M04-REC TO GLD-TX-DATE
           MOVE SEQNO     OF M04-REC TO GLD-SEQNO
           MOVE "M04"  TO GLD-SRC-FILE
           MOVE "NTD"  TO GLD-CURRENCY.

      * 保證金傳送檔(M04MGN)係彙總 M04 全部記錄之應收保證金，
      * 逐案明細亦不論受理結果寫出，並累計供與 MARGIN.FD 比對。
       2200-DETAIL-M04-MARGIN.
           MOVE ETF-ID    OF M04-REC TO WS-ARG-ETF-ID
           MOVE BROKER-ID OF M04-REC TO WS-ARG-BROKER-ID
           PERFORM 6000-FIND-OR-ADD-ENTRY
           IF NOT SUM-TABLE-FULL
               ADD MARGIN-AMOUNT OF M04-REC TO WS-SM-MGN-CASE(WS-SX)
               PERFORM 2150-SET-M04-CASE
               MOVE "MRGN" TO GLD-VCH-SOURCE
               MOVE MARGIN-AMOUNT OF M04-REC TO GLD-AMOUNT
               PERFORM 7000-WRITE-RAW-DETAIL
           END-IF.

       3000-ACCUMULATE-MARGIN.
               END-PERFORM
           END-IF
           PERFORM 4300-APPEND-RESUBMISSIONS
           PERFORM 4400-APPEND-REVENUE-SHARE
           CLOSE GLFEED-FILE.

       4300-APPEND-RESUBMISSIONS.
                   NOT AT END
                       WRITE GLFEED-REC FROM RESUB-REC
                       ADD 1 TO WS-RESUB-COUNT
                       MOVE RESUB-REC TO WS-GLFEED-REC
                       PERFORM 7100-WRITE-LINE-MARKER
               END-READ
           END-PERFORM
           CLOSE RESUB-FILE.

      * 發行人分潤傳票僅併入處理日相同者(月結當日)，避免次日
      * 重複入帳。
       4400-APPEND-REVENUE-SHARE.
           OPEN INPUT ISRS-FILE
           PERFORM UNTIL ISR-EOF
               READ ISRS-FILE
                   AT END SET ISR-EOF TO TRUE
                   NOT AT END
                       IF ISR-PROC-DATE = WS-PROC-DATE
                           MOVE ISRS-REC TO WS-GLFEED-REC
                           ADD GLF-AMOUNT TO WS-SRC-ISRS
                           WRITE GLFEED-REC FROM WS-GLFEED-REC
                           ADD 1 TO WS-FEED-COUNT
                           ADD GLF-AMOUNT TO WS-FED-ISRS
                                             WS-FED-DR-TOTAL
                                             WS-FED-CR-TOTAL
                           PERFORM 7100-WRITE-LINE-MARKER
                           PERFORM 4410-DETAIL-REVENUE-SHARE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISRS-FILE.

      * 分潤傳票行依結算基金列示(券商欄位為發行人代號)，案件
      * 明細見 M0ISRS 結算單。
       4410-DETAIL-REVENUE-SHARE.
           MOVE SPACES TO GL-DETAIL-REC
           MOVE 'S' TO GLD-DTL-TYPE
           MOVE GLF-SOURCE    TO GLD-VCH-SOURCE
           MOVE GLF-ETF-ID    TO GLD-ETF-ID
           MOVE GLF-BROKER-ID TO GLD-BROKER-ID
           MOVE 0             TO GLD-TX-DATE
           MOVE "NTD"         TO GLD-CURRENCY
           MOVE "ISRSGL"      TO GLD-SRC-FILE
           MOVE GLF-AMOUNT    TO GLD-AMOUNT
           MOVE GLF-ETF-ID    TO WS-ARG-ETF-ID
           MOVE GLF-BROKER-ID TO WS-ARG-BROKER-ID
           PERFORM 7000-WRITE-RAW-DETAIL.

       4100-WRITE-ENTRY-VOUCHERS.
           IF WS-SM-FEE(WS-SX) > 0
               MOVE "FEE " TO GLF-SOURCE
           WRITE GLFEED-REC FROM WS-GLFEED-REC
           ADD 1 TO WS-FEED-COUNT
           ADD GLF-AMOUNT TO WS-FED-DR-TOTAL
           ADD GLF-AMOUNT TO WS-FED-CR-TOTAL
           PERFORM 7100-WRITE-LINE-MARKER.

      * 傳票佐證明細:工作檔(各來源案件明細+傳票行標記)依傳票行
      * 排序後逐行勾稽明細合計與傳票金額，寫出本日明細檔
      * GLFDTL.DAT 並滾存歷史檔(GLFDHIST.NEW=原歷史檔剔除本日
      * 傳送日之記錄+本日明細，由排程取代)。
       4500-WRITE-DETAIL.
           OPEN OUTPUT GLDTL-FILE DHIST-OUT
           OPEN INPUT DHIST-IN
           PERFORM UNTIL DHS-EOF
               READ DHIST-IN INTO GL-DETAIL-REC
                   AT END SET DHS-EOF TO TRUE
                   NOT AT END
                       IF GLD-FEED-DATE NOT = WS-PROC-DATE
                           WRITE DHIST-OUT-REC FROM GL-DETAIL-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DHIST-IN
           SORT SORT-WORK-DT
               ON ASCENDING KEY SDT-LINE-KEY SDT-CASE-KEY
               INPUT PROCEDURE IS 4510-RELEASE-DETAIL
               OUTPUT PROCEDURE IS 4600-TIE-DETAIL
           CLOSE GLDTL-FILE DHIST-OUT.

      * 保證金逐案明細合計與 MARGIN.FD 不符之 ETF/券商，改以傳送
      * 檔金額整筆列示(類別A)。重送明細之傳送日改為本日。
       4510-RELEASE-DETAIL.
           OPEN INPUT DTL-WORK-FILE
           PERFORM UNTIL DWK-EOF
               READ DTL-WORK-FILE INTO GL-DETAIL-REC
                   AT END SET DWK-EOF TO TRUE
                   NOT AT END
                       PERFORM 4520-RELEASE-WORK-DETAIL
               END-READ
           END-PERFORM
           CLOSE DTL-WORK-FILE

           IF WS-SUM-COUNT > 0
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SUM-COUNT
                   IF WS-SM-MARGIN(WS-SX) > 0 AND
                      WS-SM-MGN-CASE(WS-SX) NOT = WS-SM-MARGIN(WS-SX)
                       PERFORM 4530-RELEASE-MARGIN-AGGREGATE
                   END-IF
               END-PERFORM
           END-IF

           OPEN INPUT RSDTL-FILE
           PERFORM UNTIL RSD-EOF
               READ RSDTL-FILE INTO GL-DETAIL-REC
                   AT END SET RSD-EOF TO TRUE
                   NOT AT END
                       MOVE WS-PROC-DATE TO GLD-FEED-DATE
                       RELEASE SORT-DT-REC FROM GL-DETAIL-REC
               END-READ
           END-PERFORM
           CLOSE RSDTL-FILE.

       4520-RELEASE-WORK-DETAIL.
           IF GLD-VCH-SOURCE = "MRGN" AND GLD-TYPE-CASE
               MOVE GLD-VCH-ETF-ID    TO WS-ARG-ETF-ID
               MOVE GLD-VCH-BROKER-ID TO WS-ARG-BROKER-ID
               PERFORM 6000-FIND-OR-ADD-ENTRY
               IF WS-SM-MGN-CASE(WS-SX) NOT = WS-SM-MARGIN(WS-SX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           RELEASE SORT-DT-REC FROM GL-DETAIL-REC.

       4530-RELEASE-MARGIN-AGGREGATE.
           MOVE SPACES TO GL-DETAIL-REC
           MOVE WS-PROC-DATE           TO GLD-VCH-DATE GLD-FEED-DATE
           MOVE WS-SM-ETF-ID(WS-SX)    TO GLD-VCH-ETF-ID GLD-ETF-ID
           MOVE WS-SM-BROKER-ID(WS-SX) TO GLD-VCH-BROKER-ID
                                          GLD-BROKER-ID
           MOVE "MRGN"                 TO GLD-VCH-SOURCE
           MOVE 0 TO GLD-DR-ACCT GLD-CR-ACCT GLD-LINE-AMOUNT
                     GLD-TX-DATE
           MOVE 'A'                    TO GLD-DTL-TYPE
           MOVE WS-SM-MARGIN(WS-SX)    TO GLD-AMOUNT
           MOVE "NTD"                  TO GLD-CURRENCY
           MOVE "MARGIN"               TO GLD-SRC-FILE
           ADD 1 TO WS-MGN-AGGREGATE
           RELEASE SORT-DT-REC FROM GL-DETAIL-REC.

       4600-TIE-DETAIL.
           PERFORM UNTIL SDT-EOF
               RETURN SORT-WORK-DT INTO GL-DETAIL-REC
                   AT END SET SDT-EOF TO TRUE
                   NOT AT END
                       PERFORM 4610-TIE-ONE-DETAIL
               END-RETURN
           END-PERFORM
           PERFORM 4620-CLOSE-LINE.

       4610-TIE-ONE-DETAIL.
           IF GL-DETAIL-REC(1:28) NOT = WS-CUR-LINE-KEY
               PERFORM 4620-CLOSE-LINE
               MOVE GL-DETAIL-REC(1:28) TO WS-CUR-LINE-KEY
               MOVE 'N' TO WS-CUR-HAS-LINE
               MOVE 0 TO WS-CUR-LINE-AMT WS-CUR-DTL-SUM WS-CUR-DTL-CNT
           END-IF
           IF GLD-DTL-TYPE = SPACE
               SET CUR-HAS-LINE TO TRUE
               MOVE GLD-DR-ACCT     TO WS-CUR-DR-ACCT
               MOVE GLD-CR-ACCT     TO WS-CUR-CR-ACCT
               MOVE GLD-LINE-AMOUNT TO WS-CUR-LINE-AMT
               EXIT PARAGRAPH
           END-IF
           IF NOT CUR-HAS-LINE
               ADD 1 TO WS-DTL-ORPHAN
               ADD GLD-AMOUNT TO WS-CUR-DTL-SUM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROC-DATE    TO GLD-FEED-DATE
           MOVE WS-CUR-DR-ACCT  TO GLD-DR-ACCT
           MOVE WS-CUR-CR-ACCT  TO GLD-CR-ACCT
           MOVE WS-CUR-LINE-AMT TO GLD-LINE-AMOUNT
           WRITE GLDTL-REC FROM GL-DETAIL-REC
           WRITE DHIST-OUT-REC FROM GL-DETAIL-REC
           ADD 1 TO WS-DTL-WRITTEN WS-CUR-DTL-CNT
           ADD GLD-AMOUNT TO WS-CUR-DTL-SUM.

      * 傳票行結束:明細合計須等於傳票金額；無傳票行之明細亦列為
      * 未勾稽。
       4620-CLOSE-LINE.
           IF WS-CUR-LINE-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CUR-HAS-LINE AND WS-CUR-DTL-CNT > 0
                   AND WS-CUR-DTL-SUM = WS-CUR-LINE-AMT
               ADD 1 TO WS-LINE-TIED
           ELSE
               ADD 1 TO WS-LINE-UNTIED
               IF WS-UT-COUNT < 100
                   ADD 1 TO WS-UT-COUNT
                   SET WS-UTX TO WS-UT-COUNT
                   MOVE WS-CUR-LINE-KEY TO WS-UT-KEY(WS-UTX)
                   MOVE WS-CUR-LINE-AMT TO WS-UT-LINE-AMT(WS-UTX)
                   MOVE WS-CUR-DTL-SUM  TO WS-UT-DTL-SUM(WS-UTX)
               END-IF
           END-IF
           MOVE SPACES TO WS-CUR-LINE-KEY.

       5000-PRINT-PROOF.
           OPEN OUTPUT PROOF-RPT-FILE
           MOVE WS-FED-MARGIN TO WS-P-FED-AMT
           COMPUTE WS-DIFF-AMT = WS-SRC-MARGIN - WS-FED-MARGIN
           PERFORM 5100-PRINT-PROOF-LINE
           MOVE "REV-SHARE " TO WS-P-SOURCE
           MOVE WS-SRC-ISRS TO WS-P-SRC-AMT
           MOVE WS-FED-ISRS TO WS-P-FED-AMT
           COMPUTE WS-DIFF-AMT = WS-SRC-ISRS - WS-FED-ISRS
           PERFORM 5100-PRINT-PROOF-LINE

           PERFORM 5200-PRINT-DETAIL-PROOF

           MOVE SPACES TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
               DELIMITED BY SIZE INTO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE SPACES TO PROOF-RPT-LINE
           STRING "PARTIAL REPLIES........: " WS-PTL-COUNT
               DELIMITED BY SIZE INTO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           IF WS-PTL-SKIPPED > 0
               MOVE SPACES TO PROOF-RPT-LINE
               STRING "PARTIAL TABLE FULL.....: " WS-PTL-SKIPPED
                   " CASES BOOKED AT APPLIED UNITS"
                   DELIMITED BY SIZE INTO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
           END-IF
           MOVE SPACES TO PROOF-RPT-LINE
           IF PROOF-BALANCED AND WS-FED-DR-TOTAL = WS-FED-CR-TOTAL
               MOVE "PROOF RESULT...........: BALANCED"
                   TO PROOF-RPT-LINE
           MOVE WS-PROOF-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE.

      * 佐證明細逐傳票行勾稽結果。
       5200-PRINT-DETAIL-PROOF.
           MOVE SPACES TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           STRING "DETAIL RECORDS WRITTEN.: " WS-DTL-WRITTEN
               DELIMITED BY SIZE INTO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           STRING "LINES TIED TO DETAIL...: " WS-LINE-TIED
               DELIMITED BY SIZE INTO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           STRING "LINES NOT TIED.........: " WS-LINE-UNTIED
               DELIMITED BY SIZE INTO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           STRING "DETAIL WITHOUT LINE....: " WS-DTL-ORPHAN
               DELIMITED BY SIZE INTO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           STRING "MARGIN LINES AGGREGATE.: " WS-MGN-AGGREGATE
               DELIMITED BY SIZE INTO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           IF WS-UT-COUNT > 0
               PERFORM VARYING WS-UTX FROM 1 BY 1
                       UNTIL WS-UTX > WS-UT-COUNT
                   MOVE SPACES TO PROOF-RPT-LINE
                   STRING "  NOT TIED " WS-UT-KEY(WS-UTX)
                       " LINE " WS-UT-LINE-AMT(WS-UTX)
                       " DETAIL " WS-UT-DTL-SUM(WS-UTX)
                       DELIMITED BY SIZE INTO PROOF-RPT-LINE
                   WRITE PROOF-RPT-LINE
               END-PERFORM
           END-IF
           IF WS-LINE-UNTIED > 0 OR WS-DTL-ORPHAN > 0
               MOVE 'N' TO WS-PROOF-SW
           END-IF.

      * 於彙總表中依 ETF-ID+BROKER-ID 線性搜尋，無則新增一筆。
       6000-FIND-OR-ADD-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
                             WS-SM-CASH-CR(WS-SX) WS-SM-CASH-RD(WS-SX)
                             WS-SM-DIF-PAY(WS-SX) WS-SM-DIF-RCV(WS-SX)
                             WS-SM-LIEU(WS-SX) WS-SM-MARGIN(WS-SX)
                             WS-SM-MGN-CASE(WS-SX)
               ELSE
                   SET SUM-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      * 寫出來源案件明細至工作檔(傳票鍵值取處理日+案件 ETF/券商，
      * 分潤明細取傳票之 ETF/發行人)。
       7000-WRITE-RAW-DETAIL.
           MOVE WS-PROC-DATE  TO GLD-VCH-DATE GLD-FEED-DATE
           IF GLD-TYPE-SETTLEMENT
               MOVE WS-ARG-ETF-ID    TO GLD-VCH-ETF-ID
               MOVE WS-ARG-BROKER-ID TO GLD-VCH-BROKER-ID
           ELSE
               MOVE GLD-ETF-ID    TO GLD-VCH-ETF-ID
               MOVE GLD-BROKER-ID TO GLD-VCH-BROKER-ID
           END-IF
           MOVE SPACES TO GLD-LINK-REF
           MOVE 0 TO GLD-DR-ACCT GLD-CR-ACCT GLD-LINE-AMOUNT
           WRITE DTL-WORK-REC FROM GL-DETAIL-REC.

      * 寫出傳票行標記(類別空白)至工作檔，排序後置於該行明細前。
       7100-WRITE-LINE-MARKER.
           MOVE SPACES TO GL-DETAIL-REC
           MOVE WS-GLFEED-REC(1:22) TO GLD-VCH-KEY
           MOVE GLF-LINK-REF  TO GLD-LINK-REF
           MOVE WS-PROC-DATE  TO GLD-FEED-DATE
           MOVE GLF-DR-ACCT   TO GLD-DR-ACCT
           MOVE GLF-CR-ACCT   TO GLD-CR-ACCT
           MOVE GLF-AMOUNT    TO GLD-LINE-AMOUNT
           MOVE 0             TO GLD-TX-DATE GLD-AMOUNT
           WRITE DTL-WORK-REC FROM GL-DETAIL-REC.
