      * M0PUBST - 每日申購/買回統計公開揭露檔
      * 交易所網站每日須公告各 ETF 當日申購單位數、買回單位數、
      * 淨增減及流通在外單位數，過去由作業人員自 M01DSUM 與
      * M0UNITL 報表人工摘錄，常有延誤及前後不一。本程式於日終
      * 執行，由控制檔 M0PUBST.CTL(資料日(8)+時間(4)+回執天數(3))
      * 控制:
      *   1. 發行人回覆(M04)成功或部分受理之案件與 M01 配對取得
      *      交易種類
      *      (讀排序服務站台 M0SRTX 之共用排序萃取檔)，依基金
      *      彙總當日申購/買回單位數(ETF-SHR 三欄位合計，與
      *      M0UNITL 滾存分類帳同一口徑)。
      *   2. 流通在外單位數取自單位數分類帳 ETFUNIT.DAT，基金
      *      名稱取自基金主檔；不含任何券商或申請人明細。
      *   3. 月累計/年累計以統計累計檔 PUBSTAT.DAT(每基金一筆)
      *      滾存；換月/換年歸零，同一資料日重跑時先沖回前次當日
      *      數再加計，不致重複累計。
      *   4. 產出定長揭露檔 ETFPUB.DAT(150位，表頭/明細/表尾)
      *      及逗號分隔揭露檔 ETFPUB.CSV，兩檔均附掛至
      *      M0XMANG.CTL 由對外傳輸清單作業(M0XMANG 'M')造冊送
      *      網站維運單位並追蹤回執；控制合計列示於 M0PUBST.RPT。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
      *   2026-10-15  部分受理(RESULT '2')案件依受理基數之分配一併
      *               統計(同 M0UNITL)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0PUBST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0PUBST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNITL-FILE ASSIGN TO "ETFUNIT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M01-SORTED ASSIGN TO "M01SRT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M04-SORTED ASSIGN TO "M04SRT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PSTAT-IN ASSIGN TO "PUBSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PSTAT-OUT ASSIGN TO "PUBSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PUB-FIX-FILE ASSIGN TO "ETFPUB.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PUB-CSV-FILE ASSIGN TO "ETFPUB.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XMG-CTL-FILE ASSIGN TO "M0XMANG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PUB-RPT-FILE ASSIGN TO "M0PUBST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-NOW-TIME         PIC 9(04).
           05  CTL-ACK-DAYS         PIC 9(03).

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  UNITL-FILE.
       01  UNITL-REC.
           05  ULI-ETF-ID           PIC X(06).
           05  ULI-UNITS            PIC 9(15).
           05  FILLER               PIC X(09).

       FD  M01-SORTED.
       COPY m01.

       FD  M04-SORTED.
       COPY m04.

      * 統計累計檔(每基金一筆)。
       FD  PSTAT-IN.
       01  PSTAT-IN-REC             PIC X(100).

       FD  PSTAT-OUT.
       01  PUB-STAT-REC.
           05  PST-ETF-ID           PIC X(06).  *> ETF代號
           05  PST-LAST-DATE        PIC 9(08).  *> 末次統計資料日
           05  PST-DAY-CRE          PIC 9(12).  *> 末次資料日申購數
           05  PST-DAY-RED          PIC 9(12).  *> 末次資料日買回數
           05  PST-MTD-CRE          PIC 9(12).  *> 月累計申購
           05  PST-MTD-RED          PIC 9(12).  *> 月累計買回
           05  PST-YTD-CRE          PIC 9(12).  *> 年累計申購
           05  PST-YTD-RED          PIC 9(12).  *> 年累計買回
           05  FILLER               PIC X(14).

       FD  PUB-FIX-FILE.
       01  PUB-FIX-REC              PIC X(150).

       FD  PUB-CSV-FILE.
       01  PUB-CSV-LINE             PIC X(200).

       FD  XMG-CTL-FILE.
       01  XMG-CTL-LINE.
           05  XMG-FILE-NAME        PIC X(12).
           05  XMG-BUS-DATE         PIC 9(08).
           05  XMG-ACK-DUE          PIC 9(08).
           05  XMG-FORMAT           PIC X(01).
           05  XMG-RECLEN           PIC 9(04).

       FD  PUB-RPT-FILE.
       01  PUB-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.
       01  WS-UNL-EOF               PIC X VALUE 'N'.
           88  UNL-EOF                    VALUE 'Y'.
       01  WS-S01-EOF               PIC X VALUE 'N'.
           88  S01-EOF                    VALUE 'Y'.
       01  WS-S04-EOF               PIC X VALUE 'N'.
           88  S04-EOF                    VALUE 'Y'.
       01  WS-PST-EOF               PIC X VALUE 'N'.
           88  PST-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-PROC-DATE-X REDEFINES WS-PROC-DATE.
           05  WS-PROC-YYYY         PIC 9(04).
           05  WS-PROC-MM           PIC 9(02).
           05  WS-PROC-DD           PIC 9(02).
       01  WS-LAST-DATE             PIC 9(08).
       01  WS-LAST-DATE-X REDEFINES WS-LAST-DATE.
           05  WS-LAST-YYYY         PIC 9(04).
           05  WS-LAST-MM           PIC 9(02).
           05  WS-LAST-DD           PIC 9(02).
       01  WS-ACK-DAYS              PIC 9(03).
       01  WS-ACK-DUE               PIC 9(08).

       COPY m0dtsvc.

      * 基金統計表(主檔全部基金，依主檔順序揭露)。
       01  WS-FUND-TABLE.
           05  WS-FUND-COUNT        PIC 9(03) VALUE 0.
           05  WS-FUND-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-FDX.
               10  WS-FD-ETF-ID     PIC X(06).
               10  WS-FD-NAME       PIC X(30).
               10  WS-FD-DAY-CRE    PIC 9(12).
               10  WS-FD-DAY-RED    PIC 9(12).
               10  WS-FD-OUTSTAND   PIC 9(15).
               10  WS-FD-MTD-CRE    PIC 9(12).
               10  WS-FD-MTD-RED    PIC 9(12).
               10  WS-FD-YTD-CRE    PIC 9(12).
               10  WS-FD-YTD-RED    PIC 9(12).
       01  WS-FUND-SKIPPED          PIC 9(05) VALUE 0.

      * 前次累計表(PUBSTAT.DAT 載入)。
       01  WS-PST-TABLE.
           05  WS-PST-COUNT         PIC 9(03) VALUE 0.
           05  WS-PST-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PSX.
               10  WS-PS-REC        PIC X(100).

       01  WS-M01-KEY.
           05  WS-K1-ETF-ID         PIC X(06).
           05  WS-K1-BROKER-ID      PIC X(04).
           05  WS-K1-TX-DATE        PIC 9(08).
           05  WS-K1-SEQNO          PIC X(03).
       01  WS-M04-KEY.
           05  WS-K4-ETF-ID         PIC X(06).
           05  WS-K4-BROKER-ID      PIC X(04).
           05  WS-K4-TX-DATE        PIC 9(08).
           05  WS-K4-SEQNO          PIC X(03).

       01  WS-IX                    PIC 9(01).
       01  WS-SHR-TOTAL             PIC 9(18).
       01  WS-ARG-ETF-ID            PIC X(06).
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  FUND-FOUND                 VALUE 'Y'.

       01  WS-NET-CHANGE            PIC 9(15).
       01  WS-NET-SIGN              PIC X(01).

       01  WS-REPLIES-POSTED        PIC 9(07) VALUE 0.
       01  WS-REPLIES-NOFUND        PIC 9(07) VALUE 0.
       01  WS-T-DAY-CRE             PIC 9(15) VALUE 0.
       01  WS-T-DAY-RED             PIC 9(15) VALUE 0.
       01  WS-T-OUTSTAND            PIC 9(18) VALUE 0.

      * 定長揭露檔版面(150位)。
       01  WS-PUB-HEADER.
           05  WS-PH-REC-TYPE       PIC X(01) VALUE 'H'.
           05  WS-PH-BUS-DATE       PIC 9(08).
           05  WS-PH-TITLE          PIC X(40) VALUE
               "ETF CREATION/REDEMPTION DAILY STATISTICS".
           05  FILLER               PIC X(101) VALUE SPACES.

       01  WS-PUB-DETAIL.
           05  WS-PD-REC-TYPE       PIC X(01) VALUE 'D'.
           05  WS-PD-BUS-DATE       PIC 9(08).
           05  WS-PD-ETF-ID         PIC X(06).
           05  WS-PD-NAME           PIC X(30).
           05  WS-PD-DAY-CRE        PIC 9(12).
           05  WS-PD-DAY-RED        PIC 9(12).
           05  WS-PD-NET-SIGN       PIC X(01).
           05  WS-PD-NET-CHANGE     PIC 9(12).
           05  WS-PD-OUTSTAND       PIC 9(15).
           05  WS-PD-MTD-CRE        PIC 9(12).
           05  WS-PD-MTD-RED        PIC 9(12).
           05  WS-PD-YTD-CRE        PIC 9(12).
           05  WS-PD-YTD-RED        PIC 9(12).
           05  FILLER               PIC X(05) VALUE SPACES.

       01  WS-PUB-TRAILER.
           05  WS-PT-REC-TYPE       PIC X(01) VALUE 'T'.
           05  WS-PT-BUS-DATE       PIC 9(08).
           05  WS-PT-FUND-COUNT     PIC 9(05).
           05  WS-PT-DAY-CRE        PIC 9(15).
           05  WS-PT-DAY-RED        PIC 9(15).
           05  WS-PT-OUTSTAND       PIC 9(18).
           05  FILLER               PIC X(88) VALUE SPACES.

      * CSV 數值欄位(前導零去除)。
       01  WS-CSV-NUM               PIC Z(14)9.
       01  WS-CSV-FIELDS.
           05  WS-CV-DAY-CRE        PIC X(15).
           05  WS-CV-DAY-RED        PIC X(15).
           05  WS-CV-NET            PIC X(16).
           05  WS-CV-OUTSTAND       PIC X(15).
           05  WS-CV-MTD-CRE        PIC X(15).
           05  WS-CV-MTD-RED        PIC X(15).
           05  WS-CV-YTD-CRE        PIC X(15).
           05  WS-CV-YTD-RED        PIC X(15).
       01  WS-CSV-NAME              PIC X(30).
       01  WS-TRIM-IN               PIC X(15).
       01  WS-TRIM-OUT              PIC X(15).
       01  WS-TX                    PIC 9(02).
       01  WS-NX                    PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE CTL-NOW-TIME
                               CTL-ACK-DAYS
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           IF CTL-ACK-DAYS IS NUMERIC
               MOVE CTL-ACK-DAYS TO WS-ACK-DAYS
           ELSE
               MOVE 0 TO WS-ACK-DAYS
           END-IF
           CLOSE CTL-FILE
           IF WS-ACK-DAYS = 0
               MOVE 1 TO WS-ACK-DAYS
           END-IF

           OPEN OUTPUT PUB-RPT-FILE
           MOVE "DAILY PUBLIC CREATION/REDEMPTION STATISTICS"
               TO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           IF WS-PROC-DATE = 0
               MOVE "CONTROL FILE MISSING OR NO DATA DATE - NOT RUN"
                   TO PUB-RPT-LINE
               WRITE PUB-RPT-LINE
               CLOSE PUB-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'A' TO DTS-FUNC
           MOVE WS-PROC-DATE TO DTS-DATE-1
           MOVE WS-ACK-DAYS TO DTS-DAYS
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DATE-2 TO WS-ACK-DUE

           PERFORM 1000-LOAD-FUND-TABLE
           PERFORM 1100-LOAD-OUTSTANDING
           PERFORM 1200-LOAD-PRIOR-STATISTICS
           PERFORM 2000-MATCH-AND-TALLY
           PERFORM 3000-ROLL-ACCUMULATORS
           PERFORM 4000-WRITE-DISCLOSURE-FILES
           PERFORM 5000-REGISTER-FOR-TRANSMISSION

           MOVE SPACES TO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           MOVE SPACES TO PUB-RPT-LINE
           STRING "DATA DATE..............: " WS-PROC-DATE
               DELIMITED BY SIZE INTO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           MOVE SPACES TO PUB-RPT-LINE
           STRING "FUNDS PUBLISHED........: " WS-FUND-COUNT
               DELIMITED BY SIZE INTO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           MOVE SPACES TO PUB-RPT-LINE
           STRING "ACCEPTED REPLIES POSTED: " WS-REPLIES-POSTED
               DELIMITED BY SIZE INTO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           MOVE SPACES TO PUB-RPT-LINE
           STRING "REPLIES - FUND UNKNOWN.: " WS-REPLIES-NOFUND
               DELIMITED BY SIZE INTO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           MOVE SPACES TO PUB-RPT-LINE
           STRING "UNITS CREATED (DAY)....: " WS-T-DAY-CRE
               DELIMITED BY SIZE INTO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           MOVE SPACES TO PUB-RPT-LINE
           STRING "UNITS REDEEMED (DAY)...: " WS-T-DAY-RED
               DELIMITED BY SIZE INTO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           MOVE SPACES TO PUB-RPT-LINE
           STRING "UNITS OUTSTANDING......: " WS-T-OUTSTAND
               DELIMITED BY SIZE INTO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           MOVE SPACES TO PUB-RPT-LINE
           STRING "TRANSMISSION ACK DUE...: " WS-ACK-DUE
               DELIMITED BY SIZE INTO PUB-RPT-LINE
           WRITE PUB-RPT-LINE
           IF WS-FUND-SKIPPED > 0
               MOVE SPACES TO PUB-RPT-LINE
               STRING "*** WARNING: FUNDS OVER TABLE LIMIT NOT "
                   "PUBLISHED: " WS-FUND-SKIPPED
                   DELIMITED BY SIZE INTO PUB-RPT-LINE
               WRITE PUB-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REPLIES-NOFUND > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE PUB-RPT-FILE
           STOP RUN.

       1000-LOAD-FUND-TABLE.
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL MST-EOF
               READ ETFMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END
                       IF WS-FUND-COUNT < 200
                           ADD 1 TO WS-FUND-COUNT
                           SET WS-FDX TO WS-FUND-COUNT
                           MOVE ETF-MST-ID   TO WS-FD-ETF-ID(WS-FDX)
                           MOVE ETF-MST-NAME TO WS-FD-NAME(WS-FDX)
                           MOVE 0 TO WS-FD-DAY-CRE(WS-FDX)
                                     WS-FD-DAY-RED(WS-FDX)
                                     WS-FD-OUTSTAND(WS-FDX)
                                     WS-FD-MTD-CRE(WS-FDX)
                                     WS-FD-MTD-RED(WS-FDX)
                                     WS-FD-YTD-CRE(WS-FDX)
                                     WS-FD-YTD-RED(WS-FDX)
                       ELSE
                           ADD 1 TO WS-FUND-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

       1100-LOAD-OUTSTANDING.
           OPEN INPUT UNITL-FILE
           PERFORM UNTIL UNL-EOF
               READ UNITL-FILE
                   AT END SET UNL-EOF TO TRUE
                   NOT AT END
                       MOVE ULI-ETF-ID TO WS-ARG-ETF-ID
                       PERFORM 9000-FIND-FUND
                       IF FUND-FOUND
                           MOVE ULI-UNITS TO WS-FD-OUTSTAND(WS-FDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNITL-FILE.

       1200-LOAD-PRIOR-STATISTICS.
           OPEN INPUT PSTAT-IN
           PERFORM UNTIL PST-EOF
               READ PSTAT-IN
                   AT END SET PST-EOF TO TRUE
                   NOT AT END
                       IF WS-PST-COUNT < 200
                           ADD 1 TO WS-PST-COUNT
                           MOVE PSTAT-IN-REC
                               TO WS-PS-REC(WS-PST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PSTAT-IN.

       2000-MATCH-AND-TALLY.
           OPEN INPUT M01-SORTED
           OPEN INPUT M04-SORTED
           PERFORM 2100-READ-M01-SORTED
           PERFORM 2200-READ-M04-SORTED
           PERFORM UNTIL S01-EOF OR S04-EOF
               EVALUATE TRUE
                   WHEN WS-M01-KEY = WS-M04-KEY
                       IF RESULT-SUCCESS OR RESULT-PARTIAL
                           PERFORM 2300-TALLY-ONE-REPLY
                       END-IF
                       PERFORM 2200-READ-M04-SORTED
                   WHEN WS-M01-KEY < WS-M04-KEY
                       PERFORM 2100-READ-M01-SORTED
                   WHEN OTHER
                       PERFORM 2200-READ-M04-SORTED
               END-EVALUATE
           END-PERFORM
           CLOSE M01-SORTED M04-SORTED.

       2100-READ-M01-SORTED.
           READ M01-SORTED
               AT END SET S01-EOF TO TRUE
               NOT AT END
                   MOVE ETF-ID OF M01    TO WS-K1-ETF-ID
                   MOVE BROKER-ID OF M01 TO WS-K1-BROKER-ID
                   MOVE TX-DATE OF M01   TO WS-K1-TX-DATE
                   MOVE SEQNO OF M01     TO WS-K1-SEQNO
           END-READ.

       2200-READ-M04-SORTED.
           READ M04-SORTED
               AT END SET S04-EOF TO TRUE
               NOT AT END
                   MOVE ETF-ID OF M04    TO WS-K4-ETF-ID
                   MOVE BROKER-ID OF M04 TO WS-K4-BROKER-ID
                   MOVE TX-DATE OF M04   TO WS-K4-TX-DATE
                   MOVE SEQNO OF M04     TO WS-K4-SEQNO
           END-READ.

      * 當日單位數:ETF-SHR 三欄位合計(與 M0UNITL 同一口徑)。
       2300-TALLY-ONE-REPLY.
           MOVE 0 TO WS-SHR-TOTAL
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               ADD ETF-SHR(WS-IX) TO WS-SHR-TOTAL
           END-PERFORM
           MOVE ETF-ID OF M04 TO WS-ARG-ETF-ID
           PERFORM 9000-FIND-FUND
           IF NOT FUND-FOUND
               ADD 1 TO WS-REPLIES-NOFUND
               EXIT PARAGRAPH
           END-IF
           IF TX-KIND = '2'
               ADD WS-SHR-TOTAL TO WS-FD-DAY-RED(WS-FDX)
           ELSE
               ADD WS-SHR-TOTAL TO WS-FD-DAY-CRE(WS-FDX)
           END-IF
           ADD 1 TO WS-REPLIES-POSTED.

      * 累計滾存:前次累計同年同月者續累，換月歸零月累計、換年
      * 並歸零年累計；同一資料日重跑時先沖回前次當日數。
       3000-ROLL-ACCUMULATORS.
           PERFORM VARYING WS-PSX FROM 1 BY 1
                   UNTIL WS-PSX > WS-PST-COUNT
               MOVE WS-PS-REC(WS-PSX) TO PUB-STAT-REC
               MOVE PST-ETF-ID TO WS-ARG-ETF-ID
               PERFORM 9000-FIND-FUND
               IF FUND-FOUND AND PST-LAST-DATE <= WS-PROC-DATE
                   PERFORM 3100-CARRY-PRIOR-TOTALS
               END-IF
           END-PERFORM
           OPEN OUTPUT PSTAT-OUT
           PERFORM VARYING WS-FDX FROM 1 BY 1
                   UNTIL WS-FDX > WS-FUND-COUNT
               ADD WS-FD-DAY-CRE(WS-FDX) TO WS-FD-MTD-CRE(WS-FDX)
                                            WS-FD-YTD-CRE(WS-FDX)
               ADD WS-FD-DAY-RED(WS-FDX) TO WS-FD-MTD-RED(WS-FDX)
                                            WS-FD-YTD-RED(WS-FDX)
               MOVE SPACES TO PUB-STAT-REC
               MOVE WS-FD-ETF-ID(WS-FDX)  TO PST-ETF-ID
               MOVE WS-PROC-DATE          TO PST-LAST-DATE
               MOVE WS-FD-DAY-CRE(WS-FDX) TO PST-DAY-CRE
               MOVE WS-FD-DAY-RED(WS-FDX) TO PST-DAY-RED
               MOVE WS-FD-MTD-CRE(WS-FDX) TO PST-MTD-CRE
               MOVE WS-FD-MTD-RED(WS-FDX) TO PST-MTD-RED
               MOVE WS-FD-YTD-CRE(WS-FDX) TO PST-YTD-CRE
               MOVE WS-FD-YTD-RED(WS-FDX) TO PST-YTD-RED
               WRITE PUB-STAT-REC
           END-PERFORM
           CLOSE PSTAT-OUT.

       3100-CARRY-PRIOR-TOTALS.
           MOVE PST-LAST-DATE TO WS-LAST-DATE
           IF WS-LAST-DATE = WS-PROC-DATE
               SUBTRACT PST-DAY-CRE FROM PST-MTD-CRE PST-YTD-CRE
               SUBTRACT PST-DAY-RED FROM PST-MTD-RED PST-YTD-RED
           END-IF
           IF WS-LAST-YYYY = WS-PROC-YYYY
               MOVE PST-YTD-CRE TO WS-FD-YTD-CRE(WS-FDX)
               MOVE PST-YTD-RED TO WS-FD-YTD-RED(WS-FDX)
               IF WS-LAST-MM = WS-PROC-MM
                   MOVE PST-MTD-CRE TO WS-FD-MTD-CRE(WS-FDX)
                   MOVE PST-MTD-RED TO WS-FD-MTD-RED(WS-FDX)
               END-IF
           END-IF.

      * 揭露檔:定長檔(表頭/明細/表尾)與逗號分隔檔同步寫出。
       4000-WRITE-DISCLOSURE-FILES.
           OPEN OUTPUT PUB-FIX-FILE PUB-CSV-FILE
           MOVE WS-PROC-DATE TO WS-PH-BUS-DATE
           WRITE PUB-FIX-REC FROM WS-PUB-HEADER
           MOVE SPACES TO PUB-CSV-LINE
           STRING "BUS_DATE,ETF_ID,FUND_NAME,UNITS_CREATED,"
               "UNITS_REDEEMED,NET_CHANGE,UNITS_OUTSTANDING,"
               "MTD_CREATED,MTD_REDEEMED,YTD_CREATED,YTD_REDEEMED"
               DELIMITED BY SIZE INTO PUB-CSV-LINE
           WRITE PUB-CSV-LINE
           PERFORM VARYING WS-FDX FROM 1 BY 1
                   UNTIL WS-FDX > WS-FUND-COUNT
               PERFORM 4100-WRITE-ONE-FUND
           END-PERFORM
           MOVE WS-PROC-DATE  TO WS-PT-BUS-DATE
           MOVE WS-FUND-COUNT TO WS-PT-FUND-COUNT
           MOVE WS-T-DAY-CRE  TO WS-PT-DAY-CRE
           MOVE WS-T-DAY-RED  TO WS-PT-DAY-RED
           MOVE WS-T-OUTSTAND TO WS-PT-OUTSTAND
           WRITE PUB-FIX-REC FROM WS-PUB-TRAILER
           CLOSE PUB-FIX-FILE PUB-CSV-FILE.

       4100-WRITE-ONE-FUND.
           IF WS-FD-DAY-RED(WS-FDX) > WS-FD-DAY-CRE(WS-FDX)
               MOVE '-' TO WS-NET-SIGN
               COMPUTE WS-NET-CHANGE =
                   WS-FD-DAY-RED(WS-FDX) - WS-FD-DAY-CRE(WS-FDX)
           ELSE
               MOVE '+' TO WS-NET-SIGN
               COMPUTE WS-NET-CHANGE =
                   WS-FD-DAY-CRE(WS-FDX) - WS-FD-DAY-RED(WS-FDX)
           END-IF
           ADD WS-FD-DAY-CRE(WS-FDX)  TO WS-T-DAY-CRE
           ADD WS-FD-DAY-RED(WS-FDX)  TO WS-T-DAY-RED
           ADD WS-FD-OUTSTAND(WS-FDX) TO WS-T-OUTSTAND

           MOVE WS-PROC-DATE           TO WS-PD-BUS-DATE
           MOVE WS-FD-ETF-ID(WS-FDX)   TO WS-PD-ETF-ID
           MOVE WS-FD-NAME(WS-FDX)     TO WS-PD-NAME
           MOVE WS-FD-DAY-CRE(WS-FDX)  TO WS-PD-DAY-CRE
           MOVE WS-FD-DAY-RED(WS-FDX)  TO WS-PD-DAY-RED
           MOVE WS-NET-SIGN            TO WS-PD-NET-SIGN
           MOVE WS-NET-CHANGE          TO WS-PD-NET-CHANGE
           MOVE WS-FD-OUTSTAND(WS-FDX) TO WS-PD-OUTSTAND
           MOVE WS-FD-MTD-CRE(WS-FDX)  TO WS-PD-MTD-CRE
           MOVE WS-FD-MTD-RED(WS-FDX)  TO WS-PD-MTD-RED
           MOVE WS-FD-YTD-CRE(WS-FDX)  TO WS-PD-YTD-CRE
           MOVE WS-FD-YTD-RED(WS-FDX)  TO WS-PD-YTD-RED
           WRITE PUB-FIX-REC FROM WS-PUB-DETAIL

           MOVE WS-FD-DAY-CRE(WS-FDX) TO WS-CSV-NUM
           PERFORM 4200-TRIM-CSV-NUM
           MOVE WS-TRIM-OUT TO WS-CV-DAY-CRE
           MOVE WS-FD-DAY-RED(WS-FDX) TO WS-CSV-NUM
           PERFORM 4200-TRIM-CSV-NUM
           MOVE WS-TRIM-OUT TO WS-CV-DAY-RED
           MOVE WS-NET-CHANGE TO WS-CSV-NUM
           PERFORM 4200-TRIM-CSV-NUM
           MOVE SPACES TO WS-CV-NET
           IF WS-NET-SIGN = '-' AND WS-NET-CHANGE > 0
               STRING "-" WS-TRIM-OUT DELIMITED BY SPACE
                   INTO WS-CV-NET
           ELSE
               MOVE WS-TRIM-OUT TO WS-CV-NET
           END-IF
           MOVE WS-FD-OUTSTAND(WS-FDX) TO WS-CSV-NUM
           PERFORM 4200-TRIM-CSV-NUM
           MOVE WS-TRIM-OUT TO WS-CV-OUTSTAND
           MOVE WS-FD-MTD-CRE(WS-FDX) TO WS-CSV-NUM
           PERFORM 4200-TRIM-CSV-NUM
           MOVE WS-TRIM-OUT TO WS-CV-MTD-CRE
           MOVE WS-FD-MTD-RED(WS-FDX) TO WS-CSV-NUM
           PERFORM 4200-TRIM-CSV-NUM
           MOVE WS-TRIM-OUT TO WS-CV-MTD-RED
           MOVE WS-FD-YTD-CRE(WS-FDX) TO WS-CSV-NUM
           PERFORM 4200-TRIM-CSV-NUM
           MOVE WS-TRIM-OUT TO WS-CV-YTD-CRE
           MOVE WS-FD-YTD-RED(WS-FDX) TO WS-CSV-NUM
           PERFORM 4200-TRIM-CSV-NUM
           MOVE WS-TRIM-OUT TO WS-CV-YTD-RED
      *    基金名稱以雙引號括住(名稱內可能含逗號)，去除尾端空白。
           MOVE WS-FD-NAME(WS-FDX) TO WS-CSV-NAME
           INSPECT WS-CSV-NAME REPLACING ALL '"' BY "'"
           PERFORM VARYING WS-NX FROM 30 BY -1
                   UNTIL WS-NX < 2
                   OR WS-CSV-NAME(WS-NX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO PUB-CSV-LINE
           STRING WS-PROC-DATE "," DELIMITED BY SIZE
               WS-FD-ETF-ID(WS-FDX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               '"' WS-CSV-NAME(1:WS-NX) '",' DELIMITED BY SIZE
               WS-CV-DAY-CRE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CV-DAY-RED DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CV-NET DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CV-OUTSTAND DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CV-MTD-CRE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CV-MTD-RED DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CV-YTD-CRE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CV-YTD-RED DELIMITED BY SPACE
               INTO PUB-CSV-LINE
           WRITE PUB-CSV-LINE.

      * 編輯後數值去除前導空白(左靠)。
       4200-TRIM-CSV-NUM.
           MOVE WS-CSV-NUM TO WS-TRIM-IN
           MOVE SPACES TO WS-TRIM-OUT
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > 15
                   OR WS-TRIM-IN(WS-TX:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-TX <= 15
               MOVE WS-TRIM-IN(WS-TX:) TO WS-TRIM-OUT
           END-IF.

      * 對外傳輸:定長檔與逗號分隔檔附掛至 M0XMANG.CTL。
       5000-REGISTER-FOR-TRANSMISSION.
           OPEN EXTEND XMG-CTL-FILE
           MOVE SPACES TO XMG-CTL-LINE
           MOVE "ETFPUB.DAT" TO XMG-FILE-NAME
           MOVE WS-PROC-DATE TO XMG-BUS-DATE
           MOVE WS-ACK-DUE   TO XMG-ACK-DUE
           MOVE 'F'          TO XMG-FORMAT
           MOVE 150          TO XMG-RECLEN
           WRITE XMG-CTL-LINE
           MOVE SPACES TO XMG-CTL-LINE
           MOVE "ETFPUB.CSV" TO XMG-FILE-NAME
           MOVE WS-PROC-DATE TO XMG-BUS-DATE
           MOVE WS-ACK-DUE   TO XMG-ACK-DUE
           MOVE 'L'          TO XMG-FORMAT
           MOVE 0            TO XMG-RECLEN
           WRITE XMG-CTL-LINE
           CLOSE XMG-CTL-FILE.

       9000-FIND-FUND.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-FDX FROM 1 BY 1
                   UNTIL WS-FDX > WS-FUND-COUNT
               IF WS-FD-ETF-ID(WS-FDX) = WS-ARG-ETF-ID
                   SET FUND-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
