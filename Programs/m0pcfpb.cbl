      * M0PCFPB - 每日 PCF 公告檔產生作業
      * 券商依發行人 PCF 組成 M02 籃子，PCF 取得管道不一，M02PCF
      * 攔截之籃子多數係券商引用過期或不同版本所致。本程式於日終
      * 執行，由控制檔 M0PCFPB.CTL(資料日(8)+回執天數(3))控制:
      *   1. 以 M0DTSVC 推算資料日之次一營業日為公告生效日。
      *   2. 基金主檔中狀態正常(A)且公告生效日未逾最終受理申報
      *      日之基金，經共用 PCF 生效版本查詢服務 PCFLOOK 取得
      *      生效日適用之成分股(每基數應含股數、允許誤差)、預估
      *      現金部位及版本檢核碼；查無成分股者不公告並列示，
      *      RETURN-CODE=4。
      *   3. 產出定長公告檔 PCFPUB.DAT(100位):表頭(H)、每基金
      *      一筆基金記錄(F，含版本檢核碼)後接其成分股明細(D)、
      *      表尾(T，基金數、明細筆數及每基數股數雜湊合計)；附掛
      *      至 M0XMANG.CTL 由對外傳輸清單作業造冊送參與券商並
      *      追蹤回執。
      *   4. 各基金公告之生效日與檢核碼累加登錄於 PCF 公告版本
      *      登錄檔 PCFVER.DAT；券商於 M01 申報引用檢核碼
      *      (PCF-CHECKSUM)，M02PCF 攔截籃子時據以列示其所據版本。
      * 公告內容及控制合計列示於 M0PCFPB.RPT。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0PCFPB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0PCFPB.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PUB-FILE ASSIGN TO "PCFPUB.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCFVER-FILE ASSIGN TO "PCFVER.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL XMG-CTL-FILE ASSIGN TO "M0XMANG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PCF-RPT-FILE ASSIGN TO "M0PCFPB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-ACK-DAYS         PIC 9(03).

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  PUB-FILE.
       01  PUB-REC                  PIC X(100).

       FD  PCFVER-FILE.
       COPY pcfver.

       FD  XMG-CTL-FILE.
       01  XMG-CTL-LINE.
           05  XMG-FILE-NAME        PIC X(12).
           05  XMG-BUS-DATE         PIC 9(08).
           05  XMG-ACK-DUE          PIC 9(08).
           05  XMG-FORMAT           PIC X(01).
           05  XMG-RECLEN           PIC 9(04).

       FD  PCF-RPT-FILE.
       01  PCF-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MST-EOF               PIC X VALUE 'N'.
           88  MST-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-EFF-DATE              PIC 9(08).
       01  WS-ACK-DAYS              PIC 9(03).
       01  WS-ACK-DUE               PIC 9(08).
       01  WS-SX                    PIC 9(03).

       COPY m0dtsvc.
       COPY pcflook.

       01  WS-COUNTERS.
           05  WS-FUND-COUNT        PIC 9(05) VALUE 0.
           05  WS-DETAIL-COUNT      PIC 9(07) VALUE 0.
           05  WS-NOPCF-COUNT       PIC 9(05) VALUE 0.
           05  WS-INACTIVE-COUNT    PIC 9(05) VALUE 0.
           05  WS-TRUNC-COUNT       PIC 9(05) VALUE 0.
       01  WS-HASH-TOTAL            PIC 9(18) VALUE 0.

      * 定長公告檔版面(100位)。
       01  WS-PUB-HEADER.
           05  WS-PH-REC-TYPE       PIC X(01) VALUE 'H'.
           05  WS-PH-PUB-DATE       PIC 9(08).
           05  WS-PH-EFF-DATE       PIC 9(08).
           05  WS-PH-TITLE          PIC X(40) VALUE
               "ETF PORTFOLIO COMPOSITION FILE (PCF)".
           05  FILLER               PIC X(43) VALUE SPACES.

       01  WS-PUB-FUND.
           05  WS-PF-REC-TYPE       PIC X(01) VALUE 'F'.
           05  WS-PF-ETF-ID         PIC X(06).
           05  WS-PF-EFF-DATE       PIC 9(08).
           05  WS-PF-NAME           PIC X(30).
           05  WS-PF-STK-COUNT      PIC 9(03).
           05  WS-PF-CASH-S         PIC X(01).
           05  WS-PF-CASH-9         PIC 9(09).
           05  WS-PF-CHECKSUM       PIC 9(05).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-PUB-DETAIL.
           05  WS-PD-REC-TYPE       PIC X(01) VALUE 'D'.
           05  WS-PD-ETF-ID         PIC X(06).
           05  WS-PD-STKNO          PIC X(06).
           05  WS-PD-SHARES         PIC 9(08).
           05  WS-PD-TOLERANCE      PIC 9(03).
           05  FILLER               PIC X(76) VALUE SPACES.

       01  WS-PUB-TRAILER.
           05  WS-PT-REC-TYPE       PIC X(01) VALUE 'T'.
           05  WS-PT-PUB-DATE       PIC 9(08).
           05  WS-PT-FUND-COUNT     PIC 9(05).
           05  WS-PT-DETAIL-COUNT   PIC 9(07).
           05  WS-PT-HASH-TOTAL     PIC 9(18).
           05  FILLER               PIC X(61) VALUE SPACES.

       01  WS-HDR-COLS.
           05  FILLER  PIC X(08) VALUE "ETF-ID".
           05  FILLER  PIC X(32) VALUE "FUND NAME".
           05  FILLER  PIC X(06) VALUE "STK".
           05  FILLER  PIC X(15) VALUE "CASH/UNIT".
           05  FILLER  PIC X(10) VALUE "CHECKSUM".

       01  WS-RPT-DETAIL.
           05  WS-R-ETF-ID          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-R-NAME            PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-R-STK-COUNT       PIC ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-R-CASH-S          PIC X(01).
           05  WS-R-CASH            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-R-CHECKSUM        PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-R-TEXT            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE CTL-ACK-DAYS
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

           OPEN OUTPUT PCF-RPT-FILE
           MOVE "DAILY PCF PUBLICATION TO PARTICIPANT BROKERS"
               TO PCF-RPT-LINE
           WRITE PCF-RPT-LINE
           IF WS-PROC-DATE = 0
               MOVE "CONTROL FILE MISSING OR NO DATA DATE - NOT RUN"
                   TO PCF-RPT-LINE
               WRITE PCF-RPT-LINE
               CLOSE PCF-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'A' TO DTS-FUNC
           MOVE WS-PROC-DATE TO DTS-DATE-1
           MOVE 1 TO DTS-DAYS
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DATE-2 TO WS-EFF-DATE
           MOVE 'A' TO DTS-FUNC
           MOVE WS-PROC-DATE TO DTS-DATE-1
           MOVE WS-ACK-DAYS TO DTS-DAYS
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DATE-2 TO WS-ACK-DUE

           MOVE SPACES TO PCF-RPT-LINE
           STRING "DATA DATE: " WS-PROC-DATE
               "  PCF EFFECTIVE DATE: " WS-EFF-DATE
               DELIMITED BY SIZE INTO PCF-RPT-LINE
           WRITE PCF-RPT-LINE
           MOVE SPACES TO PCF-RPT-LINE
           WRITE PCF-RPT-LINE
           MOVE WS-HDR-COLS TO PCF-RPT-LINE
           WRITE PCF-RPT-LINE

           OPEN OUTPUT PUB-FILE
           OPEN EXTEND PCFVER-FILE
           MOVE WS-PROC-DATE TO WS-PH-PUB-DATE
           MOVE WS-EFF-DATE  TO WS-PH-EFF-DATE
           WRITE PUB-REC FROM WS-PUB-HEADER
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL MST-EOF
               READ ETFMST-FILE
                   AT END SET MST-EOF TO TRUE
                   NOT AT END PERFORM 2000-PUBLISH-FUND
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE
           MOVE WS-PROC-DATE    TO WS-PT-PUB-DATE
           MOVE WS-FUND-COUNT   TO WS-PT-FUND-COUNT
           MOVE WS-DETAIL-COUNT TO WS-PT-DETAIL-COUNT
           MOVE WS-HASH-TOTAL   TO WS-PT-HASH-TOTAL
           WRITE PUB-REC FROM WS-PUB-TRAILER
           CLOSE PUB-FILE PCFVER-FILE

           PERFORM 5000-REGISTER-FOR-TRANSMISSION
           PERFORM 8000-PRINT-TOTALS
           CLOSE PCF-RPT-FILE
           IF WS-NOPCF-COUNT > 0 OR WS-TRUNC-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * 狀態正常且生效日未逾最終受理申報日之基金始予公告。
       2000-PUBLISH-FUND.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE ETF-MST-ID   TO WS-R-ETF-ID
           MOVE ETF-MST-NAME TO WS-R-NAME
           MOVE 0 TO WS-R-STK-COUNT WS-R-CASH WS-R-CHECKSUM
           IF NOT ETF-MST-ACTIVE
                   OR (ETF-MST-FINAL-DATE > 0
                       AND ETF-MST-FINAL-DATE < WS-EFF-DATE)
               ADD 1 TO WS-INACTIVE-COUNT
               MOVE "NOT PUBLISHED - FUND NOT ACTIVE" TO WS-R-TEXT
               MOVE WS-RPT-DETAIL TO PCF-RPT-LINE
               WRITE PCF-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE ETF-MST-ID  TO PCFL-ETF-ID
           MOVE WS-EFF-DATE TO PCFL-AS-OF-DATE
           CALL "PCFLOOK" USING PCFL-PARM
           IF PCFL-FOUND NOT = 'Y'
               ADD 1 TO WS-NOPCF-COUNT
               MOVE "*** NOT PUBLISHED - NO EFFECTIVE PCF ***"
                   TO WS-R-TEXT
               MOVE WS-RPT-DETAIL TO PCF-RPT-LINE
               WRITE PCF-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FUND-COUNT
           MOVE ETF-MST-ID     TO WS-PF-ETF-ID
           MOVE WS-EFF-DATE    TO WS-PF-EFF-DATE
           MOVE ETF-MST-NAME   TO WS-PF-NAME
           MOVE PCFL-STK-COUNT TO WS-PF-STK-COUNT
           IF PCFL-CASH-FOUND = 'Y'
               MOVE PCFL-CASH-S TO WS-PF-CASH-S
               MOVE PCFL-CASH-9 TO WS-PF-CASH-9
           ELSE
               MOVE SPACE TO WS-PF-CASH-S
               MOVE 0     TO WS-PF-CASH-9
           END-IF
           MOVE PCFL-CHECKSUM  TO WS-PF-CHECKSUM
           WRITE PUB-REC FROM WS-PUB-FUND
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > PCFL-STK-COUNT
               MOVE ETF-MST-ID            TO WS-PD-ETF-ID
               MOVE PCFL-STKNO(WS-SX)     TO WS-PD-STKNO
               MOVE PCFL-SHARES(WS-SX)    TO WS-PD-SHARES
               MOVE PCFL-TOLERANCE(WS-SX) TO WS-PD-TOLERANCE
               WRITE PUB-REC FROM WS-PUB-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               ADD PCFL-SHARES(WS-SX) TO WS-HASH-TOTAL
           END-PERFORM
           MOVE SPACES TO PCF-VERSION-REC
           MOVE ETF-MST-ID     TO PCV-ETF-ID
           MOVE WS-EFF-DATE    TO PCV-EFF-DATE
           MOVE PCFL-CHECKSUM  TO PCV-CHECKSUM
           MOVE PCFL-STK-COUNT TO PCV-STK-COUNT
           MOVE WS-PROC-DATE   TO PCV-PUB-DATE
           WRITE PCF-VERSION-REC
           MOVE PCFL-STK-COUNT TO WS-R-STK-COUNT
           MOVE WS-PF-CASH-S   TO WS-R-CASH-S
           MOVE WS-PF-CASH-9   TO WS-R-CASH
           MOVE PCFL-CHECKSUM  TO WS-R-CHECKSUM
           IF PCFL-OVER-LIMIT > 0
               ADD 1 TO WS-TRUNC-COUNT
               MOVE SPACES TO WS-R-TEXT
               STRING "*** " PCFL-OVER-LIMIT
                   " CONSTITUENTS OVER 300 NOT LISTED ***"
                   DELIMITED BY SIZE INTO WS-R-TEXT
           END-IF
           MOVE WS-RPT-DETAIL TO PCF-RPT-LINE
           WRITE PCF-RPT-LINE.

      * 對外傳輸:公告檔附掛至 M0XMANG.CTL。
       5000-REGISTER-FOR-TRANSMISSION.
           OPEN EXTEND XMG-CTL-FILE
           MOVE SPACES TO XMG-CTL-LINE
           MOVE "PCFPUB.DAT" TO XMG-FILE-NAME
           MOVE WS-PROC-DATE TO XMG-BUS-DATE
           MOVE WS-ACK-DUE   TO XMG-ACK-DUE
           MOVE 'F'          TO XMG-FORMAT
           MOVE 100          TO XMG-RECLEN
           WRITE XMG-CTL-LINE
           CLOSE XMG-CTL-FILE.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PCF-RPT-LINE
           WRITE PCF-RPT-LINE
           MOVE SPACES TO PCF-RPT-LINE
           STRING "FUNDS PUBLISHED........: " WS-FUND-COUNT
               DELIMITED BY SIZE INTO PCF-RPT-LINE
           WRITE PCF-RPT-LINE
           MOVE SPACES TO PCF-RPT-LINE
           STRING "CONSTITUENT RECORDS....: " WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO PCF-RPT-LINE
           WRITE PCF-RPT-LINE
           MOVE SPACES TO PCF-RPT-LINE
           STRING "SHARES HASH TOTAL......: " WS-HASH-TOTAL
               DELIMITED BY SIZE INTO PCF-RPT-LINE
           WRITE PCF-RPT-LINE
           MOVE SPACES TO PCF-RPT-LINE
           STRING "FUNDS WITHOUT PCF......: " WS-NOPCF-COUNT
               DELIMITED BY SIZE INTO PCF-RPT-LINE
           WRITE PCF-RPT-LINE
           MOVE SPACES TO PCF-RPT-LINE
           STRING "FUNDS NOT ACTIVE.......: " WS-INACTIVE-COUNT
               DELIMITED BY SIZE INTO PCF-RPT-LINE
           WRITE PCF-RPT-LINE
           MOVE SPACES TO PCF-RPT-LINE
           STRING "ACK DUE DATE...........: " WS-ACK-DUE
               DELIMITED BY SIZE INTO PCF-RPT-LINE
           WRITE PCF-RPT-LINE.
