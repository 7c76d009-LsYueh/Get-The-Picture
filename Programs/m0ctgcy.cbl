      * M0CTGCY - 應變作業模式宣告/回復
      * T30TSE/T30OTC 夜間更新或發行人 M04.DAT 逾時未到時，批次鏈
      * 於第一個需要該檔之站台即停擺，整夜作業盡失。本程式依請求
      * 檔 M0CTGCY.REQ(模式(1)+來源(3:T30/M04)+操作員(8))就系統
      * 營業日控制檔 SYSCON.DAT 之營業日執行:
      *   'D' 宣告 - 操作員須經 M0AUTHC 檢核具放行角色('O')。
      *       T30:應變模式記錄於應變作業模式狀態檔 CTGSTAT.DAT
      *       ，資料基準日為前一營業
      *       日；M02 檢核沿用現存(前一營業日)股票基本資料執行，
      *       M0STALE 將每筆 M02 案件登錄於暫定案件登錄檔
      *       CTGPROV.DAT，結果一律列為暫定。
      *       M04:應變模式記錄於 CTGSTAT.DAT；依賴 M04 之站台(分類帳
      *       /匯款/總帳)起跑時經 M0SYSCK 'Q' 略過並排入待放行
      *       佇列 CTGQUE.DAT。
      *   'R' 回復 - 遲到檔到達並載入後執行(操作員同須具放行
      *       角色)。先就應變期間產出之報表補印應變橫幅(同'B')，
      *       再:
      *       T30:以新主檔逐筆覆核暫定案件，引用值未變者確認，有
      *       變動者列為須重新檢核(RETURN-CODE=4)；
      *       M04:佇列中站台逐筆改記已放行，依排入順序寫出放行
      *       清單 CTGREL.DAT 由排程自動重新起動；
      *       並將該來源應變模式改記已回復。
      *   'B' 橫幅 - 應變模式中每一循環報表產出後由排程執行:報表
      *       保存目錄主檔 RPTCAT.DAT 所列報表，於首次宣告後產出
      *       且尚未加印者，於報表首行前加印應變橫幅。
      * 宣告/回復經 M0AUDLG 寫入作業稽核總帳；請求不合、無權或
      * 狀態不符者 RETURN-CODE=8。報表 M0CTGCY.RPT。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0CTGCY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0CTGCY.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SYSCON-FILE ASSIGN TO "SYSCON.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTGSTAT-FILE ASSIGN TO "CTGSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTGPROV-IN ASSIGN TO "CTGPROV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTGPROV-OUT ASSIGN TO "CTGPROV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTGQUE-IN ASSIGN TO "CTGQUE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTGQUE-OUT ASSIGN TO "CTGQUE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTGREL-FILE ASSIGN TO "CTGREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RPTCAT-FILE ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-IN-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT RPT-OUT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT TMP-FILE ASSIGN TO "M0CTGCY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTG-RPT-FILE ASSIGN TO "M0CTGCY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
           05  REQ-FEED             PIC X(03).
           05  REQ-OPER             PIC X(08).

       FD  SYSCON-FILE.
       COPY syscon.

       FD  CTGSTAT-FILE.
       COPY ctgstat.

       FD  CTGPROV-IN.
       COPY ctgprov.

       FD  CTGPROV-OUT.
       01  CTGPROV-OUT-REC          PIC X(100).

       FD  CTGQUE-IN.
       COPY ctgque.

       FD  CTGQUE-OUT.
       01  CTGQUE-OUT-REC           PIC X(40).

       FD  CTGREL-FILE.
       01  CTGREL-LINE.
           05  REL-PROGRAM          PIC X(08).
           05  REL-BUS-DATE         PIC 9(08).

       FD  RPTCAT-FILE.
       COPY rptcat.

       FD  RPT-IN-FILE.
       01  RPT-IN-LINE              PIC X(256).

       FD  RPT-OUT-FILE.
       01  RPT-OUT-LINE             PIC X(256).

       FD  TMP-FILE.
       01  TMP-LINE                 PIC X(256).

       FD  CTG-RPT-FILE.
       01  CTG-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY m0authc.
       COPY m0audlg.
       COPY m0dtsvc.
       COPY t30look.

       01  WS-SYS-EOF               PIC X VALUE 'N'.
           88  SYS-EOF                    VALUE 'Y'.
       01  WS-CAT-EOF               PIC X VALUE 'N'.
           88  CAT-EOF                    VALUE 'Y'.
       01  WS-PRV-EOF               PIC X VALUE 'N'.
           88  PRV-EOF                    VALUE 'Y'.
       01  WS-QUE-EOF               PIC X VALUE 'N'.
           88  QUE-EOF                    VALUE 'Y'.
       01  WS-RPT-EOF               PIC X VALUE 'N'.
           88  RPT-EOF                    VALUE 'Y'.
       01  WS-TMP-EOF               PIC X VALUE 'N'.
           88  TMP-EOF                    VALUE 'Y'.
       01  WS-REFUSE-SW             PIC X VALUE 'N'.
           88  REQUEST-REFUSED            VALUE 'Y'.
       01  WS-WARN-SW               PIC X VALUE 'N'.
           88  RECHECK-WARNING            VALUE 'Y'.
       01  WS-IN-STATUS             PIC X(02).
       01  WS-OUT-STATUS            PIC X(02).

       01  WS-CTS-EOF               PIC X VALUE 'N'.
           88  CTS-EOF                    VALUE 'Y'.
       01  WS-CTGSTAT-SAVE          PIC X(50).
       01  WS-BUS-DATE              PIC 9(08) VALUE 0.
       01  WS-NOW-STAMP             PIC 9(14).
       01  WS-TIME-NOW              PIC 9(08).
       01  WS-FEED-FLAG             PIC X(01).
       01  WS-AUD-ACTION            PIC X(30).

      * 前一營業日推算。
       01  WS-INT-DATE              PIC 9(08).
       01  WS-TRY                   PIC 9(02).
       01  WS-PRIOR-DATE            PIC 9(08).

      * 應變橫幅(至多三行)。
       01  WS-BANNER-COUNT          PIC 9(01) VALUE 0.
       01  WS-BNX                   PIC 9(01).
       01  WS-BANNER-TABLE.
           05  WS-BANNER-LINE OCCURS 3 TIMES PIC X(132).
       01  WS-BANNER-TAG            PIC X(20)
               VALUE "*** CONTINGENCY MODE".

      * 目錄所列報表。
       01  WS-RPT-COUNT             PIC 9(03) VALUE 0.
       01  WS-RPX                   PIC 9(03).
       01  WS-RPT-TABLE.
           05  WS-RP-NAME OCCURS 500 TIMES PIC X(12).
       01  WS-RPT-NAME              PIC X(12).
       01  WS-FILE-INFO.
           05  WS-FI-SIZE           PIC X(08) COMP-X.
           05  WS-FI-DAY            PIC X(01) COMP-X.
           05  WS-FI-MONTH          PIC X(01) COMP-X.
           05  WS-FI-YEAR           PIC X(02) COMP-X.
           05  WS-FI-HOUR           PIC X(01) COMP-X.
           05  WS-FI-MINUTE         PIC X(01) COMP-X.
           05  WS-FI-SECOND         PIC X(01) COMP-X.
           05  WS-FI-HSEC           PIC X(01) COMP-X.
       01  WS-FILE-STAMP            PIC 9(14).
       01  WS-FILE-STAMP-R REDEFINES WS-FILE-STAMP.
           05  WS-FS-YEAR           PIC 9(04).
           05  WS-FS-MONTH          PIC 9(02).
           05  WS-FS-DAY            PIC 9(02).
           05  WS-FS-HOUR           PIC 9(02).
           05  WS-FS-MINUTE         PIC 9(02).
           05  WS-FS-SECOND         PIC 9(02).

      * 暫定案件登錄檔(覆核時整檔載入後覆寫)。
       01  WS-PRV-COUNT             PIC 9(05) VALUE 0.
       01  WS-PVX                   PIC 9(05).
       01  WS-PRV-TABLE.
           05  WS-PRV-IMAGE OCCURS 20000 TIMES PIC X(100).
       01  WS-PRV-OVERFLOW          PIC 9(05) VALUE 0.

      * 待放行佇列(放行時整檔載入後覆寫)。
       01  WS-QUE-COUNT             PIC 9(03) VALUE 0.
       01  WS-QUX                   PIC 9(03).
       01  WS-QUE-TABLE.
           05  WS-QUE-IMAGE OCCURS 500 TIMES PIC X(40).

       01  WS-COUNTERS.
           05  WS-STAMPED-COUNT     PIC 9(05) VALUE 0.
           05  WS-SKIP-STAMP-COUNT  PIC 9(05) VALUE 0.
           05  WS-CONFIRMED-COUNT   PIC 9(07) VALUE 0.
           05  WS-REEDIT-COUNT      PIC 9(07) VALUE 0.
           05  WS-RELEASED-COUNT    PIC 9(05) VALUE 0.

       01  WS-CHANGE-SW             PIC X(01).
           88  BASIS-CHANGED              VALUE 'Y'.

       01  WS-REEDIT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-E-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-E-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-E-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-E-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-E-STKNO           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-E-TEXT            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT CTG-RPT-FILE
           MOVE "CONTINGENCY PROCESSING MODE" TO CTG-RPT-LINE
           WRITE CTG-RPT-LINE

           PERFORM 1000-READ-REQUEST
           IF NOT REQUEST-REFUSED
               PERFORM 1100-READ-SYSCON
           END-IF
           IF NOT REQUEST-REFUSED AND REQ-MODE NOT = 'B'
               PERFORM 1200-CHECK-AUTHORITY
           END-IF
           IF REQUEST-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE CTG-RPT-FILE
               STOP RUN
           END-IF

           EVALUATE REQ-MODE
               WHEN 'D' PERFORM 2000-DECLARE
               WHEN 'R' PERFORM 3000-RECOVER
               WHEN 'B' PERFORM 5000-STAMP-REPORTS
           END-EVALUATE
           EVALUATE TRUE
               WHEN REQUEST-REFUSED  MOVE 8 TO RETURN-CODE
               WHEN RECHECK-WARNING  MOVE 4 TO RETURN-CODE
               WHEN OTHER            MOVE 0 TO RETURN-CODE
           END-EVALUATE

           CLOSE CTG-RPT-FILE
           STOP RUN.

       1000-READ-REQUEST.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACES TO REQ-LINE
           END-READ
           CLOSE REQ-FILE
           MOVE SPACES TO CTG-RPT-LINE
           EVALUATE TRUE
               WHEN REQ-MODE NOT = 'D' AND REQ-MODE NOT = 'R'
                       AND REQ-MODE NOT = 'B'
                   MOVE "REQUEST REFUSED - MODE MUST BE D, R OR B"
                       TO CTG-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-MODE NOT = 'B'
                       AND REQ-FEED NOT = "T30" AND REQ-FEED NOT = "M04"
                   MOVE "REQUEST REFUSED - FEED MUST BE T30 OR M04"
                       TO CTG-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-MODE NOT = 'B' AND REQ-OPER = SPACES
                   MOVE "REQUEST REFUSED - OPERATOR REQUIRED"
                       TO CTG-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   STRING "MODE " REQ-MODE " FEED " REQ-FEED
                       " OPERATOR " REQ-OPER
                       DELIMITED BY SIZE INTO CTG-RPT-LINE
           END-EVALUATE
           WRITE CTG-RPT-LINE.

       1100-READ-SYSCON.
           OPEN INPUT SYSCON-FILE
           READ SYSCON-FILE
               AT END SET SYS-EOF TO TRUE
           END-READ
           CLOSE SYSCON-FILE
           MOVE SPACES TO CTG-RPT-LINE
           EVALUATE TRUE
               WHEN SYS-EOF
                   MOVE "REQUEST REFUSED - NO SYSCON.DAT"
                       TO CTG-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN SYS-DAY-CLOSED
                   STRING "REQUEST REFUSED - DAY " SYS-BUS-DATE
                       " ALREADY CLOSED"
                       DELIMITED BY SIZE INTO CTG-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   MOVE SYS-BUS-DATE TO WS-BUS-DATE
                   PERFORM 1150-READ-CTGSTAT
                   STRING "BUSINESS DATE: " WS-BUS-DATE
                       "  T30 MODE: " CTS-CONTG-T30
                       "  M04 MODE: " CTS-CONTG-M04
                       DELIMITED BY SIZE INTO CTG-RPT-LINE
           END-EVALUATE
           WRITE CTG-RPT-LINE
           IF REQ-FEED = "T30"
               MOVE CTS-CONTG-T30 TO WS-FEED-FLAG
           ELSE
               MOVE CTS-CONTG-M04 TO WS-FEED-FLAG
           END-IF.

      * 應變作業模式狀態:無狀態檔或非本營業日者視為未宣告。
       1150-READ-CTGSTAT.
           OPEN INPUT CTGSTAT-FILE
           READ CTGSTAT-FILE
               AT END SET CTS-EOF TO TRUE
           END-READ
           CLOSE CTGSTAT-FILE
           IF CTS-EOF OR CTS-BUS-DATE NOT = WS-BUS-DATE
               MOVE SPACES TO CTG-STATE-REC
               MOVE WS-BUS-DATE TO CTS-BUS-DATE
               MOVE 0 TO CTS-CONTG-STAMP CTS-T30-BASIS-DATE
           END-IF.

      * 宣告/回復須由具放行角色之操作員為之。
       1200-CHECK-AUTHORITY.
           MOVE 'O' TO AUT-ROLE
           MOVE REQ-OPER TO AUT-OPER-ID
           MOVE WS-BUS-DATE TO AUT-CHECK-DATE
           MOVE "M0CTGCY" TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               MOVE SPACES TO CTG-RPT-LINE
               STRING "REQUEST REFUSED - OPERATOR " REQ-OPER
                   " NOT AUTHORIZED (" AUT-REASON ")"
                   DELIMITED BY SIZE INTO CTG-RPT-LINE
               WRITE CTG-RPT-LINE
               SET REQUEST-REFUSED TO TRUE
           END-IF.

      * 宣告:該來源應變模式改記應變中，首次宣告記錄操作員/時戳。
       2000-DECLARE.
           IF WS-FEED-FLAG = 'A'
               MOVE SPACES TO CTG-RPT-LINE
               STRING "REQUEST REFUSED - " REQ-FEED
                   " CONTINGENCY ALREADY ACTIVE"
                   DELIMITED BY SIZE INTO CTG-RPT-LINE
               WRITE CTG-RPT-LINE
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           IF CTS-CONTG-STAMP NOT NUMERIC OR CTS-CONTG-STAMP = 0
               MOVE WS-NOW-STAMP TO CTS-CONTG-STAMP
               MOVE REQ-OPER     TO CTS-CONTG-OPER
           END-IF
           IF REQ-FEED = "T30"
               PERFORM 2100-FIND-PRIOR-BUS-DATE
               MOVE 'A' TO CTS-CONTG-T30
               MOVE WS-PRIOR-DATE TO CTS-T30-BASIS-DATE
           ELSE
               MOVE 'A' TO CTS-CONTG-M04
           END-IF
           PERFORM 8000-WRITE-CTGSTAT
           MOVE SPACES TO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           MOVE SPACES TO CTG-RPT-LINE
           IF REQ-FEED = "T30"
               STRING "T30 CONTINGENCY DECLARED BY " REQ-OPER
                   " - M02 EDITS RUN ON T30 DATA AS OF "
                   CTS-T30-BASIS-DATE " (PROVISIONAL)"
                   DELIMITED BY SIZE INTO CTG-RPT-LINE
           ELSE
               STRING "M04 CONTINGENCY DECLARED BY " REQ-OPER
                   " - M04-DEPENDENT STEPS WILL BE QUEUED"
                   DELIMITED BY SIZE INTO CTG-RPT-LINE
           END-IF
           WRITE CTG-RPT-LINE
           PERFORM 7000-BUILD-BANNER
           PERFORM 7100-PRINT-BANNER
           STRING REQ-FEED " CONTINGENCY DECLARED"
               DELIMITED BY SIZE INTO WS-AUD-ACTION
           PERFORM 8100-AUDIT-EVENT.

      * 前一營業日:自營業日逐日回推至 M0DTSVC 判定為營業日者。
       2100-FIND-PRIOR-BUS-DATE.
           COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           MOVE 0 TO WS-PRIOR-DATE
           PERFORM VARYING WS-TRY FROM 1 BY 1 UNTIL WS-TRY > 15
               SUBTRACT 1 FROM WS-INT-DATE
               COMPUTE WS-PRIOR-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
               MOVE 'V' TO DTS-FUNC
               MOVE WS-PRIOR-DATE TO DTS-DATE-1
               CALL "M0DTSVC" USING DTS-PARM
               IF DTS-RESULT = 'Y'
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 回復:先補印應變期間報表橫幅，再覆核暫定案件或放行佇列。
       3000-RECOVER.
           IF WS-FEED-FLAG NOT = 'A'
               MOVE SPACES TO CTG-RPT-LINE
               STRING "REQUEST REFUSED - " REQ-FEED
                   " CONTINGENCY NOT ACTIVE"
                   DELIMITED BY SIZE INTO CTG-RPT-LINE
               WRITE CTG-RPT-LINE
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-STAMP-REPORTS
           IF REQ-FEED = "T30"
               PERFORM 3100-RECHECK-PROVISIONAL
               MOVE 'R' TO CTS-CONTG-T30
           ELSE
               PERFORM 3500-RELEASE-QUEUE
               MOVE 'R' TO CTS-CONTG-M04
           END-IF
           PERFORM 8000-WRITE-CTGSTAT
           MOVE SPACES TO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           MOVE SPACES TO CTG-RPT-LINE
           STRING REQ-FEED " CONTINGENCY RECOVERED BY " REQ-OPER
               DELIMITED BY SIZE INTO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           STRING REQ-FEED " CONTINGENCY RECOVERED"
               DELIMITED BY SIZE INTO WS-AUD-ACTION
           PERFORM 8100-AUDIT-EVENT.

      * T30 遲到檔已載入:暫定案件以新主檔覆核，引用值有變動者須
      * 重新檢核。
       3100-RECHECK-PROVISIONAL.
           OPEN INPUT CTGPROV-IN
           PERFORM UNTIL PRV-EOF
               READ CTGPROV-IN
                   AT END SET PRV-EOF TO TRUE
                   NOT AT END
                       IF WS-PRV-COUNT < 20000
                           ADD 1 TO WS-PRV-COUNT
                           MOVE CTG-PROV-REC
                               TO WS-PRV-IMAGE(WS-PRV-COUNT)
                       ELSE
                           ADD 1 TO WS-PRV-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTGPROV-IN
           MOVE SPACES TO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           MOVE "PROVISIONAL CASES REQUIRING RE-EDIT (T30 CHANGED)"
               TO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           PERFORM VARYING WS-PVX FROM 1 BY 1
                   UNTIL WS-PVX > WS-PRV-COUNT
               MOVE WS-PRV-IMAGE(WS-PVX) TO CTG-PROV-REC
               IF CTP-BUS-DATE = WS-BUS-DATE AND CTP-PROVISIONAL
                   PERFORM 3200-RECHECK-ONE-CASE
                   MOVE CTG-PROV-REC TO WS-PRV-IMAGE(WS-PVX)
               END-IF
           END-PERFORM
           OPEN OUTPUT CTGPROV-OUT
           PERFORM VARYING WS-PVX FROM 1 BY 1
                   UNTIL WS-PVX > WS-PRV-COUNT
               WRITE CTGPROV-OUT-REC FROM WS-PRV-IMAGE(WS-PVX)
           END-PERFORM
           CLOSE CTGPROV-OUT
           MOVE SPACES TO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           MOVE SPACES TO CTG-RPT-LINE
           STRING "PROVISIONAL CONFIRMED.: " WS-CONFIRMED-COUNT
               DELIMITED BY SIZE INTO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           MOVE SPACES TO CTG-RPT-LINE
           STRING "RE-EDIT REQUIRED......: " WS-REEDIT-COUNT
               DELIMITED BY SIZE INTO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           IF WS-PRV-OVERFLOW > 0
               MOVE SPACES TO CTG-RPT-LINE
               STRING "*** WARNING: REGISTER OVER 20000 - "
                   WS-PRV-OVERFLOW " NOT LOADED OR RETAINED"
                   DELIMITED BY SIZE INTO CTG-RPT-LINE
               WRITE CTG-RPT-LINE
           END-IF
           IF WS-REEDIT-COUNT > 0 OR WS-PRV-OVERFLOW > 0
               SET RECHECK-WARNING TO TRUE
           END-IF.

       3200-RECHECK-ONE-CASE.
           MOVE CTP-STKNO TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           MOVE 'N' TO WS-CHANGE-SW
           IF T30L-FOUND NOT = CTP-FOUND
               SET BASIS-CHANGED TO TRUE
           END-IF
           IF T30L-FOUND = 'Y' AND CTP-FOUND = 'Y'
               IF T30L-BULL-PRICE     NOT = CTP-BULL-PRICE
                  OR T30L-LDC-PRICE   NOT = CTP-LDC-PRICE
                  OR T30L-BEAR-PRICE  NOT = CTP-BEAR-PRICE
                  OR T30L-SETTYPE     NOT = CTP-SETTYPE
                  OR T30L-MARK-W      NOT = CTP-MARK-W
                  OR T30L-MARK-P      NOT = CTP-MARK-P
                  OR T30L-MARK-DAY-TRADE NOT = CTP-MARK-DAY-TRADE
                  OR T30L-ORDER-LIMIT NOT = CTP-ORDER-LIMIT
                  OR T30L-ORDERS-LIMIT NOT = CTP-ORDERS-LIMIT
                  OR T30L-PREPAY-RATE NOT = CTP-PREPAY-RATE
                   SET BASIS-CHANGED TO TRUE
               END-IF
           END-IF
           IF BASIS-CHANGED
               MOVE 'E' TO CTP-STATUS
               ADD 1 TO WS-REEDIT-COUNT
               MOVE CTP-ETF-ID    TO WS-E-ETF-ID
               MOVE CTP-BROKER-ID TO WS-E-BROKER-ID
               MOVE CTP-TX-DATE   TO WS-E-TX-DATE
               MOVE CTP-SEQNO     TO WS-E-SEQNO
               MOVE CTP-STKNO     TO WS-E-STKNO
               IF T30L-FOUND NOT = CTP-FOUND
                   MOVE "T30 PRESENCE CHANGED" TO WS-E-TEXT
               ELSE
                   MOVE "T30 PRICE BAND/MARKS/LIMITS CHANGED"
                       TO WS-E-TEXT
               END-IF
               MOVE WS-REEDIT-LINE TO CTG-RPT-LINE
               WRITE CTG-RPT-LINE
           ELSE
               MOVE 'C' TO CTP-STATUS
               ADD 1 TO WS-CONFIRMED-COUNT
           END-IF.

      * M04 遲到檔已到:佇列中站台改記已放行並寫出放行清單。
       3500-RELEASE-QUEUE.
           OPEN INPUT CTGQUE-IN
           PERFORM UNTIL QUE-EOF
               READ CTGQUE-IN
                   AT END SET QUE-EOF TO TRUE
                   NOT AT END
                       IF WS-QUE-COUNT < 500
                           ADD 1 TO WS-QUE-COUNT
                           MOVE CTG-QUEUE-REC
                               TO WS-QUE-IMAGE(WS-QUE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTGQUE-IN
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           MOVE "QUEUED STEPS RELEASED (CTGREL.DAT)" TO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           OPEN OUTPUT CTGREL-FILE
           PERFORM VARYING WS-QUX FROM 1 BY 1
                   UNTIL WS-QUX > WS-QUE-COUNT
               MOVE WS-QUE-IMAGE(WS-QUX) TO CTG-QUEUE-REC
               IF CTQ-BUS-DATE = WS-BUS-DATE AND CTQ-QUEUED
                   MOVE 'R'              TO CTQ-STATUS
                   MOVE REQ-OPER         TO CTQ-RELEASE-OPER
                   MOVE WS-TIME-NOW(1:6) TO CTQ-RELEASE-TIME
                   MOVE CTG-QUEUE-REC TO WS-QUE-IMAGE(WS-QUX)
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE CTQ-PROGRAM  TO REL-PROGRAM
                   MOVE WS-BUS-DATE  TO REL-BUS-DATE
                   WRITE CTGREL-LINE
                   MOVE SPACES TO CTG-RPT-LINE
                   STRING "  " CTQ-PROGRAM " QUEUED AT "
                       CTQ-QUEUE-TIME " - RELEASED"
                       DELIMITED BY SIZE INTO CTG-RPT-LINE
                   WRITE CTG-RPT-LINE
               END-IF
           END-PERFORM
           CLOSE CTGREL-FILE
           OPEN OUTPUT CTGQUE-OUT
           PERFORM VARYING WS-QUX FROM 1 BY 1
                   UNTIL WS-QUX > WS-QUE-COUNT
               WRITE CTGQUE-OUT-REC FROM WS-QUE-IMAGE(WS-QUX)
           END-PERFORM
           CLOSE CTGQUE-OUT
           MOVE SPACES TO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           MOVE SPACES TO CTG-RPT-LINE
           STRING "STEPS RELEASED........: " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO CTG-RPT-LINE
           WRITE CTG-RPT-LINE.

      * 橫幅:首次宣告後產出且尚未加印之目錄報表，首行前加印。
       5000-STAMP-REPORTS.
           PERFORM 7000-BUILD-BANNER
           IF WS-BANNER-COUNT = 0
               MOVE "NO CONTINGENCY ACTIVE - NO REPORTS STAMPED"
                   TO CTG-RPT-LINE
               WRITE CTG-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7100-PRINT-BANNER
           OPEN INPUT RPTCAT-FILE
           PERFORM UNTIL CAT-EOF
               READ RPTCAT-FILE
                   AT END SET CAT-EOF TO TRUE
                   NOT AT END
                       IF RPC-TYPE-REPORT AND WS-RPT-COUNT < 500
                               AND RPC-CODE NOT = "M0CTGCY.RPT"
                           ADD 1 TO WS-RPT-COUNT
                           MOVE RPC-CODE TO WS-RP-NAME(WS-RPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTCAT-FILE
           PERFORM VARYING WS-RPX FROM 1 BY 1
                   UNTIL WS-RPX > WS-RPT-COUNT
               PERFORM 5100-STAMP-ONE-REPORT
           END-PERFORM
           MOVE SPACES TO CTG-RPT-LINE
           STRING "REPORTS STAMPED.......: " WS-STAMPED-COUNT
               DELIMITED BY SIZE INTO CTG-RPT-LINE
           WRITE CTG-RPT-LINE
           MOVE SPACES TO CTG-RPT-LINE
           STRING "ALREADY STAMPED.......: " WS-SKIP-STAMP-COUNT
               DELIMITED BY SIZE INTO CTG-RPT-LINE
           WRITE CTG-RPT-LINE.

       5100-STAMP-ONE-REPORT.
           MOVE WS-RP-NAME(WS-RPX) TO WS-RPT-NAME
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-RPT-NAME WS-FILE-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FI-YEAR   TO WS-FS-YEAR
           MOVE WS-FI-MONTH  TO WS-FS-MONTH
           MOVE WS-FI-DAY    TO WS-FS-DAY
           MOVE WS-FI-HOUR   TO WS-FS-HOUR
           MOVE WS-FI-MINUTE TO WS-FS-MINUTE
           MOVE WS-FI-SECOND TO WS-FS-SECOND
           IF WS-FILE-STAMP < CTS-CONTG-STAMP
               EXIT PARAGRAPH
           END-IF
      *    首行已為應變橫幅者不重複加印。
           MOVE 'N' TO WS-RPT-EOF
           OPEN INPUT RPT-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RPT-IN-FILE
               AT END SET RPT-EOF TO TRUE
           END-READ
           IF NOT RPT-EOF AND RPT-IN-LINE(1:20) = WS-BANNER-TAG
               CLOSE RPT-IN-FILE
               ADD 1 TO WS-SKIP-STAMP-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL RPT-EOF
               WRITE TMP-LINE FROM RPT-IN-LINE
               READ RPT-IN-FILE
                   AT END SET RPT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE RPT-IN-FILE TMP-FILE
           OPEN OUTPUT RPT-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BNX FROM 1 BY 1
                   UNTIL WS-BNX > WS-BANNER-COUNT
               WRITE RPT-OUT-LINE FROM WS-BANNER-LINE(WS-BNX)
           END-PERFORM
           MOVE 'N' TO WS-TMP-EOF
           OPEN INPUT TMP-FILE
           PERFORM UNTIL TMP-EOF
               READ TMP-FILE
                   AT END SET TMP-EOF TO TRUE
                   NOT AT END WRITE RPT-OUT-LINE FROM TMP-LINE
               END-READ
           END-PERFORM
           CLOSE TMP-FILE RPT-OUT-FILE
           ADD 1 TO WS-STAMPED-COUNT
           MOVE SPACES TO CTG-RPT-LINE
           STRING "  STAMPED " WS-RPT-NAME
               DELIMITED BY SIZE INTO CTG-RPT-LINE
           WRITE CTG-RPT-LINE.

      * 依現行應變中之來源組成橫幅(無應變中來源者行數為0)。
       7000-BUILD-BANNER.
           MOVE 0 TO WS-BANNER-COUNT
           MOVE SPACES TO WS-BANNER-TABLE
           IF NOT CTS-T30-CONTINGENCY AND NOT CTS-M04-CONTINGENCY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BANNER-COUNT
           STRING WS-BANNER-TAG " DECLARED " CTS-CONTG-STAMP
               " BY " CTS-CONTG-OPER " - PROVISIONAL ***"
               DELIMITED BY SIZE
               INTO WS-BANNER-LINE(WS-BANNER-COUNT)
           IF CTS-T30-CONTINGENCY
               ADD 1 TO WS-BANNER-COUNT
               STRING "*** T30 NOT RECEIVED - RESULTS BASED ON "
                   "T30 DATA AS OF " CTS-T30-BASIS-DATE " ***"
                   DELIMITED BY SIZE
                   INTO WS-BANNER-LINE(WS-BANNER-COUNT)
           END-IF
           IF CTS-M04-CONTINGENCY
               ADD 1 TO WS-BANNER-COUNT
               MOVE "*** M04 NOT RECEIVED - DEPENDENT STEPS QUEUED ***"
                   TO WS-BANNER-LINE(WS-BANNER-COUNT)
           END-IF.

       7100-PRINT-BANNER.
           PERFORM VARYING WS-BNX FROM 1 BY 1
                   UNTIL WS-BNX > WS-BANNER-COUNT
               MOVE WS-BANNER-LINE(WS-BNX) TO CTG-RPT-LINE
               WRITE CTG-RPT-LINE
           END-PERFORM
           MOVE SPACES TO CTG-RPT-LINE.

       8000-WRITE-CTGSTAT.
           MOVE CTG-STATE-REC TO WS-CTGSTAT-SAVE
           OPEN OUTPUT CTGSTAT-FILE
           MOVE WS-CTGSTAT-SAVE TO CTG-STATE-REC
           WRITE CTG-STATE-REC
           CLOSE CTGSTAT-FILE.

       8100-AUDIT-EVENT.
           MOVE SPACES TO ADL-PARM
           MOVE 0             TO ADL-TIMESTAMP
           MOVE REQ-OPER      TO ADL-OPER-ID
           MOVE "M0CTGCY"     TO ADL-PROGRAM
           MOVE "CTGY"        TO ADL-EVENT
           STRING "CTGSTAT " WS-BUS-DATE " " REQ-FEED
               DELIMITED BY SIZE INTO ADL-OBJECT
           STRING "FEED MODE '" WS-FEED-FLAG "'"
               DELIMITED BY SIZE INTO ADL-BEFORE
           STRING "T30 MODE '" CTS-CONTG-T30 "' M04 MODE '"
               CTS-CONTG-M04 "' T30 BASIS " CTS-T30-BASIS-DATE
               DELIMITED BY SIZE INTO ADL-AFTER
           MOVE WS-AUD-ACTION TO ADL-REASON
           CALL "M0AUDLG" USING ADL-PARM.
