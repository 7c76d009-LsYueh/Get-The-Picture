      * M0ISRS - 發行人手續費分潤月結算作業
      * 本公司收取之申購買回手續費(APPLY-FEE)及行政處理費
      * (MANAGEMENT-CHARGE)依服務契約須按比率分潤予各基金發行人
      * ，現行每季由財務自 M01FEE 報表以試算表人工計算。本程式
      * 依結算年月(M0ISRS.CTL: 結算年月(6)+處理日(8))每月執行:
      *   1. 讀取發行人回覆歸檔 M04HIST.DAT 當月(PROC-DATE)受理成
      *      功(RESULT-SUCCESS)或部分受理(RESULT-PARTIAL)之案件，
      *      排除其後經取消/沖正者
      *      (M01HIST.DAT 中 TRAN-CODE 'C'/'R' 記錄所指之原案)，
      *      依 ETF 彙總已收手續費及行政處理費。
      *   2. 分潤比率以 ETFMST 之基金比率(ETF-MST-SHARE-PCT)為優
      *      先，為 0 者依發行人主檔 ISSMST 之 ISS-MST-SHARE-PCT，
      *      依 ETF-MST-ISSUER 彙總產出各發行人應付分潤結算單
      *      M0ISRS.RPT(逐基金明細及發行人合計)。
      *   3. 寫出應付分潤傳票檔 ISRSGL.DAT(總帳傳票版面，每基金一
      *      筆，借 5112 發行人分潤費用/貸 2208 應付發行人分潤，
      *      券商欄位放發行人代號)，由 M0GLFD 於同處理日併入總帳
      *      傳票檔。
      *
      * 假設: 分潤以四捨五入計至元；取消/沖正所指原案以 ETF代號
      *       +原申請日(沖正用 ORIG-TX-DATE，取消用 TX-DATE)+
      *       CANCEL-SEQNO 比對。
      *
      * 修改紀錄:
      *   2026-10-08  新增此程式
      *   2026-10-15  部分受理(RESULT-PARTIAL)案件一併分潤，費用取
      *               M04 回覆(已按受理基數計收)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0ISRS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0ISRS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL M04-HIST-FILE ASSIGN TO "M04HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M01-HIST-FILE ASSIGN TO "M01HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ISSMST-FILE ASSIGN TO "ISSMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ISRSGL-FILE ASSIGN TO "ISRSGL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ISRS-RPT-FILE ASSIGN TO "M0ISRS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-RV ASSIGN TO "M0ISRS.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-SETTLE-YM        PIC 9(06).
           05  CTL-PROC-DATE        PIC 9(08).

       FD  M04-HIST-FILE.
       COPY m04.

       FD  M01-HIST-FILE.
       COPY m01.

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  ISSMST-FILE.
       COPY issmst.

       FD  ISRSGL-FILE.
       01  ISRSGL-REC               PIC X(60).

       FD  ISRS-RPT-FILE.
       01  ISRS-RPT-LINE            PIC X(132).

       SD  SORT-WORK-RV.
       01  SRV-REC.
           05  SRV-ETF-ID           PIC X(06).
           05  SRV-TX-DATE          PIC 9(08).
           05  SRV-SEQNO            PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-M04-EOF               PIC X VALUE 'N'.
           88  M04-EOF                    VALUE 'Y'.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-ETF-EOF               PIC X VALUE 'N'.
           88  ETF-EOF                    VALUE 'Y'.
       01  WS-ISS-EOF               PIC X VALUE 'N'.
           88  ISS-EOF                    VALUE 'Y'.
       01  WS-SRV-EOF               PIC X VALUE 'N'.
           88  SRV-EOF                    VALUE 'Y'.

       01  WS-SETTLE-YM             PIC 9(06).
       01  WS-PROC-DATE             PIC 9(08).
       01  WS-REPLY-YM              PIC 9(06).

      * 已取消/沖正之原案鍵值(排序後載入)，供 SEARCH ALL 使用。
       01  WS-RV-TABLE.
           05  WS-RV-COUNT          PIC 9(05) VALUE 0.
           05  WS-RV-ENTRY OCCURS 10000 TIMES
                   ASCENDING KEY IS WS-RV-KEY
                   INDEXED BY WS-RVX.
               10  WS-RV-KEY.
                   15  WS-RV-ETF-ID PIC X(06).
                   15  WS-RV-TX-DATE PIC 9(08).
                   15  WS-RV-SEQNO  PIC X(03).
       01  WS-LAST-RV-KEY           PIC X(17) VALUE LOW-VALUES.
       01  WS-ARG-RV-KEY.
           05  WS-ARG-ETF-ID        PIC X(06).
           05  WS-ARG-TX-DATE       PIC 9(08).
           05  WS-ARG-SEQNO         PIC X(03).
       01  WS-RV-FOUND              PIC X(01).

      * ETF主檔(已依代號遞增排序)及當月彙總，供 SEARCH ALL 使用。
       01  WS-ETF-TABLE.
           05  WS-ETF-COUNT         PIC 9(04) VALUE 0.
           05  WS-ETF-ENTRY OCCURS 2000 TIMES
                   ASCENDING KEY IS WS-ET-ETF-ID
                   INDEXED BY WS-ETX.
               10  WS-ET-ETF-ID     PIC X(06).
               10  WS-ET-ISSUER     PIC X(04).
               10  WS-ET-SHARE-PCT  PIC 9(02)V9(02).
               10  WS-ET-CASES      PIC 9(07).
               10  WS-ET-FEE        PIC 9(15).
               10  WS-ET-MGMT       PIC 9(15).

      * 發行人主檔。
       01  WS-ISS-TABLE.
           05  WS-ISS-COUNT         PIC 9(03) VALUE 0.
           05  WS-ISS-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-ISX.
               10  WS-IS-ID         PIC X(04).
               10  WS-IS-NAME       PIC X(30).
               10  WS-IS-SHARE-PCT  PIC 9(02)V9(02).
       01  WS-ISS-HIT               PIC 9(03).

       01  WS-GLFEED-REC.
           05  GLF-PROC-DATE        PIC 9(08).
           05  GLF-ETF-ID           PIC X(06).
           05  GLF-BROKER-ID        PIC X(04).
           05  GLF-SOURCE           PIC X(04).
           05  GLF-DR-ACCT          PIC 9(04).
           05  GLF-CR-ACCT          PIC 9(04).
           05  GLF-AMOUNT           PIC 9(15).
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-RATE-PCT              PIC 9(02)V9(02).
       01  WS-COLLECTED             PIC 9(15).
       01  WS-SHARE-AMT             PIC 9(15).
       01  WS-ISS-FUNDS             PIC 9(04).
       01  WS-ISS-COLLECTED         PIC 9(15).
       01  WS-ISS-SHARE             PIC 9(15).

       01  WS-M04-READ              PIC 9(07) VALUE 0.
       01  WS-M04-MONTH             PIC 9(07) VALUE 0.
       01  WS-M04-EXCLUDED          PIC 9(07) VALUE 0.
       01  WS-M04-NO-ETF            PIC 9(07) VALUE 0.
       01  WS-M04-COUNTED           PIC 9(07) VALUE 0.
       01  WS-RV-OVERFLOW           PIC 9(07) VALUE 0.
       01  WS-GL-COUNT              PIC 9(05) VALUE 0.
       01  WS-NO-ISSUER             PIC 9(04) VALUE 0.
       01  WS-G-COLLECTED           PIC 9(15) VALUE 0.
       01  WS-G-SHARE               PIC 9(15) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "ISSUER FEE REVENUE-SHARE SETTLEMENT STATEMENT".
       01  WS-HDR-2.
           05  FILLER               PIC X(32) VALUE
               "ETF-ID   CASES       APPLY-FEE  ".
           05  FILLER               PIC X(21) VALUE
               "   MGMT-CHARGE       ".
           05  FILLER               PIC X(31) VALUE
               "COLLECTED RATE%   SHARE-PAYABLE".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CASES           PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-FEE             PIC ZZZZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-MGMT            PIC ZZZZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-COLLECTED       PIC ZZZZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RATE            PIC Z9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SHARE           PIC ZZZZZZZZZZZZZZ9.

       01  WS-ED-AMOUNT             PIC ZZZZZZZZZZZZZZ9.
       01  WS-ED-AMOUNT-2           PIC ZZZZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-SETTLE-YM CTL-PROC-DATE
           END-READ
           MOVE CTL-SETTLE-YM TO WS-SETTLE-YM
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE

           PERFORM 1000-LOAD-ETF-MASTER
           PERFORM 1100-LOAD-ISSUER-MASTER
           MOVE HIGH-VALUES TO WS-RV-TABLE
           MOVE 0 TO WS-RV-COUNT
           SORT SORT-WORK-RV ON ASCENDING KEY
                   SRV-ETF-ID SRV-TX-DATE SRV-SEQNO
               INPUT PROCEDURE IS 1200-SELECT-REVERSALS
               OUTPUT PROCEDURE IS 1300-LOAD-REVERSALS
           PERFORM 2000-ACCUMULATE-ACCEPTED
           OPEN OUTPUT ISRS-RPT-FILE ISRSGL-FILE
           PERFORM 3000-PRINT-STATEMENTS
           PERFORM 4000-PRINT-CONTROL-TOTALS
           CLOSE ISRS-RPT-FILE ISRSGL-FILE
           STOP RUN.

       1000-LOAD-ETF-MASTER.
           MOVE HIGH-VALUES TO WS-ETF-TABLE
           MOVE 0 TO WS-ETF-COUNT
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL ETF-EOF
               READ ETFMST-FILE
                   AT END SET ETF-EOF TO TRUE
                   NOT AT END
                       IF WS-ETF-COUNT < 2000
                           ADD 1 TO WS-ETF-COUNT
                           SET WS-ETX TO WS-ETF-COUNT
                           MOVE ETF-MST-ID
                               TO WS-ET-ETF-ID(WS-ETX)
                           MOVE ETF-MST-ISSUER
                               TO WS-ET-ISSUER(WS-ETX)
                           MOVE ETF-MST-SHARE-PCT
                               TO WS-ET-SHARE-PCT(WS-ETX)
                           IF ETF-MST-SHARE-PCT IS NOT NUMERIC
                               MOVE 0 TO WS-ET-SHARE-PCT(WS-ETX)
                           END-IF
                           MOVE 0 TO WS-ET-CASES(WS-ETX)
                                     WS-ET-FEE(WS-ETX)
                                     WS-ET-MGMT(WS-ETX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

       1100-LOAD-ISSUER-MASTER.
           OPEN INPUT ISSMST-FILE
           PERFORM UNTIL ISS-EOF
               READ ISSMST-FILE
                   AT END SET ISS-EOF TO TRUE
                   NOT AT END
                       IF WS-ISS-COUNT < 300
                           ADD 1 TO WS-ISS-COUNT
                           SET WS-ISX TO WS-ISS-COUNT
                           MOVE ISS-MST-ID   TO WS-IS-ID(WS-ISX)
                           MOVE ISS-MST-NAME TO WS-IS-NAME(WS-ISX)
                           MOVE ISS-MST-SHARE-PCT
                               TO WS-IS-SHARE-PCT(WS-ISX)
                           IF ISS-MST-SHARE-PCT IS NOT NUMERIC
                               MOVE 0 TO WS-IS-SHARE-PCT(WS-ISX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSMST-FILE.

      * 自申報歷史檔挑出取消('C')及沖正('R')記錄所指之原案鍵值。
       1200-SELECT-REVERSALS.
           OPEN INPUT M01-HIST-FILE
           PERFORM UNTIL M01-EOF
               READ M01-HIST-FILE
                   AT END SET M01-EOF TO TRUE
                   NOT AT END
                       IF TRAN-CODE-CANCEL OR TRAN-CODE-REVERSAL
                           MOVE ETF-ID OF M01 TO SRV-ETF-ID
                           MOVE CANCEL-SEQNO  TO SRV-SEQNO
                           IF TRAN-CODE-REVERSAL
                                   AND ORIG-TX-DATE IS NUMERIC
                                   AND ORIG-TX-DATE > 0
                               MOVE ORIG-TX-DATE TO SRV-TX-DATE
                           ELSE
                               MOVE TX-DATE OF M01 TO SRV-TX-DATE
                           END-IF
                           RELEASE SRV-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01-HIST-FILE.

       1300-LOAD-REVERSALS.
           PERFORM UNTIL SRV-EOF
               RETURN SORT-WORK-RV
                   AT END SET SRV-EOF TO TRUE
                   NOT AT END
                       IF SRV-REC NOT = WS-LAST-RV-KEY
                           MOVE SRV-REC TO WS-LAST-RV-KEY
                           IF WS-RV-COUNT < 10000
                               ADD 1 TO WS-RV-COUNT
                               SET WS-RVX TO WS-RV-COUNT
                               MOVE SRV-REC TO WS-RV-KEY(WS-RVX)
                           ELSE
                               ADD 1 TO WS-RV-OVERFLOW
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

      * 當月受理成功或部分受理且未經取消/沖正之案件，依 ETF 彙總費用。
       2000-ACCUMULATE-ACCEPTED.
           OPEN INPUT M04-HIST-FILE
           PERFORM UNTIL M04-EOF
               READ M04-HIST-FILE
                   AT END SET M04-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-M04-READ
                       COMPUTE WS-REPLY-YM = PROC-DATE OF M04 / 100
                       IF WS-REPLY-YM = WS-SETTLE-YM
                               AND (RESULT-SUCCESS OR RESULT-PARTIAL)
                           ADD 1 TO WS-M04-MONTH
                           PERFORM 2100-POST-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M04-HIST-FILE.

       2100-POST-ONE-CASE.
           MOVE ETF-ID  OF M04 TO WS-ARG-ETF-ID
           MOVE TX-DATE OF M04 TO WS-ARG-TX-DATE
           MOVE SEQNO   OF M04 TO WS-ARG-SEQNO
           MOVE 'N' TO WS-RV-FOUND
           IF WS-RV-COUNT > 0
               SEARCH ALL WS-RV-ENTRY
                   AT END CONTINUE
                   WHEN WS-RV-KEY(WS-RVX) = WS-ARG-RV-KEY
                       MOVE 'Y' TO WS-RV-FOUND
               END-SEARCH
           END-IF
           IF WS-RV-FOUND = 'Y'
               ADD 1 TO WS-M04-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-ETF-ENTRY
               AT END
                   ADD 1 TO WS-M04-NO-ETF
               WHEN WS-ET-ETF-ID(WS-ETX) = ETF-ID OF M04
                   ADD 1 TO WS-M04-COUNTED
                   ADD 1 TO WS-ET-CASES(WS-ETX)
                   ADD APPLY-FEE OF M04 TO WS-ET-FEE(WS-ETX)
                   ADD MANAGEMENT-CHARGE OF M04
                       TO WS-ET-MGMT(WS-ETX)
           END-SEARCH.

      * 依發行人列示結算單，並逐基金寫出應付分潤傳票。
       3000-PRINT-STATEMENTS.
           MOVE WS-HDR-1 TO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "SETTLEMENT MONTH " WS-SETTLE-YM
               "  PROCESSING DATE " WS-PROC-DATE
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           PERFORM VARYING WS-ISX FROM 1 BY 1
                   UNTIL WS-ISX > WS-ISS-COUNT
               PERFORM 3100-PRINT-ONE-ISSUER
           END-PERFORM
           PERFORM VARYING WS-ETX FROM 1 BY 1
                   UNTIL WS-ETX > WS-ETF-COUNT
               IF WS-ET-CASES(WS-ETX) > 0
                   MOVE 0 TO WS-ISS-HIT
                   PERFORM 3300-FIND-ISSUER
                   IF WS-ISS-HIT = 0
                       ADD 1 TO WS-NO-ISSUER
                       MOVE SPACES TO ISRS-RPT-LINE
                       STRING "ETF " WS-ET-ETF-ID(WS-ETX)
                           " ISSUER " WS-ET-ISSUER(WS-ETX)
                           " NOT ON ISSMST - NO SHARE CALCULATED"
                           DELIMITED BY SIZE INTO ISRS-RPT-LINE
                       WRITE ISRS-RPT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       3100-PRINT-ONE-ISSUER.
           MOVE 0 TO WS-ISS-FUNDS WS-ISS-COLLECTED WS-ISS-SHARE
           MOVE SPACES TO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE ALL "=" TO ISRS-RPT-LINE(1:88)
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "ISSUER.............: " WS-IS-ID(WS-ISX) " "
               WS-IS-NAME(WS-ISX)
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE WS-HDR-2 TO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           PERFORM VARYING WS-ETX FROM 1 BY 1
                   UNTIL WS-ETX > WS-ETF-COUNT
               IF WS-ET-ISSUER(WS-ETX) = WS-IS-ID(WS-ISX)
                       AND WS-ET-CASES(WS-ETX) > 0
                   PERFORM 3200-PRINT-ONE-FUND
               END-IF
           END-PERFORM
           MOVE SPACES TO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE WS-ISS-COLLECTED TO WS-ED-AMOUNT
           MOVE WS-ISS-SHARE     TO WS-ED-AMOUNT-2
           STRING "ISSUER TOTAL.......: FUNDS " WS-ISS-FUNDS
               "  COLLECTED " WS-ED-AMOUNT
               "  SHARE PAYABLE " WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE.

      * 基金比率優先，為0者依發行人比率；分潤四捨五入計至元。
       3200-PRINT-ONE-FUND.
           IF WS-ET-SHARE-PCT(WS-ETX) > 0
               MOVE WS-ET-SHARE-PCT(WS-ETX) TO WS-RATE-PCT
           ELSE
               MOVE WS-IS-SHARE-PCT(WS-ISX) TO WS-RATE-PCT
           END-IF
           COMPUTE WS-COLLECTED =
               WS-ET-FEE(WS-ETX) + WS-ET-MGMT(WS-ETX)
           COMPUTE WS-SHARE-AMT ROUNDED =
               WS-COLLECTED * WS-RATE-PCT / 100
           ADD 1 TO WS-ISS-FUNDS
           ADD WS-COLLECTED TO WS-ISS-COLLECTED WS-G-COLLECTED
           ADD WS-SHARE-AMT TO WS-ISS-SHARE WS-G-SHARE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ET-ETF-ID(WS-ETX) TO WS-D-ETF-ID
           MOVE WS-ET-CASES(WS-ETX)  TO WS-D-CASES
           MOVE WS-ET-FEE(WS-ETX)    TO WS-D-FEE
           MOVE WS-ET-MGMT(WS-ETX)   TO WS-D-MGMT
           MOVE WS-COLLECTED         TO WS-D-COLLECTED
           MOVE WS-RATE-PCT          TO WS-D-RATE
           MOVE WS-SHARE-AMT         TO WS-D-SHARE
           MOVE WS-DETAIL-LINE TO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE

           IF WS-SHARE-AMT > 0
               MOVE WS-PROC-DATE         TO GLF-PROC-DATE
               MOVE WS-ET-ETF-ID(WS-ETX) TO GLF-ETF-ID
               MOVE WS-IS-ID(WS-ISX)     TO GLF-BROKER-ID
               MOVE "ISRS"               TO GLF-SOURCE
               MOVE 5112                 TO GLF-DR-ACCT
               MOVE 2208                 TO GLF-CR-ACCT
               MOVE WS-SHARE-AMT         TO GLF-AMOUNT
               WRITE ISRSGL-REC FROM WS-GLFEED-REC
               ADD 1 TO WS-GL-COUNT
           END-IF.

       3300-FIND-ISSUER.
           PERFORM VARYING WS-ISX FROM 1 BY 1
                   UNTIL WS-ISX > WS-ISS-COUNT
               IF WS-IS-ID(WS-ISX) = WS-ET-ISSUER(WS-ETX)
                   SET WS-ISS-HIT TO WS-ISX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE ALL "=" TO ISRS-RPT-LINE(1:88)
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "REPLY RECORDS READ........: " WS-M04-READ
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "ACCEPTED IN MONTH.........: " WS-M04-MONTH
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "CANCELLED/REVERSED........: " WS-M04-EXCLUDED
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "ETF NOT ON MASTER.........: " WS-M04-NO-ETF
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "CASES SETTLED.............: " WS-M04-COUNTED
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "FUNDS WITHOUT ISSUER......: " WS-NO-ISSUER
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "TOTAL FEES COLLECTED......: " WS-G-COLLECTED
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "TOTAL SHARE PAYABLE.......: " WS-G-SHARE
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           MOVE SPACES TO ISRS-RPT-LINE
           STRING "GL VOUCHERS WRITTEN.......: " WS-GL-COUNT
               DELIMITED BY SIZE INTO ISRS-RPT-LINE
           WRITE ISRS-RPT-LINE
           IF WS-RV-OVERFLOW > 0
               MOVE SPACES TO ISRS-RPT-LINE
               STRING "*** REVERSAL TABLE FULL - "
                   WS-RV-OVERFLOW " KEYS NOT LOADED ***"
                   DELIMITED BY SIZE INTO ISRS-RPT-LINE
               WRITE ISRS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
