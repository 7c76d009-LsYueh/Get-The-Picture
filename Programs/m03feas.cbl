      * M03FEAS - 處置股票買進補券當日可行性晨間預估
      * 短缺之處置股票(MARK-W)須經 M03 買進補券時，該股僅每隔
      * 撮合循環時間(MATCH-INTERVAL 分)撮合一次，且受單筆(ORDER-
      * LIMIT)及多筆(ORDERS-LIMIT)委託限制數量約束；已有券商因
      * 收盤前根本買不足而違約，過去卻無程式引用撮合循環時間。
      * 本程式於晨間就未結之補券申報(券商申報 M03.DAT 及 M03AUTO
      * 自動產生之 M03AUTO.DAT)逐筆經共用查詢服務 T30LOOK 取得處
      * 置股票資訊，依本日淨買進部位(TODAY-NET-NOS)估算所需委託
      * 筆數及撮合循環數，對照控制檔之剩餘交易時段可用撮合循環
      * 數，凡當日實體上無法買足者列為不可行，並以告警經 M0ALHUB
      * 通知交易室改以借券因應。
      *
      * 假設: 股數換算張數以 1000 股為一張(比照 M02DISP)，不足一
      *       張以一張計；每一撮合循環成交一筆委託，所需撮合循環
      *       數即所需委託筆數(張數÷單筆限制，進位)；多筆委託限
      *       制數量為當日累計上限，張數超過者不論時段均不可行。
      *       控制檔 M03FEAS.CTL:處理日(8)+預估起算時刻 HHMM(4，
      *       預設0900)+收盤時刻 HHMM(4，預設1330)。
      *       已帶錯誤代碼或異動碼非空白之申報不列入。
      *
      * 修改紀錄:
      *   2026-10-02  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M03FEAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M03FEAS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL M03-FILE ASSIGN TO "M03.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M03A-FILE ASSIGN TO "M03AUTO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTK-FILE ASSIGN TO "ALHINTK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEAS-RPT-FILE ASSIGN TO "M03FEAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-START-HHMM       PIC 9(04).
           05  CTL-CLOSE-HHMM       PIC 9(04).

       FD  M03-FILE.
       COPY m03.

       FD  M03A-FILE.
       COPY m03 REPLACING ==M03.== BY ==M03A-REC.==.

       FD  INTK-FILE.
       COPY alerthub.

       FD  FEAS-RPT-FILE.
       01  FEAS-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-M03-EOF               PIC X VALUE 'N'.
           88  M03-EOF                    VALUE 'Y'.
       01  WS-CTL-EOF               PIC X VALUE 'N'.
           88  CTL-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08) VALUE 0.
       01  WS-START-HHMM            PIC 9(04) VALUE 0900.
       01  WS-CLOSE-HHMM            PIC 9(04) VALUE 1330.
       01  WS-HHMM-WORK.
           05  WS-HH                PIC 9(02).
           05  WS-MM                PIC 9(02).
       01  WS-START-MIN             PIC 9(05).
       01  WS-CLOSE-MIN             PIC 9(05).
       01  WS-REMAIN-MIN            PIC 9(05) VALUE 0.

      * 目前處理中之補券申報(兩來源檔共用)。
       01  WS-CUR-LINE.
           05  WS-CL-SOURCE         PIC X(04).
           05  WS-CL-ETF-ID         PIC X(06).
           05  WS-CL-BROKER-ID      PIC X(04).
           05  WS-CL-TX-DATE        PIC 9(08).
           05  WS-CL-SEQNO          PIC X(03).
           05  WS-CL-STKNO          PIC X(06).
           05  WS-CL-NET-NOS        PIC 9(10).

       01  WS-NEED-LOTS             PIC 9(08).
       01  WS-NEED-ORDERS           PIC 9(08).
       01  WS-AVAIL-CYCLES          PIC 9(05).
       01  WS-REM-SHARES            PIC 9(04).
       01  WS-REM-LOTS              PIC 9(06).
       01  WS-INFEASIBLE-SW         PIC X VALUE 'N'.
           88  INFEASIBLE                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC 9(07) VALUE 0.
           05  WS-AUTO-COUNT        PIC 9(07) VALUE 0.
           05  WS-DISP-COUNT        PIC 9(07) VALUE 0.
           05  WS-FEASIBLE-COUNT    PIC 9(07) VALUE 0.
           05  WS-INFEASIBLE-COUNT  PIC 9(07) VALUE 0.
           05  WS-NOT-FOUND-COUNT   PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "DISPOSITION-STOCK BUY-IN FEASIBILITY FORECAST".
       01  WS-HDR-2.
           05  FILLER               PIC X(37) VALUE
               "SRC  ETF-ID BROKER TX-DATE  SEQ STKNO".
           05  FILLER               PIC X(52) VALUE
               "     NET-LOTS INT ORD-LM ORDS-LM ORDERS AVAIL RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-SOURCE          PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STKNO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LOTS            PIC ZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-INTERVAL        PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ORDER-LIM       PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ORDERS-LIM      PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ORDERS          PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AVAIL           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RESULT          PIC X(40).

       COPY t30look.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-CONTROL

           OPEN OUTPUT FEAS-RPT-FILE
           MOVE WS-HDR-1 TO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE
           MOVE SPACES TO FEAS-RPT-LINE
           STRING "PROC DATE: " WS-PROC-DATE
               "  FROM " WS-START-HHMM " TO CLOSE " WS-CLOSE-HHMM
               "  REMAINING MINUTES: " WS-REMAIN-MIN
               DELIMITED BY SIZE INTO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE
           MOVE WS-HDR-2 TO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE

           OPEN EXTEND INTK-FILE

           OPEN INPUT M03-FILE
           PERFORM UNTIL M03-EOF
               READ M03-FILE
                   AT END SET M03-EOF TO TRUE
                   NOT AT END
                       IF TRAN-CODE OF M03 = SPACE
                               AND ERROR-CODE OF M03 = SPACES
                               AND TODAY-NET-NOS OF M03 > 0
                           MOVE "M03 " TO WS-CL-SOURCE
                           MOVE ETF-ID OF M03    TO WS-CL-ETF-ID
                           MOVE BROKER-ID OF M03 TO WS-CL-BROKER-ID
                           MOVE TX-DATE OF M03   TO WS-CL-TX-DATE
                           MOVE SEQNO OF M03     TO WS-CL-SEQNO
                           MOVE STKNO OF M03     TO WS-CL-STKNO
                           MOVE TODAY-NET-NOS OF M03
                               TO WS-CL-NET-NOS
                           PERFORM 2000-FORECAST-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M03-FILE

           MOVE 'N' TO WS-M03-EOF
           OPEN INPUT M03A-FILE
           PERFORM UNTIL M03-EOF
               READ M03A-FILE
                   AT END SET M03-EOF TO TRUE
                   NOT AT END
                       IF TRAN-CODE OF M03A-REC = SPACE
                               AND ERROR-CODE OF M03A-REC = SPACES
                               AND TODAY-NET-NOS OF M03A-REC > 0
                           ADD 1 TO WS-AUTO-COUNT
                           MOVE "AUTO" TO WS-CL-SOURCE
                           MOVE ETF-ID OF M03A-REC
                               TO WS-CL-ETF-ID
                           MOVE BROKER-ID OF M03A-REC
                               TO WS-CL-BROKER-ID
                           MOVE TX-DATE OF M03A-REC
                               TO WS-CL-TX-DATE
                           MOVE SEQNO OF M03A-REC
                               TO WS-CL-SEQNO
                           MOVE STKNO OF M03A-REC
                               TO WS-CL-STKNO
                           MOVE TODAY-NET-NOS OF M03A-REC
                               TO WS-CL-NET-NOS
                           PERFORM 2000-FORECAST-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M03A-FILE INTK-FILE

           MOVE SPACES TO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE
           STRING "OPEN BUY-IN LINES.........: " WS-LINE-COUNT
               DELIMITED BY SIZE INTO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE
           MOVE SPACES TO FEAS-RPT-LINE
           STRING "  OF WHICH FROM M03AUTO...: " WS-AUTO-COUNT
               DELIMITED BY SIZE INTO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE
           MOVE SPACES TO FEAS-RPT-LINE
           STRING "DISPOSITION-STOCK LINES...: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE
           MOVE SPACES TO FEAS-RPT-LINE
           STRING "  FEASIBLE TODAY..........: " WS-FEASIBLE-COUNT
               DELIMITED BY SIZE INTO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE
           MOVE SPACES TO FEAS-RPT-LINE
           STRING "  CANNOT FILL TODAY.......: " WS-INFEASIBLE-COUNT
               DELIMITED BY SIZE INTO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE
           MOVE SPACES TO FEAS-RPT-LINE
           STRING "NOT IN T30 MASTER.........: " WS-NOT-FOUND-COUNT
               DELIMITED BY SIZE INTO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE

           CLOSE FEAS-RPT-FILE
           STOP RUN.

      * 控制檔:處理日、預估起算時刻及收盤時刻；換算剩餘分鐘數。
       1000-LOAD-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           IF NOT CTL-EOF
               IF CTL-PROC-DATE IS NUMERIC
                   MOVE CTL-PROC-DATE TO WS-PROC-DATE
               END-IF
               IF CTL-START-HHMM IS NUMERIC AND CTL-START-HHMM > 0
                   MOVE CTL-START-HHMM TO WS-START-HHMM
               END-IF
               IF CTL-CLOSE-HHMM IS NUMERIC AND CTL-CLOSE-HHMM > 0
                   MOVE CTL-CLOSE-HHMM TO WS-CLOSE-HHMM
               END-IF
           END-IF
           CLOSE CTL-FILE
           MOVE WS-START-HHMM TO WS-HHMM-WORK
           COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
           MOVE WS-CLOSE-HHMM TO WS-HHMM-WORK
           COMPUTE WS-CLOSE-MIN = WS-HH * 60 + WS-MM
           IF WS-CLOSE-MIN > WS-START-MIN
               COMPUTE WS-REMAIN-MIN = WS-CLOSE-MIN - WS-START-MIN
           ELSE
               MOVE 0 TO WS-REMAIN-MIN
           END-IF.

      * 非處置股票不受撮合循環限制，僅列示；處置股票依張數、單筆
      * 及多筆委託限制估算所需委託筆數，對照剩餘撮合循環數。
       2000-FORECAST-LINE.
           ADD 1 TO WS-LINE-COUNT
           PERFORM 3000-BUILD-DETAIL
           MOVE WS-CL-STKNO TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND NOT = 'Y'
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE "STOCK NOT IN T30 MASTER" TO WS-D-RESULT
               PERFORM 3100-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF T30L-MARK-W NOT = 'Y' OR T30L-MATCH-INTERVAL = 0
               MOVE "CONTINUOUS TRADING - NO CYCLE LIMIT"
                   TO WS-D-RESULT
               PERFORM 3100-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DISP-COUNT

           DIVIDE WS-CL-NET-NOS BY 1000
               GIVING WS-NEED-LOTS REMAINDER WS-REM-SHARES
           IF WS-REM-SHARES > 0
               ADD 1 TO WS-NEED-LOTS
           END-IF
           IF T30L-ORDER-LIMIT > 0
               DIVIDE WS-NEED-LOTS BY T30L-ORDER-LIMIT
                   GIVING WS-NEED-ORDERS REMAINDER WS-REM-LOTS
               IF WS-REM-LOTS > 0
                   ADD 1 TO WS-NEED-ORDERS
               END-IF
           ELSE
               MOVE 1 TO WS-NEED-ORDERS
           END-IF
           COMPUTE WS-AVAIL-CYCLES =
               WS-REMAIN-MIN / T30L-MATCH-INTERVAL

           MOVE WS-NEED-LOTS         TO WS-D-LOTS
           MOVE T30L-MATCH-INTERVAL  TO WS-D-INTERVAL
           MOVE T30L-ORDER-LIMIT     TO WS-D-ORDER-LIM
           MOVE T30L-ORDERS-LIMIT    TO WS-D-ORDERS-LIM
           MOVE WS-NEED-ORDERS       TO WS-D-ORDERS
           MOVE WS-AVAIL-CYCLES      TO WS-D-AVAIL

           MOVE 'N' TO WS-INFEASIBLE-SW
           IF T30L-ORDERS-LIMIT > 0
                   AND WS-NEED-LOTS > T30L-ORDERS-LIMIT
               SET INFEASIBLE TO TRUE
               MOVE "CANNOT FILL - EXCEEDS ORDERS-LIMIT"
                   TO WS-D-RESULT
           ELSE
               IF WS-NEED-ORDERS > WS-AVAIL-CYCLES
                   SET INFEASIBLE TO TRUE
                   MOVE "CANNOT FILL - TOO FEW MATCH CYCLES"
                       TO WS-D-RESULT
               END-IF
           END-IF

           IF INFEASIBLE
               ADD 1 TO WS-INFEASIBLE-COUNT
               PERFORM 3100-WRITE-DETAIL
               PERFORM 4000-RAISE-ALERT
           ELSE
               ADD 1 TO WS-FEASIBLE-COUNT
               MOVE "FEASIBLE TODAY" TO WS-D-RESULT
               PERFORM 3100-WRITE-DETAIL
           END-IF.

       3000-BUILD-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CL-SOURCE    TO WS-D-SOURCE
           MOVE WS-CL-ETF-ID    TO WS-D-ETF-ID
           MOVE WS-CL-BROKER-ID TO WS-D-BROKER-ID
           MOVE WS-CL-TX-DATE   TO WS-D-TX-DATE
           MOVE WS-CL-SEQNO     TO WS-D-SEQNO
           MOVE WS-CL-STKNO     TO WS-D-STKNO
           MOVE 0 TO WS-D-LOTS WS-D-INTERVAL WS-D-ORDER-LIM
                     WS-D-ORDERS-LIM WS-D-ORDERS WS-D-AVAIL.

       3100-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO FEAS-RPT-LINE
           WRITE FEAS-RPT-LINE.

      * 不可行之補券經告警中心通知交易室(改以借券因應)。
       4000-RAISE-ALERT.
           MOVE SPACES TO ALERT-HUB-REC
           MOVE "M03FEAS"  TO ALH-SOURCE
           MOVE 'H'        TO ALH-SEVERITY
           MOVE 'Y'        TO ALH-ROUTE-OPS
           MOVE 'N'        TO ALH-ROUTE-BROKER
           MOVE 'Y'        TO ALH-ROUTE-EMAIL
           STRING WS-CL-ETF-ID " " WS-CL-BROKER-ID " " WS-CL-STKNO
               " " WS-CL-SEQNO
               DELIMITED BY SIZE INTO ALH-KEY
           STRING "BUY-IN CANNOT FILL TODAY - ARRANGE BORROWING "
               WS-CL-STKNO
               DELIMITED BY SIZE INTO ALH-MESSAGE
           WRITE ALERT-HUB-REC.
