      * M0GLDRL - 總帳傳票佐證明細查詢列印
      * 會計單位追查總帳傳票行(或懸帳項)之組成時，須自傳票佐證
      * 明細歷史檔 GLFDHIST.DAT(M0GLFD 逐日滾存)取出該行所含之
      * 來源案件(ETF-ID+BROKER-ID+TX-DATE+SEQNO)及金額。本程式
      * 依查詢請求檔 M0GLDRL.REQ(每行一筆請求)列印佐證明細表
      * M0GLDRL.RPT，並驗證明細合計等於傳票行金額:
      *   'V' 傳票行 - 傳票鍵值(處理日8+ETF-ID 6+BROKER-ID 4+
      *       來源別4)+傳送日(8，空白或零者取傳票處理日即原始
      *       傳送)，列示該傳送日該傳票行之明細；
      *   'S' 懸帳項 - 懸帳編號(6)，自懸帳檔 GLSUSP.DAT 取得傳
      *       票鍵值及立懸日，列示立懸當日傳送之傳票行明細，及
      *       其後攜該懸帳編號重送之明細。
      * 查無明細者 RETURN-CODE=4；明細合計與傳票行金額不符者
      * RETURN-CODE=8。
      *
      * 修改紀錄:
      *   2026-10-10  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0GLDRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0GLDRL.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DHIST-FILE ASSIGN TO "GLFDHIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-FILE ASSIGN TO "GLSUSP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRL-RPT-FILE ASSIGN TO "M0GLDRL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
           05  REQ-VCH-KEY          PIC X(22).
           05  REQ-FEED-DATE        PIC X(08).
           05  REQ-FEED-DATE-9 REDEFINES REQ-FEED-DATE
                                    PIC 9(08).
       01  REQ-SUS-LINE.
           05  FILLER               PIC X(01).
           05  REQ-SUS-NO           PIC X(06).
           05  FILLER               PIC X(24).

       FD  DHIST-FILE.
       01  DHIST-REC                PIC X(120).

       FD  SUSP-FILE.
       01  SUSP-REC                 PIC X(85).

       FD  DRL-RPT-FILE.
       01  DRL-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQ-EOF               PIC X VALUE 'N'.
           88  REQ-EOF                    VALUE 'Y'.
       01  WS-HST-EOF               PIC X VALUE 'N'.
           88  HST-EOF                    VALUE 'Y'.
       01  WS-SUS-EOF               PIC X VALUE 'N'.
           88  SUS-EOF                    VALUE 'Y'.

       COPY glfdtl.

      * 懸帳記錄版面(85位，同 M0GLACK)。
       01  WS-SUS-REC.
           05  SUS-NO               PIC 9(06).
           05  SUS-STATUS           PIC X(01).
           05  SUS-TYPE             PIC X(01).
           05  SUS-VCH-KEY          PIC X(22).
           05  SUS-AMOUNT           PIC 9(15).
           05  SUS-REASON           PIC X(20).
           05  SUS-OPEN-DATE        PIC 9(08).
           05  SUS-CLOSE-DATE       PIC 9(08).
           05  FILLER               PIC X(04).

      * 查詢條件:傳票鍵值+傳送日(零者不限)+串聯編號(空白者不限)
      * 。
       01  WS-SEL-KEY               PIC X(22).
       01  WS-SEL-FEED-DATE         PIC 9(08).
       01  WS-SEL-LINK              PIC X(06).
       01  WS-SUS-FOUND             PIC X VALUE 'N'.
           88  SUS-FOUND                  VALUE 'Y'.

      * 列印中之明細群組(傳送日+串聯編號)。
       01  WS-GRP-OPEN              PIC X VALUE 'N'.
           88  GRP-OPEN                   VALUE 'Y'.
       01  WS-GRP-FEED-DATE         PIC 9(08).
       01  WS-GRP-LINK              PIC X(06).
       01  WS-GRP-LINE-AMT          PIC 9(15).
       01  WS-GRP-DTL-SUM           PIC 9(15).
       01  WS-GRP-DTL-CNT           PIC 9(07).
       01  WS-SEL-GROUPS            PIC 9(05).

       01  WS-REQ-COUNT             PIC 9(05) VALUE 0.
       01  WS-SCHED-COUNT           PIC 9(05) VALUE 0.
       01  WS-NOTFND-COUNT          PIC 9(05) VALUE 0.
       01  WS-UNTIED-COUNT          PIC 9(05) VALUE 0.

       01  WS-ED-AMT                PIC Z(14)9.
       01  WS-ED-AMT-2              PIC Z(14)9.

       01  WS-HDR-1                 PIC X(80) VALUE
           "GL VOUCHER SUPPORTING DETAIL SCHEDULE".
       01  WS-HDR-DTL.
           05  FILLER               PIC X(31) VALUE
               "T ETF-ID BRKR TX-DATE  SEQ CCY ".
           05  FILLER               PIC X(24) VALUE
               "SRC-FILE          AMOUNT".

       01  WS-DTL-LINE.
           05  WS-D-TYPE            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TX-DATE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CURRENCY        PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SRC-FILE        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AMOUNT          PIC Z(14)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT DRL-RPT-FILE
           MOVE WS-HDR-1 TO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           OPEN INPUT REQ-FILE
           PERFORM UNTIL REQ-EOF
               READ REQ-FILE
                   AT END SET REQ-EOF TO TRUE
                   NOT AT END
                       IF REQ-LINE NOT = SPACES
                           ADD 1 TO WS-REQ-COUNT
                           PERFORM 1000-PROCESS-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQ-FILE

           MOVE SPACES TO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           STRING "REQUESTS PROCESSED.....: " WS-REQ-COUNT
               DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           STRING "SCHEDULES PRINTED......: " WS-SCHED-COUNT
               DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           STRING "REQUESTS NOT FOUND.....: " WS-NOTFND-COUNT
               DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           STRING "SCHEDULES NOT TIED.....: " WS-UNTIED-COUNT
               DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           CLOSE DRL-RPT-FILE

           IF WS-UNTIED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOTFND-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-PROCESS-REQUEST.
           MOVE SPACES TO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           EVALUATE REQ-MODE
               WHEN 'V'
                   PERFORM 2000-VOUCHER-REQUEST
               WHEN 'S'
                   PERFORM 3000-SUSPENSE-REQUEST
               WHEN OTHER
                   STRING "REQUEST " REQ-LINE(1:31)
                       " - INVALID MODE, IGNORED"
                       DELIMITED BY SIZE INTO DRL-RPT-LINE
                   WRITE DRL-RPT-LINE
                   ADD 1 TO WS-NOTFND-COUNT
           END-EVALUATE.

      * 傳票行查詢:傳送日空白或零者取傳票處理日(原始傳送)。
       2000-VOUCHER-REQUEST.
           MOVE REQ-VCH-KEY TO WS-SEL-KEY
           IF REQ-FEED-DATE IS NUMERIC AND REQ-FEED-DATE-9 > 0
               MOVE REQ-FEED-DATE-9 TO WS-SEL-FEED-DATE
           ELSE
               MOVE WS-SEL-KEY(1:8) TO WS-SEL-FEED-DATE
           END-IF
           MOVE SPACES TO WS-SEL-LINK
           STRING "VOUCHER LINE REQUEST " WS-SEL-KEY(1:8) " "
               WS-SEL-KEY(9:6) " " WS-SEL-KEY(15:4) " "
               WS-SEL-KEY(19:4) " FEED DATE " WS-SEL-FEED-DATE
               DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           PERFORM 5000-SCAN-HISTORY
           IF WS-SEL-GROUPS = 0
               PERFORM 5900-NOT-FOUND
           END-IF.

      * 懸帳項查詢:立懸當日傳送之傳票行明細，及其後攜該懸帳
      * 編號重送之明細。
       3000-SUSPENSE-REQUEST.
           MOVE 'N' TO WS-SUS-FOUND
           MOVE 'N' TO WS-SUS-EOF
           OPEN INPUT SUSP-FILE
           PERFORM UNTIL SUS-EOF
               READ SUSP-FILE INTO WS-SUS-REC
                   AT END SET SUS-EOF TO TRUE
                   NOT AT END
                       IF REQ-SUS-NO IS NUMERIC
                               AND SUS-NO = REQ-SUS-NO
                           SET SUS-FOUND TO TRUE
                           SET SUS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSP-FILE
           IF NOT SUS-FOUND
               STRING "SUSPENSE ITEM " REQ-SUS-NO
                   " NOT ON SUSPENSE FILE"
                   DELIMITED BY SIZE INTO DRL-RPT-LINE
               WRITE DRL-RPT-LINE
               ADD 1 TO WS-NOTFND-COUNT
               EXIT PARAGRAPH
           END-IF

           STRING "SUSPENSE ITEM " SUS-NO " (" SUS-TYPE "/"
               SUS-STATUS ") " SUS-VCH-KEY(1:8) " "
               SUS-VCH-KEY(9:6) " " SUS-VCH-KEY(15:4) " "
               SUS-VCH-KEY(19:4) " OPENED " SUS-OPEN-DATE
               " " SUS-REASON
               DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE SUS-VCH-KEY   TO WS-SEL-KEY
           MOVE SUS-OPEN-DATE TO WS-SEL-FEED-DATE
           MOVE SPACES        TO WS-SEL-LINK
           PERFORM 5000-SCAN-HISTORY
           IF WS-SEL-GROUPS = 0
               PERFORM 5900-NOT-FOUND
           END-IF

           MOVE 0 TO WS-SEL-FEED-DATE
           MOVE SUS-NO TO WS-SEL-LINK
           PERFORM 5000-SCAN-HISTORY
           IF WS-SEL-GROUPS = 0
               MOVE SPACES TO DRL-RPT-LINE
               MOVE "NO RESUBMISSION DETAIL FOR THIS ITEM"
                   TO DRL-RPT-LINE
               WRITE DRL-RPT-LINE
           END-IF.

      * 掃描明細歷史檔，符合條件者依傳送日+串聯編號分組列印。
       5000-SCAN-HISTORY.
           MOVE 0 TO WS-SEL-GROUPS
           MOVE 'N' TO WS-GRP-OPEN
           MOVE 'N' TO WS-HST-EOF
           OPEN INPUT DHIST-FILE
           PERFORM UNTIL HST-EOF
               READ DHIST-FILE INTO GL-DETAIL-REC
                   AT END SET HST-EOF TO TRUE
                   NOT AT END
                       IF GLD-VCH-KEY = WS-SEL-KEY
                          AND (WS-SEL-FEED-DATE = 0 OR
                               GLD-FEED-DATE = WS-SEL-FEED-DATE)
                          AND (WS-SEL-LINK = SPACES OR
                               GLD-LINK-REF = WS-SEL-LINK)
                           PERFORM 5100-PRINT-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DHIST-FILE
           PERFORM 5300-CLOSE-GROUP.

       5100-PRINT-DETAIL.
           IF GRP-OPEN
               IF GLD-FEED-DATE NOT = WS-GRP-FEED-DATE
                       OR GLD-LINK-REF NOT = WS-GRP-LINK
                   PERFORM 5300-CLOSE-GROUP
               END-IF
           END-IF
           IF NOT GRP-OPEN
               PERFORM 5200-OPEN-GROUP
           END-IF
           MOVE GLD-DTL-TYPE   TO WS-D-TYPE
           MOVE GLD-ETF-ID     TO WS-D-ETF-ID
           MOVE GLD-BROKER-ID  TO WS-D-BROKER-ID
           IF GLD-TX-DATE = 0
               MOVE SPACES TO WS-D-TX-DATE
           ELSE
               MOVE GLD-TX-DATE TO WS-D-TX-DATE
           END-IF
           MOVE GLD-SEQNO      TO WS-D-SEQNO
           MOVE GLD-CURRENCY   TO WS-D-CURRENCY
           MOVE GLD-SRC-FILE   TO WS-D-SRC-FILE
           MOVE GLD-AMOUNT     TO WS-D-AMOUNT
           MOVE WS-DTL-LINE TO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           ADD GLD-AMOUNT TO WS-GRP-DTL-SUM
           ADD 1 TO WS-GRP-DTL-CNT.

       5200-OPEN-GROUP.
           SET GRP-OPEN TO TRUE
           ADD 1 TO WS-SEL-GROUPS
           ADD 1 TO WS-SCHED-COUNT
           MOVE GLD-FEED-DATE   TO WS-GRP-FEED-DATE
           MOVE GLD-LINK-REF    TO WS-GRP-LINK
           MOVE GLD-LINE-AMOUNT TO WS-GRP-LINE-AMT
           MOVE 0 TO WS-GRP-DTL-SUM WS-GRP-DTL-CNT
           MOVE GLD-LINE-AMOUNT TO WS-ED-AMT
           MOVE SPACES TO DRL-RPT-LINE
           STRING "  FEED " GLD-FEED-DATE " LINK " GLD-LINK-REF
               " DR " GLD-DR-ACCT " CR " GLD-CR-ACCT
               " LINE AMOUNT " WS-ED-AMT
               DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           MOVE WS-HDR-DTL TO DRL-RPT-LINE
           WRITE DRL-RPT-LINE.

      * 群組結束:明細合計須等於傳票行金額。
       5300-CLOSE-GROUP.
           IF NOT GRP-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GRP-OPEN
           MOVE WS-GRP-DTL-SUM  TO WS-ED-AMT
           MOVE WS-GRP-LINE-AMT TO WS-ED-AMT-2
           MOVE SPACES TO DRL-RPT-LINE
           IF WS-GRP-DTL-SUM = WS-GRP-LINE-AMT
               STRING "  SCHEDULE TOTAL " WS-ED-AMT
                   " ITEMS " WS-GRP-DTL-CNT
                   " LINE " WS-ED-AMT-2 " TIES"
                   DELIMITED BY SIZE INTO DRL-RPT-LINE
           ELSE
               STRING "  SCHEDULE TOTAL " WS-ED-AMT
                   " ITEMS " WS-GRP-DTL-CNT
                   " LINE " WS-ED-AMT-2 " *** NOT TIED ***"
                   DELIMITED BY SIZE INTO DRL-RPT-LINE
               ADD 1 TO WS-UNTIED-COUNT
           END-IF
           WRITE DRL-RPT-LINE.

       5900-NOT-FOUND.
           MOVE "NO SUPPORTING DETAIL FOUND" TO DRL-RPT-LINE
           WRITE DRL-RPT-LINE
           ADD 1 TO WS-NOTFND-COUNT.
