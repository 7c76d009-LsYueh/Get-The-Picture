      * M0FRPLD - 境外成分證券價格主檔逐日載入作業
      * 跨境 ETF 之境外成分證券不在 T30TSE/T30OTC 主檔內，M02BVAL
      * 、M0AUM、M02LPRC 評價時略過或列為查無股票，低估籃子市值
      * 與基金規模。本程式於匯率閘門 M0FXGT 通過後執行，讀取資訊
      * 廠商每日價格檔 FRPVEND.DAT(股票代號+幣別+價格日+外幣
      * 價格+名稱)，以處理日(M0FRPLD.CTL)之 FXRATE.DAT 匯率折算
      * 新台幣價格，與既有價格主檔 FRPMST.DAT 合併排序後寫出
      * FRPMST.NEW(由排程取代 FRPMST.DAT)。同鍵值(股票+價格日+
      * 幣別)以本次載入者為準，重跑結果相同。下列廠商記錄剔除並
      * 列示於 M0FRPLD.RPT:
      *   1. 處理日無該幣別匯率或匯率為零。
      *   2. 外幣價格為零。
      *   3. 折合新台幣價格逾主檔欄位長度。
      *
      * 修改紀錄:
      *   2026-09-28  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0FRPLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0FRPLD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXRATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL VEND-FILE ASSIGN TO "FRPVEND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FRP-IN ASSIGN TO "FRPMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "M0FRPLD.SRT".
           SELECT FRP-OUT ASSIGN TO "FRPMST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FRPL-RPT-FILE ASSIGN TO "M0FRPLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).

       FD  FXRATE-FILE.
       COPY fxrate.

       FD  VEND-FILE.
       01  VEND-REC.
           05  FRV-STKNO            PIC X(06).
           05  FRV-CCY              PIC X(03).
           05  FRV-PRICE-DATE       PIC 9(08).
           05  FRV-PRICE            PIC 9(07)V9(04).
           05  FRV-STOCK-NAME       PIC X(16).
           05  FILLER               PIC X(06).

       FD  FRP-IN.
       COPY frpmst.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-KEY             PIC X(17).
           05  SORT-REST            PIC X(53).

       FD  FRP-OUT.
       01  FRP-OUT-REC              PIC X(70).

       FD  FRPL-RPT-FILE.
       01  FRPL-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FX-EOF                PIC X VALUE 'N'.
           88  FX-EOF                     VALUE 'Y'.
       01  WS-VEND-EOF              PIC X VALUE 'N'.
           88  VEND-EOF                   VALUE 'Y'.
       01  WS-FRP-EOF               PIC X VALUE 'N'.
           88  FRP-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).

       01  WS-FX-TABLE.
           05  WS-FX-COUNT          PIC 9(03) VALUE 0.
           05  WS-FX-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FXX.
               10  WS-FX-CCY        PIC X(03).
               10  WS-FX-RATE       PIC 9(04)V9(06).
       01  WS-CUR-RATE              PIC 9(04)V9(06).

      * 本次載入之新記錄(已折算)，合併時覆蓋主檔同鍵值記錄。
       01  WS-NEW-TABLE.
           05  WS-NEW-COUNT         PIC 9(05) VALUE 0.
           05  WS-NEW-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-NX.
               10  WS-NEW-REC       PIC X(70).
       01  WS-NEW-FULL-SW           PIC X VALUE 'N'.
           88  NEW-TABLE-FULL             VALUE 'Y'.

       01  WS-WORK-REC.
           05  WS-WK-KEY            PIC X(17).
           05  FILLER               PIC X(53).
       01  WS-REPLACED-SW           PIC X VALUE 'N'.
           88  KEY-REPLACED               VALUE 'Y'.
       01  WS-REJECT-REASON         PIC X(30).

       01  WS-VEND-COUNT            PIC 9(07) VALUE 0.
       01  WS-LOAD-COUNT            PIC 9(07) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(07) VALUE 0.
       01  WS-KEPT-COUNT            PIC 9(07) VALUE 0.
       01  WS-REPLACE-COUNT         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE

           OPEN OUTPUT FRPL-RPT-FILE
           MOVE "FOREIGN CONSTITUENT PRICE MASTER LOAD"
               TO FRPL-RPT-LINE
           WRITE FRPL-RPT-LINE
           MOVE SPACES TO FRPL-RPT-LINE
           STRING "PROCESS DATE: " WS-PROC-DATE
               DELIMITED BY SIZE INTO FRPL-RPT-LINE
           WRITE FRPL-RPT-LINE

           PERFORM 1000-LOAD-FX-TABLE
           PERFORM 1100-LOAD-VENDOR-PRICES

           SORT SORT-WORK ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS 2000-RELEASE-ROWS
               GIVING FRP-OUT

           MOVE SPACES TO FRPL-RPT-LINE
           WRITE FRPL-RPT-LINE
           STRING "VENDOR ROWS READ.......: " WS-VEND-COUNT
               DELIMITED BY SIZE INTO FRPL-RPT-LINE
           WRITE FRPL-RPT-LINE
           MOVE SPACES TO FRPL-RPT-LINE
           STRING "ROWS LOADED............: " WS-LOAD-COUNT
               DELIMITED BY SIZE INTO FRPL-RPT-LINE
           WRITE FRPL-RPT-LINE
           MOVE SPACES TO FRPL-RPT-LINE
           STRING "ROWS REJECTED..........: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO FRPL-RPT-LINE
           WRITE FRPL-RPT-LINE
           MOVE SPACES TO FRPL-RPT-LINE
           STRING "MASTER ROWS REPLACED...: " WS-REPLACE-COUNT
               DELIMITED BY SIZE INTO FRPL-RPT-LINE
           WRITE FRPL-RPT-LINE
           MOVE SPACES TO FRPL-RPT-LINE
           STRING "MASTER ROWS KEPT.......: " WS-KEPT-COUNT
               DELIMITED BY SIZE INTO FRPL-RPT-LINE
           WRITE FRPL-RPT-LINE
           IF NEW-TABLE-FULL
               MOVE "*** WARNING: LOAD TABLE FULL (5000) - REST OF
      -            " VENDOR FILE NOT LOADED ***" TO FRPL-RPT-LINE
               WRITE FRPL-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE FRPL-RPT-FILE
           STOP RUN.

      * 處理日之各幣別匯率。
       1000-LOAD-FX-TABLE.
           OPEN INPUT FXRATE-FILE
           PERFORM UNTIL FX-EOF
               READ FXRATE-FILE
                   AT END SET FX-EOF TO TRUE
                   NOT AT END
                       IF FX-DATE = WS-PROC-DATE
                               AND WS-FX-COUNT < 100
                           ADD 1 TO WS-FX-COUNT
                           MOVE FX-CCY  TO WS-FX-CCY(WS-FX-COUNT)
                           MOVE FX-RATE TO WS-FX-RATE(WS-FX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRATE-FILE.

      * 廠商價格逐筆折算新台幣，合格者存入新記錄表。
       1100-LOAD-VENDOR-PRICES.
           OPEN INPUT VEND-FILE
           PERFORM UNTIL VEND-EOF
               READ VEND-FILE
                   AT END SET VEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VEND-COUNT
                       PERFORM 1200-CONVERT-ONE-PRICE
               END-READ
           END-PERFORM
           CLOSE VEND-FILE.

       1200-CONVERT-ONE-PRICE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-CUR-RATE
           PERFORM VARYING WS-FXX FROM 1 BY 1
                   UNTIL WS-FXX > WS-FX-COUNT
               IF WS-FX-CCY(WS-FXX) = FRV-CCY
                   MOVE WS-FX-RATE(WS-FXX) TO WS-CUR-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO FRN-PRICE-REC
           MOVE FRV-STKNO      TO FRP-STKNO
           MOVE FRV-PRICE-DATE TO FRP-PRICE-DATE
           MOVE FRV-CCY        TO FRP-CCY
           MOVE FRV-PRICE      TO FRP-FRN-PRICE
           MOVE WS-CUR-RATE    TO FRP-FX-RATE
           MOVE FRV-STOCK-NAME TO FRP-STOCK-NAME
           EVALUATE TRUE
               WHEN WS-CUR-RATE = 0
                   MOVE "NO FX RATE FOR PROCESS DATE"
                       TO WS-REJECT-REASON
               WHEN FRV-PRICE = 0
                   MOVE "FOREIGN PRICE IS ZERO" TO WS-REJECT-REASON
               WHEN OTHER
                   COMPUTE FRP-LOCAL-PRICE ROUNDED =
                       FRV-PRICE * WS-CUR-RATE
                       ON SIZE ERROR
                           MOVE "LOCAL PRICE OVERFLOW"
                               TO WS-REJECT-REASON
                   END-COMPUTE
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO FRPL-RPT-LINE
               STRING "REJECT " FRV-STKNO " " FRV-CCY " "
                   FRV-PRICE-DATE ": " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO FRPL-RPT-LINE
               WRITE FRPL-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-COUNT >= 5000
               SET NEW-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEW-COUNT
           MOVE FRN-PRICE-REC TO WS-NEW-REC(WS-NEW-COUNT)
           ADD 1 TO WS-LOAD-COUNT.

      * 既有主檔記錄中與本次載入同鍵值者略過，其餘原樣保留；
      * 再釋出本次載入之新記錄。
       2000-RELEASE-ROWS.
           OPEN INPUT FRP-IN
           PERFORM UNTIL FRP-EOF
               READ FRP-IN
                   AT END SET FRP-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-KEEP-OR-REPLACE
               END-READ
           END-PERFORM
           CLOSE FRP-IN
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEW-COUNT
               MOVE WS-NEW-REC(WS-NX) TO SORT-REC
               RELEASE SORT-REC
           END-PERFORM.

       2100-KEEP-OR-REPLACE.
           MOVE 'N' TO WS-REPLACED-SW
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEW-COUNT
               MOVE WS-NEW-REC(WS-NX) TO WS-WORK-REC
               IF WS-WK-KEY = FRP-KEY
                   SET KEY-REPLACED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KEY-REPLACED
               ADD 1 TO WS-REPLACE-COUNT
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               MOVE FRN-PRICE-REC TO SORT-REC
               RELEASE SORT-REC
           END-IF.
