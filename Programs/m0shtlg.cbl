      * M0SHTLG - 補券短缺部位分類帳滾動與逾期告警作業
      * M02 出現短缺部位(LACK-STOCK-NOS)、券商申報 M03、至 M08
      * 查得實際圈存(TODAY-NET-NOS-A/BORROW-STOCK-NOS-A)之間，無
      * 任何記錄顯示短缺已持續多久；M08PNLT 僅於月結後就重複短
      * 交請款，逾期未補者須待計費時方被發現。本程式逐日滾動短缺
      * 分類帳(SHTLED.DAT，鍵值 ETF-ID+BROKER-ID+TX-DATE+SEQNO+
      * STKNO):
      *   1. 讀入當日 M08 查詢結果(PROC-DATE=處理日)，依鍵值合計
      *      實際圈存部位。
      *   2. 讀入 M02.DAT 短缺部位(LACK-STOCK-NOS>0)依鍵值合計。
      *   3. 滾動前日分類帳:未結帳項沖減當日圈存，累計圈存達短缺
      *      部位者結案；前日已結案帳項不再轉入。
      *   4. M02 短缺部位未在分類帳者新立帳項，補券期限日為立帳
      *      日加控制檔所訂營業日數(M0DTSVC 'A')。
      *   5. 未結帳項以 M0DTSVC 'C' 計算營業日帳齡；處理日已達
      *      補券期限日仍未補足者，當日即寫入告警中心(ALHINTK.DAT
      *      ，來源 M0SHTLG)通知維運、券商及郵件，並轉為已告警，
      *      不重複告警。
      *   6. 寫出新分類帳 SHTLED.NEW 及短缺帳齡報表 M0SHTLG.RPT。
      * 控制檔 M0SHTLG.CTL:處理日(8)+補券期限營業日數(2，0或非
      * 數字時預設2)。
      *
      * 假設: 本作業每營業日於 M08 查詢結果回檔後執行一次，重跑
      *       前應回復前日 SHTLED.DAT(與 M0MGNLG 同)。同鍵值之圈存
      *       及短缺部位各帳號合計。
      *
      * 修改紀錄:
      *   2026-10-03  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SHTLG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0SHTLG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-IN ASSIGN TO "SHTLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M08-FILE ASSIGN TO "M08.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-FILE ASSIGN TO "M02.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEDGER-OUT ASSIGN TO "SHTLED.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTK-FILE ASSIGN TO "ALHINTK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SHT-RPT-FILE ASSIGN TO "M0SHTLG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-DEADLINE-DAYS    PIC X(02).

       FD  LEDGER-IN.
       COPY shtled.

       FD  M08-FILE.
       COPY m08.

       FD  M02-FILE.
       COPY m02rec.

       FD  LEDGER-OUT.
       01  LEDGER-OUT-REC           PIC X(100).

       FD  INTK-FILE.
       COPY alerthub.

       FD  SHT-RPT-FILE.
       01  SHT-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LED-EOF               PIC X VALUE 'N'.
           88  LED-EOF                    VALUE 'Y'.
       01  WS-M08-EOF               PIC X VALUE 'N'.
           88  M08-EOF                    VALUE 'Y'.
       01  WS-M02-EOF               PIC X VALUE 'N'.
           88  M02-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08) VALUE 0.
       01  WS-DEADLINE-DAYS         PIC 9(02) VALUE 2.
       01  WS-SEARCH-KEY            PIC X(27).
       01  WS-LOCK-NOS              PIC 9(11).
       01  WS-OPEN-NOS              PIC 9(11).

       COPY m0dtsvc.

      * 當日 M08 實際圈存部位(依鍵值合計)
       01  WS-LOCK-TABLE.
           05  WS-LOCK-COUNT        PIC 9(04) VALUE 0.
           05  WS-LOCK-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-LKX.
               10  WS-LK-KEY        PIC X(27).
               10  WS-LK-NOS        PIC 9(11).

      * M02 短缺部位(依鍵值合計)；已在分類帳者標記不另立帳
       01  WS-LACK-TABLE.
           05  WS-LACK-COUNT        PIC 9(04) VALUE 0.
           05  WS-LACK-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-LCX.
               10  WS-LC-KEY        PIC X(27).
               10  WS-LC-NOS        PIC 9(11).
               10  WS-LC-ON-LEDGER  PIC X(01).

       01  WS-M02-KEY.
           05  WS-K2-ETF-ID         PIC X(06).
           05  WS-K2-BROKER-ID      PIC X(04).
           05  WS-K2-TX-DATE        PIC 9(08).
           05  WS-K2-SEQNO          PIC X(03).
           05  WS-K2-STKNO          PIC X(06).
       01  WS-M08-KEY.
           05  WS-K8-ETF-ID         PIC X(06).
           05  WS-K8-BROKER-ID      PIC X(04).
           05  WS-K8-TX-DATE        PIC 9(08).
           05  WS-K8-SEQNO          PIC X(03).
           05  WS-K8-STKNO          PIC X(06).

       01  WS-LED-WORK              PIC X(100).
       01  WS-LW-REC REDEFINES WS-LED-WORK.
           05  WS-LW-KEY.
               10  WS-LW-ETF-ID     PIC X(06).
               10  WS-LW-BROKER-ID  PIC X(04).
               10  WS-LW-TX-DATE    PIC 9(08).
               10  WS-LW-SEQNO      PIC X(03).
               10  WS-LW-STKNO      PIC X(06).
           05  WS-LW-LACK-NOS       PIC 9(10).
           05  WS-LW-LOCKED-NOS     PIC 9(10).
           05  WS-LW-OPEN-DATE      PIC 9(08).
           05  WS-LW-DEADLINE-DATE  PIC 9(08).
           05  WS-LW-STATUS         PIC X(01).
           05  WS-LW-AGE-DAYS       PIC 9(03).
           05  WS-LW-ESCALATE-DATE  PIC 9(08).
           05  WS-LW-CLOSE-DATE     PIC 9(08).
           05  FILLER               PIC X(17).

       01  WS-M08-READ-COUNT        PIC 9(07) VALUE 0.
       01  WS-CARRIED-COUNT         PIC 9(07) VALUE 0.
       01  WS-DROPPED-COUNT         PIC 9(07) VALUE 0.
       01  WS-NEW-COUNT             PIC 9(07) VALUE 0.
       01  WS-CLOSED-COUNT          PIC 9(07) VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(07) VALUE 0.
       01  WS-OVERDUE-COUNT         PIC 9(07) VALUE 0.
       01  WS-ESCALATE-COUNT        PIC 9(07) VALUE 0.
       01  WS-OPEN-TOTAL-NOS        PIC 9(13) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "OPEN SHORTFALL LEDGER - REPLENISHMENT AGING".
       01  WS-HDR-2.
           05  FILLER               PIC X(40) VALUE
               "ETF-ID BROKER TX-DATE  SEQ STKNO   SHORT".
           05  FILLER               PIC X(40) VALUE
               "FALL     LOCKED OPENED   DEADLINE ST AGE".

       01  WS-DETAIL-LINE.
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
           05  WS-D-LACK-NOS        PIC Z(09)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LOCKED-NOS      PIC Z(09)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-OPEN-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DEADLINE-DATE   PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STATUS          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AGE             PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REMARK          PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      MOVE SPACES TO CTL-DEADLINE-DAYS
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           IF CTL-DEADLINE-DAYS IS NUMERIC
               MOVE CTL-DEADLINE-DAYS TO WS-DEADLINE-DAYS
           END-IF
           IF WS-DEADLINE-DAYS = 0
               MOVE 2 TO WS-DEADLINE-DAYS
           END-IF
           CLOSE CTL-FILE

           PERFORM 1000-LOAD-LOCKS
           PERFORM 1100-LOAD-SHORTFALLS

           OPEN OUTPUT SHT-RPT-FILE
           MOVE WS-HDR-1 TO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "PROC DATE: " WS-PROC-DATE
               "  DEADLINE BUSINESS DAYS: " WS-DEADLINE-DAYS
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE WS-HDR-2 TO SHT-RPT-LINE
           WRITE SHT-RPT-LINE

           OPEN OUTPUT LEDGER-OUT
           OPEN EXTEND INTK-FILE

           PERFORM 2000-ROLL-PRIOR-LEDGER
           PERFORM 3000-OPEN-NEW-ITEMS

           CLOSE INTK-FILE
           CLOSE LEDGER-OUT

           PERFORM 8000-WRITE-TOTALS
           CLOSE SHT-RPT-FILE
           STOP RUN.

      * 當日 M08 查詢結果依鍵值合計實際圈存部位。
       1000-LOAD-LOCKS.
           OPEN INPUT M08-FILE
           PERFORM UNTIL M08-EOF
               READ M08-FILE
                   AT END SET M08-EOF TO TRUE
                   NOT AT END
                       IF PROC-DATE OF M08 = WS-PROC-DATE
                           ADD 1 TO WS-M08-READ-COUNT
                           PERFORM 1010-ADD-LOCK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M08-FILE.

       1010-ADD-LOCK.
           MOVE ETF-ID    OF M08 TO WS-K8-ETF-ID
           MOVE BROKER-ID OF M08 TO WS-K8-BROKER-ID
           MOVE TX-DATE   OF M08 TO WS-K8-TX-DATE
           MOVE SEQNO     OF M08 TO WS-K8-SEQNO
           MOVE STKNO     OF M08 TO WS-K8-STKNO
           COMPUTE WS-LOCK-NOS = TODAY-NET-NOS-A OF M08
                               + BORROW-STOCK-NOS-A OF M08
           IF WS-LOCK-COUNT > 0
               PERFORM VARYING WS-LKX FROM 1 BY 1
                       UNTIL WS-LKX > WS-LOCK-COUNT
                   IF WS-LK-KEY(WS-LKX) = WS-M08-KEY
                       ADD WS-LOCK-NOS TO WS-LK-NOS(WS-LKX)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LOCK-COUNT < 3000
               ADD 1 TO WS-LOCK-COUNT
               MOVE WS-M08-KEY  TO WS-LK-KEY(WS-LOCK-COUNT)
               MOVE WS-LOCK-NOS TO WS-LK-NOS(WS-LOCK-COUNT)
           END-IF.

      * M02 短缺部位依鍵值合計。
       1100-LOAD-SHORTFALLS.
           OPEN INPUT M02-FILE
           PERFORM UNTIL M02-EOF
               READ M02-FILE
                   AT END SET M02-EOF TO TRUE
                   NOT AT END
                       IF M02-LACK-STOCK-NOS > 0
                           PERFORM 1110-ADD-SHORTFALL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M02-FILE.

       1110-ADD-SHORTFALL.
           MOVE M02-ETF-ID    TO WS-K2-ETF-ID
           MOVE M02-BROKER-ID TO WS-K2-BROKER-ID
           MOVE M02-TX-DATE   TO WS-K2-TX-DATE
           MOVE M02-SEQNO     TO WS-K2-SEQNO
           MOVE M02-STKNO     TO WS-K2-STKNO
           IF WS-LACK-COUNT > 0
               PERFORM VARYING WS-LCX FROM 1 BY 1
                       UNTIL WS-LCX > WS-LACK-COUNT
                   IF WS-LC-KEY(WS-LCX) = WS-M02-KEY
                       ADD M02-LACK-STOCK-NOS TO WS-LC-NOS(WS-LCX)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LACK-COUNT < 3000
               ADD 1 TO WS-LACK-COUNT
               MOVE WS-M02-KEY TO WS-LC-KEY(WS-LACK-COUNT)
               MOVE M02-LACK-STOCK-NOS TO WS-LC-NOS(WS-LACK-COUNT)
               MOVE 'N' TO WS-LC-ON-LEDGER(WS-LACK-COUNT)
           END-IF.

      * 滾動前日分類帳；前日已結案帳項不再轉入。
       2000-ROLL-PRIOR-LEDGER.
           OPEN INPUT LEDGER-IN
           PERFORM UNTIL LED-EOF
               READ LEDGER-IN
                   AT END SET LED-EOF TO TRUE
                   NOT AT END
                       MOVE SHORTFALL-LEDGER-REC TO WS-LED-WORK
                       PERFORM 2100-ROLL-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE LEDGER-IN.

       2100-ROLL-ONE-ITEM.
           MOVE WS-LW-KEY TO WS-SEARCH-KEY
           PERFORM 2200-MARK-ON-LEDGER
           IF WS-LW-STATUS = 'C'
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARRIED-COUNT
           PERFORM 4000-APPLY-LOCKS
           WRITE LEDGER-OUT-REC FROM WS-LED-WORK.

      * 前日已立帳之鍵值於 M02 短缺表標記，不重複立帳。
       2200-MARK-ON-LEDGER.
           IF WS-LACK-COUNT > 0
               PERFORM VARYING WS-LCX FROM 1 BY 1
                       UNTIL WS-LCX > WS-LACK-COUNT
                   IF WS-LC-KEY(WS-LCX) = WS-SEARCH-KEY
                       MOVE 'Y' TO WS-LC-ON-LEDGER(WS-LCX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * M02 短缺部位未在分類帳者新立帳項，期限日依營業日推算。
       3000-OPEN-NEW-ITEMS.
           IF WS-LACK-COUNT > 0
               PERFORM VARYING WS-LCX FROM 1 BY 1
                       UNTIL WS-LCX > WS-LACK-COUNT
                   IF WS-LC-ON-LEDGER(WS-LCX) = 'N'
                       PERFORM 3100-OPEN-ONE-ITEM
                   END-IF
               END-PERFORM
           END-IF.

       3100-OPEN-ONE-ITEM.
           MOVE SPACES TO WS-LED-WORK
           MOVE WS-LC-KEY(WS-LCX) TO WS-LW-KEY
           MOVE WS-LC-NOS(WS-LCX) TO WS-LW-LACK-NOS
           MOVE 0                 TO WS-LW-LOCKED-NOS
           MOVE WS-PROC-DATE      TO WS-LW-OPEN-DATE
           MOVE 'A'               TO DTS-FUNC
           MOVE WS-PROC-DATE      TO DTS-DATE-1
           MOVE WS-DEADLINE-DAYS  TO DTS-DAYS
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DATE-2        TO WS-LW-DEADLINE-DATE
           MOVE 'O'               TO WS-LW-STATUS
           MOVE 0 TO WS-LW-AGE-DAYS WS-LW-ESCALATE-DATE
                     WS-LW-CLOSE-DATE
           ADD 1 TO WS-NEW-COUNT
           PERFORM 4000-APPLY-LOCKS
           WRITE LEDGER-OUT-REC FROM WS-LED-WORK.

      * 沖減當日圈存；足額者結案，否則計算帳齡並判定是否逾期。
       4000-APPLY-LOCKS.
           IF WS-LOCK-COUNT > 0
               PERFORM VARYING WS-LKX FROM 1 BY 1
                       UNTIL WS-LKX > WS-LOCK-COUNT
                   IF WS-LK-KEY(WS-LKX) = WS-LW-KEY
                       COMPUTE WS-LOCK-NOS = WS-LW-LOCKED-NOS
                                           + WS-LK-NOS(WS-LKX)
                       IF WS-LOCK-NOS > WS-LW-LACK-NOS
                           MOVE WS-LW-LACK-NOS TO WS-LW-LOCKED-NOS
                       ELSE
                           MOVE WS-LOCK-NOS TO WS-LW-LOCKED-NOS
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'C' TO DTS-FUNC
           MOVE WS-LW-OPEN-DATE TO DTS-DATE-1
           MOVE WS-PROC-DATE    TO DTS-DATE-2
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DAYS TO WS-LW-AGE-DAYS
           MOVE SPACES TO WS-D-REMARK
           IF WS-LW-LOCKED-NOS >= WS-LW-LACK-NOS
               MOVE 'C' TO WS-LW-STATUS
               MOVE WS-PROC-DATE TO WS-LW-CLOSE-DATE
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "REPLENISHED" TO WS-D-REMARK
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               COMPUTE WS-OPEN-NOS = WS-LW-LACK-NOS
                                   - WS-LW-LOCKED-NOS
               ADD WS-OPEN-NOS TO WS-OPEN-TOTAL-NOS
               IF WS-PROC-DATE >= WS-LW-DEADLINE-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "*** OVERDUE ***" TO WS-D-REMARK
                   IF WS-LW-STATUS = 'O'
                       MOVE 'E' TO WS-LW-STATUS
                       MOVE WS-PROC-DATE TO WS-LW-ESCALATE-DATE
                       PERFORM 4100-RAISE-ALERT
                   END-IF
               END-IF
           END-IF
           PERFORM 4200-WRITE-DETAIL.

      * 逾補券期限未補足者當日經告警中心通知維運、券商及郵件。
       4100-RAISE-ALERT.
           MOVE SPACES TO ALERT-HUB-REC
           MOVE "M0SHTLG"  TO ALH-SOURCE
           MOVE 'H'        TO ALH-SEVERITY
           MOVE 'Y'        TO ALH-ROUTE-OPS
           MOVE 'Y'        TO ALH-ROUTE-BROKER
           MOVE 'Y'        TO ALH-ROUTE-EMAIL
           STRING WS-LW-ETF-ID " " WS-LW-BROKER-ID " " WS-LW-STKNO
               " " WS-LW-SEQNO
               DELIMITED BY SIZE INTO ALH-KEY
           STRING "SHORTFALL PAST REPLENISHMENT DEADLINE "
               WS-LW-DEADLINE-DATE " OPEN " WS-OPEN-NOS
               DELIMITED BY SIZE INTO ALH-MESSAGE
           WRITE ALERT-HUB-REC
           ADD 1 TO WS-ESCALATE-COUNT
           MOVE "*** ESCALATED ***" TO WS-D-REMARK.

       4200-WRITE-DETAIL.
           MOVE WS-LW-ETF-ID        TO WS-D-ETF-ID
           MOVE WS-LW-BROKER-ID     TO WS-D-BROKER-ID
           MOVE WS-LW-TX-DATE       TO WS-D-TX-DATE
           MOVE WS-LW-SEQNO         TO WS-D-SEQNO
           MOVE WS-LW-STKNO         TO WS-D-STKNO
           MOVE WS-LW-LACK-NOS      TO WS-D-LACK-NOS
           MOVE WS-LW-LOCKED-NOS    TO WS-D-LOCKED-NOS
           MOVE WS-LW-OPEN-DATE     TO WS-D-OPEN-DATE
           MOVE WS-LW-DEADLINE-DATE TO WS-D-DEADLINE-DATE
           MOVE WS-LW-STATUS        TO WS-D-STATUS
           MOVE WS-LW-AGE-DAYS      TO WS-D-AGE
           MOVE WS-DETAIL-LINE      TO SHT-RPT-LINE
           WRITE SHT-RPT-LINE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "M08 LOCK RESULTS TODAY.: " WS-M08-READ-COUNT
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "ITEMS CARRIED FORWARD..: " WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "CLOSED ITEMS DROPPED...: " WS-DROPPED-COUNT
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "NEW ITEMS OPENED.......: " WS-NEW-COUNT
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "REPLENISHED TODAY......: " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "STILL OPEN.............: " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "OPEN SHORTFALL SHARES..: " WS-OPEN-TOTAL-NOS
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "PAST DEADLINE..........: " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE
           MOVE SPACES TO SHT-RPT-LINE
           STRING "ESCALATED TODAY........: " WS-ESCALATE-COUNT
               DELIMITED BY SIZE INTO SHT-RPT-LINE
           WRITE SHT-RPT-LINE.
