      * 與籃子申報股數超出容許誤差者列為數量錯誤，於送件交易所前先行
      * 攔截。M01、M02 先各自依 ETF-ID+BROKER-ID+TX-DATE+SEQNO 重新
      * 排序，不假設來源檔案送達時已排序。
      * 案件有籃外股票或數量錯誤者，於該案件首筆攔截明細前列示
      * 券商於 M01 引用之 PCF 版本檢核碼(PCF-CHECKSUM)與申請日
      * 生效版本之檢核碼(共用查詢服務 PCFLOOK)；兩者不符時依 PCF
      * 公告版本登錄檔 PCFVER.DAT 還原所引用版本之公告生效日，
      * 即時判明籃子係依哪一版 PCF 組成。
      *
      * 修改紀錄:
      *   2026-08-09  新增此程式
      *               輸出僅為報表，檢查點後之明細列於續跑可能
      *               重複，續跑起點處列示警語(計數器自檢查點
      *               回復故合計數不受影響)
      *   2026-09-30  債券/非股權成分(T30LOOK 市場別 B):申報數量為
      *               面額，須為最小面額單位之整數倍，且已到期者
      *               不得交付；另計債券成分列數(檢查點計數器6/7)
      *   2026-10-15  攔截案件列示券商引用之 PCF 版本檢核碼與生效
      *               版本比對結果，不符者依 PCFVER.DAT 還原所據
      *               公告版本；另計引用過期版本案件數(檢查點計數
      *               器8)
      *   2026-10-15  逾時順延之申報(M01 ROLL-TX-DATE 非0)依順延申請
      *               日取用生效之籃子版本
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02PCF.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CKP-FILE ASSIGN TO "M02PCF.CKP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCFVER-FILE ASSIGN TO "PCFVER.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CKP-FILE.
       COPY stepckp.

       FD  PCFVER-FILE.
       COPY pcfver.

       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
           05  WS-QTY-ERROR-COUNT   PIC 9(07) VALUE 0.

      * 記錄級檢查點:計數器配置 1=M01讀入 2=M02讀入 3=籃外股票
      * 4=數量錯誤 5=替代接受 6=債券成分 7=債券面額/到期錯誤
      * 8=引用過期 PCF 版本案件。
       01  WS-RESUME-SW             PIC X VALUE 'N'.
           88  RESUMING                   VALUE 'Y'.
       01  WS-CKP-EOF               PIC X VALUE 'N'.
       01  WS-CASE-SINCE-CKP        PIC 9(05) VALUE 0.
       01  WS-CTR-IX                PIC 9(02).

       COPY pcflook.
      * PCF 公告版本登錄表(PCFVER.DAT 依登錄順序載入)。
       01  WS-VER-EOF               PIC X VALUE 'N'.
           88  VER-EOF                    VALUE 'Y'.
       01  WS-VER-TABLE.
           05  WS-VER-COUNT         PIC 9(05) VALUE 0.
           05  WS-VER-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-VRX.
               10  WS-VR-ETF-ID     PIC X(06).
               10  WS-VR-EFF-DATE   PIC 9(08).
               10  WS-VR-CHECKSUM   PIC 9(05).
       01  WS-VER-SKIPPED           PIC 9(05) VALUE 0.
       01  WS-NOTED-KEY             PIC X(21) VALUE SPACES.
       01  WS-QUOTED-SUM            PIC X(05).
       01  WS-QUOTED-EFF-DATE       PIC 9(08).
       01  WS-STALE-VER-COUNT       PIC 9(07) VALUE 0.
       01  WS-VER-LINE              PIC X(132).

       COPY t30look.
       01  WS-BOND-COUNT            PIC 9(07) VALUE 0.
       01  WS-BOND-ERROR-COUNT      PIC 9(07) VALUE 0.
       01  WS-BOND-FACE             PIC 9(11).
       01  WS-BOND-LOTS             PIC 9(11).
       01  WS-BOND-REM              PIC 9(07).

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
       0000-MAIN.
           PERFORM 1000-LOAD-PCF-TABLE
           PERFORM 1200-LOAD-SUB-TABLE
           PERFORM 1300-LOAD-VERSION-TABLE

           PERFORM 0100-READ-STEP-CHECKPOINT
           OPEN INPUT M01-SORTED
                   WHEN 0
                       MOVE APPLICATION-UNITS OF M01-SORTED-REC
                           TO WS-CUR-UNITS
                       EVALUATE TRUE
                           WHEN TRAN-CODE OF M01-SORTED-REC = 'R'
                               AND ORIG-TX-DATE OF M01-SORTED-REC > 0
                               MOVE ORIG-TX-DATE OF M01-SORTED-REC
                                   TO WS-ASOF-DATE
                           WHEN TRAN-CODE OF M01-SORTED-REC NOT = 'R'
                               AND ROLL-TX-DATE OF M01-SORTED-REC
                                   IS NUMERIC
                               AND ROLL-TX-DATE OF M01-SORTED-REC > 0
                               MOVE ROLL-TX-DATE OF M01-SORTED-REC
                                   TO WS-ASOF-DATE
                           WHEN OTHER
                               MOVE TX-DATE OF M01-SORTED-REC
                                   TO WS-ASOF-DATE
                       END-EVALUATE
                       PERFORM 4000-CHECK-BASKET-STOCK
                       PERFORM 2100-READ-M02
               END-EVALUATE
           STRING "SUBSTITUTIONS ACCEPTED...: " WS-SUBST-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           MOVE SPACES TO ERR-RPT-LINE
           STRING "BOND CONSTITUENT LINES...: " WS-BOND-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           MOVE SPACES TO ERR-RPT-LINE
           STRING "BOND FACE/MATURITY ERRORS: " WS-BOND-ERROR-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           MOVE SPACES TO ERR-RPT-LINE
           STRING "STALE PCF VERSION CASES..: " WS-STALE-VER-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           IF WS-VER-SKIPPED > 0
               MOVE SPACES TO ERR-RPT-LINE
               STRING "*** WARNING: PCFVER OVER 20000 - "
                   WS-VER-SKIPPED " NEWEST ENTRIES NOT LOADED"
                   DELIMITED BY SIZE INTO ERR-RPT-LINE
               WRITE ERR-RPT-LINE
           END-IF

           CLOSE M01-SORTED M02-SORTED ERR-RPT-FILE
           PERFORM 9000-CLEAR-CHECKPOINT
           MOVE WS-SAVED-CTR(3) TO WS-OFF-BASKET-COUNT
           MOVE WS-SAVED-CTR(4) TO WS-QTY-ERROR-COUNT
           MOVE WS-SAVED-CTR(5) TO WS-SUBST-COUNT
           MOVE WS-SAVED-CTR(6) TO WS-BOND-COUNT
           MOVE WS-SAVED-CTR(7) TO WS-BOND-ERROR-COUNT
           MOVE WS-SAVED-CTR(8) TO WS-STALE-VER-COUNT
           IF NOT M01-EOF
               ADD 1 TO WS-M01-COUNT
           END-IF.
               MOVE WS-OFF-BASKET-COUNT TO STPC-COUNTER(3)
               MOVE WS-QTY-ERROR-COUNT TO STPC-COUNTER(4)
               MOVE WS-SUBST-COUNT TO STPC-COUNTER(5)
               MOVE WS-BOND-COUNT TO STPC-COUNTER(6)
               MOVE WS-BOND-ERROR-COUNT TO STPC-COUNTER(7)
               MOVE WS-STALE-VER-COUNT TO STPC-COUNTER(8)
               WRITE STPC-RECORD
               CLOSE CKP-FILE
           END-IF.
           END-PERFORM
           CLOSE SUBMST-FILE.

      * 載入 PCF 公告版本登錄檔(可無)；逾表格容量者不載入並於
      * 報表尾警示。
       1300-LOAD-VERSION-TABLE.
           OPEN INPUT PCFVER-FILE
           PERFORM UNTIL VER-EOF
               READ PCFVER-FILE
                   AT END SET VER-EOF TO TRUE
                   NOT AT END
                       IF WS-VER-COUNT >= 20000
                           ADD 1 TO WS-VER-SKIPPED
                       ELSE
                           ADD 1 TO WS-VER-COUNT
                           MOVE PCV-ETF-ID TO
                               WS-VR-ETF-ID(WS-VER-COUNT)
                           MOVE PCV-EFF-DATE TO
                               WS-VR-EFF-DATE(WS-VER-COUNT)
                           MOVE PCV-CHECKSUM TO
                               WS-VR-CHECKSUM(WS-VER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCFVER-FILE.

       1100-LOAD-CURRENT-PCF.
           OPEN INPUT PCF-FILE
           PERFORM UNTIL PCF-EOF
               MOVE M02-SEQNO  OF M02-SORTED-REC TO WS-D-SEQNO
               MOVE "STOCK NOT IN ETF PCF CONSTITUENT LIST"
                   TO WS-D-REASON
               PERFORM 4500-NOTE-PCF-VERSION
               MOVE WS-DETAIL-LINE TO ERR-RPT-LINE
               WRITE ERR-RPT-LINE
               ADD 1 TO WS-OFF-BASKET-COUNT
                   MOVE M02-SEQNO  OF M02-SORTED-REC TO WS-D-SEQNO
                   MOVE "BASKET QUANTITY OUTSIDE PCF WEIGHT TOLERANCE"
                       TO WS-D-REASON
                   PERFORM 4500-NOTE-PCF-VERSION
                   MOVE WS-DETAIL-LINE TO ERR-RPT-LINE
                   WRITE ERR-RPT-LINE
                   ADD 1 TO WS-QTY-ERROR-COUNT
               END-IF
               PERFORM 4300-CHECK-BOND-LINE
           END-IF.

      * 案件首筆籃外/數量攔截前，列示券商引用之 PCF 版本檢核碼與
      * 申請日生效版本之比對；不符者由公告版本登錄表(最末筆相符
      * 者)還原其公告生效日，查無則列為不明版本。每案件一行。
       4500-NOTE-PCF-VERSION.
           IF WS-M01-KEY = WS-NOTED-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-M01-KEY TO WS-NOTED-KEY
           MOVE PCF-CHECKSUM OF M01-SORTED-REC TO WS-QUOTED-SUM
           MOVE WS-M01-ETF-ID TO PCFL-ETF-ID
           MOVE WS-ASOF-DATE TO PCFL-AS-OF-DATE
           CALL "PCFLOOK" USING PCFL-PARM
           MOVE SPACES TO WS-VER-LINE
           EVALUATE TRUE
               WHEN PCFL-FOUND NOT = 'Y'
                   STRING "  PCF VERSION: QUOTED '" WS-QUOTED-SUM
                       "' - NO PCF EFFECTIVE FOR " WS-ASOF-DATE
                       DELIMITED BY SIZE INTO WS-VER-LINE
               WHEN WS-QUOTED-SUM = SPACES
                   STRING "  PCF VERSION: NOT QUOTED BY BROKER"
                       " - EFFECTIVE " PCFL-CHECKSUM
                       DELIMITED BY SIZE INTO WS-VER-LINE
               WHEN WS-QUOTED-SUM IS NOT NUMERIC
                   STRING "  PCF VERSION: QUOTED '" WS-QUOTED-SUM
                       "' INVALID - EFFECTIVE " PCFL-CHECKSUM
                       DELIMITED BY SIZE INTO WS-VER-LINE
               WHEN WS-QUOTED-SUM = PCFL-CHECKSUM
                   STRING "  PCF VERSION: QUOTED " WS-QUOTED-SUM
                       " MATCHES EFFECTIVE VERSION"
                       DELIMITED BY SIZE INTO WS-VER-LINE
               WHEN OTHER
                   ADD 1 TO WS-STALE-VER-COUNT
                   MOVE 0 TO WS-QUOTED-EFF-DATE
                   PERFORM VARYING WS-VRX FROM 1 BY 1
                           UNTIL WS-VRX > WS-VER-COUNT
                       IF WS-VR-ETF-ID(WS-VRX) = WS-M01-ETF-ID
                               AND WS-VR-CHECKSUM(WS-VRX)
                                   = WS-QUOTED-SUM
                           MOVE WS-VR-EFF-DATE(WS-VRX)
                               TO WS-QUOTED-EFF-DATE
                       END-IF
                   END-PERFORM
                   IF WS-QUOTED-EFF-DATE > 0
                       STRING "  PCF VERSION: BUILT FROM "
                           WS-QUOTED-SUM " PUBLISHED FOR "
                           WS-QUOTED-EFF-DATE " - EFFECTIVE "
                           PCFL-CHECKSUM
                           DELIMITED BY SIZE INTO WS-VER-LINE
                   ELSE
                       STRING "  PCF VERSION: BUILT FROM UNKNOWN "
                           WS-QUOTED-SUM " - EFFECTIVE "
                           PCFL-CHECKSUM
                           DELIMITED BY SIZE INTO WS-VER-LINE
                   END-IF
           END-EVALUATE
           MOVE WS-VER-LINE TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

      * 債券/非股權成分:申報數量為面額，須為最小面額單位之整數
      * 倍；到期日不晚於申請日者已不可交付。股票成分不受影響。
       4300-CHECK-BOND-LINE.
           MOVE M02-STKNO OF M02-SORTED-REC TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND NOT = 'Y' OR T30L-MARKET NOT = 'B'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOND-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE M02-ETF-ID OF M02-SORTED-REC TO WS-D-ETF-ID
           MOVE M02-STKNO  OF M02-SORTED-REC TO WS-D-STKNO
           MOVE M02-SEQNO  OF M02-SORTED-REC TO WS-D-SEQNO
           IF T30L-BND-MATURITY > 0
                   AND T30L-BND-MATURITY <= WS-ASOF-DATE
               MOVE "BOND MATURED - NOT DELIVERABLE" TO WS-D-REASON
               MOVE WS-DETAIL-LINE TO ERR-RPT-LINE
               WRITE ERR-RPT-LINE
               ADD 1 TO WS-BOND-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF T30L-BND-FACE-UNIT > 0
               MOVE WS-BASKET-SHARES TO WS-BOND-FACE
               DIVIDE WS-BOND-FACE BY T30L-BND-FACE-UNIT
                   GIVING WS-BOND-LOTS REMAINDER WS-BOND-REM
               IF WS-BOND-REM NOT = 0
                   MOVE "BOND FACE AMOUNT NOT MULTIPLE OF DENOMINATION"
                       TO WS-D-REASON
                   MOVE WS-DETAIL-LINE TO ERR-RPT-LINE
                   WRITE ERR-RPT-LINE
                   ADD 1 TO WS-BOND-ERROR-COUNT
               END-IF
           END-IF.

      * 申報股票非成分股時，查替代證券對照:該股票係某成分股公告
