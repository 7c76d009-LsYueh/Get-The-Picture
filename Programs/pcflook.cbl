      * PCFLOOK - 共用 PCF 生效版本查詢服務(被呼叫副程式)
      * PCF 公告作業(M0PCFPB)對外公告各基金次一營業日生效之 PCF
      * 並附版本檢核碼，M02PCF 攔截籃子時須以同一算法還原券商
      * 所引用版本之檢核碼，兩處若各自建表計算，稍有出入即失去
      * 比對意義。本副程式於首次被呼叫時將 PCF 成分股生效版本
      * 主檔 PCFGEN.DAT(無資料時退回現行 PCFMST.DAT)及預估現金
      * 部位主檔 PCFCASH.DAT 一次載入記憶體，之後依 ETF 代號與
      * 基準日回覆生效成分股清單、預估現金部位及版本檢核碼(參數
      * 區及檢核碼算法見 pcflook 抄寫簿)。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCFLOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PCFGEN-FILE ASSIGN TO "PCFGEN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCF-FILE ASSIGN TO "PCFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCFCASH-FILE ASSIGN TO "PCFCASH.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PCFGEN-FILE.
       COPY pcfgen.

       FD  PCF-FILE.
       COPY pcfmst.

       FD  PCFCASH-FILE.
       COPY pcfcash.

       WORKING-STORAGE SECTION.
       01  WS-LOADED-SW             PIC X VALUE 'N'.
           88  TABLE-LOADED               VALUE 'Y'.
       01  WS-GEN-EOF               PIC X VALUE 'N'.
           88  GEN-EOF                    VALUE 'Y'.
       01  WS-PCF-EOF               PIC X VALUE 'N'.
           88  PCF-EOF                    VALUE 'Y'.
       01  WS-CSH-EOF               PIC X VALUE 'N'.
           88  CSH-EOF                    VALUE 'Y'.

      * 成分股版本表(依 ETF-ID+STKNO+生效起日，與主檔順序相同)。
       01  WS-PCF-TABLE.
           05  WS-PCF-COUNT         PIC 9(05) VALUE 0.
           05  WS-PCF-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-PX.
               10  WS-PC-ETF-ID     PIC X(06).
               10  WS-PC-STKNO      PIC X(06).
               10  WS-PC-EFF-FROM   PIC 9(08).
               10  WS-PC-EFF-TO     PIC 9(08).
               10  WS-PC-SHARES     PIC 9(08).
               10  WS-PC-TOLERANCE  PIC 9(03).

      * 預估現金部位表。
       01  WS-CASH-TABLE.
           05  WS-CASH-COUNT        PIC 9(04) VALUE 0.
           05  WS-CASH-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CX.
               10  WS-CC-ETF-ID     PIC X(06).
               10  WS-CC-EFF-FROM   PIC 9(08).
               10  WS-CC-EFF-TO     PIC 9(08).
               10  WS-CC-CASH-S     PIC X(01).
               10  WS-CC-CASH-9     PIC 9(09).

      * 檢核碼計算:每一成分股之位元組影像。
       01  WS-STK-IMAGE.
           05  WS-SI-STKNO          PIC X(06).
           05  WS-SI-SHARES         PIC 9(08).
           05  WS-SI-TOLERANCE      PIC 9(03).
       01  WS-CASH-IMAGE.
           05  WS-CI-CASH-S         PIC X(01).
           05  WS-CI-CASH-9         PIC 9(09).
       01  WS-HASH-AREA             PIC X(17).
       01  WS-HASH-LEN              PIC 9(02).
       01  WS-HASH                  PIC 9(05).
       01  WS-HASH-WORK             PIC 9(09).
       01  WS-BYTE-VAL              PIC 9(03).
       01  WS-HX                    PIC 9(02).

       LINKAGE SECTION.
       COPY pcflook.

       PROCEDURE DIVISION USING PCFL-PARM.
       0000-MAIN.
           IF NOT TABLE-LOADED
               PERFORM 1000-LOAD-PCF-TABLE
               PERFORM 1200-LOAD-CASH-TABLE
               MOVE 'Y' TO WS-LOADED-SW
           END-IF
           PERFORM 2000-LOOKUP-VERSION
           GOBACK.

      * 優先載入生效版本主檔；無資料時退回現行 PCF 主檔，視為單一
      * 無限期版本(與 M02PCF 相同)。
       1000-LOAD-PCF-TABLE.
           OPEN INPUT PCFGEN-FILE
           PERFORM UNTIL GEN-EOF
               READ PCFGEN-FILE
                   AT END SET GEN-EOF TO TRUE
                   NOT AT END
                       IF WS-PCF-COUNT < 10000
                           ADD 1 TO WS-PCF-COUNT
                           SET WS-PX TO WS-PCF-COUNT
                           MOVE PCG-ETF-ID   TO WS-PC-ETF-ID(WS-PX)
                           MOVE PCG-STKNO    TO WS-PC-STKNO(WS-PX)
                           MOVE PCG-EFF-FROM TO WS-PC-EFF-FROM(WS-PX)
                           MOVE PCG-EFF-TO   TO WS-PC-EFF-TO(WS-PX)
                           MOVE PCG-SHARES-PER-UNIT
                               TO WS-PC-SHARES(WS-PX)
                           MOVE PCG-TOLERANCE-PCT
                               TO WS-PC-TOLERANCE(WS-PX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCFGEN-FILE
           IF WS-PCF-COUNT = 0
               PERFORM 1100-LOAD-CURRENT-PCF
           END-IF.

       1100-LOAD-CURRENT-PCF.
           OPEN INPUT PCF-FILE
           PERFORM UNTIL PCF-EOF
               READ PCF-FILE
                   AT END SET PCF-EOF TO TRUE
                   NOT AT END
                       IF WS-PCF-COUNT < 10000
                           ADD 1 TO WS-PCF-COUNT
                           SET WS-PX TO WS-PCF-COUNT
                           MOVE PCF-ETF-ID   TO WS-PC-ETF-ID(WS-PX)
                           MOVE PCF-STKNO    TO WS-PC-STKNO(WS-PX)
                           MOVE 0        TO WS-PC-EFF-FROM(WS-PX)
                           MOVE 99999999 TO WS-PC-EFF-TO(WS-PX)
                           MOVE PCF-SHARES-PER-UNIT
                               TO WS-PC-SHARES(WS-PX)
                           MOVE PCF-TOLERANCE-PCT
                               TO WS-PC-TOLERANCE(WS-PX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCF-FILE.

       1200-LOAD-CASH-TABLE.
           OPEN INPUT PCFCASH-FILE
           PERFORM UNTIL CSH-EOF
               READ PCFCASH-FILE
                   AT END SET CSH-EOF TO TRUE
                   NOT AT END
                       IF WS-CASH-COUNT < 2000
                           ADD 1 TO WS-CASH-COUNT
                           SET WS-CX TO WS-CASH-COUNT
                           MOVE PCC-ETF-ID   TO WS-CC-ETF-ID(WS-CX)
                           MOVE PCC-EFF-FROM TO WS-CC-EFF-FROM(WS-CX)
                           MOVE PCC-EFF-TO   TO WS-CC-EFF-TO(WS-CX)
                           MOVE PCC-CASH-S   TO WS-CC-CASH-S(WS-CX)
                           MOVE PCC-CASH-9   TO WS-CC-CASH-9(WS-CX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCFCASH-FILE.

      * 依表序(股票代號遞增)取基準日落於生效區間之成分股，邊取
      * 邊累計檢核碼；清單逾300檔者仍計入檢核碼。
       2000-LOOKUP-VERSION.
           MOVE 'N' TO PCFL-FOUND PCFL-CASH-FOUND
           MOVE SPACE TO PCFL-CASH-S
           MOVE 0 TO PCFL-CASH-9 PCFL-CHECKSUM PCFL-OVER-LIMIT
                     PCFL-STK-COUNT
           MOVE 0 TO WS-HASH
           MOVE PCFL-ETF-ID TO WS-HASH-AREA
           MOVE 6 TO WS-HASH-LEN
           PERFORM 3000-ADD-TO-HASH
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PCF-COUNT
               IF WS-PC-ETF-ID(WS-PX) = PCFL-ETF-ID
                       AND PCFL-AS-OF-DATE >= WS-PC-EFF-FROM(WS-PX)
                       AND PCFL-AS-OF-DATE <= WS-PC-EFF-TO(WS-PX)
                   MOVE 'Y' TO PCFL-FOUND
                   MOVE WS-PC-STKNO(WS-PX)     TO WS-SI-STKNO
                   MOVE WS-PC-SHARES(WS-PX)    TO WS-SI-SHARES
                   MOVE WS-PC-TOLERANCE(WS-PX) TO WS-SI-TOLERANCE
                   MOVE WS-STK-IMAGE TO WS-HASH-AREA
                   MOVE 17 TO WS-HASH-LEN
                   PERFORM 3000-ADD-TO-HASH
                   IF PCFL-STK-COUNT < 300
                       ADD 1 TO PCFL-STK-COUNT
                       MOVE WS-SI-STKNO
                           TO PCFL-STKNO(PCFL-STK-COUNT)
                       MOVE WS-SI-SHARES
                           TO PCFL-SHARES(PCFL-STK-COUNT)
                       MOVE WS-SI-TOLERANCE
                           TO PCFL-TOLERANCE(PCFL-STK-COUNT)
                   ELSE
                       ADD 1 TO PCFL-OVER-LIMIT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CASH-COUNT
               IF WS-CC-ETF-ID(WS-CX) = PCFL-ETF-ID
                       AND PCFL-AS-OF-DATE >= WS-CC-EFF-FROM(WS-CX)
                       AND PCFL-AS-OF-DATE <= WS-CC-EFF-TO(WS-CX)
                   MOVE 'Y' TO PCFL-CASH-FOUND
                   MOVE WS-CC-CASH-S(WS-CX) TO PCFL-CASH-S
                   MOVE WS-CC-CASH-9(WS-CX) TO PCFL-CASH-9
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PCFL-CASH-FOUND = 'Y'
               MOVE PCFL-CASH-S TO WS-CI-CASH-S
               MOVE PCFL-CASH-9 TO WS-CI-CASH-9
               MOVE WS-CASH-IMAGE TO WS-HASH-AREA
               MOVE 10 TO WS-HASH-LEN
               PERFORM 3000-ADD-TO-HASH
           END-IF
           MOVE WS-HASH TO PCFL-CHECKSUM.

      * 逐位元組 H = (H × 257 + 位元組值) 除以 99991 之餘數。
       3000-ADD-TO-HASH.
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HASH-LEN
               COMPUTE WS-BYTE-VAL =
                   FUNCTION ORD(WS-HASH-AREA(WS-HX:1)) - 1
               COMPUTE WS-HASH-WORK = WS-HASH * 257 + WS-BYTE-VAL
               COMPUTE WS-HASH = FUNCTION MOD(WS-HASH-WORK, 99991)
           END-PERFORM.
