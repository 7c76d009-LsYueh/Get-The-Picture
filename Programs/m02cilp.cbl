      * M02CILP - 現金替代政策檢核(允許原因/須實物交付/替代比率)
      * 券商得於任一成分股註記現金替代(M02-CASH-IN-LIEU='Y')並填
      * 任一替代原因(M02-LIEU-REASON)；M02LIEU 僅事後統計趨勢、
      * M02LPRC 僅檢核價格帶，公開說明書對替代原因及替代比率之
      * 限制過去無從攔阻。本程式依現金替代政策主檔(CILPOL.DAT，
      * 版面見 cilpol 抄寫簿)逐筆檢核補記交易種類之明細檔
      * M02E.DAT 之現金替代明細:
      *   1. 該股票列為須實物交付('K' 記錄)者，錯誤代碼'CK'。
      *   2. 基金政策('P' 記錄)列有允許原因而替代原因不在其中
      *      者，錯誤代碼'CN'。
      *   3. 每一申請案件以 T30LOOK 開盤競價基準價評價籃子市值
      *      (庫存+借券+T-1+T日淨入庫+短缺部位)及現金替代市值
      *      (現金替代明細之短缺部位)；替代市值占籃子市值比率
      *      超過基金政策上限者，該案件全部現金替代明細註記錯誤
      *      代碼'CP'。債券/非股權成分(市場別 B)以(除息價+應計
      *      利息)/100 為每元面額價格；主檔查無之股票不計價並列
      *      示於報表。
      * 無政策記錄之基金不檢核原因及比率(須實物交付仍檢核)。
      * 控制檔 M02CILP.CTL 處理方式(1):'F'=僅列示(不註記錯誤代碼)
      * ，其餘(含無控制檔)=攔阻，錯誤經 M0ERRDT 登錄逐筆錯誤明細
      * 檔並依優先序註記。寫出 M02CLP.DAT(由排程取代 M02E.DAT)及
      * 例外報表。
      *
      * 假設: 第一遍評價各案件籃子，第二遍註記並寫出，明細順序
      *       不變；同一案件之明細於檔內相鄰(M02KIND 已排序)，案件
      *       表查詢先比對前一筆命中之案件。
      *
      * 修改紀錄:
      *   2026-10-05  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02CILP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M02CILP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CILPOL-FILE ASSIGN TO "CILPOL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-FILE ASSIGN TO "M02E.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-OUT-FILE ASSIGN TO "M02CLP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CILP-RPT-FILE ASSIGN TO "M02CILP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-MODE             PIC X(01).

       FD  CILPOL-FILE.
       COPY cilpol.

       FD  M02-FILE.
       COPY m02rec.

       FD  M02-OUT-FILE.
       01  M02-OUT-REC              PIC X(150).

       FD  CILP-RPT-FILE.
       01  CILP-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POL-EOF               PIC X VALUE 'N'.
           88  POL-EOF                    VALUE 'Y'.
       01  WS-M02-EOF               PIC X VALUE 'N'.
           88  M02-EOF                    VALUE 'Y'.

       01  WS-MODE                  PIC X(01) VALUE SPACE.
           88  FLAG-ONLY                  VALUE 'F'.

      * 基金政策('P')。
       01  WS-POL-TABLE.
           05  WS-POL-COUNT         PIC 9(03) VALUE 0.
           05  WS-POL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PLX.
               10  WS-PL-ETF-ID     PIC X(06).
               10  WS-PL-REASONS    PIC X(10).
               10  WS-PL-MAX-PCT    PIC 9(03)V9(02).
       01  WS-POL-HIT               PIC 9(03).

      * 須實物交付股票('K')。
       01  WS-KND-TABLE.
           05  WS-KND-COUNT         PIC 9(04) VALUE 0.
           05  WS-KND-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-KNX.
               10  WS-KN-ETF-ID     PIC X(06).
               10  WS-KN-STKNO      PIC X(06).

      * 申請案件籃子市值/現金替代市值。
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT        PIC 9(05) VALUE 0.
           05  WS-CASE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CSX.
               10  WS-CS-ETF-ID     PIC X(06).
               10  WS-CS-BROKER-ID  PIC X(04).
               10  WS-CS-TX-DATE    PIC 9(08).
               10  WS-CS-SEQNO      PIC X(03).
               10  WS-CS-BASKET-VAL PIC 9(15)V9(02).
               10  WS-CS-LIEU-VAL   PIC 9(15)V9(02).
               10  WS-CS-LIEU-PCT   PIC 9(03)V9(02).
               10  WS-CS-OVER       PIC X(01).
       01  WS-CASE-HIT              PIC 9(05) VALUE 0.

       01  WS-PRICE                 PIC 9(05)V9(04).
       01  WS-PRICE-SW              PIC X(01).
           88  PRICE-FOUND                VALUE 'Y'.
       01  WS-LINE-QTY              PIC 9(12).
       01  WS-LINE-VALUE            PIC 9(15)V9(02).
       01  WS-LIEU-VALUE            PIC 9(15)V9(02).
       01  WS-RX                    PIC 9(02).
       01  WS-REASON-SW             PIC X(01).
           88  REASON-ALLOWED             VALUE 'Y'.

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-LIEU-COUNT            PIC 9(07) VALUE 0.
       01  WS-CK-COUNT              PIC 9(07) VALUE 0.
       01  WS-CN-COUNT              PIC 9(07) VALUE 0.
       01  WS-CP-COUNT              PIC 9(07) VALUE 0.
       01  WS-CP-CASE-COUNT         PIC 9(05) VALUE 0.
       01  WS-NOPRICE-COUNT         PIC 9(07) VALUE 0.
       01  WS-NOPOL-COUNT           PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "CASH-IN-LIEU POLICY ENFORCEMENT".
       01  WS-HDR-MODE              PIC X(80).
       01  WS-HDR-2                 PIC X(80) VALUE
           "ETF-ID BROKER TX-DATE  SEQ STKNO  R RESULT".

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
           05  WS-D-REASON          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RESULT          PIC X(60).

       01  WS-D-PCT                 PIC ZZ9.99.
       01  WS-D-MAX-PCT             PIC ZZ9.99.
       01  WS-D-VALUE               PIC Z(14)9.
       01  WS-D-LIEU                PIC Z(14)9.

       COPY t30look.
       COPY m0errdt.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE SPACE TO CTL-MODE
           END-READ
           MOVE CTL-MODE TO WS-MODE
           CLOSE CTL-FILE

           PERFORM 1000-LOAD-POLICY

           OPEN OUTPUT CILP-RPT-FILE
           MOVE WS-HDR-1 TO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           IF FLAG-ONLY
               MOVE "MODE: FLAG ONLY - ERROR CODES NOT STAMPED"
                   TO WS-HDR-MODE
           ELSE
               MOVE "MODE: REJECT - ERROR CODES CK/CN/CP STAMPED"
                   TO WS-HDR-MODE
           END-IF
           MOVE WS-HDR-MODE TO CILP-RPT-LINE
           WRITE CILP-RPT-LINE

           MOVE SPACES TO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE "LINES NOT VALUED (EXCLUDED FROM BASKET VALUE)"
               TO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           PERFORM 2000-VALUE-BASKETS
           PERFORM 2500-PRINT-OVER-LIMIT

           MOVE SPACES TO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE WS-HDR-2 TO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           PERFORM 3000-EDIT-AND-WRITE

           MOVE SPACES TO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           STRING "M02 DETAILS READ..........: " WS-READ-COUNT
               DELIMITED BY SIZE INTO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE SPACES TO CILP-RPT-LINE
           STRING "CASH-IN-LIEU LINES........: " WS-LIEU-COUNT
               DELIMITED BY SIZE INTO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE SPACES TO CILP-RPT-LINE
           STRING "MUST DELIVER IN KIND ('CK'): " WS-CK-COUNT
               DELIMITED BY SIZE INTO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE SPACES TO CILP-RPT-LINE
           STRING "REASON NOT ALLOWED ('CN').: " WS-CN-COUNT
               DELIMITED BY SIZE INTO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE SPACES TO CILP-RPT-LINE
           STRING "OVER LIEU SHARE ('CP')....: " WS-CP-COUNT
               DELIMITED BY SIZE INTO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE SPACES TO CILP-RPT-LINE
           STRING "CASES OVER LIEU SHARE.....: " WS-CP-CASE-COUNT
               DELIMITED BY SIZE INTO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE SPACES TO CILP-RPT-LINE
           STRING "LINES WITHOUT PRICE.......: " WS-NOPRICE-COUNT
               DELIMITED BY SIZE INTO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE SPACES TO CILP-RPT-LINE
           STRING "LIEU LINES NO FUND POLICY.: " WS-NOPOL-COUNT
               DELIMITED BY SIZE INTO CILP-RPT-LINE
           WRITE CILP-RPT-LINE

           CLOSE CILP-RPT-FILE
           STOP RUN.

       1000-LOAD-POLICY.
           OPEN INPUT CILPOL-FILE
           PERFORM UNTIL POL-EOF
               READ CILPOL-FILE
                   AT END SET POL-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CLP-TYPE-POLICY
                               AND WS-POL-COUNT < 200
                               ADD 1 TO WS-POL-COUNT
                               SET WS-PLX TO WS-POL-COUNT
                               MOVE CLP-ETF-ID
                                   TO WS-PL-ETF-ID(WS-PLX)
                               MOVE CLP-ALLOWED-REASONS
                                   TO WS-PL-REASONS(WS-PLX)
                               MOVE 0 TO WS-PL-MAX-PCT(WS-PLX)
                               IF CLP-MAX-LIEU-PCT IS NUMERIC
                                   MOVE CLP-MAX-LIEU-PCT
                                       TO WS-PL-MAX-PCT(WS-PLX)
                               END-IF
                           WHEN CLP-TYPE-IN-KIND
                               AND WS-KND-COUNT < 2000
                               ADD 1 TO WS-KND-COUNT
                               SET WS-KNX TO WS-KND-COUNT
                               MOVE CLP-ETF-ID
                                   TO WS-KN-ETF-ID(WS-KNX)
                               MOVE CLP-STKNO
                                   TO WS-KN-STKNO(WS-KNX)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CILPOL-FILE.

      * 第一遍:逐案件累計籃子市值及現金替代市值。
       2000-VALUE-BASKETS.
           OPEN INPUT M02-FILE
           PERFORM UNTIL M02-EOF
               READ M02-FILE
                   AT END SET M02-EOF TO TRUE
                   NOT AT END
                       IF M02-TRAN-CODE = SPACE
                           PERFORM 2100-VALUE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M02-FILE
           MOVE 'N' TO WS-M02-EOF.

       2100-VALUE-ONE-LINE.
           PERFORM 2900-FIND-OR-ADD-CASE
           IF WS-CASE-HIT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-LOOKUP-PRICE
           IF NOT PRICE-FOUND
               ADD 1 TO WS-NOPRICE-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM 3900-BUILD-DETAIL
               MOVE "STOCK NOT IN T30 MASTER - NOT VALUED"
                   TO WS-D-RESULT
               MOVE WS-DETAIL-LINE TO CILP-RPT-LINE
               WRITE CILP-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-QTY =
               M02-NORMAL-STOCK-NOS + M02-BORROW-STOCK-NOS
               + M02-T1-STOCK-NOS + M02-T-STOCK-NOS
               + M02-LACK-STOCK-NOS
           COMPUTE WS-LINE-VALUE ROUNDED = WS-LINE-QTY * WS-PRICE
           ADD WS-LINE-VALUE TO WS-CS-BASKET-VAL(WS-CSX)
           IF M02-CASH-IN-LIEU = 'Y'
               COMPUTE WS-LIEU-VALUE ROUNDED =
                   M02-LACK-STOCK-NOS * WS-PRICE
               ADD WS-LIEU-VALUE TO WS-CS-LIEU-VAL(WS-CSX)
           END-IF.

      * 上市/上櫃/境外取開盤競價基準價；債券以(除息價+應計利息)
      * /100 為每元面額價格。
       2200-LOOKUP-PRICE.
           MOVE 'N' TO WS-PRICE-SW
           MOVE 0 TO WS-PRICE
           MOVE M02-STKNO TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET PRICE-FOUND TO TRUE
           IF T30L-MARKET = 'B'
               COMPUTE WS-PRICE =
                   (T30L-BND-CLEAN + T30L-BND-ACCRUED) / 100
           ELSE
               MOVE T30L-LDC-PRICE TO WS-PRICE
           END-IF.

      * 比率超限之案件列示於報表。
       2500-PRINT-OVER-LIMIT.
           MOVE SPACES TO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           MOVE "CASES OVER FUND CASH-IN-LIEU SHARE LIMIT"
               TO CILP-RPT-LINE
           WRITE CILP-RPT-LINE
           PERFORM VARYING WS-CSX FROM 1 BY 1
                   UNTIL WS-CSX > WS-CASE-COUNT
               MOVE 'N' TO WS-CS-OVER(WS-CSX)
               MOVE 0 TO WS-CS-LIEU-PCT(WS-CSX)
               IF WS-CS-BASKET-VAL(WS-CSX) > 0
                   COMPUTE WS-CS-LIEU-PCT(WS-CSX) ROUNDED =
                       WS-CS-LIEU-VAL(WS-CSX) * 100
                           / WS-CS-BASKET-VAL(WS-CSX)
               END-IF
               PERFORM 2600-FIND-POLICY-FOR-CASE
               IF WS-POL-HIT > 0
                   SET WS-PLX TO WS-POL-HIT
                   IF WS-PL-MAX-PCT(WS-PLX) > 0
                       AND WS-CS-LIEU-PCT(WS-CSX)
                           > WS-PL-MAX-PCT(WS-PLX)
                       MOVE 'Y' TO WS-CS-OVER(WS-CSX)
                       ADD 1 TO WS-CP-CASE-COUNT
                       MOVE WS-CS-BASKET-VAL(WS-CSX) TO WS-D-VALUE
                       MOVE WS-CS-LIEU-VAL(WS-CSX)   TO WS-D-LIEU
                       MOVE WS-CS-LIEU-PCT(WS-CSX)   TO WS-D-PCT
                       MOVE WS-PL-MAX-PCT(WS-PLX)    TO WS-D-MAX-PCT
                       MOVE SPACES TO CILP-RPT-LINE
                       STRING "  " WS-CS-ETF-ID(WS-CSX)
                           " " WS-CS-BROKER-ID(WS-CSX)
                           " " WS-CS-TX-DATE(WS-CSX)
                           " " WS-CS-SEQNO(WS-CSX)
                           " BASKET " WS-D-VALUE
                           " LIEU " WS-D-LIEU
                           " PCT " WS-D-PCT
                           " MAX " WS-D-MAX-PCT
                           DELIMITED BY SIZE INTO CILP-RPT-LINE
                       WRITE CILP-RPT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       2600-FIND-POLICY-FOR-CASE.
           MOVE 0 TO WS-POL-HIT
           PERFORM VARYING WS-PLX FROM 1 BY 1
                   UNTIL WS-PLX > WS-POL-COUNT
               IF WS-PL-ETF-ID(WS-PLX) = WS-CS-ETF-ID(WS-CSX)
                   SET WS-POL-HIT TO WS-PLX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 案件表查詢:先比對前一筆命中之案件，否則循序查找；查無
      * 者新增(表滿時 WS-CASE-HIT=0)。
       2900-FIND-OR-ADD-CASE.
           IF WS-CASE-HIT > 0
               SET WS-CSX TO WS-CASE-HIT
               IF WS-CS-ETF-ID(WS-CSX) = M02-ETF-ID
                       AND WS-CS-BROKER-ID(WS-CSX) = M02-BROKER-ID
                       AND WS-CS-TX-DATE(WS-CSX) = M02-TX-DATE
                       AND WS-CS-SEQNO(WS-CSX) = M02-SEQNO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-CASE-HIT
           PERFORM VARYING WS-CSX FROM 1 BY 1
                   UNTIL WS-CSX > WS-CASE-COUNT
               IF WS-CS-ETF-ID(WS-CSX) = M02-ETF-ID
                       AND WS-CS-BROKER-ID(WS-CSX) = M02-BROKER-ID
                       AND WS-CS-TX-DATE(WS-CSX) = M02-TX-DATE
                       AND WS-CS-SEQNO(WS-CSX) = M02-SEQNO
                   SET WS-CASE-HIT TO WS-CSX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CASE-HIT = 0 AND WS-CASE-COUNT < 5000
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-CASE-HIT
               SET WS-CSX TO WS-CASE-HIT
               MOVE M02-ETF-ID    TO WS-CS-ETF-ID(WS-CSX)
               MOVE M02-BROKER-ID TO WS-CS-BROKER-ID(WS-CSX)
               MOVE M02-TX-DATE   TO WS-CS-TX-DATE(WS-CSX)
               MOVE M02-SEQNO     TO WS-CS-SEQNO(WS-CSX)
               MOVE 0 TO WS-CS-BASKET-VAL(WS-CSX)
                         WS-CS-LIEU-VAL(WS-CSX)
                         WS-CS-LIEU-PCT(WS-CSX)
               MOVE 'N' TO WS-CS-OVER(WS-CSX)
           END-IF
           IF WS-CASE-HIT > 0
               SET WS-CSX TO WS-CASE-HIT
           END-IF.

      * 第二遍:現金替代明細逐筆檢核並寫出。
       3000-EDIT-AND-WRITE.
           MOVE 0 TO WS-CASE-HIT
           OPEN INPUT M02-FILE
           OPEN OUTPUT M02-OUT-FILE
           PERFORM UNTIL M02-EOF
               READ M02-FILE
                   AT END SET M02-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF M02-TRAN-CODE = SPACE
                               AND M02-CASH-IN-LIEU = 'Y'
                           ADD 1 TO WS-LIEU-COUNT
                           PERFORM 3100-EDIT-LIEU-LINE
                       END-IF
                       WRITE M02-OUT-REC FROM M02-RECORD
               END-READ
           END-PERFORM
           CLOSE M02-FILE M02-OUT-FILE.

       3100-EDIT-LIEU-LINE.
           PERFORM VARYING WS-KNX FROM 1 BY 1
                   UNTIL WS-KNX > WS-KND-COUNT
               IF WS-KN-ETF-ID(WS-KNX) = M02-ETF-ID
                       AND WS-KN-STKNO(WS-KNX) = M02-STKNO
                   ADD 1 TO WS-CK-COUNT
                   PERFORM 3900-BUILD-DETAIL
                   MOVE "CK STOCK MUST BE DELIVERED IN KIND"
                       TO WS-D-RESULT
                   MOVE WS-DETAIL-LINE TO CILP-RPT-LINE
                   WRITE CILP-RPT-LINE
                   IF NOT FLAG-ONLY
                       MOVE "CK" TO ERD-NEW-CODE
                       PERFORM 9500-RECORD-ERROR
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-POL-HIT
           PERFORM VARYING WS-PLX FROM 1 BY 1
                   UNTIL WS-PLX > WS-POL-COUNT
               IF WS-PL-ETF-ID(WS-PLX) = M02-ETF-ID
                   SET WS-POL-HIT TO WS-PLX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-POL-HIT = 0
               ADD 1 TO WS-NOPOL-COUNT
               EXIT PARAGRAPH
           END-IF
           SET WS-PLX TO WS-POL-HIT

           IF WS-PL-REASONS(WS-PLX) NOT = SPACES
               MOVE 'N' TO WS-REASON-SW
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
                   IF WS-PL-REASONS(WS-PLX)(WS-RX:1) NOT = SPACE
                       AND WS-PL-REASONS(WS-PLX)(WS-RX:1)
                           = M02-LIEU-REASON
                       SET REASON-ALLOWED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT REASON-ALLOWED
                   ADD 1 TO WS-CN-COUNT
                   PERFORM 3900-BUILD-DETAIL
                   MOVE SPACES TO WS-D-RESULT
                   STRING "CN LIEU REASON NOT ALLOWED - ALLOWED: "
                       WS-PL-REASONS(WS-PLX)
                       DELIMITED BY SIZE INTO WS-D-RESULT
                   MOVE WS-DETAIL-LINE TO CILP-RPT-LINE
                   WRITE CILP-RPT-LINE
                   IF NOT FLAG-ONLY
                       MOVE "CN" TO ERD-NEW-CODE
                       PERFORM 9500-RECORD-ERROR
                   END-IF
               END-IF
           END-IF

           PERFORM 2900-FIND-OR-ADD-CASE
           IF WS-CASE-HIT > 0
               IF WS-CS-OVER(WS-CSX) = 'Y'
                   ADD 1 TO WS-CP-COUNT
                   PERFORM 3900-BUILD-DETAIL
                   MOVE WS-CS-LIEU-PCT(WS-CSX) TO WS-D-PCT
                   MOVE WS-PL-MAX-PCT(WS-PLX)  TO WS-D-MAX-PCT
                   MOVE SPACES TO WS-D-RESULT
                   STRING "CP CASE LIEU SHARE " WS-D-PCT
                       "% OVER FUND MAX " WS-D-MAX-PCT "%"
                       DELIMITED BY SIZE INTO WS-D-RESULT
                   MOVE WS-DETAIL-LINE TO CILP-RPT-LINE
                   WRITE CILP-RPT-LINE
                   IF NOT FLAG-ONLY
                       MOVE "CP" TO ERD-NEW-CODE
                       PERFORM 9500-RECORD-ERROR
                   END-IF
               END-IF
           END-IF.

       3900-BUILD-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE M02-ETF-ID        TO WS-D-ETF-ID
           MOVE M02-BROKER-ID     TO WS-D-BROKER-ID
           MOVE M02-TX-DATE       TO WS-D-TX-DATE
           MOVE M02-SEQNO         TO WS-D-SEQNO
           MOVE M02-STKNO         TO WS-D-STKNO
           MOVE M02-LIEU-REASON   TO WS-D-REASON.

      * 檢出之錯誤經 M0ERRDT 累加登錄逐筆錯誤明細檔(含股票代號)，
      * 並依錯誤代碼優先序決定明細上註記之代碼。
       9500-RECORD-ERROR.
           MOVE "M02"          TO ERD-REC-TYPE
           MOVE M02-ETF-ID     TO ERD-ETF-ID
           MOVE M02-BROKER-ID  TO ERD-BROKER-ID
           MOVE M02-TX-DATE    TO ERD-TX-DATE
           MOVE M02-SEQNO      TO ERD-SEQNO
           MOVE M02-STKNO      TO ERD-STKNO
           MOVE M02-ERROR-CODE TO ERD-CUR-CODE
           MOVE "M02CILP"      TO ERD-SOURCE
           MOVE 0              TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO M02-ERROR-CODE.
