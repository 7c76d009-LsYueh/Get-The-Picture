      * M01RVRS - 已受理申報案件之沖正/更正連結處理
      * 掃描當日 M01 中 TRAN-CODE = 'R' 的沖正申報記錄，其 ORIG-TX-
      * DATE+CANCEL-SEQNO 指向先前某日(可能非當日)已受理並經發行人
      * 回覆成功或部分受理(M04DM.LOG 累加之 DM-RESULT='1'/'2')之
      * 原申報案件；比對原案存在且確曾受理後，於沖正連結稽核檔留下完整前後對照
      * (原申報內容 + 沖正原因/連結鍵值)，使同日受理後欲更正的案件
      * 能以帶有連結的新記錄辦理，而不必人工另鍵一筆表面看不出關聯
      * 的全新記錄。
      *   2026-08-09  新增此程式
      *   2026-08-09  歷史檔/資料超市暫存表溢滿時於稽核報表加印
      *               警告訊息
      *   2026-09-26  已連結之沖正案加印 ETF 於原申請日當時生效之
      *               T30 基準價/漲跌停價/處置註記(T30LOOK 歷史基準
      *               日模式)，供事後核對原案受理時之市場條件
      *   2026-10-15  原案經發行人部分受理(DM-RESULT='2')者亦視為
      *               曾受理，沖正得予連結
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01RVRS.
       WORKING-STORAGE SECTION.
       COPY m01idx.
       COPY m04dm.
       COPY t30look.

       01  WS-EOF                   PIC X VALUE 'N'.
           88  FILE-EOF                   VALUE 'Y'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-R-STATUS           PIC X(20).

       01  WS-T30-DETAIL.
           05  FILLER                PIC X(15) VALUE
               "  T30 AS OF   ".
           05  WS-T-AS-OF-DATE       PIC 9(08).
           05  FILLER                PIC X(06) VALUE " LDC=".
           05  WS-T-LDC-PRICE        PIC ZZZZ9.9999.
           05  FILLER                PIC X(06) VALUE " BULL=".
           05  WS-T-BULL-PRICE       PIC ZZZZ9.9999.
           05  FILLER                PIC X(06) VALUE " BEAR=".
           05  WS-T-BEAR-PRICE       PIC ZZZZ9.9999.
           05  FILLER                PIC X(08) VALUE " MARK-W=".
           05  WS-T-MARK-W           PIC X(01).
           05  FILLER                PIC X(07) VALUE " HIST=".
           05  WS-T-HIST-DATE        PIC 9(08).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-T-HIST-VERSION     PIC 9(03).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-HIST-TABLE
           CLOSE M01-HIST-FILE.

      * 讀入回覆時效資料超市累加檔(若尚未建置則視為空表)，供確認
      * 原申報案件是否曾經發行人回覆受理成功或部分受理(DM-RESULT
      * ='1'/'2')。
       1100-LOAD-DM-TABLE.
           OPEN INPUT DM-LOG-FILE
           MOVE 'N' TO WS-EOF
                      WS-DT-BROKER-ID(WS-DX) = BROKER-ID AND
                      WS-DT-TX-DATE(WS-DX)   = ORIG-TX-DATE AND
                      WS-DT-SEQNO(WS-DX)     = CANCEL-SEQNO AND
                     (WS-DT-RESULT(WS-DX)    = '1' OR '2')
                       SET ORIGINAL-WAS-ACCEPTED TO TRUE
                       EXIT PERFORM
                   END-IF
           MOVE WS-LINK-RECORD TO RVRS-LOG-LINE
           WRITE RVRS-LOG-LINE
           MOVE WS-RPT-DETAIL TO RVRS-RPT-LINE
           WRITE RVRS-RPT-LINE
           IF ORIGINAL-FOUND AND ORIGINAL-WAS-ACCEPTED
               PERFORM 3100-PRINT-T30-AS-OF
           END-IF.

      * 依原申請日查詢 ETF 當時生效之 T30 主檔值並加印於明細下。
       3100-PRINT-T30-AS-OF.
           MOVE ETF-ID       TO T30L-STOCK-NO
           MOVE ORIG-TX-DATE TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           MOVE SPACES TO RVRS-RPT-LINE
           IF T30L-FOUND = 'Y'
               MOVE ORIG-TX-DATE      TO WS-T-AS-OF-DATE
               MOVE T30L-LDC-PRICE    TO WS-T-LDC-PRICE
               MOVE T30L-BULL-PRICE   TO WS-T-BULL-PRICE
               MOVE T30L-BEAR-PRICE   TO WS-T-BEAR-PRICE
               MOVE T30L-MARK-W       TO WS-T-MARK-W
               MOVE T30L-HIST-DATE    TO WS-T-HIST-DATE
               MOVE T30L-HIST-VERSION TO WS-T-HIST-VERSION
               MOVE WS-T30-DETAIL TO RVRS-RPT-LINE
           ELSE
               STRING "  T30 AS OF   " ORIG-TX-DATE
                   " NOT IN T30 HISTORY" DELIMITED BY SIZE
                   INTO RVRS-RPT-LINE
           END-IF
           WRITE RVRS-RPT-LINE.
