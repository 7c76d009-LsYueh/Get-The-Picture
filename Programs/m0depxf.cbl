      *       成分股)；已檢核剔退(M02-ERROR-CODE非空白)及取消記錄
      *       (M02-TRAN-CODE非空白)不列入。淨額為零之歸戶不產生
      *       指示。營業日取檔內第一筆之 M02-TX-DATE。
      *       M04 部分受理(RESULT='2')之案件，籃子每一明細應交付
      *       部位按受理基數/申請基數比例劃撥(不足一股捨去)，
      *       其餘股數釋回券商不予劃撥，逐明細寫出釋回明細檔
      *       BSKREL.DAT(版面見 bskrel 抄寫簿)供券商對帳單列示；
      *       申請基數取自 M01。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-15  M04 部分受理案件僅劃撥受理基數部分，未受理
      *               部分籃子股數釋回並寫出 BSKREL.DAT
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0DEPXF.
       FILE-CONTROL.
           SELECT M02-FILE ASSIGN TO "M02.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M04-FILE ASSIGN TO "M04.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BSKREL-FILE ASSIGN TO "BSKREL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "M0DEPXF.SRT".
           SELECT XFR-FILE ASSIGN TO "DEPXFR.DAT"
               ORGANIZATION IS SEQUENTIAL.
       FD  M02-FILE.
       COPY m02rec.

       FD  M04-FILE.
       COPY m04.

       FD  M01-FILE.
       COPY m01.

       FD  BSKREL-FILE.
       COPY bskrel.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-ACNT-BROKER     PIC X(04).
       01  WS-SORT-EOF              PIC X VALUE 'N'.
           88  SORT-EOF                   VALUE 'Y'.

       01  WS-M04-EOF               PIC X VALUE 'N'.
           88  M04-EOF                    VALUE 'Y'.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.

       01  WS-BUS-DATE              PIC 9(08) VALUE 0.
       01  WS-DELIVER-SHARES        PIC 9(11).
       01  WS-ACCEPT-SHARES         PIC 9(11).

      * M04 部分受理案件表(申請基數自 M01 補入)。
       01  WS-PTL-TABLE.
           05  WS-PTL-COUNT         PIC 9(05) VALUE 0.
           05  WS-PTL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-PTX.
               10  WS-PT-ETF-ID     PIC X(06).
               10  WS-PT-BROKER-ID  PIC X(04).
               10  WS-PT-TX-DATE    PIC 9(08).
               10  WS-PT-SEQNO      PIC X(03).
               10  WS-PT-ACCEPTED   PIC 9(03).
               10  WS-PT-APPLIED    PIC 9(03).
       01  WS-PTL-SKIPPED           PIC 9(07) VALUE 0.
       01  WS-PTL-FOUND-SW          PIC X VALUE 'N'.
           88  PTL-FOUND                  VALUE 'Y'.
       01  WS-RELEASE-COUNT         PIC 9(07) VALUE 0.
       01  WS-RELEASE-SHARES        PIC 9(13) VALUE 0.

       01  WS-HOLD-REC.
           05  WS-H-ACNT-BROKER     PIC X(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-LOAD-PARTIAL-CASES
           OPEN OUTPUT BSKREL-FILE
           OPEN OUTPUT XFR-FILE
           OPEN OUTPUT XFR-RPT-FILE
           MOVE WS-HDR-1 TO XFR-RPT-LINE
           MOVE WS-INSTR-COUNT TO WS-XT-REC-COUNT
           MOVE WS-HASH-TOTAL  TO WS-XT-HASH-TOTAL
           WRITE XFR-REC FROM WS-XFR-TRAILER
           CLOSE XFR-FILE BSKREL-FILE

           MOVE SPACES TO XFR-RPT-LINE
           WRITE XFR-RPT-LINE
           STRING "FLAT GROUPS (NO INSTR).: " WS-FLAT-COUNT
               DELIMITED BY SIZE INTO XFR-RPT-LINE
           WRITE XFR-RPT-LINE
           MOVE SPACES TO XFR-RPT-LINE
           STRING "PARTIAL ACCEPT CASES...: " WS-PTL-COUNT
               DELIMITED BY SIZE INTO XFR-RPT-LINE
           WRITE XFR-RPT-LINE
           MOVE SPACES TO XFR-RPT-LINE
           STRING "BASKET LINES RELEASED..: " WS-RELEASE-COUNT
               DELIMITED BY SIZE INTO XFR-RPT-LINE
           WRITE XFR-RPT-LINE
           MOVE SPACES TO XFR-RPT-LINE
           STRING "SHARES RELEASED........: " WS-RELEASE-SHARES
               DELIMITED BY SIZE INTO XFR-RPT-LINE
           WRITE XFR-RPT-LINE
           IF WS-PTL-SKIPPED > 0
               MOVE SPACES TO XFR-RPT-LINE
               STRING "PARTIAL TABLE FULL.....: " WS-PTL-SKIPPED
                   " CASES TRANSFERRED AT APPLIED UNITS"
                   DELIMITED BY SIZE INTO XFR-RPT-LINE
               WRITE XFR-RPT-LINE
           END-IF

           CLOSE XFR-RPT-FILE
           STOP RUN.

      * 讀入 M04 部分受理案件(M04 可無)，再自 M01 補入申請基數；
      * 查無 M01 或受理基數不小於申請基數者不列入(照全數劃撥)。
       0500-LOAD-PARTIAL-CASES.
           OPEN INPUT M04-FILE
           PERFORM UNTIL M04-EOF
               READ M04-FILE
                   AT END SET M04-EOF TO TRUE
                   NOT AT END
                       IF RESULT-PARTIAL OF M04
                           IF WS-PTL-COUNT < 5000
                               ADD 1 TO WS-PTL-COUNT
                               SET WS-PTX TO WS-PTL-COUNT
                               MOVE ETF-ID OF M04
                                   TO WS-PT-ETF-ID(WS-PTX)
                               MOVE BROKER-ID OF M04
                                   TO WS-PT-BROKER-ID(WS-PTX)
                               MOVE TX-DATE OF M04
                                   TO WS-PT-TX-DATE(WS-PTX)
                               MOVE SEQNO OF M04
                                   TO WS-PT-SEQNO(WS-PTX)
                               MOVE ACCEPTED-UNITS OF M04
                                   TO WS-PT-ACCEPTED(WS-PTX)
                               MOVE 0 TO WS-PT-APPLIED(WS-PTX)
                           ELSE
                               ADD 1 TO WS-PTL-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M04-FILE
           IF WS-PTL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT M01-FILE
           PERFORM UNTIL M01-EOF
               READ M01-FILE
                   AT END SET M01-EOF TO TRUE
                   NOT AT END
                       IF TRAN-CODE OF M01 = SPACE
                           PERFORM 0600-FILL-APPLIED-UNITS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01-FILE.

       0600-FILL-APPLIED-UNITS.
           PERFORM VARYING WS-PTX FROM 1 BY 1
                   UNTIL WS-PTX > WS-PTL-COUNT
               IF WS-PT-ETF-ID(WS-PTX) = ETF-ID OF M01
                       AND WS-PT-BROKER-ID(WS-PTX) = BROKER-ID OF M01
                       AND WS-PT-TX-DATE(WS-PTX) = TX-DATE OF M01
                       AND WS-PT-SEQNO(WS-PTX) = SEQNO OF M01
                   MOVE APPLICATION-UNITS TO WS-PT-APPLIED(WS-PTX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * SORT輸入處理:正常明細之應交付部位合計釋出排序；表頭於
      * 取得第一筆營業日後寫出。部分受理案件之明細僅釋出受理
      * 部分，其餘寫入釋回明細檔。
       1000-SELECT-POSITIONS.
           OPEN INPUT M02-FILE
           PERFORM UNTIL M02-EOF
                               + M02-BORROW-STOCK-NOS
                               + M02-T1-STOCK-NOS
                               + M02-T-STOCK-NOS
                           IF WS-DELIVER-SHARES > 0
                                   AND WS-PTL-COUNT > 0
                               PERFORM 1100-APPLY-PARTIAL
                           END-IF
                           IF WS-DELIVER-SHARES > 0
                               MOVE M02-ACNT-BROKER
                                   TO SORT-ACNT-BROKER
               WRITE XFR-REC FROM WS-XFR-HEADER
           END-IF.

      * 部分受理案件:應交付部位按受理基數/申請基數比例改算，
      * 差額為釋回股數。
       1100-APPLY-PARTIAL.
           MOVE 'N' TO WS-PTL-FOUND-SW
           PERFORM VARYING WS-PTX FROM 1 BY 1
                   UNTIL WS-PTX > WS-PTL-COUNT
               IF WS-PT-ETF-ID(WS-PTX) = M02-ETF-ID
                       AND WS-PT-BROKER-ID(WS-PTX) = M02-BROKER-ID
                       AND WS-PT-TX-DATE(WS-PTX) = M02-TX-DATE
                       AND WS-PT-SEQNO(WS-PTX) = M02-SEQNO
                   SET PTL-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT PTL-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-APPLIED(WS-PTX) = 0
                   OR WS-PT-ACCEPTED(WS-PTX) >= WS-PT-APPLIED(WS-PTX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCEPT-SHARES =
               WS-DELIVER-SHARES * WS-PT-ACCEPTED(WS-PTX)
               / WS-PT-APPLIED(WS-PTX)
           MOVE SPACES TO BASKET-RELEASE-REC
           MOVE WS-BUS-DATE     TO BSR-BUS-DATE
           MOVE M02-ETF-ID      TO BSR-ETF-ID
           MOVE M02-BROKER-ID   TO BSR-BROKER-ID
           MOVE M02-TX-DATE     TO BSR-TX-DATE
           MOVE M02-SEQNO       TO BSR-SEQNO
           MOVE M02-TX-KIND     TO BSR-TX-KIND
           MOVE M02-ACNT-BROKER TO BSR-ACNT-BROKER
           MOVE M02-ACNT-NO     TO BSR-ACNT-NO
           MOVE M02-STKNO       TO BSR-STKNO
           MOVE WS-PT-APPLIED(WS-PTX)  TO BSR-APPL-UNITS
           MOVE WS-PT-ACCEPTED(WS-PTX) TO BSR-ACCEPTED-UNITS
           MOVE WS-DELIVER-SHARES TO BSR-BASKET-SHARES
           COMPUTE BSR-RELEASED-SHARES =
               WS-DELIVER-SHARES - WS-ACCEPT-SHARES
           WRITE BASKET-RELEASE-REC
           ADD 1 TO WS-RELEASE-COUNT
           ADD BSR-RELEASED-SHARES TO WS-RELEASE-SHARES
           MOVE WS-ACCEPT-SHARES TO WS-DELIVER-SHARES.

      * SORT輸出處理:依 ACNT-BROKER+STKNO 分組，組內申購交付與
      * 買回收受互抵為淨額。
       2000-NET-GROUPS.
