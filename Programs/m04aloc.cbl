      *   2026-09-02  改讀排序服務站台(M0SRTX)產出之共用排序萃取
      *               檔 M01SRT.DAT/M04SRT.DAT，不再自行排序；
      *               配對鍵值加入券商代表號與萃取檔排序一致
      *   2026-10-15  部分受理回覆('2')之分配改以受理基數換算之
      *               單位數驗算；受理基數無效者列示例外
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M04ALOC.
               10  M4S-ACNT-BROKER  PIC X(04).
               10  M4S-ACNT-NO      PIC 9(07).
               10  M4S-ETF-SHR      PIC 9(18).
           05  FILLER               PIC X(18).
           05  M4S-ACCEPTED-UNITS   PIC 9(03).
           05  FILLER               PIC X(31).

       FD  ALOC-RPT-FILE.
       01  ALOC-RPT-LINE            PIC X(132).
           05  WS-K4-SEQNO          PIC X(03).

       01  WS-EXPECTED-SHR          PIC 9(15).
       01  WS-CASE-UNITS            PIC 9(03).
       01  WS-ALLOC-TOTAL           PIC 9(18).
       01  WS-UNUSED-BAD            PIC X VALUE 'N'.
       01  WS-IX                    PIC 9(01).
           PERFORM UNTIL S01-EOF OR S04-EOF
               EVALUATE TRUE
                   WHEN WS-M01-KEY = WS-M04-KEY
                       IF M4S-RESULT = '1' OR M4S-RESULT = '2'
                           PERFORM 3000-VALIDATE-ALLOCATION
                       END-IF
                       PERFORM 2100-READ-M01-SORTED
                   MOVE M4S-SEQNO     TO WS-K4-SEQNO
           END-READ.

      * 驗算:分配合計應等於申請基數(部分受理者為受理基數)×每
      * 基數單位數；逾申請人數之欄位應為零。部分受理之受理基數須
      * 大於零且小於申請基數。
       3000-VALIDATE-ALLOCATION.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE M1S-UNITS TO WS-CASE-UNITS
           IF M4S-RESULT = '2'
               IF M4S-ACCEPTED-UNITS NOT NUMERIC
                       OR M4S-ACCEPTED-UNITS = 0
                       OR M4S-ACCEPTED-UNITS >= M1S-UNITS
                   MOVE "PARTIAL ACCEPTED UNITS INVALID"
                       TO WS-REASON
                   MOVE 0 TO WS-EXPECTED-SHR WS-ALLOC-TOTAL
                   PERFORM 3200-PRINT-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               MOVE M4S-ACCEPTED-UNITS TO WS-CASE-UNITS
           END-IF
           PERFORM 3100-FIND-UNIT-SIZE
           IF NOT UNIT-SIZE-FOUND
               MOVE "FUND NOT ON ETF MASTER" TO WS-REASON
               PERFORM 3200-PRINT-EXCEPTION
           ELSE
               COMPUTE WS-EXPECTED-SHR =
                   WS-CASE-UNITS * WS-UNIT-SIZE
               MOVE 0 TO WS-ALLOC-TOTAL
               MOVE 'N' TO WS-UNUSED-BAD
               IF M1S-APPLIER-NUMBER > 3
                           TO WS-REASON
                       PERFORM 3200-PRINT-EXCEPTION
                   WHEN WS-ALLOC-TOTAL > WS-EXPECTED-SHR
                       MOVE "ISSUER ALLOCATED MORE THAN ACCEPTED"
                           TO WS-REASON
                       PERFORM 3200-PRINT-EXCEPTION
                   WHEN WS-ALLOC-TOTAL < WS-EXPECTED-SHR
                       MOVE "ISSUER ALLOCATED FEWER THAN ACCEPTED"
                           TO WS-REASON
                       PERFORM 3200-PRINT-EXCEPTION
               END-EVALUATE
