      * M01CRDT - 券商逾期應收曝險信用額度攔阻
      * 券商於現金差額分類帳(CSHLED)尚有逾期未銷之應收差額、
      * 保證金分類帳(MGNLED)尚有待收保證金、應收帳款(ARINV)尚有
      * 逾期未結帳單、交割未達分類帳(FAILLED)尚有未達案件時，
      * 仍可持續送件申購；各分類帳雖各自計齡，M01 檢核鏈從未參
      * 照。本模組於開始時彙總各券商逾期曝險:
      *   1. CSHLED 應收(CLG-RECEIVABLE)且未銷帳、入帳日起逾寬限
      *      營業日數者，金額依收取人開戶券商歸戶。
      *   2. MGNLED 待收(MGL-AWAIT-COLLECT)、立帳日起逾寬限營業
      *      日數者之保證金金額。
      *   3. ARINV 未結帳單(狀態'O')、開立日起逾付款期限營業日數
      *      者之未收餘額(帳單總額-已收金額)。
      *   4. FAILLED 未達案件件數(不計金額)。
      * 依券商信用額度主檔 CRDLIM.DAT(處理日生效中者)比對:逾期
      * 曝險金額超過額度，或未達件數超過件數上限(上限0者不計)，
      * 即為超限券商；無額度記錄之券商不予攔阻。逐筆就正常新申
      * 購申報(異動碼空白、註記空白、TX-KIND='1')檢核，超限券商
      * 依主檔處置方式註記錯誤代碼:'H'=暫緩'CH'、其餘=退回'CR'。
      * 維運得以放行檔 CRDOVR.DAT(每行券商代表號(4)+放行日(8)+
      * 放行經辦(8))於當日放行個別券商，經辦須經 M0AUTHC 檢核具
      * 放行角色('O')，無權者放行無效並列示。
      * 控制檔 M01CRDT.CTL:處理日(8)+寬限營業日數(2，預設2)+帳單
      * 付款期限營業日數(3，預設20)；0或非數字時取預設值。
      * 本模組由檢核驅動程式 M01EDRV 呼叫(參數區見 m01edt 抄寫
      * 簿)，產出曝險及攔阻報表 M01CRDT+EDT-RPT-EXT。錯誤代碼
      * 'CH'/'CR'經主檔維護作業(M0MSTMT)登錄於錯誤代碼對照主檔
      * ；額度主檔亦經 M0MSTMT 維護。
      *
      * 修改紀錄:
      *   2026-10-03  新增此程式
      *   2026-10-09  應收帳款檔版面配合加長為120位(增列退佣金額)
      *   2026-10-09  應收帳款檔版面增列遲延利息金額
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01CRDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M01CRDT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIMIT-FILE ASSIGN TO "CRDLIM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CSHLED-FILE ASSIGN TO "CSHLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MGNLED-FILE ASSIGN TO "MGNLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARINV-FILE ASSIGN TO "ARINV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FAILLED-FILE ASSIGN TO "FAILLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OVR-FILE ASSIGN TO "CRDOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRDT-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-GRACE-DAYS       PIC X(02).
           05  CTL-AR-DAYS          PIC X(03).

       FD  LIMIT-FILE.
       COPY crdlim.

       FD  CSHLED-FILE.
       COPY cshled.

       FD  MGNLED-FILE.
       COPY mgnled.

       FD  ARINV-FILE.
       01  ARINV-REC.
           05  ARI-INV-NO           PIC X(10).
           05  ARI-BROKER-ID        PIC X(04).
           05  ARI-BILL-YM          PIC 9(06).
           05  ARI-FEE-AMT          PIC 9(11).
           05  ARI-MGMT-AMT         PIC 9(11).
           05  ARI-PNLT-AMT         PIC 9(11).
           05  ARI-TOTAL-AMT        PIC 9(12).
           05  ARI-PAID-AMT         PIC 9(12).
           05  ARI-STATUS           PIC X(01).
           05  ARI-ISSUE-DATE       PIC 9(08).
           05  ARI-REBATE-AMT       PIC 9(11).
           05  ARI-INT-AMT          PIC 9(11).
           05  FILLER               PIC X(12).

       FD  FAILLED-FILE.
       01  FAIL-LED-REC.
           05  FLD-ETF-ID           PIC X(06).
           05  FLD-BROKER-ID        PIC X(04).
           05  FLD-TX-DATE          PIC 9(08).
           05  FLD-SEQNO            PIC X(03).
           05  FLD-EXPECT-DATE      PIC 9(08).
           05  FLD-OPEN-DATE        PIC 9(08).
           05  FILLER               PIC X(13).

       FD  OVR-FILE.
       01  OVR-LINE.
           05  OVR-BROKER-ID        PIC X(04).
           05  OVR-DATE             PIC 9(08).
           05  OVR-OPER-ID          PIC X(08).

       FD  CRDT-RPT-FILE.
       01  CRDT-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-LIM-EOF               PIC X VALUE 'N'.
           88  LIM-EOF                    VALUE 'Y'.
       01  WS-CLG-EOF               PIC X VALUE 'N'.
           88  CLG-EOF                    VALUE 'Y'.
       01  WS-MGL-EOF               PIC X VALUE 'N'.
           88  MGL-EOF                    VALUE 'Y'.
       01  WS-ARI-EOF               PIC X VALUE 'N'.
           88  ARI-EOF                    VALUE 'Y'.
       01  WS-FLD-EOF               PIC X VALUE 'N'.
           88  FLD-EOF                    VALUE 'Y'.
       01  WS-OVR-EOF               PIC X VALUE 'N'.
           88  OVR-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-GRACE-DAYS            PIC 9(02) VALUE 2.
       01  WS-AR-DAYS               PIC 9(03) VALUE 20.
       01  WS-AGE-BIZ-DAYS          PIC 9(03).
       01  WS-SEARCH-BROKER         PIC X(04).
       01  WS-ADD-AMT               PIC 9(13).

       COPY m0dtsvc.
       COPY m0authc.

      * 各券商逾期曝險與額度(開始時彙總，逐筆檢核時查用)
       01  WS-BRK-TABLE.
           05  WS-BRK-COUNT         PIC 9(04) VALUE 0.
           05  WS-BRK-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-BKX.
               10  WS-BK-BROKER-ID  PIC X(04).
               10  WS-BK-CASH-AMT   PIC 9(13).
               10  WS-BK-MGN-AMT    PIC 9(13).
               10  WS-BK-AR-AMT     PIC 9(13).
               10  WS-BK-FAILS      PIC 9(05).
               10  WS-BK-TOTAL-AMT  PIC 9(13).
               10  WS-BK-HAS-LIMIT  PIC X(01).
               10  WS-BK-THRESHOLD  PIC 9(13).
               10  WS-BK-MAX-FAILS  PIC 9(03).
               10  WS-BK-ACTION     PIC X(01).
               10  WS-BK-BREACH     PIC X(01).
               10  WS-BK-OVERRIDE   PIC X(01).
               10  WS-BK-OVR-OPER   PIC X(08).
               10  WS-BK-GATED      PIC 9(05).
               10  WS-BK-RELEASED   PIC 9(05).
       01  WS-BRK-HIT               PIC 9(04).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-CREATE-COUNT          PIC 9(07) VALUE 0.
       01  WS-HOLD-COUNT            PIC 9(07) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(07) VALUE 0.
       01  WS-RELEASE-COUNT         PIC 9(07) VALUE 0.
       01  WS-BREACH-BRK-COUNT      PIC 9(05) VALUE 0.
       01  WS-OVR-BAD-COUNT         PIC 9(05) VALUE 0.
       01  WS-BRK-SKIPPED           PIC 9(05) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "BROKER CREDIT GATE - OVERDUE RECEIVABLE EXPOSURE".
       01  WS-HDR-2.
           05  FILLER               PIC X(40) VALUE
               "BROKER   CASH-DIFF        MARGIN      IN".
           05  FILLER               PIC X(40) VALUE
               "VOICES FAILS     TOTAL-EXP     THRESHOLD".
           05  FILLER               PIC X(20) VALUE
               " MAX A ST  GATE  OVR".

       01  WS-DETAIL-LINE.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CASH-AMT        PIC Z(12)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-MGN-AMT         PIC Z(12)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AR-AMT          PIC Z(12)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-FAILS           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TOTAL-AMT       PIC Z(12)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-THRESHOLD       PIC Z(12)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-MAX-FAILS       PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACTION          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STATUS          PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-GATED           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-OVR-OPER        PIC X(08).

       01  WS-GATE-LINE.
           05  WS-G-LABEL           PIC X(10).
           05  WS-G-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-G-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-G-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-G-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-G-UNITS           PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-G-CODE            PIC X(02).

       COPY m0errdt.

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 0100-READ-CONTROL
                   PERFORM 1000-LOAD-LIMITS
                   PERFORM 1100-LOAD-CASH-LEDGER
                   PERFORM 1200-LOAD-MARGIN-LEDGER
                   PERFORM 1300-LOAD-INVOICES
                   PERFORM 1400-LOAD-FAILS
                   PERFORM 1500-OPEN-REPORT
                   PERFORM 1600-EVALUATE-BREACH
                   PERFORM 1700-LOAD-OVERRIDES
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-READ-COUNT
                   IF TRAN-CODE = SPACE AND STATE-NORMAL
                           AND TX-KIND = '1'
                       ADD 1 TO WS-CREATE-COUNT
                       PERFORM 2000-GATE-CREATION
                   END-IF
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       0100-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      MOVE SPACES TO CTL-GRACE-DAYS CTL-AR-DAYS
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           IF CTL-GRACE-DAYS IS NUMERIC
               MOVE CTL-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF
           IF WS-GRACE-DAYS = 0
               MOVE 2 TO WS-GRACE-DAYS
           END-IF
           IF CTL-AR-DAYS IS NUMERIC
               MOVE CTL-AR-DAYS TO WS-AR-DAYS
           END-IF
           IF WS-AR-DAYS = 0
               MOVE 20 TO WS-AR-DAYS
           END-IF
           CLOSE CTL-FILE.

      * 讀入額度主檔，僅保留處理日生效中者(同券商多筆取後者)。
       1000-LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE
           PERFORM UNTIL LIM-EOF
               READ LIMIT-FILE
                   AT END SET LIM-EOF TO TRUE
                   NOT AT END
                       IF CRL-EFF-FROM <= WS-PROC-DATE
                               AND CRL-EFF-TO >= WS-PROC-DATE
                           MOVE CRL-BROKER-ID TO WS-SEARCH-BROKER
                           PERFORM 1900-FIND-BROKER
                           IF WS-BRK-HIT > 0
                               MOVE 'Y' TO WS-BK-HAS-LIMIT(WS-BKX)
                               MOVE CRL-THRESHOLD
                                   TO WS-BK-THRESHOLD(WS-BKX)
                               MOVE CRL-MAX-FAILS
                                   TO WS-BK-MAX-FAILS(WS-BKX)
                               MOVE CRL-ACTION
                                   TO WS-BK-ACTION(WS-BKX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-FILE.

      * 未銷帳之應收差額，入帳日起逾寬限營業日數者計入。
       1100-LOAD-CASH-LEDGER.
           OPEN INPUT CSHLED-FILE
           PERFORM UNTIL CLG-EOF
               READ CSHLED-FILE
                   AT END SET CLG-EOF TO TRUE
                   NOT AT END
                       IF CLG-RECEIVABLE AND CLG-OPEN
                           MOVE CLG-POST-DATE TO DTS-DATE-1
                           PERFORM 1950-AGE-BIZ-DAYS
                           IF WS-AGE-BIZ-DAYS > WS-GRACE-DAYS
                               MOVE CLG-ACNT-BROKER
                                   TO WS-SEARCH-BROKER
                               PERFORM 1900-FIND-BROKER
                               IF WS-BRK-HIT > 0
                                   ADD CLG-AMOUNT
                                       TO WS-BK-CASH-AMT(WS-BKX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CSHLED-FILE.

      * 待收保證金，立帳日起逾寬限營業日數者計入。
       1200-LOAD-MARGIN-LEDGER.
           OPEN INPUT MGNLED-FILE
           PERFORM UNTIL MGL-EOF
               READ MGNLED-FILE
                   AT END SET MGL-EOF TO TRUE
                   NOT AT END
                       IF MGL-AWAIT-COLLECT
                           MOVE MGL-OPEN-DATE TO DTS-DATE-1
                           PERFORM 1950-AGE-BIZ-DAYS
                           IF WS-AGE-BIZ-DAYS > WS-GRACE-DAYS
                               MOVE MGL-BROKER-ID
                                   TO WS-SEARCH-BROKER
                               PERFORM 1900-FIND-BROKER
                               IF WS-BRK-HIT > 0
                                   ADD MGL-AMOUNT
                                       TO WS-BK-MGN-AMT(WS-BKX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MGNLED-FILE.

      * 未結帳單，開立日起逾付款期限營業日數者計入未收餘額。
       1300-LOAD-INVOICES.
           OPEN INPUT ARINV-FILE
           PERFORM UNTIL ARI-EOF
               READ ARINV-FILE
                   AT END SET ARI-EOF TO TRUE
                   NOT AT END
                       IF ARI-STATUS = 'O'
                               AND ARI-TOTAL-AMT > ARI-PAID-AMT
                           MOVE ARI-ISSUE-DATE TO DTS-DATE-1
                           PERFORM 1950-AGE-BIZ-DAYS
                           IF WS-AGE-BIZ-DAYS > WS-AR-DAYS
                               MOVE ARI-BROKER-ID
                                   TO WS-SEARCH-BROKER
                               PERFORM 1900-FIND-BROKER
                               IF WS-BRK-HIT > 0
                                   COMPUTE WS-ADD-AMT =
                                       ARI-TOTAL-AMT - ARI-PAID-AMT
                                   ADD WS-ADD-AMT
                                       TO WS-BK-AR-AMT(WS-BKX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARINV-FILE.

      * 交割未達分類帳所列者均已逾預計交割日，逐件計數。
       1400-LOAD-FAILS.
           OPEN INPUT FAILLED-FILE
           PERFORM UNTIL FLD-EOF
               READ FAILLED-FILE
                   AT END SET FLD-EOF TO TRUE
                   NOT AT END
                       MOVE FLD-BROKER-ID TO WS-SEARCH-BROKER
                       PERFORM 1900-FIND-BROKER
                       IF WS-BRK-HIT > 0
                           ADD 1 TO WS-BK-FAILS(WS-BKX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAILLED-FILE.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01CRDT" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT CRDT-RPT-FILE
           MOVE WS-HDR-1 TO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           MOVE SPACES TO CRDT-RPT-LINE
           STRING "PROC DATE: " WS-PROC-DATE
               "  GRACE BUSINESS DAYS: " WS-GRACE-DAYS
               "  INVOICE TERMS: " WS-AR-DAYS
               DELIMITED BY SIZE INTO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE.

      * 彙總各券商逾期曝險並判定是否超限。
       1600-EVALUATE-BREACH.
           PERFORM VARYING WS-BKX FROM 1 BY 1
                   UNTIL WS-BKX > WS-BRK-COUNT
               COMPUTE WS-BK-TOTAL-AMT(WS-BKX) =
                   WS-BK-CASH-AMT(WS-BKX) + WS-BK-MGN-AMT(WS-BKX)
                   + WS-BK-AR-AMT(WS-BKX)
               IF WS-BK-HAS-LIMIT(WS-BKX) = 'Y'
                   IF WS-BK-TOTAL-AMT(WS-BKX)
                           > WS-BK-THRESHOLD(WS-BKX)
                       MOVE 'Y' TO WS-BK-BREACH(WS-BKX)
                   END-IF
                   IF WS-BK-MAX-FAILS(WS-BKX) > 0
                           AND WS-BK-FAILS(WS-BKX)
                               > WS-BK-MAX-FAILS(WS-BKX)
                       MOVE 'Y' TO WS-BK-BREACH(WS-BKX)
                   END-IF
               END-IF
               IF WS-BK-BREACH(WS-BKX) = 'Y'
                   ADD 1 TO WS-BREACH-BRK-COUNT
               END-IF
           END-PERFORM.

      * 當日放行檔:經辦須具放行角色，放行僅及於超限券商。
       1700-LOAD-OVERRIDES.
           OPEN INPUT OVR-FILE
           PERFORM UNTIL OVR-EOF
               READ OVR-FILE
                   AT END SET OVR-EOF TO TRUE
                   NOT AT END
                       IF OVR-DATE = WS-PROC-DATE
                           PERFORM 1710-CHECK-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVR-FILE.

       1710-CHECK-OVERRIDE.
           MOVE 'O'            TO AUT-ROLE
           MOVE OVR-OPER-ID    TO AUT-OPER-ID
           MOVE WS-PROC-DATE   TO AUT-CHECK-DATE
           MOVE "M01CRDT"      TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               ADD 1 TO WS-OVR-BAD-COUNT
               MOVE SPACES TO CRDT-RPT-LINE
               STRING "*** OVERRIDE FOR BROKER " OVR-BROKER-ID
                   " BY " OVR-OPER-ID " NOT AUTHORIZED ("
                   AUT-REASON ") - IGNORED ***"
                   DELIMITED BY SIZE INTO CRDT-RPT-LINE
               WRITE CRDT-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE OVR-BROKER-ID TO WS-SEARCH-BROKER
           PERFORM 1900-FIND-BROKER
           IF WS-BRK-HIT > 0
               MOVE 'Y'         TO WS-BK-OVERRIDE(WS-BKX)
               MOVE OVR-OPER-ID TO WS-BK-OVR-OPER(WS-BKX)
           END-IF.

      * 查找券商，查無者新增一列(曝險歸零)；表滿則回覆0。
       1900-FIND-BROKER.
           MOVE 0 TO WS-BRK-HIT
           IF WS-BRK-COUNT > 0
               PERFORM VARYING WS-BKX FROM 1 BY 1
                       UNTIL WS-BKX > WS-BRK-COUNT
                   IF WS-BK-BROKER-ID(WS-BKX) = WS-SEARCH-BROKER
                       SET WS-BRK-HIT TO WS-BKX
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BRK-COUNT < 1000
               ADD 1 TO WS-BRK-COUNT
               SET WS-BKX TO WS-BRK-COUNT
               MOVE WS-BRK-COUNT TO WS-BRK-HIT
               MOVE WS-SEARCH-BROKER TO WS-BK-BROKER-ID(WS-BKX)
               MOVE 0 TO WS-BK-CASH-AMT(WS-BKX) WS-BK-MGN-AMT(WS-BKX)
                         WS-BK-AR-AMT(WS-BKX) WS-BK-FAILS(WS-BKX)
                         WS-BK-TOTAL-AMT(WS-BKX)
                         WS-BK-THRESHOLD(WS-BKX)
                         WS-BK-MAX-FAILS(WS-BKX)
                         WS-BK-GATED(WS-BKX) WS-BK-RELEASED(WS-BKX)
               MOVE 'N' TO WS-BK-HAS-LIMIT(WS-BKX)
                           WS-BK-BREACH(WS-BKX)
                           WS-BK-OVERRIDE(WS-BKX)
               MOVE SPACE  TO WS-BK-ACTION(WS-BKX)
               MOVE SPACES TO WS-BK-OVR-OPER(WS-BKX)
           ELSE
               ADD 1 TO WS-BRK-SKIPPED
           END-IF.

      * 起日至處理日之營業日數(M0DTSVC 'C')；呼叫端先填起日。
       1950-AGE-BIZ-DAYS.
           MOVE 'C' TO DTS-FUNC
           MOVE WS-PROC-DATE TO DTS-DATE-2
           MOVE 0 TO DTS-DAYS
           IF DTS-DATE-1 >= WS-PROC-DATE
               MOVE 0 TO WS-AGE-BIZ-DAYS
           ELSE
               CALL "M0DTSVC" USING DTS-PARM
               MOVE DTS-DAYS TO WS-AGE-BIZ-DAYS
           END-IF.

      * 超限券商之新申購:已放行者僅列示，否則依處置方式註記。
       2000-GATE-CREATION.
           MOVE 0 TO WS-BRK-HIT
           IF WS-BRK-COUNT > 0
               PERFORM VARYING WS-BKX FROM 1 BY 1
                       UNTIL WS-BKX > WS-BRK-COUNT
                   IF WS-BK-BROKER-ID(WS-BKX) = BROKER-ID
                       SET WS-BRK-HIT TO WS-BKX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BRK-HIT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-BKX TO WS-BRK-HIT
           IF WS-BK-BREACH(WS-BKX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-GATE-LINE
           MOVE ETF-ID            TO WS-G-ETF-ID
           MOVE BROKER-ID         TO WS-G-BROKER-ID
           MOVE TX-DATE           TO WS-G-TX-DATE
           MOVE SEQNO             TO WS-G-SEQNO
           MOVE APPLICATION-UNITS TO WS-G-UNITS
           IF WS-BK-OVERRIDE(WS-BKX) = 'Y'
               ADD 1 TO WS-RELEASE-COUNT
               ADD 1 TO WS-BK-RELEASED(WS-BKX)
               MOVE "RELEASED: " TO WS-G-LABEL
           ELSE
               ADD 1 TO WS-BK-GATED(WS-BKX)
               IF WS-BK-ACTION(WS-BKX) = 'H'
                   MOVE "CH" TO ERD-NEW-CODE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE "HELD:     " TO WS-G-LABEL
               ELSE
                   MOVE "CR" TO ERD-NEW-CODE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED: " TO WS-G-LABEL
               END-IF
               MOVE ERD-NEW-CODE TO WS-G-CODE
               PERFORM 9500-RECORD-ERROR
           END-IF
           MOVE WS-GATE-LINE TO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE.

       3000-PRINT-EXPOSURE.
           MOVE SPACES TO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           MOVE WS-HDR-2 TO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           PERFORM VARYING WS-BKX FROM 1 BY 1
                   UNTIL WS-BKX > WS-BRK-COUNT
               IF WS-BK-TOTAL-AMT(WS-BKX) > 0
                       OR WS-BK-FAILS(WS-BKX) > 0
                       OR WS-BK-HAS-LIMIT(WS-BKX) = 'Y'
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-BK-BROKER-ID(WS-BKX) TO WS-D-BROKER-ID
                   MOVE WS-BK-CASH-AMT(WS-BKX)  TO WS-D-CASH-AMT
                   MOVE WS-BK-MGN-AMT(WS-BKX)   TO WS-D-MGN-AMT
                   MOVE WS-BK-AR-AMT(WS-BKX)    TO WS-D-AR-AMT
                   MOVE WS-BK-FAILS(WS-BKX)     TO WS-D-FAILS
                   MOVE WS-BK-TOTAL-AMT(WS-BKX) TO WS-D-TOTAL-AMT
                   MOVE WS-BK-THRESHOLD(WS-BKX) TO WS-D-THRESHOLD
                   MOVE WS-BK-MAX-FAILS(WS-BKX) TO WS-D-MAX-FAILS
                   MOVE WS-BK-ACTION(WS-BKX)    TO WS-D-ACTION
                   EVALUATE TRUE
                       WHEN WS-BK-HAS-LIMIT(WS-BKX) NOT = 'Y'
                           MOVE "NL" TO WS-D-STATUS
                       WHEN WS-BK-BREACH(WS-BKX) = 'Y'
                           MOVE "**" TO WS-D-STATUS
                       WHEN OTHER
                           MOVE "OK" TO WS-D-STATUS
                   END-EVALUATE
                   MOVE WS-BK-GATED(WS-BKX)     TO WS-D-GATED
                   MOVE WS-BK-OVR-OPER(WS-BKX)  TO WS-D-OVR-OPER
                   MOVE WS-DETAIL-LINE TO CRDT-RPT-LINE
                   WRITE CRDT-RPT-LINE
               END-IF
           END-PERFORM.

       9000-CLOSE-REPORT.
           PERFORM 3000-PRINT-EXPOSURE

           MOVE SPACES TO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           MOVE SPACES TO CRDT-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-READ-COUNT
               DELIMITED BY SIZE INTO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           MOVE SPACES TO CRDT-RPT-LINE
           STRING "CREATIONS CHECKED......: " WS-CREATE-COUNT
               DELIMITED BY SIZE INTO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           MOVE SPACES TO CRDT-RPT-LINE
           STRING "BROKERS OVER LIMIT.....: " WS-BREACH-BRK-COUNT
               DELIMITED BY SIZE INTO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           MOVE SPACES TO CRDT-RPT-LINE
           STRING "HELD ('CH')............: " WS-HOLD-COUNT
               DELIMITED BY SIZE INTO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           MOVE SPACES TO CRDT-RPT-LINE
           STRING "REJECTED ('CR')........: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           MOVE SPACES TO CRDT-RPT-LINE
           STRING "RELEASED BY OVERRIDE...: " WS-RELEASE-COUNT
               DELIMITED BY SIZE INTO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           MOVE SPACES TO CRDT-RPT-LINE
           STRING "OVERRIDES NOT AUTHORIZ.: " WS-OVR-BAD-COUNT
               DELIMITED BY SIZE INTO CRDT-RPT-LINE
           WRITE CRDT-RPT-LINE
           IF WS-BRK-SKIPPED > 0
               MOVE SPACES TO CRDT-RPT-LINE
               STRING "*** BROKERS OVER TABLE LIMIT: "
                   WS-BRK-SKIPPED " SKIPPED ***"
                   DELIMITED BY SIZE INTO CRDT-RPT-LINE
               WRITE CRDT-RPT-LINE
           END-IF

           CLOSE CRDT-RPT-FILE.

       9500-RECORD-ERROR.
           MOVE "M01"      TO ERD-REC-TYPE
           MOVE ETF-ID     TO ERD-ETF-ID
           MOVE BROKER-ID  TO ERD-BROKER-ID
           MOVE TX-DATE    TO ERD-TX-DATE
           MOVE SEQNO      TO ERD-SEQNO
           MOVE SPACES     TO ERD-STKNO
           MOVE ERROR-CODE TO ERD-CUR-CODE
           MOVE "M01CRDT"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
