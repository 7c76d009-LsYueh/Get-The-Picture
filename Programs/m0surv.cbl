      * M0SURV - 申請人交易型態監視作業
      * 申請人歸戶活動分類帳 APLACT.DAT、PCF 成分股生效版本主檔
      * PCFGEN.DAT、收益分配宣告檔 DIVDECL.DAT 及成分股公司行為
      * 檔 CAACT.DAT 各自存在而未曾相互勾稽，無從發現於基金事件
      * 前後進出套利或短期反覆申贖之申請人。本程式於監視期間內
      * 依申請人帳號(開戶券商+帳號)+ETF 逐組檢視:
      *   E 事件前後進出 - 於基金事件日前事件窗營業日數內(不含
      *     事件日)有申購，且於事件日起事件窗營業日數內(含事件
      *     日)有買回。基金事件為:
      *       R PCF 換股生效 - PCFGEN 同一 ETF 之各生效起日(最早
      *         生效起日為基金初始版本，不列事件)；
      *       D 收益分配基準日 - DIVDECL 之基準日；
      *       C 成分股公司行為 - CAACT 生效日當日，該股票屬其
      *         生效 PCF 版本成分股之各 ETF。
      *   R 短期反覆申贖 - 每筆申購與其後反覆申贖營業日數內之
      *     第一筆尚未配對買回配成一次往返，往返次數達門檻。
      * 成立之案件依評分遞減(同分依佐證基數合計遞減)排名寫出
      * 監視案件檔 SURVCASE.DAT(版面見 survcase 抄寫簿，每案件
      * 表頭後附佐證交易)及監視部門審閱報表 M0SURV.RPT。
      * 評分:E 型態 60 分，佐證交易超過2筆者每筆加10分；R 型態
      * 每次往返20分；上限99分。
      * 控制檔 M0SURV.CTL:處理日(8)+監視起日(8)+事件窗營業日數
      * (2)+反覆申贖營業日數(2)+往返次數門檻(2)；監視起日非數值
      * 或為0者取處理日前一個月之月初，其餘數值欄非數值或為0者
      * 分別取預設 2、5、2。
      *
      * 假設: APLACT 之基數依各申請人分別記載(溢位申請人亦同)，
      *       故以申請人帳號為單位，不論其於案件中之申請人序位。
      *
      * 修改紀錄:
      *   2026-10-07  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0SURV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0SURV.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "APLACT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PCFGEN-FILE ASSIGN TO "PCFGEN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DECL-FILE ASSIGN TO "DIVDECL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CAACT-FILE ASSIGN TO "CAACT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-FILE ASSIGN TO "SURVCASE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SURV-RPT-FILE ASSIGN TO "M0SURV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-AC ASSIGN TO "M0SURV.SAC".
           SELECT SORT-WORK-CS ASSIGN TO "M0SURV.SCS".

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-FROM-DATE        PIC X(08).
           05  CTL-EVENT-DAYS       PIC X(02).
           05  CTL-CHURN-DAYS       PIC X(02).
           05  CTL-CHURN-MIN        PIC X(02).

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  ALG-ACNT-BROKER      PIC X(04).
           05  ALG-ACNT-NO          PIC 9(07).
           05  ALG-ETF-ID           PIC X(06).
           05  ALG-TX-DATE          PIC 9(08).
           05  ALG-SEQNO            PIC X(03).
           05  ALG-TX-KIND          PIC X(01).
           05  ALG-UNITS            PIC 9(03).
           05  ALG-AMOUNT           PIC 9(18).
           05  ALG-APPLY-FEE        PIC 9(08).
           05  FILLER               PIC X(02).

       FD  PCFGEN-FILE.
       COPY pcfgen.

       FD  DECL-FILE.
       01  DECL-REC.
           05  DVD-ETF-ID           PIC X(06).
           05  DVD-RECORD-DATE      PIC 9(08).
           05  DVD-PAY-DATE         PIC 9(08).
           05  DVD-RATE             PIC 9(03)V9(06).
           05  FILLER               PIC X(09).

       FD  CAACT-FILE.
       01  CAACT-REC.
           05  CA-STKNO             PIC X(06).
           05  CA-TYPE              PIC X(01).
           05  CA-RATIO-NUM         PIC 9(05).
           05  CA-RATIO-DEN         PIC 9(05).
           05  CA-EFF-DATE          PIC 9(08).
           05  FILLER               PIC X(15).

       FD  CASE-FILE.
       COPY survcase.

       FD  SURV-RPT-FILE.
       01  SURV-RPT-LINE            PIC X(132).

       SD  SORT-WORK-AC.
       01  SAC-REC.
           05  SAC-ACNT-BROKER      PIC X(04).
           05  SAC-ACNT-NO          PIC 9(07).
           05  SAC-ETF-ID           PIC X(06).
           05  SAC-TX-DATE          PIC 9(08).
           05  SAC-SEQNO            PIC X(03).
           05  SAC-TX-KIND          PIC X(01).
           05  SAC-UNITS            PIC 9(03).
           05  SAC-AMOUNT           PIC 9(18).

       SD  SORT-WORK-CS.
       01  SCS-REC.
           05  SCS-SCORE            PIC 9(03).
           05  SCS-UNITS-TOTAL      PIC 9(07).
           05  SCS-CASE-NO          PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-LED-EOF               PIC X VALUE 'N'.
           88  LED-EOF                    VALUE 'Y'.
       01  WS-PCF-EOF               PIC X VALUE 'N'.
           88  PCF-EOF                    VALUE 'Y'.
       01  WS-DECL-EOF              PIC X VALUE 'N'.
           88  DECL-EOF                   VALUE 'Y'.
       01  WS-CA-EOF                PIC X VALUE 'N'.
           88  CA-EOF                     VALUE 'Y'.
       01  WS-SAC-EOF               PIC X VALUE 'N'.
           88  SAC-EOF                    VALUE 'Y'.
       01  WS-SCS-EOF               PIC X VALUE 'N'.
           88  SCS-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-FROM-DATE             PIC 9(08) VALUE 0.
       01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           05  WS-FROM-YYYY         PIC 9(04).
           05  WS-FROM-MM           PIC 9(02).
           05  WS-FROM-DD           PIC 9(02).
       01  WS-EVENT-DAYS            PIC 9(02) VALUE 2.
       01  WS-CHURN-DAYS            PIC 9(02) VALUE 5.
       01  WS-CHURN-MIN             PIC 9(02) VALUE 2.

      * 各型態評分
       01  WS-SCORE-EVENT           PIC 9(03) VALUE 60.
       01  WS-SCORE-EVENT-EXTRA     PIC 9(03) VALUE 10.
       01  WS-SCORE-ROUND-TRIP      PIC 9(03) VALUE 20.

      * PCF 生效版本(換股事件及成分股對應 ETF 用)。
       01  WS-PCF-TABLE.
           05  WS-PCF-COUNT         PIC 9(05) VALUE 0.
           05  WS-PCF-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-PFX WS-PFX2.
               10  WS-PF-ETF-ID     PIC X(06).
               10  WS-PF-STKNO      PIC X(06).
               10  WS-PF-EFF-FROM   PIC 9(08).
               10  WS-PF-EFF-TO     PIC 9(08).

      * 監視期間內之基金事件。
       01  WS-EVT-TABLE.
           05  WS-EVT-COUNT         PIC 9(05) VALUE 0.
           05  WS-EVT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-EVX.
               10  WS-EV-ETF-ID     PIC X(06).
               10  WS-EV-DATE       PIC 9(08).
               10  WS-EV-TYPE       PIC X(01).
               10  WS-EV-REF        PIC X(10).
               10  WS-EV-WIN-END    PIC 9(08).

      * 監視期間內之申請人活動(依帳號+ETF+申請日排序)。
       01  WS-ACT-TABLE.
           05  WS-ACT-COUNT         PIC 9(05) VALUE 0.
           05  WS-ACT-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-ACX WS-ACX2.
               10  WS-AC-ACNT-BROKER PIC X(04).
               10  WS-AC-ACNT-NO    PIC 9(07).
               10  WS-AC-ETF-ID     PIC X(06).
               10  WS-AC-TX-DATE    PIC 9(08).
               10  WS-AC-SEQNO      PIC X(03).
               10  WS-AC-TX-KIND    PIC X(01).
               10  WS-AC-UNITS      PIC 9(03).
               10  WS-AC-AMOUNT     PIC 9(18).
               10  WS-AC-EVT-END    PIC 9(08).
               10  WS-AC-CHURN-END  PIC 9(08).
               10  WS-AC-PAIRED     PIC X(01).

      * 成立之監視案件。
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT        PIC 9(05) VALUE 0.
           05  WS-CASE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CSX.
               10  WS-CS-ACT-IX     PIC 9(05).
               10  WS-CS-PATTERN    PIC X(01).
               10  WS-CS-EVENT-TYPE PIC X(01).
               10  WS-CS-EVENT-DATE PIC 9(08).
               10  WS-CS-EVENT-REF  PIC X(10).
               10  WS-CS-SCORE      PIC 9(03).
               10  WS-CS-UNITS-TOTAL PIC 9(07).
               10  WS-CS-SUP-FROM   PIC 9(05).
               10  WS-CS-SUP-COUNT  PIC 9(03).

      * 各案件之佐證交易(活動表索引)。
       01  WS-SUP-TABLE.
           05  WS-SUP-COUNT         PIC 9(05) VALUE 0.
           05  WS-SUP-ACT-IX OCCURS 20000 TIMES
                                    PIC 9(05).

      * 案件成立前暫存之佐證交易。
       01  WS-TMP-TABLE.
           05  WS-TMP-COUNT         PIC 9(03) VALUE 0.
           05  WS-TMP-ACT-IX OCCURS 100 TIMES
                                    PIC 9(05).
       01  WS-TMP-UNITS             PIC 9(07).
       01  WS-TX                    PIC 9(03).

       01  WS-GRP-FROM              PIC 9(05).
       01  WS-GRP-TO                PIC 9(05).
       01  WS-ROUND-TRIPS           PIC 9(03).
       01  WS-PAIR-IX               PIC 9(05).
       01  WS-SUP-IX                PIC 9(05).
       01  WS-HAS-CREATE            PIC X VALUE 'N'.
           88  HAS-CREATE                 VALUE 'Y'.
       01  WS-HAS-REDEEM            PIC X VALUE 'N'.
           88  HAS-REDEEM                 VALUE 'Y'.
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.
       01  WS-ARG-ETF-ID            PIC X(06).
       01  WS-ARG-DATE              PIC 9(08).
       01  WS-ARG-TYPE              PIC X(01).
       01  WS-ARG-REF               PIC X(10).
       01  WS-WORK-SCORE            PIC 9(05).
       01  WS-RANK                  PIC 9(05) VALUE 0.

       01  WS-LED-COUNT             PIC 9(07) VALUE 0.
       01  WS-EVT-R-COUNT           PIC 9(07) VALUE 0.
       01  WS-EVT-D-COUNT           PIC 9(07) VALUE 0.
       01  WS-EVT-C-COUNT           PIC 9(07) VALUE 0.
       01  WS-PAT-E-COUNT           PIC 9(07) VALUE 0.
       01  WS-PAT-R-COUNT           PIC 9(07) VALUE 0.
       01  WS-SUP-OUT-COUNT         PIC 9(07) VALUE 0.
       01  WS-OVERFLOW-COUNT        PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "APPLICANT TRADING-PATTERN SURVEILLANCE - RANKED CASE LIST".
       01  WS-HDR-2.
           05  FILLER               PIC X(30) VALUE
               " RANK ACNT         ETF-ID P T ".
           05  FILLER               PIC X(35) VALUE
               "EVENT    REF    SCORE  TXNS   UNITS".

       01  WS-DETAIL-LINE.
           05  WS-D-RANK            PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACNT-BROKER     PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACNT-NO         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-PATTERN         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-EVENT-TYPE      PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-EVENT-DATE      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-EVENT-REF       PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SCORE           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TXNS            PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-UNITS           PIC ZZZZZZ9.

       01  WS-TXN-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WS-T-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-T-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-T-TX-KIND         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-T-UNITS           PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-T-AMOUNT          PIC ZZZZZZZZZZZZZZZZZ9.

       COPY m0dtsvc.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-CONTROL
           PERFORM 2000-LOAD-PCF-VERSIONS
           PERFORM 2100-BUILD-REBALANCE-EVENTS
           PERFORM 2200-LOAD-DIVIDEND-EVENTS
           PERFORM 2300-LOAD-CORP-ACTION-EVENTS
           PERFORM 2500-SET-EVENT-WINDOWS

           SORT SORT-WORK-AC ON ASCENDING KEY
                   SAC-ACNT-BROKER SAC-ACNT-NO SAC-ETF-ID
                   SAC-TX-DATE SAC-SEQNO
               INPUT PROCEDURE IS 3000-SELECT-ACTIVITY
               OUTPUT PROCEDURE IS 3100-STORE-ACTIVITY

           PERFORM 4000-SCAN-GROUPS

           OPEN OUTPUT SURV-RPT-FILE
           MOVE WS-HDR-1 TO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           STRING "PERIOD " WS-FROM-DATE " - " WS-PROC-DATE
               "  E=EVENT IN/OUT (R=PCF CHANGE D=DIV RECORD"
               " C=CORP ACTION)  R=ROUND-TRIP CHURN"
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE WS-HDR-2 TO SURV-RPT-LINE
           WRITE SURV-RPT-LINE

           OPEN OUTPUT CASE-FILE
           SORT SORT-WORK-CS ON DESCENDING KEY
                   SCS-SCORE SCS-UNITS-TOTAL
               INPUT PROCEDURE IS 5000-RELEASE-CASES
               OUTPUT PROCEDURE IS 6000-WRITE-RANKED-CASES
           CLOSE CASE-FILE

           MOVE SPACES TO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           STRING "ACTIVITY LEDGER READ......: " WS-LED-COUNT
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           STRING "ACTIVITY IN PERIOD........: " WS-ACT-COUNT
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           STRING "PCF CHANGE EVENTS (R).....: " WS-EVT-R-COUNT
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           STRING "DIV RECORD EVENTS (D).....: " WS-EVT-D-COUNT
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           STRING "CORP ACTION EVENTS (C)....: " WS-EVT-C-COUNT
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           STRING "EVENT IN/OUT CASES (E)....: " WS-PAT-E-COUNT
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           STRING "ROUND-TRIP CASES (R)......: " WS-PAT-R-COUNT
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           STRING "SUPPORTING TXNS WRITTEN...: " WS-SUP-OUT-COUNT
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE
           MOVE SPACES TO SURV-RPT-LINE
           STRING "TABLE OVERFLOWS (SKIPPED).: " WS-OVERFLOW-COUNT
               DELIMITED BY SIZE INTO SURV-RPT-LINE
           WRITE SURV-RPT-LINE

           CLOSE SURV-RPT-FILE
           STOP RUN.

       1000-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      MOVE SPACES TO CTL-FROM-DATE CTL-EVENT-DAYS
                          CTL-CHURN-DAYS CTL-CHURN-MIN
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           IF CTL-FROM-DATE IS NUMERIC
               MOVE CTL-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF WS-FROM-DATE = 0
               MOVE WS-PROC-DATE TO WS-FROM-DATE
               MOVE 1 TO WS-FROM-DD
               IF WS-FROM-MM = 1
                   MOVE 12 TO WS-FROM-MM
                   SUBTRACT 1 FROM WS-FROM-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-FROM-MM
               END-IF
           END-IF
           IF CTL-EVENT-DAYS IS NUMERIC
               MOVE CTL-EVENT-DAYS TO WS-EVENT-DAYS
           END-IF
           IF WS-EVENT-DAYS = 0
               MOVE 2 TO WS-EVENT-DAYS
           END-IF
           IF CTL-CHURN-DAYS IS NUMERIC
               MOVE CTL-CHURN-DAYS TO WS-CHURN-DAYS
           END-IF
           IF WS-CHURN-DAYS = 0
               MOVE 5 TO WS-CHURN-DAYS
           END-IF
           IF CTL-CHURN-MIN IS NUMERIC
               MOVE CTL-CHURN-MIN TO WS-CHURN-MIN
           END-IF
           IF WS-CHURN-MIN = 0
               MOVE 2 TO WS-CHURN-MIN
           END-IF
           CLOSE CTL-FILE.

      * PCFGEN 已依 ETF-ID+STKNO+生效起日排序，全數載入供換股事件
      * 及公司行為成分股對應。
       2000-LOAD-PCF-VERSIONS.
           OPEN INPUT PCFGEN-FILE
           PERFORM UNTIL PCF-EOF
               READ PCFGEN-FILE
                   AT END SET PCF-EOF TO TRUE
                   NOT AT END
                       IF WS-PCF-COUNT < 10000
                           ADD 1 TO WS-PCF-COUNT
                           SET WS-PFX TO WS-PCF-COUNT
                           MOVE PCG-ETF-ID   TO WS-PF-ETF-ID(WS-PFX)
                           MOVE PCG-STKNO    TO WS-PF-STKNO(WS-PFX)
                           MOVE PCG-EFF-FROM TO WS-PF-EFF-FROM(WS-PFX)
                           MOVE PCG-EFF-TO   TO WS-PF-EFF-TO(WS-PFX)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCFGEN-FILE.

      * 各 ETF 最早生效起日以外之生效起日，落於監視期間者為換股
      * 事件(同日多檔成分股僅列一次)。
       2100-BUILD-REBALANCE-EVENTS.
           PERFORM VARYING WS-PFX FROM 1 BY 1
                   UNTIL WS-PFX > WS-PCF-COUNT
               IF WS-PF-EFF-FROM(WS-PFX) >= WS-FROM-DATE
                       AND WS-PF-EFF-FROM(WS-PFX) <= WS-PROC-DATE
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM VARYING WS-PFX2 FROM 1 BY 1
                           UNTIL WS-PFX2 > WS-PCF-COUNT
                       IF WS-PF-ETF-ID(WS-PFX2) = WS-PF-ETF-ID(WS-PFX)
                               AND WS-PF-EFF-FROM(WS-PFX2)
                                   < WS-PF-EFF-FROM(WS-PFX)
                           SET ENTRY-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF ENTRY-FOUND
                       MOVE WS-PF-ETF-ID(WS-PFX)   TO WS-ARG-ETF-ID
                       MOVE WS-PF-EFF-FROM(WS-PFX) TO WS-ARG-DATE
                       MOVE 'R'                    TO WS-ARG-TYPE
                       MOVE "PCF CHANGE"           TO WS-ARG-REF
                       PERFORM 2900-ADD-EVENT
                   END-IF
               END-IF
           END-PERFORM.

       2200-LOAD-DIVIDEND-EVENTS.
           OPEN INPUT DECL-FILE
           PERFORM UNTIL DECL-EOF
               READ DECL-FILE
                   AT END SET DECL-EOF TO TRUE
                   NOT AT END
                       IF DVD-RECORD-DATE >= WS-FROM-DATE
                               AND DVD-RECORD-DATE <= WS-PROC-DATE
                           MOVE DVD-ETF-ID      TO WS-ARG-ETF-ID
                           MOVE DVD-RECORD-DATE TO WS-ARG-DATE
                           MOVE 'D'             TO WS-ARG-TYPE
                           MOVE "DIV RECORD"    TO WS-ARG-REF
                           PERFORM 2900-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECL-FILE.

      * 公司行為依生效日當時之 PCF 版本對應至持有該股票之各 ETF。
       2300-LOAD-CORP-ACTION-EVENTS.
           OPEN INPUT CAACT-FILE
           PERFORM UNTIL CA-EOF
               READ CAACT-FILE
                   AT END SET CA-EOF TO TRUE
                   NOT AT END
                       IF CA-EFF-DATE >= WS-FROM-DATE
                               AND CA-EFF-DATE <= WS-PROC-DATE
                           PERFORM 2310-MAP-CORP-ACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAACT-FILE.

       2310-MAP-CORP-ACTION.
           PERFORM VARYING WS-PFX FROM 1 BY 1
                   UNTIL WS-PFX > WS-PCF-COUNT
               IF WS-PF-STKNO(WS-PFX) = CA-STKNO
                       AND WS-PF-EFF-FROM(WS-PFX) <= CA-EFF-DATE
                       AND WS-PF-EFF-TO(WS-PFX) >= CA-EFF-DATE
                   MOVE WS-PF-ETF-ID(WS-PFX) TO WS-ARG-ETF-ID
                   MOVE CA-EFF-DATE          TO WS-ARG-DATE
                   MOVE 'C'                  TO WS-ARG-TYPE
                   MOVE SPACES               TO WS-ARG-REF
                   STRING "CA " CA-STKNO
                       DELIMITED BY SIZE INTO WS-ARG-REF
                   PERFORM 2900-ADD-EVENT
               END-IF
           END-PERFORM.

      * 同 ETF+事件日+事件別僅登錄一次。
       2900-ADD-EVENT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-EVX FROM 1 BY 1
                   UNTIL WS-EVX > WS-EVT-COUNT
               IF WS-EV-ETF-ID(WS-EVX) = WS-ARG-ETF-ID
                       AND WS-EV-DATE(WS-EVX) = WS-ARG-DATE
                       AND WS-EV-TYPE(WS-EVX) = WS-ARG-TYPE
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-COUNT >= 3000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVT-COUNT
           SET WS-EVX TO WS-EVT-COUNT
           MOVE WS-ARG-ETF-ID TO WS-EV-ETF-ID(WS-EVX)
           MOVE WS-ARG-DATE   TO WS-EV-DATE(WS-EVX)
           MOVE WS-ARG-TYPE   TO WS-EV-TYPE(WS-EVX)
           MOVE WS-ARG-REF    TO WS-EV-REF(WS-EVX)
           EVALUATE WS-ARG-TYPE
               WHEN 'R' ADD 1 TO WS-EVT-R-COUNT
               WHEN 'D' ADD 1 TO WS-EVT-D-COUNT
               WHEN 'C' ADD 1 TO WS-EVT-C-COUNT
           END-EVALUATE.

      * 事件窗迄日 = 事件日起算事件窗營業日數。
       2500-SET-EVENT-WINDOWS.
           PERFORM VARYING WS-EVX FROM 1 BY 1
                   UNTIL WS-EVX > WS-EVT-COUNT
               MOVE 'A'                TO DTS-FUNC
               MOVE WS-EV-DATE(WS-EVX) TO DTS-DATE-1
               MOVE WS-EVENT-DAYS      TO DTS-DAYS
               CALL "M0DTSVC" USING DTS-PARM
               MOVE DTS-DATE-2 TO WS-EV-WIN-END(WS-EVX)
           END-PERFORM.

      * 監視期間內之申購/買回活動送排序。
       3000-SELECT-ACTIVITY.
           OPEN INPUT LEDGER-FILE
           PERFORM UNTIL LED-EOF
               READ LEDGER-FILE
                   AT END SET LED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LED-COUNT
                       IF ALG-TX-DATE >= WS-FROM-DATE
                               AND ALG-TX-DATE <= WS-PROC-DATE
                               AND (ALG-TX-KIND = '1'
                                    OR ALG-TX-KIND = '2')
                           MOVE ALG-ACNT-BROKER TO SAC-ACNT-BROKER
                           MOVE ALG-ACNT-NO     TO SAC-ACNT-NO
                           MOVE ALG-ETF-ID      TO SAC-ETF-ID
                           MOVE ALG-TX-DATE     TO SAC-TX-DATE
                           MOVE ALG-SEQNO       TO SAC-SEQNO
                           MOVE ALG-TX-KIND     TO SAC-TX-KIND
                           MOVE ALG-UNITS       TO SAC-UNITS
                           MOVE ALG-AMOUNT      TO SAC-AMOUNT
                           RELEASE SAC-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      * 載入活動表；申購另計事件窗及反覆申贖窗迄日。
       3100-STORE-ACTIVITY.
           PERFORM UNTIL SAC-EOF
               RETURN SORT-WORK-AC
                   AT END SET SAC-EOF TO TRUE
                   NOT AT END
                       IF WS-ACT-COUNT < 20000
                           PERFORM 3200-ADD-ACTIVITY
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-RETURN
           END-PERFORM.

       3200-ADD-ACTIVITY.
           ADD 1 TO WS-ACT-COUNT
           SET WS-ACX TO WS-ACT-COUNT
           MOVE SAC-ACNT-BROKER TO WS-AC-ACNT-BROKER(WS-ACX)
           MOVE SAC-ACNT-NO     TO WS-AC-ACNT-NO(WS-ACX)
           MOVE SAC-ETF-ID      TO WS-AC-ETF-ID(WS-ACX)
           MOVE SAC-TX-DATE     TO WS-AC-TX-DATE(WS-ACX)
           MOVE SAC-SEQNO       TO WS-AC-SEQNO(WS-ACX)
           MOVE SAC-TX-KIND     TO WS-AC-TX-KIND(WS-ACX)
           MOVE SAC-UNITS       TO WS-AC-UNITS(WS-ACX)
           MOVE SAC-AMOUNT      TO WS-AC-AMOUNT(WS-ACX)
           MOVE 'N'             TO WS-AC-PAIRED(WS-ACX)
           MOVE 0 TO WS-AC-EVT-END(WS-ACX) WS-AC-CHURN-END(WS-ACX)
           IF SAC-TX-KIND = '1'
               MOVE 'A'           TO DTS-FUNC
               MOVE SAC-TX-DATE   TO DTS-DATE-1
               MOVE WS-EVENT-DAYS TO DTS-DAYS
               CALL "M0DTSVC" USING DTS-PARM
               MOVE DTS-DATE-2 TO WS-AC-EVT-END(WS-ACX)
               MOVE 'A'           TO DTS-FUNC
               MOVE SAC-TX-DATE   TO DTS-DATE-1
               MOVE WS-CHURN-DAYS TO DTS-DAYS
               CALL "M0DTSVC" USING DTS-PARM
               MOVE DTS-DATE-2 TO WS-AC-CHURN-END(WS-ACX)
           END-IF.

      * 依帳號+ETF 分組，逐組檢視兩型態。
       4000-SCAN-GROUPS.
           MOVE 1 TO WS-GRP-FROM
           PERFORM UNTIL WS-GRP-FROM > WS-ACT-COUNT
               MOVE WS-GRP-FROM TO WS-GRP-TO
               PERFORM UNTIL WS-GRP-TO >= WS-ACT-COUNT
                   SET WS-ACX  TO WS-GRP-FROM
                   SET WS-ACX2 TO WS-GRP-TO
                   SET WS-ACX2 UP BY 1
                   IF WS-AC-ACNT-BROKER(WS-ACX2)
                           NOT = WS-AC-ACNT-BROKER(WS-ACX)
                       OR WS-AC-ACNT-NO(WS-ACX2)
                           NOT = WS-AC-ACNT-NO(WS-ACX)
                       OR WS-AC-ETF-ID(WS-ACX2)
                           NOT = WS-AC-ETF-ID(WS-ACX)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-GRP-TO
               END-PERFORM
               PERFORM 4100-CHECK-EVENT-TIMING
               PERFORM 4300-CHECK-ROUND-TRIPS
               COMPUTE WS-GRP-FROM = WS-GRP-TO + 1
           END-PERFORM.

      * 本組 ETF 之各事件:事件前事件窗內申購及事件日起事件窗內
      * 買回均存在者成立 E 型態案件。
       4100-CHECK-EVENT-TIMING.
           SET WS-ACX TO WS-GRP-FROM
           PERFORM VARYING WS-EVX FROM 1 BY 1
                   UNTIL WS-EVX > WS-EVT-COUNT
               IF WS-EV-ETF-ID(WS-EVX) = WS-AC-ETF-ID(WS-ACX)
                   PERFORM 4200-MATCH-ONE-EVENT
               END-IF
           END-PERFORM.

       4200-MATCH-ONE-EVENT.
           MOVE 0 TO WS-TMP-COUNT WS-TMP-UNITS
           MOVE 'N' TO WS-HAS-CREATE WS-HAS-REDEEM
           PERFORM VARYING WS-ACX2 FROM WS-GRP-FROM BY 1
                   UNTIL WS-ACX2 > WS-GRP-TO
               IF WS-AC-TX-KIND(WS-ACX2) = '1'
                       AND WS-AC-TX-DATE(WS-ACX2) < WS-EV-DATE(WS-EVX)
                       AND WS-AC-EVT-END(WS-ACX2) >= WS-EV-DATE(WS-EVX)
                   SET HAS-CREATE TO TRUE
                   PERFORM 4900-ADD-SUPPORT
               END-IF
               IF WS-AC-TX-KIND(WS-ACX2) = '2'
                       AND WS-AC-TX-DATE(WS-ACX2) >= WS-EV-DATE(WS-EVX)
                       AND WS-AC-TX-DATE(WS-ACX2)
                           <= WS-EV-WIN-END(WS-EVX)
                   SET HAS-REDEEM TO TRUE
                   PERFORM 4900-ADD-SUPPORT
               END-IF
           END-PERFORM
           IF HAS-CREATE AND HAS-REDEEM
               COMPUTE WS-WORK-SCORE = WS-SCORE-EVENT
                   + WS-SCORE-EVENT-EXTRA * (WS-TMP-COUNT - 2)
               PERFORM 4800-ADD-CASE
               IF WS-CSX > 0
                   MOVE 'E' TO WS-CS-PATTERN(WS-CSX)
                   MOVE WS-EV-TYPE(WS-EVX)
                       TO WS-CS-EVENT-TYPE(WS-CSX)
                   MOVE WS-EV-DATE(WS-EVX)
                       TO WS-CS-EVENT-DATE(WS-CSX)
                   MOVE WS-EV-REF(WS-EVX) TO WS-CS-EVENT-REF(WS-CSX)
                   ADD 1 TO WS-PAT-E-COUNT
               END-IF
           END-IF.

      * 每筆申購與反覆申贖窗內第一筆未配對買回配成一次往返。
       4300-CHECK-ROUND-TRIPS.
           MOVE 0 TO WS-TMP-COUNT WS-TMP-UNITS WS-ROUND-TRIPS
           PERFORM VARYING WS-ACX FROM WS-GRP-FROM BY 1
                   UNTIL WS-ACX > WS-GRP-TO
               IF WS-AC-TX-KIND(WS-ACX) = '1'
                   PERFORM 4400-PAIR-REDEMPTION
               END-IF
           END-PERFORM
           IF WS-ROUND-TRIPS >= WS-CHURN-MIN
               COMPUTE WS-WORK-SCORE =
                   WS-SCORE-ROUND-TRIP * WS-ROUND-TRIPS
               PERFORM 4800-ADD-CASE
               IF WS-CSX > 0
                   MOVE 'R'    TO WS-CS-PATTERN(WS-CSX)
                   MOVE SPACE  TO WS-CS-EVENT-TYPE(WS-CSX)
                   MOVE 0      TO WS-CS-EVENT-DATE(WS-CSX)
                   MOVE SPACES TO WS-CS-EVENT-REF(WS-CSX)
                   ADD 1 TO WS-PAT-R-COUNT
               END-IF
           END-IF.

       4400-PAIR-REDEMPTION.
           PERFORM VARYING WS-ACX2 FROM WS-ACX BY 1
                   UNTIL WS-ACX2 > WS-GRP-TO
               IF WS-AC-TX-KIND(WS-ACX2) = '2'
                       AND WS-AC-PAIRED(WS-ACX2) = 'N'
                       AND WS-AC-TX-DATE(WS-ACX2)
                           >= WS-AC-TX-DATE(WS-ACX)
                       AND WS-AC-TX-DATE(WS-ACX2)
                           <= WS-AC-CHURN-END(WS-ACX)
                   MOVE 'Y' TO WS-AC-PAIRED(WS-ACX2)
                   ADD 1 TO WS-ROUND-TRIPS
                   SET WS-PAIR-IX TO WS-ACX2
                   SET WS-ACX2 TO WS-ACX
                   PERFORM 4900-ADD-SUPPORT
                   SET WS-ACX2 TO WS-PAIR-IX
                   PERFORM 4900-ADD-SUPPORT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 以暫存佐證交易成立一案件；WS-CSX 為0表示案件表已滿。
       4800-ADD-CASE.
           IF WS-CASE-COUNT >= 2000
                   OR WS-SUP-COUNT + WS-TMP-COUNT > 20000
               ADD 1 TO WS-OVERFLOW-COUNT
               SET WS-CSX TO 0
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-SCORE > 99
               MOVE 99 TO WS-WORK-SCORE
           END-IF
           ADD 1 TO WS-CASE-COUNT
           SET WS-CSX TO WS-CASE-COUNT
           MOVE WS-GRP-FROM   TO WS-CS-ACT-IX(WS-CSX)
           MOVE WS-WORK-SCORE TO WS-CS-SCORE(WS-CSX)
           MOVE WS-TMP-UNITS  TO WS-CS-UNITS-TOTAL(WS-CSX)
           MOVE WS-TMP-COUNT  TO WS-CS-SUP-COUNT(WS-CSX)
           COMPUTE WS-CS-SUP-FROM(WS-CSX) = WS-SUP-COUNT + 1
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TMP-COUNT
               ADD 1 TO WS-SUP-COUNT
               MOVE WS-TMP-ACT-IX(WS-TX)
                   TO WS-SUP-ACT-IX(WS-SUP-COUNT)
           END-PERFORM.

       4900-ADD-SUPPORT.
           IF WS-TMP-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TMP-COUNT
           SET WS-TMP-ACT-IX(WS-TMP-COUNT) TO WS-ACX2
           ADD WS-AC-UNITS(WS-ACX2) TO WS-TMP-UNITS.

       5000-RELEASE-CASES.
           PERFORM VARYING WS-CSX FROM 1 BY 1
                   UNTIL WS-CSX > WS-CASE-COUNT
               MOVE WS-CS-SCORE(WS-CSX)       TO SCS-SCORE
               MOVE WS-CS-UNITS-TOTAL(WS-CSX) TO SCS-UNITS-TOTAL
               SET SCS-CASE-NO TO WS-CSX
               RELEASE SCS-REC
           END-PERFORM.

      * 依排名寫出案件表頭及其佐證交易，並列印審閱報表。
       6000-WRITE-RANKED-CASES.
           PERFORM UNTIL SCS-EOF
               RETURN SORT-WORK-CS
                   AT END SET SCS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RANK
                       SET WS-CSX TO SCS-CASE-NO
                       PERFORM 6100-WRITE-CASE-HEADER
                       PERFORM 6200-WRITE-SUPPORT
                           VARYING WS-TX FROM 1 BY 1
                           UNTIL WS-TX > WS-CS-SUP-COUNT(WS-CSX)
               END-RETURN
           END-PERFORM.

       6100-WRITE-CASE-HEADER.
           SET WS-ACX TO WS-CS-ACT-IX(WS-CSX)
           MOVE SPACES TO SURV-CASE-REC
           SET SVC-HEADER TO TRUE
           MOVE WS-RANK                    TO SVC-RANK
           MOVE WS-AC-ACNT-BROKER(WS-ACX)  TO SVC-ACNT-BROKER
           MOVE WS-AC-ACNT-NO(WS-ACX)      TO SVC-ACNT-NO
           MOVE WS-AC-ETF-ID(WS-ACX)       TO SVC-ETF-ID
           MOVE WS-CS-PATTERN(WS-CSX)      TO SVC-PATTERN
           MOVE WS-CS-EVENT-TYPE(WS-CSX)   TO SVC-EVENT-TYPE
           MOVE WS-CS-EVENT-DATE(WS-CSX)   TO SVC-EVENT-DATE
           MOVE WS-CS-EVENT-REF(WS-CSX)    TO SVC-EVENT-REF
           MOVE WS-CS-SCORE(WS-CSX)        TO SVC-SCORE
           MOVE WS-CS-SUP-COUNT(WS-CSX)    TO SVC-TXN-COUNT
           MOVE WS-CS-UNITS-TOTAL(WS-CSX)  TO SVC-UNITS-TOTAL
           MOVE WS-PROC-DATE               TO SVC-RUN-DATE
           WRITE SURV-CASE-REC

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RANK                   TO WS-D-RANK
           MOVE WS-AC-ACNT-BROKER(WS-ACX) TO WS-D-ACNT-BROKER
           MOVE WS-AC-ACNT-NO(WS-ACX)     TO WS-D-ACNT-NO
           MOVE WS-AC-ETF-ID(WS-ACX)      TO WS-D-ETF-ID
           MOVE WS-CS-PATTERN(WS-CSX)     TO WS-D-PATTERN
           MOVE WS-CS-EVENT-TYPE(WS-CSX)  TO WS-D-EVENT-TYPE
           IF WS-CS-PATTERN(WS-CSX) = 'E'
               MOVE WS-CS-EVENT-DATE(WS-CSX) TO WS-D-EVENT-DATE
               IF WS-CS-EVENT-TYPE(WS-CSX) = 'C'
                   MOVE WS-CS-EVENT-REF(WS-CSX)(4:6)
                       TO WS-D-EVENT-REF
               END-IF
           END-IF
           MOVE WS-CS-SCORE(WS-CSX)       TO WS-D-SCORE
           MOVE WS-CS-SUP-COUNT(WS-CSX)   TO WS-D-TXNS
           MOVE WS-CS-UNITS-TOTAL(WS-CSX) TO WS-D-UNITS
           MOVE WS-DETAIL-LINE TO SURV-RPT-LINE
           WRITE SURV-RPT-LINE.

       6200-WRITE-SUPPORT.
           COMPUTE WS-SUP-IX = WS-CS-SUP-FROM(WS-CSX) + WS-TX - 1
           SET WS-ACX2 TO WS-SUP-ACT-IX(WS-SUP-IX)
           MOVE SPACES TO SURV-CASE-REC
           SET SVC-TXN TO TRUE
           MOVE WS-RANK                    TO SVC-RANK
           MOVE WS-AC-ACNT-BROKER(WS-ACX2) TO SVC-ACNT-BROKER
           MOVE WS-AC-ACNT-NO(WS-ACX2)     TO SVC-ACNT-NO
           MOVE WS-AC-ETF-ID(WS-ACX2)      TO SVC-ETF-ID
           MOVE WS-AC-TX-DATE(WS-ACX2)     TO SVT-TX-DATE
           MOVE WS-AC-SEQNO(WS-ACX2)       TO SVT-SEQNO
           MOVE WS-AC-TX-KIND(WS-ACX2)     TO SVT-TX-KIND
           MOVE WS-AC-UNITS(WS-ACX2)       TO SVT-UNITS
           MOVE WS-AC-AMOUNT(WS-ACX2)      TO SVT-AMOUNT
           WRITE SURV-CASE-REC
           ADD 1 TO WS-SUP-OUT-COUNT

           MOVE SPACES TO WS-TXN-LINE
           MOVE WS-AC-TX-DATE(WS-ACX2) TO WS-T-TX-DATE
           MOVE WS-AC-SEQNO(WS-ACX2)   TO WS-T-SEQNO
           IF WS-AC-TX-KIND(WS-ACX2) = '1'
               MOVE "CREATION"   TO WS-T-TX-KIND
           ELSE
               MOVE "REDEMPTION" TO WS-T-TX-KIND
           END-IF
           MOVE WS-AC-UNITS(WS-ACX2)   TO WS-T-UNITS
           MOVE WS-AC-AMOUNT(WS-ACX2)  TO WS-T-AMOUNT
           MOVE WS-TXN-LINE TO SURV-RPT-LINE
           WRITE SURV-RPT-LINE.
