      * M0AMLS - 現金申贖洗錢態樣篩檢作業
      * 現金申購(TX-CASH='Y'、AMOUNT)及買回匯款(BANK-ID、RM-ACNT、
      * RM-ACNT-ID、RM-ACNT-NAME)過去未經任何洗錢態樣篩檢。本程式
      * 每晚讀入當日 M01.DAT(經 APLLOOK 含 M01APPL 溢位申請人)、
      * 申請人歸戶活動分類帳 APLACT.DAT、銀行入金通知 BNKADV.DAT
      * 及歷史申報 M01HIST.DAT，對正常之原始申報逐案評分:
      *   SU 分拆規避 - 現金申購金額落於申報門檻下方區間內，且
      *      該案申請人於回溯營業日數內同區間之現金申購筆數
      *      (APLACT)加上同一匯款人ID當日同區間之入金筆數
      *      (BNKADV)達門檻次數。
      *   TP 第三人受款 - 買回匯款帳戶ID不屬於任一申請人(申請人
      *      經銀行入金核對之現金申購匯款人ID為其已知ID)。
      *   FI 集中受款 - 同一匯款帳戶(BANK-ID+RM-ACNT)於當日收取
      *      多個不同第1申請人之買回價款達門檻人數。
      *   RT 快進快出 - 買回申請人於短期營業日數內(含當日)曾有
      *      現金申購。
      * 評分大於0之案件寫出可疑交易案件檔 AMLCASE.DAT(版面見
      * amlcase 抄寫簿，審閱狀態 'O')及法令遵循審閱報表
      * M0AMLS.RPT；評分達告警分數者並寫入告警中心(ALHINTK.DAT，
      * 嚴重度 H)通知維運與郵件。
      * 控制檔 M0AMLS.CTL:處理日(8)+申報門檻金額(18)+門檻下方
      * 區間百分比(2)+分拆筆數門檻(2)+分拆回溯營業日數(3)+快進
      * 快出營業日數(2)+集中受款人數門檻(2)+告警分數(3)；數值欄
      * 非數值或為0者分別取預設 500000、10、3、20、5、3、60。
      *
      * 假設: 申請人無已知匯款人ID(未曾經入金核對之現金申購)者
      *       無從判定，不列第三人受款態樣。APLACT 之現金金額僅
      *       記於第1申請人，故 SU/RT 之歷史活動以金額大於0之
      *       申購記錄為現金申購。
      *
      * 修改紀錄:
      *   2026-10-06  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0AMLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0AMLS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M01H-FILE ASSIGN TO "M01HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "APLACT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ADV-FILE ASSIGN TO "BNKADV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-FILE ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTK-FILE ASSIGN TO "ALHINTK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMLS-RPT-FILE ASSIGN TO "M0AMLS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-THRESHOLD        PIC X(18).
           05  CTL-NEAR-PCT         PIC X(02).
           05  CTL-NEAR-MIN         PIC X(02).
           05  CTL-LOOKBACK-DAYS    PIC X(03).
           05  CTL-ROUNDTRIP-DAYS   PIC X(02).
           05  CTL-FANIN-MIN        PIC X(02).
           05  CTL-ALERT-SCORE      PIC X(03).

       FD  M01-FILE.
       COPY m01.

       FD  M01H-FILE.
       01  M01H-REC                 PIC X(300).

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

       FD  ADV-FILE.
       01  ADV-REC.
           05  ADV-BANK-ID          PIC 9(03).  *> 入帳銀行代號
           05  ADV-RM-ACNT-ID       PIC X(10).  *> 匯款人ID
           05  ADV-AMOUNT           PIC 9(18).  *> 入帳金額
           05  ADV-VALUE-DATE       PIC 9(08).  *> 入帳日
           05  FILLER               PIC X(11).

       FD  CASE-FILE.
       COPY amlcase.

       FD  INTK-FILE.
       COPY alerthub.

       FD  AMLS-RPT-FILE.
       01  AMLS-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.
       01  WS-HIST-EOF              PIC X VALUE 'N'.
           88  HIST-EOF                   VALUE 'Y'.
       01  WS-LED-EOF               PIC X VALUE 'N'.
           88  LED-EOF                    VALUE 'Y'.
       01  WS-ADV-EOF               PIC X VALUE 'N'.
           88  ADV-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-THRESHOLD             PIC 9(18) VALUE 500000.
       01  WS-NEAR-PCT              PIC 9(02) VALUE 10.
       01  WS-NEAR-MIN              PIC 9(02) VALUE 3.
       01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 20.
       01  WS-ROUNDTRIP-DAYS        PIC 9(02) VALUE 5.
       01  WS-FANIN-MIN             PIC 9(02) VALUE 3.
       01  WS-ALERT-SCORE           PIC 9(03) VALUE 60.
       01  WS-NEAR-LOW              PIC 9(18).

      * 各態樣評分權重
       01  WS-WEIGHT-SU             PIC 9(03) VALUE 30.
       01  WS-WEIGHT-TP             PIC 9(03) VALUE 40.
       01  WS-WEIGHT-FI             PIC 9(03) VALUE 30.
       01  WS-WEIGHT-RT             PIC 9(03) VALUE 30.

      * 當日正常原始申報案件。
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT        PIC 9(05) VALUE 0.
           05  WS-CASE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CSX WS-CSX2 WS-CSX3.
               10  WS-CS-ETF-ID     PIC X(06).
               10  WS-CS-BROKER-ID  PIC X(04).
               10  WS-CS-TX-DATE    PIC 9(08).
               10  WS-CS-SEQNO      PIC X(03).
               10  WS-CS-TX-KIND    PIC X(01).
               10  WS-CS-TX-CASH    PIC X(01).
               10  WS-CS-AMOUNT     PIC 9(18).
               10  WS-CS-RM-ID      PIC X(10).
               10  WS-CS-BANK-ID    PIC 9(03).
               10  WS-CS-RM-ACNT    PIC X(16).
               10  WS-CS-ACNT-BROKER PIC X(04).
               10  WS-CS-ACNT-NO    PIC 9(07).
               10  WS-CS-NEAR       PIC X(01).
               10  WS-CS-NEAR-COUNT PIC 9(03).
               10  WS-CS-FIRST-APPL PIC X(01).
               10  WS-CS-FANIN-COUNT PIC 9(03).
               10  WS-CS-PAT-SU     PIC X(01).
               10  WS-CS-PAT-TP     PIC X(01).
               10  WS-CS-PAT-FI     PIC X(01).
               10  WS-CS-PAT-RT     PIC X(01).
               10  WS-CS-SCORE      PIC 9(03).

      * 當日案件之申請人(含溢位申請人)。
       01  WS-CAP-TABLE.
           05  WS-CAP-COUNT         PIC 9(05) VALUE 0.
           05  WS-CAP-ENTRY OCCURS 8000 TIMES
                   INDEXED BY WS-CPX WS-CPX2.
               10  WS-CP-CASE-NO    PIC 9(05).
               10  WS-CP-ACNT-BROKER PIC X(04).
               10  WS-CP-ACNT-NO    PIC 9(07).

      * 申請人已知匯款人ID(經入金核對之現金申購匯款人)。
       01  WS-KID-TABLE.
           05  WS-KID-COUNT         PIC 9(05) VALUE 0.
           05  WS-KID-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-KDX.
               10  WS-KD-ACNT-BROKER PIC X(04).
               10  WS-KD-ACNT-NO    PIC 9(07).
               10  WS-KD-RM-ID      PIC X(10).

      * 當日門檻下方區間之入金通知(依匯款人ID彙計筆數)。
       01  WS-ADV-TABLE.
           05  WS-ADV-COUNT         PIC 9(05) VALUE 0.
           05  WS-ADV-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-AVX.
               10  WS-AV-RM-ID      PIC X(10).
               10  WS-AV-NEAR-COUNT PIC 9(03).

       01  WS-CASE-NO               PIC 9(05).
       01  WS-ARG-ACNT-BROKER       PIC X(04).
       01  WS-ARG-ACNT-NO           PIC 9(07).
       01  WS-ARG-RM-ID             PIC X(10).
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.
       01  WS-KNOWN-SW              PIC X VALUE 'N'.
           88  ID-KNOWN                   VALUE 'Y'.
       01  WS-MATCH-SW              PIC X VALUE 'N'.
           88  ID-MATCHED                 VALUE 'Y'.
       01  WS-IN-LOOKBACK           PIC X VALUE SPACE.
       01  WS-IN-ROUNDTRIP          PIC X VALUE SPACE.
       01  WS-WINDOW-END            PIC 9(08).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-SCREENED-COUNT        PIC 9(07) VALUE 0.
       01  WS-HIST-COUNT            PIC 9(07) VALUE 0.
       01  WS-LED-COUNT             PIC 9(07) VALUE 0.
       01  WS-CASE-OUT-COUNT        PIC 9(07) VALUE 0.
       01  WS-SU-COUNT              PIC 9(07) VALUE 0.
       01  WS-TP-COUNT              PIC 9(07) VALUE 0.
       01  WS-FI-COUNT              PIC 9(07) VALUE 0.
       01  WS-RT-COUNT              PIC 9(07) VALUE 0.
       01  WS-ALERT-COUNT           PIC 9(07) VALUE 0.
       01  WS-OVERFLOW-COUNT        PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "AML PATTERN SCREENING - CASH CREATION AND REDEMPTION FLOWS".
       01  WS-HDR-2.
           05  FILLER               PIC X(42) VALUE
               "ETF-ID BROKER TX-DATE  SEQ K ACNT         ".
           05  FILLER               PIC X(44) VALUE
               "REMIT-ID               AMOUNT SCORE PATTERNS".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TX-KIND         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACNT-BROKER     PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACNT-NO         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RM-ID           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AMOUNT          PIC ZZZZZZZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SCORE           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-PATTERNS        PIC X(12).

       01  WS-PATTERNS              PIC X(12).
       01  WS-PAT-PTR               PIC 9(02).
       01  WS-D-SCORE-X             PIC ZZ9.

       COPY apllook.
       COPY aplgrp.
       COPY m0dtsvc.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-CONTROL
           PERFORM 2000-LOAD-TODAY-CASES
           PERFORM 2500-LOAD-HISTORY-IDS
           PERFORM 3000-LOAD-ADVICES
           PERFORM 4000-SCAN-ACTIVITY-LEDGER
           PERFORM 5000-SCORE-CASES

           OPEN OUTPUT AMLS-RPT-FILE
           MOVE WS-HDR-1 TO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "SCREENING DATE " WS-PROC-DATE
               "  SU=STRUCTURING TP=THIRD-PARTY PAYEE"
               " FI=FAN-IN RT=ROUND-TRIP"
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE WS-HDR-2 TO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE

           OPEN OUTPUT CASE-FILE
           OPEN EXTEND INTK-FILE
           PERFORM VARYING WS-CSX FROM 1 BY 1
                   UNTIL WS-CSX > WS-CASE-COUNT
               IF WS-CS-SCORE(WS-CSX) > 0
                   PERFORM 6000-WRITE-CASE
               END-IF
           END-PERFORM
           CLOSE CASE-FILE INTK-FILE

           MOVE SPACES TO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           STRING "M01 RECORDS READ..........: " WS-READ-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "CASES SCREENED............: " WS-SCREENED-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "HISTORY RECORDS READ......: " WS-HIST-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "ACTIVITY LEDGER READ......: " WS-LED-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "STRUCTURING (SU)..........: " WS-SU-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "THIRD-PARTY PAYEE (TP)....: " WS-TP-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "FAN-IN PAYEE (FI).........: " WS-FI-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "ROUND-TRIP (RT)...........: " WS-RT-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "SUSPICIOUS CASES WRITTEN..: " WS-CASE-OUT-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "ALERTS RAISED.............: " WS-ALERT-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE
           MOVE SPACES TO AMLS-RPT-LINE
           STRING "TABLE OVERFLOWS (SKIPPED).: " WS-OVERFLOW-COUNT
               DELIMITED BY SIZE INTO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE

           CLOSE AMLS-RPT-FILE
           STOP RUN.

       1000-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      MOVE SPACES TO CTL-THRESHOLD CTL-NEAR-PCT
                          CTL-NEAR-MIN CTL-LOOKBACK-DAYS
                          CTL-ROUNDTRIP-DAYS CTL-FANIN-MIN
                          CTL-ALERT-SCORE
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           IF CTL-THRESHOLD IS NUMERIC
               MOVE CTL-THRESHOLD TO WS-THRESHOLD
           END-IF
           IF WS-THRESHOLD = 0
               MOVE 500000 TO WS-THRESHOLD
           END-IF
           IF CTL-NEAR-PCT IS NUMERIC
               MOVE CTL-NEAR-PCT TO WS-NEAR-PCT
           END-IF
           IF WS-NEAR-PCT = 0
               MOVE 10 TO WS-NEAR-PCT
           END-IF
           IF CTL-NEAR-MIN IS NUMERIC
               MOVE CTL-NEAR-MIN TO WS-NEAR-MIN
           END-IF
           IF WS-NEAR-MIN = 0
               MOVE 3 TO WS-NEAR-MIN
           END-IF
           IF CTL-LOOKBACK-DAYS IS NUMERIC
               MOVE CTL-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF WS-LOOKBACK-DAYS = 0
               MOVE 20 TO WS-LOOKBACK-DAYS
           END-IF
           IF CTL-ROUNDTRIP-DAYS IS NUMERIC
               MOVE CTL-ROUNDTRIP-DAYS TO WS-ROUNDTRIP-DAYS
           END-IF
           IF WS-ROUNDTRIP-DAYS = 0
               MOVE 5 TO WS-ROUNDTRIP-DAYS
           END-IF
           IF CTL-FANIN-MIN IS NUMERIC
               MOVE CTL-FANIN-MIN TO WS-FANIN-MIN
           END-IF
           IF WS-FANIN-MIN = 0
               MOVE 3 TO WS-FANIN-MIN
           END-IF
           IF CTL-ALERT-SCORE IS NUMERIC
               MOVE CTL-ALERT-SCORE TO WS-ALERT-SCORE
           END-IF
           IF WS-ALERT-SCORE = 0
               MOVE 60 TO WS-ALERT-SCORE
           END-IF
           CLOSE CTL-FILE
           COMPUTE WS-NEAR-LOW =
               WS-THRESHOLD - (WS-THRESHOLD * WS-NEAR-PCT / 100).

      * 載入當日正常原始申報案件及其完整申請人清單；現金申購之
      * 匯款人ID並登錄為各申請人之已知ID。
       2000-LOAD-TODAY-CASES.
           OPEN INPUT M01-FILE
           PERFORM UNTIL M01-EOF
               READ M01-FILE
                   AT END SET M01-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF TRAN-CODE = SPACE AND STATE-NORMAL
                           PERFORM 2100-ADD-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01-FILE.

       2100-ADD-CASE.
           IF WS-CASE-COUNT >= 2000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASE-COUNT
           ADD 1 TO WS-SCREENED-COUNT
           SET WS-CSX TO WS-CASE-COUNT
           MOVE ETF-ID     TO WS-CS-ETF-ID(WS-CSX)
           MOVE BROKER-ID  TO WS-CS-BROKER-ID(WS-CSX)
           MOVE TX-DATE    TO WS-CS-TX-DATE(WS-CSX)
           MOVE SEQNO      TO WS-CS-SEQNO(WS-CSX)
           MOVE TX-KIND    TO WS-CS-TX-KIND(WS-CSX)
           MOVE TX-CASH    TO WS-CS-TX-CASH(WS-CSX)
           MOVE AMOUNT     TO WS-CS-AMOUNT(WS-CSX)
           MOVE RM-ACNT-ID TO WS-CS-RM-ID(WS-CSX)
           MOVE BANK-ID    TO WS-CS-BANK-ID(WS-CSX)
           MOVE RM-ACNT    TO WS-CS-RM-ACNT(WS-CSX)
           MOVE SPACES     TO WS-CS-ACNT-BROKER(WS-CSX)
           MOVE 0          TO WS-CS-ACNT-NO(WS-CSX)
                              WS-CS-NEAR-COUNT(WS-CSX)
                              WS-CS-FANIN-COUNT(WS-CSX)
                              WS-CS-SCORE(WS-CSX)
           MOVE 'N'        TO WS-CS-NEAR(WS-CSX)
                              WS-CS-FIRST-APPL(WS-CSX)
                              WS-CS-PAT-SU(WS-CSX)
                              WS-CS-PAT-TP(WS-CSX)
                              WS-CS-PAT-FI(WS-CSX)
                              WS-CS-PAT-RT(WS-CSX)
           IF TX-CASH = 'Y' AND TX-KIND = '1'
                   AND AMOUNT >= WS-NEAR-LOW
                   AND AMOUNT < WS-THRESHOLD
               MOVE 'Y' TO WS-CS-NEAR(WS-CSX)
           END-IF
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-X = 1
                   MOVE APG-ACNT-BROKER(APG-X)
                       TO WS-CS-ACNT-BROKER(WS-CSX)
                   MOVE APG-ACNT-NO(APG-X) TO WS-CS-ACNT-NO(WS-CSX)
               END-IF
               IF WS-CAP-COUNT < 8000
                   ADD 1 TO WS-CAP-COUNT
                   MOVE WS-CASE-COUNT
                       TO WS-CP-CASE-NO(WS-CAP-COUNT)
                   MOVE APG-ACNT-BROKER(APG-X)
                       TO WS-CP-ACNT-BROKER(WS-CAP-COUNT)
                   MOVE APG-ACNT-NO(APG-X)
                       TO WS-CP-ACNT-NO(WS-CAP-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
               IF TX-CASH = 'Y' AND TX-KIND = '1'
                       AND RM-ACNT-ID NOT = SPACES
                   MOVE APG-ACNT-BROKER(APG-X) TO WS-ARG-ACNT-BROKER
                   MOVE APG-ACNT-NO(APG-X)     TO WS-ARG-ACNT-NO
                   MOVE RM-ACNT-ID             TO WS-ARG-RM-ID
                   PERFORM 2900-ADD-KNOWN-ID
               END-IF
           END-PERFORM.

      * 歷史申報中正常且無錯誤代碼之現金申購，匯款人ID登錄為
      * 各申請人之已知ID。
       2500-LOAD-HISTORY-IDS.
           OPEN INPUT M01H-FILE
           PERFORM UNTIL HIST-EOF
               READ M01H-FILE INTO M01
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-COUNT
                       IF TRAN-CODE = SPACE AND STATE-NORMAL
                               AND ERROR-CODE = SPACES
                               AND TX-CASH = 'Y' AND TX-KIND = '1'
                               AND RM-ACNT-ID NOT = SPACES
                           PERFORM 2600-HISTORY-APPLICANTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01H-FILE.

       2600-HISTORY-APPLICANTS.
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               MOVE APG-ACNT-BROKER(APG-X) TO WS-ARG-ACNT-BROKER
               MOVE APG-ACNT-NO(APG-X)     TO WS-ARG-ACNT-NO
               MOVE RM-ACNT-ID             TO WS-ARG-RM-ID
               PERFORM 2900-ADD-KNOWN-ID
           END-PERFORM.

       2900-ADD-KNOWN-ID.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-KID-COUNT
               IF WS-KD-ACNT-BROKER(WS-KDX) = WS-ARG-ACNT-BROKER
                       AND WS-KD-ACNT-NO(WS-KDX) = WS-ARG-ACNT-NO
                       AND WS-KD-RM-ID(WS-KDX) = WS-ARG-RM-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-KID-COUNT < 5000
                   ADD 1 TO WS-KID-COUNT
                   MOVE WS-ARG-ACNT-BROKER
                       TO WS-KD-ACNT-BROKER(WS-KID-COUNT)
                   MOVE WS-ARG-ACNT-NO TO WS-KD-ACNT-NO(WS-KID-COUNT)
                   MOVE WS-ARG-RM-ID   TO WS-KD-RM-ID(WS-KID-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      * 當日入金通知金額落於門檻下方區間者，依匯款人ID彙計筆數。
       3000-LOAD-ADVICES.
           OPEN INPUT ADV-FILE
           PERFORM UNTIL ADV-EOF
               READ ADV-FILE
                   AT END SET ADV-EOF TO TRUE
                   NOT AT END
                       IF ADV-AMOUNT >= WS-NEAR-LOW
                               AND ADV-AMOUNT < WS-THRESHOLD
                           PERFORM 3100-COUNT-NEAR-ADVICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADV-FILE.

       3100-COUNT-NEAR-ADVICE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-AVX FROM 1 BY 1
                   UNTIL WS-AVX > WS-ADV-COUNT
               IF WS-AV-RM-ID(WS-AVX) = ADV-RM-ACNT-ID
                   SET ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-AV-NEAR-COUNT(WS-AVX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-ADV-COUNT < 2000
                   ADD 1 TO WS-ADV-COUNT
                   MOVE ADV-RM-ACNT-ID TO WS-AV-RM-ID(WS-ADV-COUNT)
                   MOVE 1 TO WS-AV-NEAR-COUNT(WS-ADV-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      * 分類帳中當日以前之現金申購(金額大於0)，對當日案件之同一
      * 申請人:申購案件累計回溯期間門檻下方區間筆數；買回案件
      * 於快進快出期間內者即成立 RT。
       4000-SCAN-ACTIVITY-LEDGER.
           OPEN INPUT LEDGER-FILE
           PERFORM UNTIL LED-EOF
               READ LEDGER-FILE
                   AT END SET LED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LED-COUNT
                       IF ALG-TX-KIND = '1' AND ALG-AMOUNT > 0
                               AND ALG-TX-DATE < WS-PROC-DATE
                           PERFORM 4100-MATCH-LEDGER-APPLICANT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       4100-MATCH-LEDGER-APPLICANT.
           MOVE SPACE TO WS-IN-LOOKBACK WS-IN-ROUNDTRIP
           PERFORM VARYING WS-CPX FROM 1 BY 1
                   UNTIL WS-CPX > WS-CAP-COUNT
               IF WS-CP-ACNT-BROKER(WS-CPX) = ALG-ACNT-BROKER
                       AND WS-CP-ACNT-NO(WS-CPX) = ALG-ACNT-NO
                   SET WS-CSX TO WS-CP-CASE-NO(WS-CPX)
                   PERFORM 4200-APPLY-LEDGER-TO-CASE
               END-IF
           END-PERFORM.

       4200-APPLY-LEDGER-TO-CASE.
           IF WS-CS-TX-KIND(WS-CSX) = '1'
                   AND WS-CS-NEAR(WS-CSX) = 'Y'
                   AND ALG-AMOUNT >= WS-NEAR-LOW
                   AND ALG-AMOUNT < WS-THRESHOLD
               IF WS-IN-LOOKBACK = SPACE
                   MOVE WS-LOOKBACK-DAYS TO DTS-DAYS
                   PERFORM 4900-WINDOW-END
                   IF WS-WINDOW-END >= WS-PROC-DATE
                       MOVE 'Y' TO WS-IN-LOOKBACK
                   ELSE
                       MOVE 'N' TO WS-IN-LOOKBACK
                   END-IF
               END-IF
               IF WS-IN-LOOKBACK = 'Y'
                   ADD 1 TO WS-CS-NEAR-COUNT(WS-CSX)
               END-IF
           END-IF
           IF WS-CS-TX-KIND(WS-CSX) = '2'
               IF WS-IN-ROUNDTRIP = SPACE
                   MOVE WS-ROUNDTRIP-DAYS TO DTS-DAYS
                   PERFORM 4900-WINDOW-END
                   IF WS-WINDOW-END >= WS-PROC-DATE
                       MOVE 'Y' TO WS-IN-ROUNDTRIP
                   ELSE
                       MOVE 'N' TO WS-IN-ROUNDTRIP
                   END-IF
               END-IF
               IF WS-IN-ROUNDTRIP = 'Y'
                   MOVE 'Y' TO WS-CS-PAT-RT(WS-CSX)
               END-IF
           END-IF.

      * 分類帳申請日加 DTS-DAYS 營業日，得該活動之期間截止日。
       4900-WINDOW-END.
           MOVE 'A'         TO DTS-FUNC
           MOVE ALG-TX-DATE TO DTS-DATE-1
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DATE-2  TO WS-WINDOW-END.

      * 逐案判定各態樣並計分。
       5000-SCORE-CASES.
           PERFORM VARYING WS-CSX FROM 1 BY 1
                   UNTIL WS-CSX > WS-CASE-COUNT
               IF WS-CS-TX-KIND(WS-CSX) = '2'
                   PERFORM 5100-MARK-FIRST-APPLICANT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CSX FROM 1 BY 1
                   UNTIL WS-CSX > WS-CASE-COUNT
               IF WS-CS-NEAR(WS-CSX) = 'Y'
                   PERFORM 5200-CHECK-STRUCTURING
               END-IF
               IF WS-CS-TX-KIND(WS-CSX) = '2'
                   PERFORM 5300-CHECK-THIRD-PARTY
                   PERFORM 5400-CHECK-FAN-IN
                   PERFORM 5500-CHECK-SAME-DAY-ROUND-TRIP
               END-IF
               IF WS-CS-PAT-SU(WS-CSX) = 'Y'
                   ADD WS-WEIGHT-SU TO WS-CS-SCORE(WS-CSX)
                   ADD 1 TO WS-SU-COUNT
               END-IF
               IF WS-CS-PAT-TP(WS-CSX) = 'Y'
                   ADD WS-WEIGHT-TP TO WS-CS-SCORE(WS-CSX)
                   ADD 1 TO WS-TP-COUNT
               END-IF
               IF WS-CS-PAT-FI(WS-CSX) = 'Y'
                   ADD WS-WEIGHT-FI TO WS-CS-SCORE(WS-CSX)
                   ADD 1 TO WS-FI-COUNT
               END-IF
               IF WS-CS-PAT-RT(WS-CSX) = 'Y'
                   ADD WS-WEIGHT-RT TO WS-CS-SCORE(WS-CSX)
                   ADD 1 TO WS-RT-COUNT
               END-IF
           END-PERFORM.

      * 同一匯款帳戶之買回案件中，第1申請人首次出現者註記 'Y'，
      * 供計算不同申請人數。
       5100-MARK-FIRST-APPLICANT.
           MOVE 'Y' TO WS-CS-FIRST-APPL(WS-CSX)
           PERFORM VARYING WS-CSX2 FROM 1 BY 1
                   UNTIL WS-CSX2 >= WS-CSX
               IF WS-CS-TX-KIND(WS-CSX2) = '2'
                       AND WS-CS-BANK-ID(WS-CSX2)
                           = WS-CS-BANK-ID(WS-CSX)
                       AND WS-CS-RM-ACNT(WS-CSX2)
                           = WS-CS-RM-ACNT(WS-CSX)
                       AND WS-CS-ACNT-BROKER(WS-CSX2)
                           = WS-CS-ACNT-BROKER(WS-CSX)
                       AND WS-CS-ACNT-NO(WS-CSX2)
                           = WS-CS-ACNT-NO(WS-CSX)
                   MOVE 'N' TO WS-CS-FIRST-APPL(WS-CSX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       5200-CHECK-STRUCTURING.
           PERFORM VARYING WS-AVX FROM 1 BY 1
                   UNTIL WS-AVX > WS-ADV-COUNT
               IF WS-AV-RM-ID(WS-AVX) = WS-CS-RM-ID(WS-CSX)
                   ADD WS-AV-NEAR-COUNT(WS-AVX)
                       TO WS-CS-NEAR-COUNT(WS-CSX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CS-NEAR-COUNT(WS-CSX) >= WS-NEAR-MIN
               MOVE 'Y' TO WS-CS-PAT-SU(WS-CSX)
           END-IF.

       5300-CHECK-THIRD-PARTY.
           MOVE 'N' TO WS-KNOWN-SW WS-MATCH-SW
           SET WS-CASE-NO TO WS-CSX
           PERFORM VARYING WS-CPX FROM 1 BY 1
                   UNTIL WS-CPX > WS-CAP-COUNT OR ID-MATCHED
               IF WS-CP-CASE-NO(WS-CPX) = WS-CASE-NO
                   PERFORM 5310-CHECK-APPLICANT-IDS
               END-IF
           END-PERFORM
           IF ID-KNOWN AND NOT ID-MATCHED
               MOVE 'Y' TO WS-CS-PAT-TP(WS-CSX)
           END-IF.

       5310-CHECK-APPLICANT-IDS.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-KID-COUNT
               IF WS-KD-ACNT-BROKER(WS-KDX) = WS-CP-ACNT-BROKER(WS-CPX)
                       AND WS-KD-ACNT-NO(WS-KDX) = WS-CP-ACNT-NO(WS-CPX)
                   SET ID-KNOWN TO TRUE
                   IF WS-KD-RM-ID(WS-KDX) = WS-CS-RM-ID(WS-CSX)
                       SET ID-MATCHED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       5400-CHECK-FAN-IN.
           IF WS-CS-RM-ACNT(WS-CSX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSX2 FROM 1 BY 1
                   UNTIL WS-CSX2 > WS-CASE-COUNT
               IF WS-CS-TX-KIND(WS-CSX2) = '2'
                       AND WS-CS-FIRST-APPL(WS-CSX2) = 'Y'
                       AND WS-CS-BANK-ID(WS-CSX2)
                           = WS-CS-BANK-ID(WS-CSX)
                       AND WS-CS-RM-ACNT(WS-CSX2)
                           = WS-CS-RM-ACNT(WS-CSX)
                   ADD 1 TO WS-CS-FANIN-COUNT(WS-CSX)
               END-IF
           END-PERFORM
           IF WS-CS-FANIN-COUNT(WS-CSX) >= WS-FANIN-MIN
               MOVE 'Y' TO WS-CS-PAT-FI(WS-CSX)
           END-IF.

      * 當日同一申請人另有現金申購案件者亦成立 RT。
       5500-CHECK-SAME-DAY-ROUND-TRIP.
           IF WS-CS-PAT-RT(WS-CSX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET WS-CASE-NO TO WS-CSX
           PERFORM VARYING WS-CPX FROM 1 BY 1
                   UNTIL WS-CPX > WS-CAP-COUNT
                      OR WS-CS-PAT-RT(WS-CSX) = 'Y'
               IF WS-CP-CASE-NO(WS-CPX) = WS-CASE-NO
                   PERFORM 5510-FIND-CASH-CREATION
               END-IF
           END-PERFORM.

       5510-FIND-CASH-CREATION.
           PERFORM VARYING WS-CPX2 FROM 1 BY 1
                   UNTIL WS-CPX2 > WS-CAP-COUNT
               IF WS-CP-ACNT-BROKER(WS-CPX2) = WS-CP-ACNT-BROKER(WS-CPX)
                       AND WS-CP-ACNT-NO(WS-CPX2)
                           = WS-CP-ACNT-NO(WS-CPX)
                   SET WS-CSX3 TO WS-CP-CASE-NO(WS-CPX2)
                   IF WS-CS-TX-KIND(WS-CSX3) = '1'
                           AND WS-CS-TX-CASH(WS-CSX3) = 'Y'
                           AND WS-CS-AMOUNT(WS-CSX3) > 0
                       MOVE 'Y' TO WS-CS-PAT-RT(WS-CSX)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      * 寫出可疑交易案件、審閱報表明細；達告警分數者寫入告警中心。
       6000-WRITE-CASE.
           MOVE SPACES TO AML-CASE-REC
           MOVE WS-PROC-DATE               TO AML-SCREEN-DATE
           MOVE WS-CS-ETF-ID(WS-CSX)       TO AML-ETF-ID
           MOVE WS-CS-BROKER-ID(WS-CSX)    TO AML-BROKER-ID
           MOVE WS-CS-TX-DATE(WS-CSX)      TO AML-TX-DATE
           MOVE WS-CS-SEQNO(WS-CSX)        TO AML-SEQNO
           MOVE WS-CS-TX-KIND(WS-CSX)      TO AML-TX-KIND
           MOVE WS-CS-ACNT-BROKER(WS-CSX)  TO AML-ACNT-BROKER
           MOVE WS-CS-ACNT-NO(WS-CSX)      TO AML-ACNT-NO
           MOVE WS-CS-RM-ID(WS-CSX)        TO AML-RM-ACNT-ID
           MOVE WS-CS-AMOUNT(WS-CSX)       TO AML-AMOUNT
           MOVE WS-CS-SCORE(WS-CSX)        TO AML-SCORE
           MOVE WS-CS-PAT-SU(WS-CSX)       TO AML-PAT-STRUCTURING
           MOVE WS-CS-PAT-TP(WS-CSX)       TO AML-PAT-THIRD-PARTY
           MOVE WS-CS-PAT-FI(WS-CSX)       TO AML-PAT-FAN-IN
           MOVE WS-CS-PAT-RT(WS-CSX)       TO AML-PAT-ROUND-TRIP
           SET AML-REVIEW-OPEN TO TRUE
           WRITE AML-CASE-REC
           ADD 1 TO WS-CASE-OUT-COUNT

           MOVE SPACES TO WS-PATTERNS
           MOVE 1 TO WS-PAT-PTR
           IF WS-CS-PAT-SU(WS-CSX) = 'Y'
               STRING "SU " DELIMITED BY SIZE
                   INTO WS-PATTERNS WITH POINTER WS-PAT-PTR
           END-IF
           IF WS-CS-PAT-TP(WS-CSX) = 'Y'
               STRING "TP " DELIMITED BY SIZE
                   INTO WS-PATTERNS WITH POINTER WS-PAT-PTR
           END-IF
           IF WS-CS-PAT-FI(WS-CSX) = 'Y'
               STRING "FI " DELIMITED BY SIZE
                   INTO WS-PATTERNS WITH POINTER WS-PAT-PTR
           END-IF
           IF WS-CS-PAT-RT(WS-CSX) = 'Y'
               STRING "RT " DELIMITED BY SIZE
                   INTO WS-PATTERNS WITH POINTER WS-PAT-PTR
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CS-ETF-ID(WS-CSX)      TO WS-D-ETF-ID
           MOVE WS-CS-BROKER-ID(WS-CSX)   TO WS-D-BROKER-ID
           MOVE WS-CS-TX-DATE(WS-CSX)     TO WS-D-TX-DATE
           MOVE WS-CS-SEQNO(WS-CSX)       TO WS-D-SEQNO
           MOVE WS-CS-TX-KIND(WS-CSX)     TO WS-D-TX-KIND
           MOVE WS-CS-ACNT-BROKER(WS-CSX) TO WS-D-ACNT-BROKER
           MOVE WS-CS-ACNT-NO(WS-CSX)     TO WS-D-ACNT-NO
           MOVE WS-CS-RM-ID(WS-CSX)       TO WS-D-RM-ID
           MOVE WS-CS-AMOUNT(WS-CSX)      TO WS-D-AMOUNT
           MOVE WS-CS-SCORE(WS-CSX)       TO WS-D-SCORE
           MOVE WS-PATTERNS               TO WS-D-PATTERNS
           MOVE WS-DETAIL-LINE TO AMLS-RPT-LINE
           WRITE AMLS-RPT-LINE

           IF WS-CS-SCORE(WS-CSX) >= WS-ALERT-SCORE
               MOVE SPACES TO ALERT-HUB-REC
               MOVE "M0AMLS"   TO ALH-SOURCE
               MOVE 'H'        TO ALH-SEVERITY
               MOVE 'Y'        TO ALH-ROUTE-OPS
               MOVE 'N'        TO ALH-ROUTE-BROKER
               MOVE 'Y'        TO ALH-ROUTE-EMAIL
               STRING WS-CS-ETF-ID(WS-CSX) WS-CS-BROKER-ID(WS-CSX)
                   WS-CS-TX-DATE(WS-CSX) WS-CS-SEQNO(WS-CSX)
                   DELIMITED BY SIZE INTO ALH-KEY
               MOVE WS-CS-SCORE(WS-CSX) TO WS-D-SCORE-X
               STRING "AML SCREENING SCORE " WS-D-SCORE-X
                   " PATTERNS " WS-PATTERNS
                   DELIMITED BY SIZE INTO ALH-MESSAGE
               WRITE ALERT-HUB-REC
               ADD 1 TO WS-ALERT-COUNT
           END-IF.
