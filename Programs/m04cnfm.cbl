      * M04CNFM - 申請人申購/買回結果確認通知書
      * 申請人僅能經由券商轉告得知申購/買回結果，券商對帳單
      * (M0BSTMT)又僅至券商層級，申請人屢屢致電查詢。本程式就
      * 每筆發行人回覆(M04)，依完整申請人群組(M01 內建槽位及
      * M01APPL 溢位明細，經 APLLOOK 取得)逐申請人產出確認
      * 通知書:
      *   成功(RESULT '1') - 分得單位數、手續費/行政處理費、現金
      *       差額(歸現金差額收取人；無人註記者歸首位申請人)、
      *       現金替代金額分攤(依分得單位數比例，畸零由末位
      *       申請人吸收)、預計交割日(M0SETL 之 SETLEXP.DAT)，
      *       買回案件並列匯款銀行、帳號(僅留末4碼，其餘遮蔽)、
      *       戶名及匯款金額(與 M04REMT 同式)。
      *   失敗(RESULT '9') - 發行人失敗原因碼及說明(錯誤代碼
      *       對照主檔 ERRCODE.DAT)。
      *   部分受理(RESULT '2') - 受理/退回基數及退回原因，其餘
      *       同成功通知；應分配總數以受理基數計，買回匯款金額之
      *       現金買回部分按受理基數比例改算(同 M04REMT)。
      * 三槽位申請人之單位數取 M04 回覆欄位；逾3名之溢位申請人
      * 分得單位數同 M0HOLDL:案件應分配總數減三欄位已分配數，
      * 依溢位人數均分，畸零由末位吸收。
      * 產出:
      *   M04CNFM.RPT - 通知書列印檔；
      *   M04CNFM.DST - 遞送檔(每列前置申報券商代表號)，由
      *       M0DIST 併入各券商分包檔遞送。
      * M01、M04 讀排序服務站台(M0SRTX)之共用排序萃取檔配對。
      * 通知書內申請人帳號以開戶券商代號-帳號連寫、案件以
      * ETF代號/申請日/流水號連寫，避免 M0DIST 誤判他券商代表號。
      *
      * 修改紀錄:
      *   2026-10-14  新增此程式
      *   2026-10-15  增列部分受理(RESULT '2')通知書，列示受理及退回
      *               基數
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M04CNFM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT M01-SORTED ASSIGN TO "M01SRT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M04-SORTED ASSIGN TO "M04SRT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ETFMST-FILE ASSIGN TO "ETFMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SETLEXP-FILE ASSIGN TO "SETLEXP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ERRCODE-FILE ASSIGN TO "ERRCODE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CNFM-RPT-FILE ASSIGN TO "M04CNFM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CNFM-DST-FILE ASSIGN TO "M04CNFM.DST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  M01-SORTED.
       COPY m01.

       FD  M04-SORTED.
       COPY m04.

       FD  ETFMST-FILE.
       COPY etfmst.

       FD  SETLEXP-FILE.
       01  SETLEXP-REC.
           05  SXP-ETF-ID           PIC X(06).
           05  SXP-BROKER-ID        PIC X(04).
           05  SXP-TX-DATE          PIC 9(08).
           05  SXP-SEQNO            PIC X(03).
           05  SXP-PROC-DATE        PIC 9(08).
           05  SXP-EXPECT-DATE      PIC 9(08).
           05  FILLER               PIC X(03).

       FD  ERRCODE-FILE.
       COPY errcode.

       FD  CNFM-RPT-FILE.
       01  CNFM-RPT-LINE            PIC X(132).

       FD  CNFM-DST-FILE.
       01  CNFM-DST-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-S01-EOF               PIC X VALUE 'N'.
           88  S01-EOF                    VALUE 'Y'.
       01  WS-S04-EOF               PIC X VALUE 'N'.
           88  S04-EOF                    VALUE 'Y'.
       01  WS-ETF-EOF               PIC X VALUE 'N'.
           88  ETF-EOF                    VALUE 'Y'.
       01  WS-EXP-EOF               PIC X VALUE 'N'.
           88  EXP-EOF                    VALUE 'Y'.
       01  WS-ERR-EOF               PIC X VALUE 'N'.
           88  ERR-EOF                    VALUE 'Y'.

       01  WS-ETF-TABLE.
           05  WS-ETF-COUNT         PIC 9(03) VALUE 0.
           05  WS-ETF-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ETX.
               10  WS-ET-ID         PIC X(06).
               10  WS-ET-UNIT-SIZE  PIC 9(08).

      * 預計交割日表(ETF+券商+申請日+流水號)。
       01  WS-EXP-TABLE.
           05  WS-EXP-COUNT         PIC 9(05) VALUE 0.
           05  WS-EXP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EXX.
               10  WS-EX-KEY        PIC X(21).
               10  WS-EX-DATE       PIC 9(08).

       01  WS-ERR-TABLE.
           05  WS-ERR-COUNT         PIC 9(03) VALUE 0.
           05  WS-ERR-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ERX.
               10  WS-ER-CODE       PIC X(02).
               10  WS-ER-DESC       PIC X(40).

       01  WS-M01-KEY.
           05  WS-K1-ETF-ID         PIC X(06).
           05  WS-K1-BROKER-ID      PIC X(04).
           05  WS-K1-TX-DATE        PIC 9(08).
           05  WS-K1-SEQNO          PIC X(03).
       01  WS-M04-KEY.
           05  WS-K4-ETF-ID         PIC X(06).
           05  WS-K4-BROKER-ID      PIC X(04).
           05  WS-K4-TX-DATE        PIC 9(08).
           05  WS-K4-SEQNO          PIC X(03).

      * 本案申請人通知表(單位數、現金替代分攤)。
       01  WS-NA-TABLE.
           05  WS-NA-COUNT          PIC 9(03) VALUE 0.
           05  WS-NA-ENTRY OCCURS 99 TIMES
                   INDEXED BY WS-NAX.
               10  WS-NA-ACNT-BROKER PIC X(04).
               10  WS-NA-ACNT-NO    PIC 9(07).
               10  WS-NA-CASH-FLAG  PIC X(01).
               10  WS-NA-UNITS      PIC 9(18).
               10  WS-NA-LIEU       PIC 9(15).
       01  WS-NA-LAST-UNITS         PIC 9(03).
       01  WS-CASH-NAX              PIC 9(03).

       01  WS-UNIT-SIZE             PIC 9(08).
       01  WS-EXPECT-TOTAL          PIC 9(18).
       01  WS-ALLOC-TOTAL           PIC 9(18).
       01  WS-UNITS-TOTAL           PIC 9(18).
       01  WS-REMAINDER             PIC 9(18).
       01  WS-OVF-COUNT             PIC 9(03).
       01  WS-OVF-SHARE             PIC 9(18).
       01  WS-OVF-GIVEN             PIC 9(03).
       01  WS-LIEU-GIVEN            PIC 9(15).
       01  WS-SLOT                  PIC 9(02).

       01  WS-CASE-REF              PIC X(19).
       01  WS-ACNT-REF              PIC X(12).
       01  WS-TX-KIND-DSP           PIC X(10).
       01  WS-SETTLE-DATE           PIC 9(08).
       01  WS-REASON-DESC           PIC X(40).
       01  WS-MASK-ACNT             PIC X(16).
       01  WS-REMIT-AMOUNT          PIC 9(18).
       01  WS-REMIT-CCY             PIC X(03).
       01  WS-SEQ-DSP               PIC ZZ9.
       01  WS-CNT-DSP               PIC ZZ9.
       01  WS-UNITS-DSP             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AMT-DSP               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DIRECTION             PIC X(24).

       01  WS-NOTE-LINE             PIC X(127).

       01  WS-M04-READ              PIC 9(07) VALUE 0.
       01  WS-M04-NOMATCH           PIC 9(07) VALUE 0.
       01  WS-M04-OTHER             PIC 9(07) VALUE 0.
       01  WS-NOAPPL-COUNT          PIC 9(07) VALUE 0.
       01  WS-NOTES-ACCEPTED        PIC 9(07) VALUE 0.
       01  WS-NOTES-REJECTED        PIC 9(07) VALUE 0.
       01  WS-NOTES-PARTIAL         PIC 9(07) VALUE 0.
       01  WS-CASE-UNITS            PIC 9(03).
       01  WS-REJECT-UNITS          PIC 9(03).

       COPY apllook.
       COPY aplgrp.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-ETF-TABLE
           PERFORM 1100-LOAD-EXPECT-TABLE
           PERFORM 1200-LOAD-ERRCODE-TABLE

           OPEN OUTPUT CNFM-RPT-FILE
           OPEN OUTPUT CNFM-DST-FILE

           PERFORM 2000-MATCH-AND-NOTIFY

           CLOSE CNFM-DST-FILE
           MOVE SPACES TO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           MOVE "APPLICANT CONFIRMATION NOTES - CONTROL TOTALS"
               TO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           MOVE SPACES TO CNFM-RPT-LINE
           STRING "M04 REPLIES READ.......: " WS-M04-READ
               DELIMITED BY SIZE INTO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           MOVE SPACES TO CNFM-RPT-LINE
           STRING "REPLIES WITHOUT M01....: " WS-M04-NOMATCH
               DELIMITED BY SIZE INTO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           MOVE SPACES TO CNFM-RPT-LINE
           STRING "REPLIES NOT FINAL......: " WS-M04-OTHER
               DELIMITED BY SIZE INTO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           MOVE SPACES TO CNFM-RPT-LINE
           STRING "CASES WITHOUT APPLICANT: " WS-NOAPPL-COUNT
               DELIMITED BY SIZE INTO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           MOVE SPACES TO CNFM-RPT-LINE
           STRING "NOTES - ACCEPTED.......: " WS-NOTES-ACCEPTED
               DELIMITED BY SIZE INTO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           MOVE SPACES TO CNFM-RPT-LINE
           STRING "NOTES - REJECTED.......: " WS-NOTES-REJECTED
               DELIMITED BY SIZE INTO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           MOVE SPACES TO CNFM-RPT-LINE
           STRING "NOTES - PARTIAL........: " WS-NOTES-PARTIAL
               DELIMITED BY SIZE INTO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           CLOSE CNFM-RPT-FILE
           STOP RUN.

       1000-LOAD-ETF-TABLE.
           OPEN INPUT ETFMST-FILE
           PERFORM UNTIL ETF-EOF
               READ ETFMST-FILE
                   AT END SET ETF-EOF TO TRUE
                   NOT AT END
                       IF WS-ETF-COUNT < 200
                           ADD 1 TO WS-ETF-COUNT
                           MOVE ETF-MST-ID
                               TO WS-ET-ID(WS-ETF-COUNT)
                           MOVE ETF-MST-UNIT-SIZE
                               TO WS-ET-UNIT-SIZE(WS-ETF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETFMST-FILE.

       1100-LOAD-EXPECT-TABLE.
           OPEN INPUT SETLEXP-FILE
           PERFORM UNTIL EXP-EOF
               READ SETLEXP-FILE
                   AT END SET EXP-EOF TO TRUE
                   NOT AT END
                       IF WS-EXP-COUNT < 5000
                           ADD 1 TO WS-EXP-COUNT
                           SET WS-EXX TO WS-EXP-COUNT
                           MOVE SPACES TO WS-EX-KEY(WS-EXX)
                           STRING SXP-ETF-ID SXP-BROKER-ID
                               SXP-TX-DATE SXP-SEQNO
                               DELIMITED BY SIZE
                               INTO WS-EX-KEY(WS-EXX)
                           MOVE SXP-EXPECT-DATE
                               TO WS-EX-DATE(WS-EXX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETLEXP-FILE.

       1200-LOAD-ERRCODE-TABLE.
           OPEN INPUT ERRCODE-FILE
           PERFORM UNTIL ERR-EOF
               READ ERRCODE-FILE
                   AT END SET ERR-EOF TO TRUE
                   NOT AT END
                       IF WS-ERR-COUNT < 500
                           ADD 1 TO WS-ERR-COUNT
                           MOVE ERRCODE-CODE
                               TO WS-ER-CODE(WS-ERR-COUNT)
                           MOVE ERRCODE-DESC
                               TO WS-ER-DESC(WS-ERR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERRCODE-FILE.

       2000-MATCH-AND-NOTIFY.
           OPEN INPUT M01-SORTED
           OPEN INPUT M04-SORTED
           PERFORM 2100-READ-M01-SORTED
           PERFORM 2200-READ-M04-SORTED
           PERFORM UNTIL S04-EOF
               EVALUATE TRUE
                   WHEN S01-EOF
                       ADD 1 TO WS-M04-NOMATCH
                       PERFORM 2200-READ-M04-SORTED
                   WHEN WS-M01-KEY = WS-M04-KEY
                       PERFORM 3000-NOTIFY-CASE
                       PERFORM 2200-READ-M04-SORTED
                   WHEN WS-M01-KEY < WS-M04-KEY
                       PERFORM 2100-READ-M01-SORTED
                   WHEN OTHER
                       ADD 1 TO WS-M04-NOMATCH
                       PERFORM 2200-READ-M04-SORTED
               END-EVALUATE
           END-PERFORM
           CLOSE M01-SORTED M04-SORTED.

       2100-READ-M01-SORTED.
           READ M01-SORTED
               AT END SET S01-EOF TO TRUE
               NOT AT END
                   MOVE ETF-ID OF M01    TO WS-K1-ETF-ID
                   MOVE BROKER-ID OF M01 TO WS-K1-BROKER-ID
                   MOVE TX-DATE OF M01   TO WS-K1-TX-DATE
                   MOVE SEQNO OF M01     TO WS-K1-SEQNO
           END-READ.

       2200-READ-M04-SORTED.
           READ M04-SORTED
               AT END SET S04-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-M04-READ
                   MOVE ETF-ID OF M04    TO WS-K4-ETF-ID
                   MOVE BROKER-ID OF M04 TO WS-K4-BROKER-ID
                   MOVE TX-DATE OF M04   TO WS-K4-TX-DATE
                   MOVE SEQNO OF M04     TO WS-K4-SEQNO
           END-READ.

      * 單一回覆:組成申請人通知表後逐申請人列印通知書。
       3000-NOTIFY-CASE.
           IF NOT RESULT-SUCCESS AND NOT RESULT-FAIL
                   AND NOT RESULT-PARTIAL
               ADD 1 TO WS-M04-OTHER
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-BUILD-APPLICANT-TABLE
           IF WS-NA-COUNT = 0
               ADD 1 TO WS-NOAPPL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CASE-REF
           STRING ETF-ID OF M04 DELIMITED BY SPACE
               "/" TX-DATE OF M04 "/" SEQNO OF M04
               DELIMITED BY SIZE INTO WS-CASE-REF
           IF TX-KIND = '2'
               MOVE "REDEMPTION" TO WS-TX-KIND-DSP
           ELSE
               MOVE "CREATION"   TO WS-TX-KIND-DSP
           END-IF
           MOVE APPLICATION-UNITS TO WS-CASE-UNITS
           MOVE 0 TO WS-REJECT-UNITS
           IF RESULT-PARTIAL
               MOVE ACCEPTED-UNITS TO WS-CASE-UNITS
               IF APPLICATION-UNITS > ACCEPTED-UNITS
                   COMPUTE WS-REJECT-UNITS =
                       APPLICATION-UNITS - ACCEPTED-UNITS
               END-IF
           END-IF
           IF RESULT-SUCCESS OR RESULT-PARTIAL
               PERFORM 3200-ALLOCATE-UNITS
               PERFORM 3300-SHARE-CASH-IN-LIEU
               PERFORM 3400-FIND-SETTLE-DATE
               PERFORM 3500-COMPUTE-REMITTANCE
           END-IF
           IF NOT RESULT-SUCCESS
               PERFORM 3600-FIND-REASON-DESC
           END-IF
           PERFORM VARYING WS-NAX FROM 1 BY 1
                   UNTIL WS-NAX > WS-NA-COUNT
               PERFORM 4000-PRINT-NOTE
           END-PERFORM.

      * 完整申請人群組:帳號為零或非數值之槽位不列；現金差額
      * 收取人取首位註記 'Y' 者，無則首位申請人。
       3100-BUILD-APPLICANT-TABLE.
           MOVE 0 TO WS-NA-COUNT WS-CASH-NAX WS-OVF-COUNT
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1
                   UNTIL APG-X > APG-COUNT
               IF APG-ACNT-NO(APG-X) IS NUMERIC
                       AND APG-ACNT-NO(APG-X) > 0
                       AND WS-NA-COUNT < 99
                   ADD 1 TO WS-NA-COUNT
                   SET WS-NAX TO WS-NA-COUNT
                   MOVE APG-ACNT-BROKER(APG-X)
                       TO WS-NA-ACNT-BROKER(WS-NAX)
                   MOVE APG-ACNT-NO(APG-X) TO WS-NA-ACNT-NO(WS-NAX)
                   MOVE 0 TO WS-NA-UNITS(WS-NAX) WS-NA-LIEU(WS-NAX)
                   MOVE 'N' TO WS-NA-CASH-FLAG(WS-NAX)
                   IF APG-SOURCE(APG-X) = 'M'
                       MOVE APG-APPL-INDEX(APG-X) TO WS-SLOT
                       IF WS-SLOT >= 1 AND WS-SLOT <= 3
                           MOVE ETF-SHR(WS-SLOT)
                               TO WS-NA-UNITS(WS-NAX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-OVF-COUNT
                   END-IF
                   IF APG-CASH-ASSIGN(APG-X) = 'Y'
                           AND WS-CASH-NAX = 0
                       MOVE WS-NA-COUNT TO WS-CASH-NAX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NA-COUNT > 0
               IF WS-CASH-NAX = 0
                   MOVE 1 TO WS-CASH-NAX
               END-IF
               MOVE 'Y' TO WS-NA-CASH-FLAG(WS-CASH-NAX)
           END-IF.

      * 溢位申請人:案件應分配總數減三欄位已分配數，餘額依溢位
      * 人數均分，畸零由末位吸收(同 M0HOLDL)。部分受理者應分配
      * 總數以受理基數計。
       3200-ALLOCATE-UNITS.
           MOVE 0 TO WS-ALLOC-TOTAL
           PERFORM VARYING WS-NAX FROM 1 BY 1
                   UNTIL WS-NAX > WS-NA-COUNT
               ADD WS-NA-UNITS(WS-NAX) TO WS-ALLOC-TOTAL
           END-PERFORM
           IF WS-OVF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-UNIT-SIZE
           PERFORM VARYING WS-ETX FROM 1 BY 1
                   UNTIL WS-ETX > WS-ETF-COUNT
               IF WS-ET-ID(WS-ETX) = ETF-ID OF M04
                   MOVE WS-ET-UNIT-SIZE(WS-ETX) TO WS-UNIT-SIZE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-EXPECT-TOTAL = WS-CASE-UNITS * WS-UNIT-SIZE
           IF WS-EXPECT-TOTAL <= WS-ALLOC-TOTAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REMAINDER = WS-EXPECT-TOTAL - WS-ALLOC-TOTAL
           DIVIDE WS-REMAINDER BY WS-OVF-COUNT GIVING WS-OVF-SHARE
           MOVE 0 TO WS-OVF-GIVEN
           MOVE 0 TO WS-NAX
           PERFORM VARYING APG-X FROM 1 BY 1
                   UNTIL APG-X > APG-COUNT
               IF APG-ACNT-NO(APG-X) IS NUMERIC
                       AND APG-ACNT-NO(APG-X) > 0
                   SET WS-NAX UP BY 1
                   IF APG-SOURCE(APG-X) = 'A'
                           AND WS-NAX <= WS-NA-COUNT
                       ADD 1 TO WS-OVF-GIVEN
                       IF WS-OVF-GIVEN = WS-OVF-COUNT
                           COMPUTE WS-NA-UNITS(WS-NAX) =
                               WS-REMAINDER
                               - (WS-OVF-SHARE * (WS-OVF-COUNT - 1))
                       ELSE
                           MOVE WS-OVF-SHARE TO WS-NA-UNITS(WS-NAX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * 現金替代金額依分得單位數比例分攤，畸零由末位有單位數之
      * 申請人吸收；全案無單位數者全額歸首位申請人。
       3300-SHARE-CASH-IN-LIEU.
           MOVE 0 TO WS-UNITS-TOTAL WS-LIEU-GIVEN WS-NA-LAST-UNITS
           PERFORM VARYING WS-NAX FROM 1 BY 1
                   UNTIL WS-NAX > WS-NA-COUNT
               ADD WS-NA-UNITS(WS-NAX) TO WS-UNITS-TOTAL
               IF WS-NA-UNITS(WS-NAX) > 0
                   SET WS-NA-LAST-UNITS TO WS-NAX
               END-IF
           END-PERFORM
           IF WS-UNITS-TOTAL = 0
               MOVE CASH-LIEU-AMOUNT-9 TO WS-NA-LIEU(1)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NAX FROM 1 BY 1
                   UNTIL WS-NAX > WS-NA-COUNT
               IF WS-NA-UNITS(WS-NAX) > 0
                   IF WS-NAX = WS-NA-LAST-UNITS
                       COMPUTE WS-NA-LIEU(WS-NAX) =
                           CASH-LIEU-AMOUNT-9 - WS-LIEU-GIVEN
                   ELSE
                       COMPUTE WS-NA-LIEU(WS-NAX) =
                           CASH-LIEU-AMOUNT-9 * WS-NA-UNITS(WS-NAX)
                           / WS-UNITS-TOTAL
                       ADD WS-NA-LIEU(WS-NAX) TO WS-LIEU-GIVEN
                   END-IF
               END-IF
           END-PERFORM.

       3400-FIND-SETTLE-DATE.
           MOVE 0 TO WS-SETTLE-DATE
           PERFORM VARYING WS-EXX FROM 1 BY 1
                   UNTIL WS-EXX > WS-EXP-COUNT
               IF WS-EX-KEY(WS-EXX) = WS-M04-KEY
                   MOVE WS-EX-DATE(WS-EXX) TO WS-SETTLE-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 買回匯款金額:現金買回金額+現金替代+應付現金差額(同
      * M04REMT)；部分受理者現金買回金額按受理基數比例改算。
       3500-COMPUTE-REMITTANCE.
           MOVE 0 TO WS-REMIT-AMOUNT
           IF TX-KIND NOT = '2'
               EXIT PARAGRAPH
           END-IF
           IF TX-CASH = 'Y'
               IF RESULT-PARTIAL AND APPLICATION-UNITS > 0
                   COMPUTE WS-REMIT-AMOUNT ROUNDED =
                       AMOUNT * ACCEPTED-UNITS / APPLICATION-UNITS
               ELSE
                   ADD AMOUNT TO WS-REMIT-AMOUNT
               END-IF
           END-IF
           ADD CASH-LIEU-AMOUNT-9 TO WS-REMIT-AMOUNT
           IF CASH-DIF-AMOUNT-S NOT = '-'
               ADD CASH-DIF-AMOUNT-9 TO WS-REMIT-AMOUNT
           END-IF
           IF CURRENCY-CODE = SPACES
               MOVE "NTD" TO WS-REMIT-CCY
           ELSE
               MOVE CURRENCY-CODE TO WS-REMIT-CCY
           END-IF
           MOVE RM-ACNT TO WS-MASK-ACNT
           MOVE "************" TO WS-MASK-ACNT(1:12).

       3600-FIND-REASON-DESC.
           MOVE "(NO DESCRIPTION ON FILE)" TO WS-REASON-DESC
           PERFORM VARYING WS-ERX FROM 1 BY 1
                   UNTIL WS-ERX > WS-ERR-COUNT
               IF WS-ER-CODE(WS-ERX) = FAIL-REASON
                   MOVE WS-ER-DESC(WS-ERX) TO WS-REASON-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 單一申請人通知書。
       4000-PRINT-NOTE.
           MOVE ALL "=" TO WS-NOTE-LINE(1:72)
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           STRING "APPLICANT CONFIRMATION NOTE"
               "                         REPLY DATE "
               PROC-DATE OF M04
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           STRING "FILING BROKER " BROKER-ID OF M04
               "   CASE " WS-CASE-REF
               "   " WS-TX-KIND-DSP
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-ACNT-REF
           STRING WS-NA-ACNT-BROKER(WS-NAX) "-"
               WS-NA-ACNT-NO(WS-NAX)
               DELIMITED BY SIZE INTO WS-ACNT-REF
           SET WS-SEQ-DSP TO WS-NAX
           MOVE WS-NA-COUNT TO WS-CNT-DSP
           MOVE SPACES TO WS-NOTE-LINE
           STRING "APPLICANT " WS-SEQ-DSP " OF " WS-CNT-DSP
               "   ACCOUNT " WS-ACNT-REF
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           EVALUATE TRUE
               WHEN RESULT-SUCCESS
                   MOVE "RESULT: ACCEPTED BY ISSUER" TO WS-NOTE-LINE
                   PERFORM 5000-EMIT-LINE
                   PERFORM 4100-PRINT-ACCEPTED
                   ADD 1 TO WS-NOTES-ACCEPTED
               WHEN RESULT-PARTIAL
                   PERFORM 4300-PRINT-PARTIAL
                   PERFORM 4100-PRINT-ACCEPTED
                   ADD 1 TO WS-NOTES-PARTIAL
               WHEN OTHER
                   PERFORM 4200-PRINT-REJECTED
                   ADD 1 TO WS-NOTES-REJECTED
           END-EVALUATE
           MOVE SPACES TO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE.

       4100-PRINT-ACCEPTED.
           MOVE WS-NA-UNITS(WS-NAX) TO WS-UNITS-DSP
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  UNITS ALLOCATED.........: " WS-UNITS-DSP
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE APPLY-FEE OF M04 TO WS-AMT-DSP
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  APPLICATION FEE (CASE)..: " WS-AMT-DSP
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE MANAGEMENT-CHARGE OF M04 TO WS-AMT-DSP
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  MANAGEMENT CHARGE (CASE): " WS-AMT-DSP
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           IF WS-NA-CASH-FLAG(WS-NAX) = 'Y'
               MOVE CASH-DIF-AMOUNT-9 TO WS-AMT-DSP
               IF CASH-DIF-AMOUNT-S = '-'
                   MOVE " DUE FROM APPLICANT" TO WS-DIRECTION
               ELSE
                   MOVE " PAYABLE TO APPLICANT" TO WS-DIRECTION
               END-IF
               IF CASH-DIF-AMOUNT-9 = 0
                   MOVE SPACES TO WS-DIRECTION
               END-IF
               MOVE SPACES TO WS-NOTE-LINE
               STRING "  CASH DIFFERENCE.........: " WS-AMT-DSP
                   WS-DIRECTION
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
           ELSE
               MOVE SPACES TO WS-NOTE-LINE
               STRING "  CASH DIFFERENCE.........: "
                   "SETTLED WITH DESIGNATED APPLICANT"
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
           END-IF
           PERFORM 5000-EMIT-LINE
           MOVE WS-NA-LIEU(WS-NAX) TO WS-AMT-DSP
           IF CASH-LIEU-AMOUNT-S = '-'
               MOVE " DUE FROM APPLICANT" TO WS-DIRECTION
           ELSE
               MOVE " PAYABLE TO APPLICANT" TO WS-DIRECTION
           END-IF
           IF WS-NA-LIEU(WS-NAX) = 0
               MOVE SPACES TO WS-DIRECTION
           END-IF
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  CASH-IN-LIEU SHARE......: " WS-AMT-DSP
               WS-DIRECTION
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           IF WS-SETTLE-DATE > 0
               STRING "  EXPECTED SETTLEMENT DATE: " WS-SETTLE-DATE
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
           ELSE
               STRING "  EXPECTED SETTLEMENT DATE: NOT YET SCHEDULED"
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
           END-IF
           PERFORM 5000-EMIT-LINE
           IF TX-KIND = '2'
               PERFORM 4150-PRINT-REMITTANCE
           END-IF.

       4150-PRINT-REMITTANCE.
           MOVE "REMITTANCE DETAILS (CASE)" TO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  REMITTING BANK..........: " BANK-ID
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  ACCOUNT NUMBER..........: " WS-MASK-ACNT
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  ACCOUNT NAME............: " RM-ACNT-NAME(1:40)
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE WS-REMIT-AMOUNT TO WS-AMT-DSP
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  REMITTANCE AMOUNT.......: " WS-AMT-DSP
               " " WS-REMIT-CCY
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE.

       4200-PRINT-REJECTED.
           MOVE "RESULT: REJECTED BY ISSUER" TO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  ISSUER FAILURE REASON...: " FAIL-REASON
               " " WS-REASON-DESC
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE "  NO UNITS ALLOCATED AND NO SETTLEMENT WILL OCCUR."
               TO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE.

      * 部分受理:列示申請/受理/退回基數及退回原因，其後同成功。
       4300-PRINT-PARTIAL.
           MOVE "RESULT: PARTIALLY ACCEPTED BY ISSUER" TO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  UNITS APPLIED FOR.......: " APPLICATION-UNITS
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  UNITS ACCEPTED..........: " WS-CASE-UNITS
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-NOTE-LINE
           STRING "  UNITS REJECTED..........: " WS-REJECT-UNITS
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           PERFORM 5000-EMIT-LINE
           IF FAIL-REASON NOT = SPACES
               MOVE SPACES TO WS-NOTE-LINE
               STRING "  REJECTION REASON........: " FAIL-REASON
                   " " WS-REASON-DESC
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
               PERFORM 5000-EMIT-LINE
           END-IF.

      * 同一列寫入列印檔及遞送檔(遞送檔前置申報券商代表號)。
       5000-EMIT-LINE.
           MOVE WS-NOTE-LINE TO CNFM-RPT-LINE
           WRITE CNFM-RPT-LINE
           MOVE SPACES TO CNFM-DST-LINE
           STRING BROKER-ID OF M04 " " WS-NOTE-LINE
               DELIMITED BY SIZE INTO CNFM-DST-LINE
           WRITE CNFM-DST-LINE.
