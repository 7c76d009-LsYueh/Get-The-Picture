      * 資金調度現行憑經驗於每晨調撥交割帳戶，曾因調撥不足賠付
      * 銀行補償息。本程式於銀行營業開始前彙整系統內全部現金流
      * ，試算本日與次一營業日之各收付銀行/各幣別淨現金流:
      *   1. 買回匯款(M01×M04 回覆成功或部分受理之買回，金額與
      *      M04REMT 同式) → 流出，銀行=收款銀行，日期=預計交割日
      *      (SETLEXP.DAT，無者視為本日)。
      *   2. 現金申購待銀行進帳確認之應收款 → 流入，日期=預計
      *      交割日。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-15  部分受理(M04 RESULT='2')案件一併預測，M01 現金
      *               申贖金額按受理基數/申請基數比例改算
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0CSHFC.
           05  M4S-MARGIN           PIC 9(09).
           05  M4S-LIEU-S           PIC X(01).
           05  M4S-LIEU-9           PIC 9(09).
           05  FILLER               PIC X(105).
           05  M4S-ACCEPTED-UNITS   PIC 9(03).
           05  FILLER               PIC X(31).

       FD  FCST-RPT-FILE.
       01  FCST-RPT-LINE            PIC X(132).
       01  WS-ARG-DATE              PIC 9(08).
       01  WS-CASE-KEY              PIC X(17).
       01  WS-FLOW-AMOUNT           PIC 9(18).
       01  WS-CASE-AMOUNT           PIC 9(18).
       01  WS-NET-AMOUNT            PIC S9(18).

       01  WS-HDR-1                 PIC X(80) VALUE
                   MOVE M4S-SEQNO   TO WS-K4-SEQNO
           END-READ.

      * 回覆成功/部分受理之正常案件:買回=流出(收款銀行)、現金申購
      * =流入(主交割帳戶)，日期依預計交割日歸入本日/次日。部分
      * 受理者 M01 金額按受理基數比例改算。
       2300-BUCKET-CASE-FLOW.
           IF (M4S-RESULT = '1' OR '2') AND M1S-TRAN-CODE = SPACE
                   AND M1S-STATE = SPACE
               MOVE 0 TO WS-FLOW-AMOUNT
               MOVE M1S-AMOUNT TO WS-CASE-AMOUNT
               IF M4S-RESULT = '2' AND M1S-UNITS > 0
                   COMPUTE WS-CASE-AMOUNT ROUNDED =
                       M1S-AMOUNT * M4S-ACCEPTED-UNITS / M1S-UNITS
               END-IF
               EVALUATE TRUE
                   WHEN M1S-TX-KIND = '2'
                       IF M1S-TX-CASH = 'Y'
                           ADD WS-CASE-AMOUNT TO WS-FLOW-AMOUNT
                       END-IF
                       ADD M4S-LIEU-9 TO WS-FLOW-AMOUNT
                       IF M4S-DIF-S = '+'
                           PERFORM 2500-ADD-TO-FORECAST
                       END-IF
                   WHEN M1S-TX-KIND = '1' AND M1S-TX-CASH = 'Y'
                       IF WS-CASE-AMOUNT > 0
                           MOVE 0 TO WS-ARG-BANK-ID
                           MOVE M1S-CURRENCY TO WS-ARG-CCY
                           MOVE WS-CASE-AMOUNT TO WS-ARG-AMOUNT
                           MOVE 'I' TO WS-ARG-FLOW
                           PERFORM 2400-FIND-EXPECT-DATE
                           PERFORM 2500-ADD-TO-FORECAST
