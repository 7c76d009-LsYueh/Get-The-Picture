      * 匯款批次前以試算表人工計算。本程式依扣繳稅率對照主檔
      * WHTRATE.DAT(依身份碼，效期制)逐案計算:
      *   1. M01、M04 依 ETF-ID+TX-DATE+SEQNO 排序配對，取回覆
      *      成功或部分受理之正常買回案件，應付金額與 M04REMT 同式
      *      (現金買回 AMOUNT(部分受理者按受理基數比例) + 現金替代
      *      + '+'向現金差額)。
      *   2. 依第一申請人身份碼(經 APLLOOK 取得之申請人清單
      *      首筆)查處理日(M0WHTAX.CTL)生效中稅率
      *      ，稅額 = 應付金額×稅率(元以下捨去)，稅率0或查無
      *      者免扣。
      *   3. 寫出扣繳扣抵檔 WHTHOLD.DAT(匯款作業比照戶名核驗
      *      凍結檔自匯款金額中扣抵)、稅捐機關申報檔 WHTTAX.DAT
      *      ，並產出逐券商扣繳對帳單 M0WHTAX.RPT。
      *   4. 各扣繳案件另累加寫入扣繳歷史檔 WHTHIST.DAT(版面見
      *      whthist 抄寫簿，給付日同 M04REMT 匯款入帳日即處理日
      *      次一營業日)，供年度扣繳憑單及申報作業(M0WHYE)使用。
      * 本程式須於 M04REMT 之前執行。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-09-22  第一申請人改由共用申請人群組查詢服務 APLLOOK
      *               之申請人清單取得(APPLIER-NUMBER 為0之案件
      *               無申請人，不扣繳)
      *   2026-10-07  扣繳案件累加寫入扣繳歷史檔 WHTHIST.DAT
      *   2026-10-15  M04 部分受理(處理結果 2)案件一併扣繳，應付金額
      *               之 M01 現金買回金額按受理基數比例改算(同
      *               M04REMT)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0WHTAX.
               ORGANIZATION IS SEQUENTIAL.
           SELECT WHT-TAX-FILE ASSIGN TO "WHTTAX.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL WHT-HIST-FILE ASSIGN TO "WHTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WHT-RPT-FILE ASSIGN TO "M0WHTAX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  M4S-MARGIN           PIC 9(09).
           05  M4S-LIEU-S           PIC X(01).
           05  M4S-LIEU-9           PIC 9(09).
           05  FILLER               PIC X(105).
           05  M4S-ACCEPTED-UNITS   PIC 9(03).
           05  FILLER               PIC X(31).

       FD  WHT-HOLD-FILE.
       01  WHT-HOLD-REC.
           05  WHT-T-TAX            PIC 9(18).
           05  FILLER               PIC X(06).

       FD  WHT-HIST-FILE.
       COPY whthist.

       FD  WHT-RPT-FILE.
       01  WHT-RPT-LINE             PIC X(132).

           88  S04-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).
       01  WS-PAY-DATE              PIC 9(08).

      * 生效中之稅率表。
       01  WS-RATE-TABLE.
           05  WS-K4-SEQNO          PIC X(03).

       01  WS-GROSS-AMOUNT          PIC 9(18).
       01  WS-APPL-ID-CODE          PIC X(03).
       01  WS-APPL-ACNT-BROKER      PIC X(04).
       01  WS-APPL-ACNT-NO          PIC 9(07).
       01  WS-APPL-KEEP-ACNT        PIC X(11).
       01  WS-TAX-AMOUNT            PIC 9(18).

       01  WS-CASE-COUNT            PIC 9(07) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-TAX             PIC ZZZZZZZZZZZZZZZZZ9.

       COPY apllook.
       COPY aplgrp.
       COPY m0dtsvc.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           CLOSE CTL-FILE
           MOVE 'A'          TO DTS-FUNC
           MOVE WS-PROC-DATE TO DTS-DATE-1
           MOVE 1            TO DTS-DAYS
           CALL "M0DTSVC" USING DTS-PARM
           MOVE DTS-DATE-2 TO WS-PAY-DATE

           PERFORM 1000-LOAD-RATE-TABLE

               GIVING M04-SORTED

           OPEN OUTPUT WHT-HOLD-FILE WHT-TAX-FILE
           OPEN EXTEND WHT-HIST-FILE
           PERFORM 2000-MATCH-AND-COMPUTE
           CLOSE WHT-HOLD-FILE WHT-TAX-FILE WHT-HIST-FILE

           PERFORM 3000-PRINT-STATEMENT
           STOP RUN.
      * 應付金額與 M04REMT 同式;依第一申請人身份碼查稅率，稅額
      * 元以下捨去，>0 者寫扣抵檔與申報檔並計入券商彙總。
       2300-COMPUTE-IF-PAYABLE.
           IF (M4S-RESULT = '1' OR '2') AND M1S-TX-KIND = '2'
                   AND M1S-TRAN-CODE = SPACE
                   AND M1S-STATE = SPACE
                   AND M1S-BANK-ID > 0
               ADD 1 TO WS-CASE-COUNT
               MOVE 0 TO WS-GROSS-AMOUNT
               IF M1S-TX-CASH = 'Y'
                   IF M4S-RESULT = '2' AND M1S-UNITS > 0
                       COMPUTE WS-GROSS-AMOUNT ROUNDED =
                           M1S-AMOUNT * M4S-ACCEPTED-UNITS / M1S-UNITS
                   ELSE
                       ADD M1S-AMOUNT TO WS-GROSS-AMOUNT
                   END-IF
               END-IF
               ADD M4S-LIEU-9 TO WS-GROSS-AMOUNT
               IF M4S-DIF-S = '+'
                   ADD M4S-DIF-9 TO WS-GROSS-AMOUNT
               END-IF
               MOVE SPACE TO APLL-FUNC
               CALL "APLLOOK" USING APLL-PARM M1S-REC APG-LIST
               IF APG-COUNT > 0
                   MOVE APG-ID-CODE(1)     TO WS-APPL-ID-CODE
                   MOVE APG-ACNT-BROKER(1) TO WS-APPL-ACNT-BROKER
                   MOVE APG-ACNT-NO(1)     TO WS-APPL-ACNT-NO
                   MOVE APG-KEEP-ACNT(1)   TO WS-APPL-KEEP-ACNT
               ELSE
                   MOVE SPACES TO WS-APPL-ID-CODE WS-APPL-ACNT-BROKER
                                  WS-APPL-KEEP-ACNT
                   MOVE 0 TO WS-APPL-ACNT-NO
               END-IF
               PERFORM 2400-FIND-RATE
               IF RATE-FOUND AND WS-CUR-RATE > 0
                       AND WS-GROSS-AMOUNT > 0
           MOVE 0 TO WS-CUR-RATE
           PERFORM VARYING WS-RTX FROM 1 BY 1
                   UNTIL WS-RTX > WS-RT-COUNT
               IF WS-RT-ID-CODE(WS-RTX) = WS-APPL-ID-CODE
                   SET RATE-FOUND TO TRUE
                   MOVE WS-RT-PCT(WS-RTX) TO WS-CUR-RATE
                   EXIT PERFORM
           MOVE M1S-BANK-ID   TO WHD-BANK-ID
           MOVE M1S-RM-ACNT   TO WHD-RM-ACNT
           MOVE WS-TAX-AMOUNT TO WHD-WHT-AMOUNT
           MOVE WS-APPL-ID-CODE TO WHD-ID-CODE
           WRITE WHT-HOLD-REC

           MOVE SPACES TO WHT-TAX-REC
           MOVE M1S-BROKER-ID   TO WHT-T-BROKER-ID
           MOVE M1S-TX-DATE     TO WHT-T-TX-DATE
           MOVE M1S-SEQNO       TO WHT-T-SEQNO
           MOVE WS-APPL-ID-CODE TO WHT-T-ID-CODE
           MOVE WS-GROSS-AMOUNT TO WHT-T-GROSS
           MOVE WS-CUR-RATE     TO WHT-T-RATE-PCT
           MOVE WS-TAX-AMOUNT   TO WHT-T-TAX
           WRITE WHT-TAX-REC

           MOVE SPACES TO WHT-HIST-REC
           MOVE WS-APPL-ACNT-BROKER TO WHH-ACNT-BROKER
           MOVE WS-APPL-ACNT-NO     TO WHH-ACNT-NO
           MOVE WS-PAY-DATE         TO WHH-PAY-DATE
           MOVE M1S-ETF-ID          TO WHH-ETF-ID
           MOVE M1S-TX-DATE         TO WHH-TX-DATE
           MOVE M1S-SEQNO           TO WHH-SEQNO
           MOVE M1S-BROKER-ID       TO WHH-BROKER-ID
           MOVE WS-APPL-ID-CODE     TO WHH-ID-CODE
           MOVE WS-APPL-KEEP-ACNT   TO WHH-KEEP-ACNT
           MOVE WS-GROSS-AMOUNT     TO WHH-GROSS
           MOVE WS-CUR-RATE         TO WHH-RATE-PCT
           MOVE WS-TAX-AMOUNT       TO WHH-TAX
           MOVE WS-PROC-DATE        TO WHH-RUN-DATE
           WRITE WHT-HIST-REC

           MOVE 0 TO WS-BRK-HIT
           PERFORM VARYING WS-BKX FROM 1 BY 1
                   UNTIL WS-BKX > WS-BRK-COUNT
