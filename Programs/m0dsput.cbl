      *       M01(經 M01IDX 鍵值直讀)/M04 取我方數值附卷，以
      *       狀態 O(受理)寫入爭議登錄檔 DSPREG.DAT。
      *   'U' 異動 - 讀取狀態異動檔 DSPUPDT.TXN(爭議編號+新狀態
      *       O/I/R/X+經辦+處理說明)更新登錄檔。手續費/行政處理
      *       費爭議解決(R)且券商主張值低於我方數值者，差額附加
      *       寫入帳單調減異動檔 INVADJ.TXN，由 M0INVC 調減帳單
      *       並開立折讓單。
      *   'A' 帳齡 - 未結爭議(O/I)依受理日計算帳齡，逾控制檔
      *       警示/重大天數者經 ALHINTK.DAT 分級告警。
      *   'M' 月報 - 依券商統計受理/處理中/已解決/駁回件數，
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-08  費用爭議解決時產生帳單調減異動(INVADJ.TXN)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0DSPUT.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTK-FILE ASSIGN TO "ALHINTK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ADJ-FILE ASSIGN TO "INVADJ.TXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSP-RPT-FILE ASSIGN TO "M0DSPUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  INTK-FILE.
       COPY alerthub.

       FD  ADJ-FILE.
       COPY invadj.

       FD  DSP-RPT-FILE.
       01  DSP-RPT-LINE             PIC X(132).

       01  WS-M04-FOUND             PIC X(01).
       01  WS-UPD-FOUND             PIC X(01).
       01  WS-AGE-DAYS              PIC S9(05).
       01  WS-PRIOR-STATUS          PIC X(01).
       01  WS-DIFF-AMT              PIC S9(11).
       01  WS-ADJ-COUNT             PIC 9(05) VALUE 0.
       01  WS-PROC-JULIAN           PIC 9(07).
       01  WS-OPEN-JULIAN           PIC 9(07).

           CLOSE UPDT-FILE

           OPEN OUTPUT DSPREG-OUT
           OPEN EXTEND ADJ-FILE
           OPEN INPUT DSPREG-IN
           PERFORM UNTIL REG-EOF
               READ DSPREG-IN
               END-READ
           END-PERFORM
           CLOSE DSPREG-IN
           CLOSE ADJ-FILE
           CLOSE DSPREG-OUT

           MOVE SPACES TO DSP-RPT-LINE
           WRITE DSP-RPT-LINE
           STRING "DISPUTES UPDATED.......: " WS-UPDATED-COUNT
               DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE
           STRING "INVOICE ADJUSTMENTS....: " WS-ADJ-COUNT
               DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE.

       2100-APPLY-ONE-UPDATE.
           END-PERFORM
           IF WS-UPD-FOUND = 'Y'
               ADD 1 TO WS-UPDATED-COUNT
               MOVE DSP-STATUS TO WS-PRIOR-STATUS
               MOVE WS-UP-STATUS(WS-UPX) TO DSP-STATUS
               MOVE WS-UP-OPER(WS-UPX)   TO DSP-OPER
               MOVE WS-UP-RESOL(WS-UPX)  TO DSP-RESOLUTION
                   " BY " DSP-OPER
                   DELIMITED BY SIZE INTO DSP-RPT-LINE
               WRITE DSP-RPT-LINE
               IF DSP-RESOLVED AND WS-PRIOR-STATUS NOT = 'R'
                   PERFORM 2200-RAISE-INVOICE-ADJ
               END-IF
           END-IF.

      * 費用爭議解決:券商主張值低於我方數值者，差額調減該券商
      * 該申請日所屬帳單年月之帳單(來源'D'+爭議編號)。
       2200-RAISE-INVOICE-ADJ.
           IF DSP-FIELD NOT = "APPLY-FEE"
                   AND DSP-FIELD NOT = "MGMT-CHARGE"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL-C(DSP-BRK-VALUE) NOT = 0
                   OR FUNCTION TEST-NUMVAL-C(DSP-OUR-VALUE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFF-AMT =
               FUNCTION NUMVAL-C(DSP-OUR-VALUE)
               - FUNCTION NUMVAL-C(DSP-BRK-VALUE)
           IF WS-DIFF-AMT NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INV-ADJ-REC
           MOVE 'D'           TO IAJ-SOURCE
           MOVE DSP-NO        TO IAJ-REF
           MOVE DSP-BROKER    TO IAJ-BROKER-ID
           COMPUTE IAJ-BILL-YM = DSP-TX-DATE / 100
           IF DSP-FIELD = "APPLY-FEE"
               MOVE 'F' TO IAJ-LINE-TYPE
           ELSE
               MOVE 'M' TO IAJ-LINE-TYPE
           END-IF
           MOVE WS-DIFF-AMT   TO IAJ-AMOUNT
           MOVE DSP-RESOLUTION TO IAJ-REASON
           MOVE WS-PROC-DATE  TO IAJ-REQ-DATE
           WRITE INV-ADJ-REC
           ADD 1 TO WS-ADJ-COUNT
           MOVE SPACES TO DSP-RPT-LINE
           STRING "  INVOICE ADJUSTMENT " DSP-BROKER " "
               IAJ-BILL-YM " LINE " IAJ-LINE-TYPE
               " AMOUNT " IAJ-AMOUNT
               DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE.

      * 帳齡:未結爭議逾警示/重大天數者分級告警。
       3000-AGING-ESCALATION.
           COMPUTE WS-PROC-JULIAN =
