      *               50/100/150 三種版面(銀行匯款轉換檔
      *               RMAnnn.DAT 為100/150位，原一律以50位切割
      *               致筆數與位元組和恆不符)
      *   2026-10-14  付款檔(RMIT/RMA/DDBT/NET 開頭或登錄於付款批次
      *               放行登記簿 PAYREL.DAT 者)須經 M0PAYRL 兩人
      *               核可/放行，且筆數與雜湊合計與扣留時相符始予
      *               造冊；否則拒絕造冊並列示，RETURN-CODE=8
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0XMANG.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "ACKIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYREL-FILE ASSIGN TO "PAYREL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MANG-RPT-FILE ASSIGN TO "M0XMANG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  ACK-REC-COUNT        PIC 9(09).
           05  ACK-CHECKSUM         PIC 9(18).

       FD  PAYREL-FILE.
       COPY payrel.

       FD  MANG-RPT-FILE.
       01  MANG-RPT-LINE            PIC X(132).

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  MAN-FOUND                  VALUE 'Y'.

      * 付款批次放行現況(PAYREL.DAT 事件重演，扣留起算)。
       01  WS-PRL-EOF               PIC X VALUE 'N'.
           88  PRL-EOF                    VALUE 'Y'.
       01  WS-PAY-TABLE.
           05  WS-PAY-COUNT         PIC 9(04) VALUE 0.
           05  WS-PAY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PYX.
               10  WS-PY-FILE-NAME  PIC X(12).
               10  WS-PY-BUS-DATE   PIC 9(08).
               10  WS-PY-RECFM      PIC X(01).
               10  WS-PY-RECLEN     PIC 9(04).
               10  WS-PY-REC-COUNT  PIC 9(09).
               10  WS-PY-HASH       PIC 9(18).
               10  WS-PY-STATUS     PIC X(01).
       01  WS-PAY-FOUND-SW          PIC X VALUE 'N'.
           88  PAY-FOUND                  VALUE 'Y'.
       01  WS-PAY-FILE-SW           PIC X VALUE 'N'.
           88  PAYMENT-FILE               VALUE 'Y'.
       01  WS-ARG-PAY-NAME          PIC X(12).
       01  WS-ARG-PAY-DATE          PIC 9(08).
       01  WS-PAY-REFUSAL           PIC X(40).
       01  WS-REFUSED-COUNT         PIC 9(05) VALUE 0.

       COPY m0payhd.

       01  WS-NEW-COUNT             PIC 9(05) VALUE 0.
       01  WS-ACKED-COUNT           PIC 9(05) VALUE 0.
       01  WS-MISMATCH-COUNT        PIC 9(05) VALUE 0.
               "/" WS-CHASE-COUNT
               DELIMITED BY SIZE INTO MANG-RPT-LINE
           WRITE MANG-RPT-LINE
           IF WS-REFUSED-COUNT > 0
               MOVE SPACES TO MANG-RPT-LINE
               STRING "PAYMENT FILES REFUSED..: " WS-REFUSED-COUNT
                   DELIMITED BY SIZE INTO MANG-RPT-LINE
               WRITE MANG-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE MANG-RPT-FILE
           STOP RUN.

      * 造冊:逐檔計算筆數及位元組和後加入清單。
       2000-BUILD-MANIFEST.
           PERFORM 2010-LOAD-PAY-REGISTER
           OPEN INPUT CTL-FILE
           PERFORM UNTIL CTL-EOF
               READ CTL-FILE
           END-PERFORM
           CLOSE CTL-FILE.

      * 付款批次放行登記簿事件重演:扣留起算新現況，核可/放行依
      * 序更新狀態。
       2010-LOAD-PAY-REGISTER.
           OPEN INPUT PAYREL-FILE
           PERFORM UNTIL PRL-EOF
               READ PAYREL-FILE
                   AT END SET PRL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2020-APPLY-PAY-EVENT
               END-READ
           END-PERFORM
           CLOSE PAYREL-FILE.

       2020-APPLY-PAY-EVENT.
           MOVE PRL-FILE-NAME TO WS-ARG-PAY-NAME
           MOVE PRL-BUS-DATE  TO WS-ARG-PAY-DATE
           PERFORM 2030-FIND-PAY-BATCH
           IF NOT PAY-FOUND
               IF NOT PRL-HELD OR WS-PAY-COUNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAY-COUNT
               SET WS-PYX TO WS-PAY-COUNT
           END-IF
           IF PRL-HELD
               MOVE PRL-FILE-NAME  TO WS-PY-FILE-NAME(WS-PYX)
               MOVE PRL-BUS-DATE   TO WS-PY-BUS-DATE(WS-PYX)
               MOVE PRL-RECFM      TO WS-PY-RECFM(WS-PYX)
               MOVE PRL-RECLEN     TO WS-PY-RECLEN(WS-PYX)
               MOVE PRL-REC-COUNT  TO WS-PY-REC-COUNT(WS-PYX)
               MOVE PRL-HASH-TOTAL TO WS-PY-HASH(WS-PYX)
           END-IF
           MOVE PRL-EVENT TO WS-PY-STATUS(WS-PYX).

       2030-FIND-PAY-BATCH.
           MOVE 'N' TO WS-PAY-FOUND-SW
           PERFORM VARYING WS-PYX FROM 1 BY 1
                   UNTIL WS-PYX > WS-PAY-COUNT
               IF WS-PY-FILE-NAME(WS-PYX) = WS-ARG-PAY-NAME
                       AND WS-PY-BUS-DATE(WS-PYX) = WS-ARG-PAY-DATE
                   SET PAY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 付款檔須已放行，且重算之筆數與雜湊合計與扣留時相符。
       2050-CHECK-PAYMENT-RELEASE.
           MOVE SPACES TO WS-PAY-REFUSAL
           MOVE CTL-FILE-NAME TO WS-ARG-PAY-NAME
           MOVE CTL-BUS-DATE  TO WS-ARG-PAY-DATE
           PERFORM 2030-FIND-PAY-BATCH
           MOVE 'N' TO WS-PAY-FILE-SW
           IF PAY-FOUND
                   OR CTL-FILE-NAME(1:4) = "RMIT"
                   OR CTL-FILE-NAME(1:4) = "DDBT"
                   OR CTL-FILE-NAME(1:3) = "RMA"
                   OR CTL-FILE-NAME(1:3) = "NET"
               SET PAYMENT-FILE TO TRUE
           END-IF
           IF NOT PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-FOUND
               MOVE "PAYMENT FILE NOT HELD IN REGISTER"
                   TO WS-PAY-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-PY-STATUS(WS-PYX) NOT = 'R'
               MOVE "PAYMENT FILE NOT RELEASED" TO WS-PAY-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PHD-PARM
           MOVE 'C'                     TO PHD-FUNC
           MOVE WS-PY-FILE-NAME(WS-PYX) TO PHD-FILE-NAME
           MOVE WS-PY-BUS-DATE(WS-PYX)  TO PHD-BUS-DATE
           MOVE WS-PY-RECFM(WS-PYX)     TO PHD-RECFM
           MOVE WS-PY-RECLEN(WS-PYX)    TO PHD-RECLEN
           MOVE "M0XMANG"               TO PHD-SOURCE
           MOVE 0 TO PHD-DTL-COUNT PHD-AMOUNT-TOTAL
           CALL "M0PAYHD" USING PHD-PARM
           IF PHD-REC-COUNT NOT = WS-PY-REC-COUNT(WS-PYX)
                   OR PHD-HASH-TOTAL NOT = WS-PY-HASH(WS-PYX)
               MOVE "RELEASED FILE ALTERED SINCE HOLD"
                   TO WS-PAY-REFUSAL
           END-IF.

      * 定長檔依控制檔記錄長度選用對應讀檔版面(50/100/150)，
      * 筆數與位元組和按真實記錄框架計算。
       2100-MANIFEST-ONE-FILE.
           PERFORM 2050-CHECK-PAYMENT-RELEASE
           IF WS-PAY-REFUSAL NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO MANG-RPT-LINE
               STRING "REFUSED " CTL-FILE-NAME " " CTL-BUS-DATE
                   " - " WS-PAY-REFUSAL
                   DELIMITED BY SIZE INTO MANG-RPT-LINE
               WRITE MANG-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-FILE-NAME TO WS-OUT-NAME
           MOVE 0 TO WS-REC-COUNT WS-CHECKSUM
           MOVE 'N' TO WS-OUT-EOF
