      * M0PAYHD - 付款批次扣留登錄服務(被呼叫副程式)
      * 匯款指示檔(RMITnnn/RMAnnn)、扣款請求檔(DDBTnnn)與淨額
      * 結算指示檔(NETnnnn)原於產出站台完成後即可對外送出，無人
      * 覆核其控制合計。本副程式供各產出站台於付款檔結檔後呼叫
      * (參數區見 m0payhd 抄寫簿)，依檔式與記錄長度逐筆計算實體
      * 記錄筆數與位元組雜湊合計(Σ位元組序值×位置，模10**18，
      * 與 M0XMANG 造冊同一算法)，連同呼叫端之明細筆數與金額合計
      * 於付款批次放行登記簿 PAYREL.DAT 登錄扣留事件；該檔須經
      * M0PAYRL 兩人核可/放行後始得由 M0XMANG 造冊送出。功能碼
      * 'C' 僅計算不登錄，供核可、放行及造冊前覆核檔案未經更動。
      *
      * 修改紀錄:
      *   2026-10-14  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0PAYHD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-L-FILE ASSIGN TO DYNAMIC WS-PAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-F50-FILE ASSIGN TO DYNAMIC WS-PAY-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PAY-F80-FILE ASSIGN TO DYNAMIC WS-PAY-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PAY-F100-FILE
               ASSIGN TO DYNAMIC WS-PAY-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PAY-F150-FILE
               ASSIGN TO DYNAMIC WS-PAY-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PAYREL-FILE ASSIGN TO "PAYREL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-L-FILE.
       01  PAY-L-LINE               PIC X(256).

       FD  PAY-F50-FILE.
       01  PAY-F50-REC              PIC X(50).

       FD  PAY-F80-FILE.
       01  PAY-F80-REC              PIC X(80).

       FD  PAY-F100-FILE.
       01  PAY-F100-REC             PIC X(100).

       FD  PAY-F150-FILE.
       01  PAY-F150-REC             PIC X(150).

       FD  PAYREL-FILE.
       COPY payrel.

       WORKING-STORAGE SECTION.
       01  WS-PAY-NAME              PIC X(12).

       01  WS-PAY-EOF               PIC X VALUE 'N'.
           88  PAY-EOF                    VALUE 'Y'.

       01  WS-REC-COUNT             PIC 9(09).
       01  WS-CHECKSUM              PIC 9(18).
       01  WS-CX                    PIC 9(03).
       01  WS-BYTE-ORD              PIC 9(03).
       01  WS-HASH-BASE             PIC 9(19) VALUE
           1000000000000000000.
       01  WS-TIME-NOW              PIC 9(08).

      * 計算用記錄區(依記錄長度取用前段)。
       01  WS-PAY-BUF               PIC X(256).
       01  WS-BUF-LEN               PIC 9(03).

       LINKAGE SECTION.
       COPY m0payhd.

       PROCEDURE DIVISION USING PHD-PARM.
       0000-MAIN.
           MOVE PHD-FILE-NAME TO WS-PAY-NAME
           MOVE 0 TO WS-REC-COUNT WS-CHECKSUM
           MOVE 'N' TO WS-PAY-EOF
           EVALUATE TRUE
               WHEN PHD-RECFM NOT = 'F'
                   PERFORM 1400-COUNT-LINE-FILE
               WHEN PHD-RECLEN = 150
                   PERFORM 1300-COUNT-F150-FILE
               WHEN PHD-RECLEN = 100
                   PERFORM 1200-COUNT-F100-FILE
               WHEN PHD-RECLEN = 80
                   PERFORM 1100-COUNT-F80-FILE
               WHEN OTHER
                   PERFORM 1000-COUNT-F50-FILE
           END-EVALUATE
           MOVE WS-REC-COUNT TO PHD-REC-COUNT
           MOVE WS-CHECKSUM  TO PHD-HASH-TOTAL
           IF WS-REC-COUNT = 0
               MOVE 'N' TO PHD-RESULT
           ELSE
               MOVE 'Y' TO PHD-RESULT
           END-IF
           IF PHD-FUNC = 'H'
               PERFORM 3000-LOG-HOLD
           END-IF
           GOBACK.

       1000-COUNT-F50-FILE.
           MOVE 50 TO WS-BUF-LEN
           OPEN INPUT PAY-F50-FILE
           PERFORM UNTIL PAY-EOF
               READ PAY-F50-FILE
                   AT END SET PAY-EOF TO TRUE
                   NOT AT END
                       MOVE PAY-F50-REC TO WS-PAY-BUF
                       PERFORM 2000-SUM-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE PAY-F50-FILE.

       1100-COUNT-F80-FILE.
           MOVE 80 TO WS-BUF-LEN
           OPEN INPUT PAY-F80-FILE
           PERFORM UNTIL PAY-EOF
               READ PAY-F80-FILE
                   AT END SET PAY-EOF TO TRUE
                   NOT AT END
                       MOVE PAY-F80-REC TO WS-PAY-BUF
                       PERFORM 2000-SUM-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE PAY-F80-FILE.

       1200-COUNT-F100-FILE.
           MOVE 100 TO WS-BUF-LEN
           OPEN INPUT PAY-F100-FILE
           PERFORM UNTIL PAY-EOF
               READ PAY-F100-FILE
                   AT END SET PAY-EOF TO TRUE
                   NOT AT END
                       MOVE PAY-F100-REC TO WS-PAY-BUF
                       PERFORM 2000-SUM-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE PAY-F100-FILE.

       1300-COUNT-F150-FILE.
           MOVE 150 TO WS-BUF-LEN
           OPEN INPUT PAY-F150-FILE
           PERFORM UNTIL PAY-EOF
               READ PAY-F150-FILE
                   AT END SET PAY-EOF TO TRUE
                   NOT AT END
                       MOVE PAY-F150-REC TO WS-PAY-BUF
                       PERFORM 2000-SUM-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE PAY-F150-FILE.

       1400-COUNT-LINE-FILE.
           MOVE 256 TO WS-BUF-LEN
           OPEN INPUT PAY-L-FILE
           PERFORM UNTIL PAY-EOF
               MOVE SPACES TO PAY-L-LINE
               READ PAY-L-FILE
                   AT END SET PAY-EOF TO TRUE
                   NOT AT END
                       MOVE PAY-L-LINE TO WS-PAY-BUF
                       PERFORM 2000-SUM-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE PAY-L-FILE.

      * 單筆:記錄數加一，位元組序值×位置累加(模10**18)。
       2000-SUM-ONE-RECORD.
           ADD 1 TO WS-REC-COUNT
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-BUF-LEN
               COMPUTE WS-BYTE-ORD =
                   FUNCTION ORD(WS-PAY-BUF(WS-CX:1))
               COMPUTE WS-CHECKSUM = FUNCTION MOD(
                   WS-CHECKSUM + WS-BYTE-ORD * WS-CX, WS-HASH-BASE)
           END-PERFORM.

      * 扣留事件累加登錄於放行登記簿。
       3000-LOG-HOLD.
           ACCEPT WS-TIME-NOW FROM TIME
           OPEN EXTEND PAYREL-FILE
           MOVE SPACES TO PAY-RELEASE-REC
           MOVE PHD-FILE-NAME    TO PRL-FILE-NAME
           MOVE PHD-BUS-DATE     TO PRL-BUS-DATE
           SET PRL-HELD TO TRUE
           MOVE PHD-SOURCE       TO PRL-SOURCE
           MOVE PHD-RECFM        TO PRL-RECFM
           MOVE PHD-RECLEN       TO PRL-RECLEN
           MOVE PHD-DTL-COUNT    TO PRL-DTL-COUNT
           MOVE PHD-AMOUNT-TOTAL TO PRL-AMOUNT-TOTAL
           MOVE PHD-REC-COUNT    TO PRL-REC-COUNT
           MOVE PHD-HASH-TOTAL   TO PRL-HASH-TOTAL
           MOVE WS-TIME-NOW(1:6) TO PRL-EVENT-TIME
           WRITE PAY-RELEASE-REC
           CLOSE PAYREL-FILE.
