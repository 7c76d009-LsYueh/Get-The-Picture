      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-10-10  退票重送時一併自本日傳票佐證明細檔 GLFDTL.DAT
      *               轉出該傳票行之明細(GLRSDTL.DAT，改攜新串聯
      *               編號)，由 M0GLFD 併入次日明細，懸帳項可依
      *               M0GLDRL 追查來源案件
      *   2026-10-11  日勾稽前呼叫 M0SYSCK 檢核會計期間鎖定:基準日
      *               所屬月份已月結關帳者拒絕立懸/銷懸
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0GLACK.
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESUB-FILE ASSIGN TO "GLRESUB.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GLDTL-FILE ASSIGN TO "GLFDTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RSDTL-FILE ASSIGN TO "GLRSDTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-RPT-FILE ASSIGN TO "M0GLACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  RESUB-FILE.
       01  RESUB-REC                PIC X(60).

       FD  GLDTL-FILE.
       01  GLDTL-REC                PIC X(120).

       FD  RSDTL-FILE.
       01  RSDTL-REC                PIC X(120).

       FD  ACK-RPT-FILE.
       01  ACK-RPT-LINE             PIC X(132).

       01  WS-MODE                  PIC X(01).
       01  WS-PROC-DATE             PIC 9(08).

       COPY m0sysck.

      * 懸帳記錄版面(85位)。
       01  WS-SUS-REC.
           05  SUS-NO               PIC 9(06).
               10  WS-RS-REASON     PIC X(20).
               10  WS-RS-LINK       PIC X(06).

      * 本日重送傳票行(原串聯編號/新串聯編號)。
       01  WS-RSB-TABLE.
           05  WS-RSB-COUNT         PIC 9(04) VALUE 0.
           05  WS-RSB-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RBX.
               10  WS-RB-KEY        PIC X(22).
               10  WS-RB-OLD-LINK   PIC X(06).
               10  WS-RB-NEW-LINK   PIC X(06).

       COPY glfdtl.

       01  WS-DTL-EOF               PIC X VALUE 'N'.
           88  DTL-EOF                    VALUE 'Y'.
       01  WS-RSDTL-COUNT           PIC 9(07) VALUE 0.

       01  WS-WORK-KEY              PIC X(22).
       01  WS-FOUND-SW              PIC X(01).
       01  WS-LAST-SUS-NO           PIC 9(06) VALUE 0.
           STOP RUN.

       1000-DAILY-RECONCILE.
           MOVE 'P' TO SCK-FUNC
           MOVE WS-PROC-DATE TO SCK-CHECK-DATE
           CALL "M0SYSCK" USING SCK-PARM
           IF SCK-RESULT NOT = 'Y'
               MOVE SPACES TO ACK-RPT-LINE
               STRING "RECONCILE REFUSED - PERIOD " WS-PROC-DATE(1:6)
                   " IS CLOSED (BASE DATE " WS-PROC-DATE ")"
                   DELIMITED BY SIZE INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-LOAD-VOUCHERS
           PERFORM 1200-LOAD-RESULTS
           PERFORM 1300-MATCH-VOUCHERS
               END-READ
           END-PERFORM
           CLOSE SUSP-OUT
           CLOSE RESUB-FILE
           PERFORM 3200-WRITE-RESUB-DETAIL.

       3100-WRITE-ONE-RESUB.
           MOVE 'N' TO WS-FOUND-SW
               MOVE SUS-NO TO WS-LINK-DISP
               MOVE WS-LINK-DISP TO RESUB-REC(46:6)
               WRITE RESUB-REC
               IF WS-RSB-COUNT < 2000
                   ADD 1 TO WS-RSB-COUNT
                   SET WS-RBX TO WS-RSB-COUNT
                   MOVE SUS-VCH-KEY TO WS-RB-KEY(WS-RBX)
                   MOVE WS-VC-IMAGE(WS-VCX)(46:6)
                       TO WS-RB-OLD-LINK(WS-RBX)
                   MOVE WS-LINK-DISP TO WS-RB-NEW-LINK(WS-RBX)
               END-IF
           END-IF.

      * 重送傳票行之佐證明細:自本日明細檔依傳票鍵值+原串聯編號
      * 取出，改攜新串聯編號寫出重送明細檔。
       3200-WRITE-RESUB-DETAIL.
           OPEN OUTPUT RSDTL-FILE
           OPEN INPUT GLDTL-FILE
           PERFORM UNTIL DTL-EOF
               READ GLDTL-FILE INTO GL-DETAIL-REC
                   AT END SET DTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 3210-CARRY-ONE-DETAIL
               END-READ
           END-PERFORM
           CLOSE GLDTL-FILE
           CLOSE RSDTL-FILE
           MOVE SPACES TO ACK-RPT-LINE
           STRING "RESUBMIT DETAIL CARRIED: " WS-RSDTL-COUNT
               DELIMITED BY SIZE INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE.

       3210-CARRY-ONE-DETAIL.
           IF WS-RSB-COUNT > 0
               PERFORM VARYING WS-RBX FROM 1 BY 1
                       UNTIL WS-RBX > WS-RSB-COUNT
                   IF WS-RB-KEY(WS-RBX) = GLD-VCH-KEY
                           AND WS-RB-OLD-LINK(WS-RBX) = GLD-LINK-REF
                       MOVE WS-RB-NEW-LINK(WS-RBX) TO GLD-LINK-REF
                       WRITE RSDTL-REC FROM GL-DETAIL-REC
                       ADD 1 TO WS-RSDTL-COUNT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * 關帳檢核:懸帳檔尚有未銷帳項即攔停月終關帳。
