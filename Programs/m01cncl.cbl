      *   2026-08-09  取消申報表溢滿時於例外清單加印警告訊息
      *   2026-08-21  改寫記錄逐筆寫出前後影像日誌(M01CNCL.JNL)
      *               ，誤跑批次可由 M01BKO 依日誌回復改寫前狀態
      *   2026-10-15  每筆取消改寫另經 M0AUDLG 寫入作業稽核總帳
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01CNCL.
           88  M01-EOF                    VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-PRE-STATE             PIC X(01).

       01  WS-CANCEL-TABLE.
           05  WS-CANCEL-COUNT      PIC 9(04) VALUE 0.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-REASON          PIC X(50).

       COPY m0audlg.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
               END-PERFORM
           END-IF
           IF TARGET-FOUND
               MOVE STATE TO WS-PRE-STATE
               PERFORM 3100-JOURNAL-BEFORE-IMAGE
               SET STATE-CANCELLED TO TRUE
               PERFORM 3200-JOURNAL-AFTER-IMAGE
               PERFORM 3300-AUDIT-CANCEL
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ETF-ID    TO WS-D-ETF-ID
           MOVE M01         TO JNL-M01-IMAGE
           WRITE JNL-REC.

      * 取消改寫事件寫入作業稽核總帳(批次執行，無經辦)。
       3300-AUDIT-CANCEL.
           MOVE SPACES TO ADL-PARM
           COMPUTE ADL-TIMESTAMP = WS-RUN-DATE * 1000000
           MOVE "*BATCH*"   TO ADL-OPER-ID
           MOVE "M01CNCL"   TO ADL-PROGRAM
           MOVE "CNCL"      TO ADL-EVENT
           STRING "M01 " ETF-ID " " BROKER-ID " " TX-DATE " " SEQNO
               DELIMITED BY SIZE INTO ADL-OBJECT
           STRING "STATE '" WS-PRE-STATE "'"
               DELIMITED BY SIZE INTO ADL-BEFORE
           STRING "STATE '" STATE "'"
               DELIMITED BY SIZE INTO ADL-AFTER
           MOVE "SAME-DAY CANCEL REQUEST" TO ADL-REASON
           CALL "M0AUDLG" USING ADL-PARM.

       4000-COUNT-UNMATCHED.
           IF WS-CANCEL-COUNT > 0
               PERFORM VARYING WS-CX FROM 1 BY 1
