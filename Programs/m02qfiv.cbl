      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-09-16  檢出錯誤改經 M0ERRDT 登錄逐筆錯誤明細檔，
      *               依錯誤代碼優先序決定註記代碼；已帶錯誤代碼
      *               之記錄亦予檢核(僅登錄明細，不計入累計)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02QFIV.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-USED            PIC ZZZZZZZZZZZ9.

       COPY m0errdt.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
                       ADD 1 TO WS-READ-COUNT
                       IF M02-TRAN-CODE = SPACE
                               AND M02-TX-KIND = '2'
                           PERFORM 2000-ENFORCE-QUOTA
                       END-IF
                       WRITE M02-OUT-REC FROM M02-RECORD
           CLOSE QFI-FILE.

      * 累計後超過配額之明細註記'QX'且不計入累計；主檔無配額之
      * 股票不受限。已帶錯誤代碼之明細僅檢核登錄，不計入累計。
       2000-ENFORCE-QUOTA.
           MOVE 0 TO WS-QTA-HIT
           PERFORM VARYING WS-QTX FROM 1 BY 1
           END-IF
           IF WS-QT-USED(WS-QTX) + WS-REC-SHARES
                   > WS-QT-QUOTA(WS-QTX)
               MOVE "QX" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               ADD 1 TO WS-BLOCK-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE M02-ETF-ID          TO WS-D-ETF-ID
                   DELIMITED BY SIZE INTO ALH-MESSAGE
               WRITE ALERT-HUB-REC
           ELSE
               IF M02-ERROR-CODE = SPACES
                   ADD 1 TO WS-REDEEM-COUNT
                   ADD WS-REC-SHARES TO WS-QT-USED(WS-QTX)
               END-IF
           END-IF.

      * 檢出之錯誤經 M0ERRDT 累加登錄逐筆錯誤明細檔(含股票代號)，
      * 並依錯誤代碼優先序決定明細上註記之代碼。
       9500-RECORD-ERROR.
           MOVE "M02"          TO ERD-REC-TYPE
           MOVE M02-ETF-ID     TO ERD-ETF-ID
           MOVE M02-BROKER-ID  TO ERD-BROKER-ID
           MOVE M02-TX-DATE    TO ERD-TX-DATE
           MOVE M02-SEQNO      TO ERD-SEQNO
           MOVE M02-STKNO      TO ERD-STKNO
           MOVE M02-ERROR-CODE TO ERD-CUR-CODE
           MOVE "M02QFIV"      TO ERD-SOURCE
           MOVE 0              TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO M02-ERROR-CODE.
