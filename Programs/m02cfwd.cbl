      *   2026-08-21  新增此程式
      *   2026-08-22  錯誤代碼'C5'登錄於錯誤代碼對照主檔(經主檔
      *               維護作業)，錯誤統計報表不再列為未登錄代碼
      *   2026-09-16  檢出錯誤改經 M0ERRDT 登錄逐筆錯誤明細檔，
      *               依錯誤代碼優先序決定註記代碼(原直接覆蓋)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02CFWD.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STORED          PIC ZZZZZZZZZZZ9.

       COPY m0errdt.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT REQ-FILE
               END-PERFORM
           END-IF
           IF M02-STOCK-NOS-5 NOT = WS-STORED-QTY
               MOVE "C5" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE M02-ETF-ID       TO WS-D-ETF-ID
               MOVE WS-DETAIL-LINE TO CFWD-RPT-LINE
               WRITE CFWD-RPT-LINE
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
           MOVE "M02CFWD"      TO ERD-SOURCE
           MOVE 0              TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO M02-ERROR-CODE.
