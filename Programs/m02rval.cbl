      *      改變清單 M02RVAL.RPT。
      *
      * 假設: T30MWCH.LOG 由排程於每營業日起始輪轉，檔內即為
      *       本日異動；原已帶'DW'/'DM'之明細不重複標記。
      *
      * 修改紀錄:
      *   2026-09-02  新增此程式
      *   2026-09-02  無異動/無在途案件時仍原樣複寫 M02RVL.DAT
      *               (排程無條件換檔，原早退會令前一日舊檔被
      *               升級為本日 M02.DAT)
      *   2026-09-16  新違規改經 M0ERRDT 登錄逐筆錯誤明細檔，依
      *               錯誤代碼優先序決定註記代碼；已帶其他錯誤
      *               代碼之明細亦予重檢(僅已帶'DW'/'DM'者不重複)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02RVAL.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REASON          PIC X(50).

       COPY m0errdt.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT RVAL-RPT-FILE
      * 第一遍:異動股票之「全部」明細依 ETF+股票 加總張數(多筆
      * 限制檢核用)。加總口徑比照 M02OLIM:不分案件狀態、不分
      * 錯誤代碼，全日張數一體計入，僅標記遍(第二遍)限縮於在途
      * 之明細。
       2000-AGGREGATE-AFFECTED.
           OPEN INPUT M02-FILE
           PERFORM UNTIL M02-EOF
               PERFORM 3200-CHECK-AGGREGATE
           END-IF
           IF WS-STAMP-CODE NOT = SPACES
               MOVE WS-STAMP-CODE TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
               ADD 1 TO WS-STAMPED-COUNT
               MOVE M02-ETF-ID  TO WS-D-ETF-ID
               MOVE M02-TX-DATE TO WS-D-TX-DATE
               END-IF
           END-PERFORM.

      * 受影響(標記遍用)=股票在異動清單+案件在途+原未帶本程式
      * 代碼('DW'/'DM')。
       9000-TEST-AFFECTED.
           MOVE 'N' TO WS-AFFECTED-SW
           IF M02-ERROR-CODE = "DW" OR M02-ERROR-CODE = "DM"
               EXIT PARAGRAPH
           END-IF
           PERFORM 9100-TEST-STOCK-CHANGED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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
           MOVE "M02RVAL"      TO ERD-SOURCE
           MOVE 0              TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO M02-ERROR-CODE.
