      * M02SSEX - 套利賣空部位平盤下賣出豁免資格檢核
      * M02ARBI 僅就套利賣空部位(M02-ARBITRAGE-NOS)加總比對單股
      * 限額，未檢核該賣空本身是否得於平盤下為之；合規單位過去
      * 依報表逐筆人工對照。本程式逐筆檢核補記交易種類之明細檔
      * M02E.DAT 之申購明細(TX-KIND='1')，經共用查詢服務 T30LOOK
      * 取得股票之豁免註記:
      *   1. 套利賣空部位先以借券部位(M02-BORROW-STOCK-NOS)支應，
      *      該部分視為借券賣出，須 MARK-S='Y'(豁免平盤下借券賣
      *      出)，否則錯誤代碼'SS'。
      *   2. 超出借券部位之餘額視為融券賣出，須 MARK-M='Y'(豁免
      *      平盤下融券賣出)，否則錯誤代碼'SM'。
      *   3. 主檔查無之股票列示於報表(無從檢核)；境外(市場別F)
      *      及債券(市場別B)成分無平盤下賣出限制，略過不檢核。
      * 控制檔 M02SSEX.CTL 處理方式(1):'F'=僅列示(不註記錯誤代碼)
      * ，其餘(含無控制檔)=攔阻，錯誤經 M0ERRDT 登錄逐筆錯誤明細
      * 檔並依優先序註記。寫出 M02SSX.DAT(由排程取代 M02E.DAT)及
      * 例外報表。錯誤代碼'SS'/'SM'經主檔維護作業(M0MSTMT)登錄
      * 於錯誤代碼對照主檔。
      *
      * 修改紀錄:
      *   2026-10-01  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02SSEX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M02SSEX.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT M02-FILE ASSIGN TO "M02E.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-OUT-FILE ASSIGN TO "M02SSX.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SSEX-RPT-FILE ASSIGN TO "M02SSEX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-MODE             PIC X(01).

       FD  M02-FILE.
       COPY m02rec.

       FD  M02-OUT-FILE.
       01  M02-OUT-REC              PIC X(150).

       FD  SSEX-RPT-FILE.
       01  SSEX-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-M02-EOF               PIC X VALUE 'N'.
           88  M02-EOF                    VALUE 'Y'.

       01  WS-MODE                  PIC X(01) VALUE SPACE.
           88  FLAG-ONLY                  VALUE 'F'.

       01  WS-SBL-NOS               PIC 9(10).
       01  WS-MARGIN-NOS            PIC 9(10).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-ARB-COUNT             PIC 9(07) VALUE 0.
       01  WS-SBL-ERR-COUNT         PIC 9(07) VALUE 0.
       01  WS-MGN-ERR-COUNT         PIC 9(07) VALUE 0.
       01  WS-NOT-FOUND-COUNT       PIC 9(07) VALUE 0.
       01  WS-NON-EQUITY-COUNT      PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "ARBITRAGE SHORT-SALE EXEMPTION CHECK (MARK-M/MARK-S)".
       01  WS-HDR-MODE              PIC X(80).
       01  WS-HDR-2                 PIC X(100) VALUE
           "ETF-ID BROKER TX-DATE  SEQ STKNO   ARBITRAGE  SHORT-QTY M S
      -    "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-BROKER-ID       PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-D-TX-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STKNO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ARB-NOS         PIC ZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-SHORT-NOS       PIC ZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-MARK-M          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-MARK-S          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RESULT          PIC X(50).

       COPY t30look.
       COPY m0errdt.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE SPACE TO CTL-MODE
           END-READ
           MOVE CTL-MODE TO WS-MODE
           CLOSE CTL-FILE

           OPEN OUTPUT SSEX-RPT-FILE
           MOVE WS-HDR-1 TO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE
           IF FLAG-ONLY
               MOVE "MODE: FLAG ONLY - ERROR CODES NOT STAMPED"
                   TO WS-HDR-MODE
           ELSE
               MOVE "MODE: REJECT - ERROR CODES SS/SM STAMPED"
                   TO WS-HDR-MODE
           END-IF
           MOVE WS-HDR-MODE TO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE
           MOVE WS-HDR-2 TO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE

           OPEN INPUT M02-FILE
           OPEN OUTPUT M02-OUT-FILE
           PERFORM UNTIL M02-EOF
               READ M02-FILE
                   AT END SET M02-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF M02-TRAN-CODE = SPACE
                               AND M02-TX-KIND = '1'
                               AND M02-ARBITRAGE-NOS > 0
                           PERFORM 2000-CHECK-EXEMPTION
                       END-IF
                       WRITE M02-OUT-REC FROM M02-RECORD
               END-READ
           END-PERFORM
           CLOSE M02-FILE M02-OUT-FILE

           MOVE SPACES TO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE
           STRING "M02 DETAILS READ..........: " WS-READ-COUNT
               DELIMITED BY SIZE INTO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE
           MOVE SPACES TO SSEX-RPT-LINE
           STRING "ARBITRAGE SHORTS CHECKED..: " WS-ARB-COUNT
               DELIMITED BY SIZE INTO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE
           MOVE SPACES TO SSEX-RPT-LINE
           STRING "SBL SHORT NOT EXEMPT ('SS'): " WS-SBL-ERR-COUNT
               DELIMITED BY SIZE INTO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE
           MOVE SPACES TO SSEX-RPT-LINE
           STRING "MGN SHORT NOT EXEMPT ('SM'): " WS-MGN-ERR-COUNT
               DELIMITED BY SIZE INTO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE
           MOVE SPACES TO SSEX-RPT-LINE
           STRING "NOT IN T30 MASTER.........: " WS-NOT-FOUND-COUNT
               DELIMITED BY SIZE INTO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE
           MOVE SPACES TO SSEX-RPT-LINE
           STRING "NON-EQUITY LINES SKIPPED..: " WS-NON-EQUITY-COUNT
               DELIMITED BY SIZE INTO SSEX-RPT-LINE
           WRITE SSEX-RPT-LINE

           CLOSE SSEX-RPT-FILE
           STOP RUN.

      * 套利賣空部位先以借券部位支應(借券賣出)，餘額為融券賣出；
      * 兩部分分別對照 MARK-S/MARK-M 豁免註記。
       2000-CHECK-EXEMPTION.
           MOVE M02-STKNO TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND NOT = 'Y'
               ADD 1 TO WS-NOT-FOUND-COUNT
               PERFORM 3000-BUILD-DETAIL
               MOVE 0 TO WS-D-SHORT-NOS
               MOVE "STOCK NOT IN T30 MASTER - EXEMPTION UNVERIFIED"
                   TO WS-D-RESULT
               MOVE WS-DETAIL-LINE TO SSEX-RPT-LINE
               WRITE SSEX-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF T30L-MARKET = 'F' OR T30L-MARKET = 'B'
               ADD 1 TO WS-NON-EQUITY-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARB-COUNT

           IF M02-BORROW-STOCK-NOS >= M02-ARBITRAGE-NOS
               MOVE M02-ARBITRAGE-NOS TO WS-SBL-NOS
           ELSE
               MOVE M02-BORROW-STOCK-NOS TO WS-SBL-NOS
           END-IF
           COMPUTE WS-MARGIN-NOS = M02-ARBITRAGE-NOS - WS-SBL-NOS

           IF WS-SBL-NOS > 0 AND T30L-MARK-S NOT = 'Y'
               ADD 1 TO WS-SBL-ERR-COUNT
               PERFORM 3000-BUILD-DETAIL
               MOVE WS-SBL-NOS TO WS-D-SHORT-NOS
               MOVE "SS SBL SHORT - STOCK NOT EXEMPT (MARK-S)"
                   TO WS-D-RESULT
               MOVE WS-DETAIL-LINE TO SSEX-RPT-LINE
               WRITE SSEX-RPT-LINE
               IF NOT FLAG-ONLY
                   MOVE "SS" TO ERD-NEW-CODE
                   PERFORM 9500-RECORD-ERROR
               END-IF
           END-IF
           IF WS-MARGIN-NOS > 0 AND T30L-MARK-M NOT = 'Y'
               ADD 1 TO WS-MGN-ERR-COUNT
               PERFORM 3000-BUILD-DETAIL
               MOVE WS-MARGIN-NOS TO WS-D-SHORT-NOS
               MOVE "SM MARGIN SHORT - STOCK NOT EXEMPT (MARK-M)"
                   TO WS-D-RESULT
               MOVE WS-DETAIL-LINE TO SSEX-RPT-LINE
               WRITE SSEX-RPT-LINE
               IF NOT FLAG-ONLY
                   MOVE "SM" TO ERD-NEW-CODE
                   PERFORM 9500-RECORD-ERROR
               END-IF
           END-IF.

       3000-BUILD-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE M02-ETF-ID        TO WS-D-ETF-ID
           MOVE M02-BROKER-ID     TO WS-D-BROKER-ID
           MOVE M02-TX-DATE       TO WS-D-TX-DATE
           MOVE M02-SEQNO         TO WS-D-SEQNO
           MOVE M02-STKNO         TO WS-D-STKNO
           MOVE M02-ARBITRAGE-NOS TO WS-D-ARB-NOS
           MOVE T30L-MARK-M       TO WS-D-MARK-M
           MOVE T30L-MARK-S       TO WS-D-MARK-S.

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
           MOVE "M02SSEX"      TO ERD-SOURCE
           MOVE 0              TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO M02-ERROR-CODE.
