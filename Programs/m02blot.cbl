      * M02BLOT - 籃子成分數量整股(交易單位)合規檢核
      * M02 各成分部位(庫存、借券、T-1/T日淨入庫)從未比對交易
      * 單位，零股餘數一路流入 M0DEPXF 撥轉指示後才被保管機構
      * 退件。本程式逐筆檢核補記交易種類之明細檔 M02E.DAT:
      *   1. 經共用查詢服務 T30LOOK 取得面額註記(MARK-F)，依控制
      *      檔 M02BLOT.CTL 換算交易單位:標準面額(空白/'0'/'N')
      *      取標準交易單位(預設1000股)，非標準面額依控制檔之
      *      註記別交易單位；控制檔未設定之註記別列為無法檢核。
      *   2. 成分撥轉股數(庫存+借券+T-1+T日淨入庫)除以交易單位
      *      有餘數者，查零股交割許可主檔 ODLMST.DAT(經 M0MSTMT
      *      維護):申請日落於生效區間且餘數不逾零股上限者寫入零
      *      股清單 M02BLOT.ODL，不註記錯誤；其餘註記錯誤代碼'BL'
      *      (經 M0ERRDT 登錄)並列於例外報表。
      *   3. 債券(市場別B，面額檢核見 M02PCF)及境外(市場別F)成分
      *      不適用整股規則，略過不檢核。
      * 寫出 M02BLT.DAT(由排程取代 M02E.DAT)。錯誤代碼'BL'經主檔
      * 維護作業(M0MSTMT)登錄於錯誤代碼對照主檔。
      * 控制檔:標準交易單位(6)+註記別交易單位5組(註記別(1)+交易
      * 單位(6))；未設定或非數字時標準交易單位為1000股。
      *
      * 修改紀錄:
      *   2026-10-01  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M02BLOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M02BLOT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ODL-FILE ASSIGN TO "ODLMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-FILE ASSIGN TO "M02E.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT M02-OUT-FILE ASSIGN TO "M02BLT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ODD-LIST-FILE ASSIGN TO "M02BLOT.ODL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLOT-RPT-FILE ASSIGN TO "M02BLOT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-STD-LOT          PIC 9(06).
           05  CTL-F-ENTRY OCCURS 5 TIMES.
               10  CTL-F-CODE       PIC X(01).
               10  CTL-F-LOT        PIC 9(06).

       FD  ODL-FILE.
       COPY odlmst.

       FD  M02-FILE.
       COPY m02rec.

       FD  M02-OUT-FILE.
       01  M02-OUT-REC              PIC X(150).

       FD  ODD-LIST-FILE.
       01  ODD-LIST-LINE            PIC X(132).

       FD  BLOT-RPT-FILE.
       01  BLOT-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-M02-EOF               PIC X VALUE 'N'.
           88  M02-EOF                    VALUE 'Y'.
       01  WS-ODL-EOF               PIC X VALUE 'N'.
           88  ODL-EOF                    VALUE 'Y'.
       01  WS-CTL-EOF               PIC X VALUE 'N'.
           88  CTL-EOF                    VALUE 'Y'.

       01  WS-STD-LOT               PIC 9(06) VALUE 1000.
       01  WS-FLOT-TABLE.
           05  WS-FLOT-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-FLX.
               10  WS-FL-CODE       PIC X(01).
               10  WS-FL-LOT        PIC 9(06).

      * 零股交割許可表(全檔載入，筆數不多)。
       01  WS-ODL-TABLE.
           05  WS-ODL-COUNT         PIC 9(04) VALUE 0.
           05  WS-ODL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-OLX.
               10  WS-OL-ETF-ID     PIC X(06).
               10  WS-OL-STKNO      PIC X(06).
               10  WS-OL-EFF-FROM   PIC 9(08).
               10  WS-OL-EFF-TO     PIC 9(08).
               10  WS-OL-MAX-ODD    PIC 9(06).
               10  WS-OL-REASON     PIC X(16).
       01  WS-ODL-HIT               PIC 9(04).

       01  WS-LOT-SIZE              PIC 9(06).
       01  WS-XFER-SHARES           PIC 9(11).
       01  WS-LOTS                  PIC 9(11).
       01  WS-ODD-SHARES            PIC 9(06).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-CHECKED-COUNT         PIC 9(07) VALUE 0.
       01  WS-ODD-ALLOWED-COUNT     PIC 9(07) VALUE 0.
       01  WS-VIOLATION-COUNT       PIC 9(07) VALUE 0.
       01  WS-NO-UNIT-COUNT         PIC 9(07) VALUE 0.
       01  WS-NOT-FOUND-COUNT       PIC 9(07) VALUE 0.
       01  WS-NON-EQUITY-COUNT      PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "BASKET BOARD-LOT CONFORMITY CHECK".
       01  WS-HDR-ODL               PIC X(80) VALUE
           "ODD-LOT REMAINDERS ALLOWED FOR SETTLEMENT (ODLMST)".
       01  WS-HDR-2.
           05  FILLER               PIC X(34) VALUE
               "ETF-ID BROKER TX-DATE  SEQ STKNO  ".
           05  FILLER               PIC X(36) VALUE
               "F    XFER-QTY    LOT ODD-QTY RESULT".

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
           05  WS-D-MARK-F          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-XFER            PIC ZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LOT             PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ODD             PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RESULT          PIC X(50).

       COPY t30look.
       COPY m0errdt.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-CONTROL
           PERFORM 1100-LOAD-ODL-TABLE

           OPEN OUTPUT BLOT-RPT-FILE
           MOVE WS-HDR-1 TO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE
           MOVE SPACES TO BLOT-RPT-LINE
           STRING "STANDARD TRADING UNIT: " WS-STD-LOT " SHARES"
               DELIMITED BY SIZE INTO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE
           MOVE WS-HDR-2 TO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE

           OPEN OUTPUT ODD-LIST-FILE
           MOVE WS-HDR-ODL TO ODD-LIST-LINE
           WRITE ODD-LIST-LINE
           MOVE WS-HDR-2 TO ODD-LIST-LINE
           WRITE ODD-LIST-LINE

           OPEN INPUT M02-FILE
           OPEN OUTPUT M02-OUT-FILE
           PERFORM UNTIL M02-EOF
               READ M02-FILE
                   AT END SET M02-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF M02-TRAN-CODE = SPACE
                           PERFORM 2000-CHECK-LOT
                       END-IF
                       WRITE M02-OUT-REC FROM M02-RECORD
               END-READ
           END-PERFORM
           CLOSE M02-FILE M02-OUT-FILE

           MOVE SPACES TO ODD-LIST-LINE
           WRITE ODD-LIST-LINE
           STRING "ODD-LOT REMAINDERS ALLOWED: " WS-ODD-ALLOWED-COUNT
               DELIMITED BY SIZE INTO ODD-LIST-LINE
           WRITE ODD-LIST-LINE
           CLOSE ODD-LIST-FILE

           MOVE SPACES TO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE
           STRING "M02 DETAILS READ..........: " WS-READ-COUNT
               DELIMITED BY SIZE INTO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE
           MOVE SPACES TO BLOT-RPT-LINE
           STRING "LINES CHECKED.............: " WS-CHECKED-COUNT
               DELIMITED BY SIZE INTO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE
           MOVE SPACES TO BLOT-RPT-LINE
           STRING "NOT WHOLE LOTS ('BL').....: " WS-VIOLATION-COUNT
               DELIMITED BY SIZE INTO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE
           MOVE SPACES TO BLOT-RPT-LINE
           STRING "ODD LOTS ALLOWED (LISTED).: " WS-ODD-ALLOWED-COUNT
               DELIMITED BY SIZE INTO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE
           MOVE SPACES TO BLOT-RPT-LINE
           STRING "NO TRADING UNIT FOR MARK-F: " WS-NO-UNIT-COUNT
               DELIMITED BY SIZE INTO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE
           MOVE SPACES TO BLOT-RPT-LINE
           STRING "NOT IN T30 MASTER.........: " WS-NOT-FOUND-COUNT
               DELIMITED BY SIZE INTO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE
           MOVE SPACES TO BLOT-RPT-LINE
           STRING "NON-EQUITY LINES SKIPPED..: " WS-NON-EQUITY-COUNT
               DELIMITED BY SIZE INTO BLOT-RPT-LINE
           WRITE BLOT-RPT-LINE

           CLOSE BLOT-RPT-FILE
           STOP RUN.

      * 控制檔:標準交易單位及非標準面額註記別之交易單位。
       1000-LOAD-CONTROL.
           MOVE SPACES TO WS-FLOT-TABLE
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           IF NOT CTL-EOF
               IF CTL-STD-LOT IS NUMERIC AND CTL-STD-LOT > 0
                   MOVE CTL-STD-LOT TO WS-STD-LOT
               END-IF
               PERFORM VARYING WS-FLX FROM 1 BY 1 UNTIL WS-FLX > 5
                   IF CTL-F-CODE(WS-FLX) NOT = SPACE
                           AND CTL-F-LOT(WS-FLX) IS NUMERIC
                           AND CTL-F-LOT(WS-FLX) > 0
                       MOVE CTL-F-CODE(WS-FLX) TO WS-FL-CODE(WS-FLX)
                       MOVE CTL-F-LOT(WS-FLX)  TO WS-FL-LOT(WS-FLX)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CTL-FILE.

       1100-LOAD-ODL-TABLE.
           OPEN INPUT ODL-FILE
           PERFORM UNTIL ODL-EOF
               READ ODL-FILE
                   AT END SET ODL-EOF TO TRUE
                   NOT AT END
                       IF WS-ODL-COUNT < 2000
                           ADD 1 TO WS-ODL-COUNT
                           SET WS-OLX TO WS-ODL-COUNT
                           MOVE ODL-ETF-ID   TO WS-OL-ETF-ID(WS-OLX)
                           MOVE ODL-STKNO    TO WS-OL-STKNO(WS-OLX)
                           MOVE ODL-EFF-FROM TO WS-OL-EFF-FROM(WS-OLX)
                           MOVE ODL-EFF-TO   TO WS-OL-EFF-TO(WS-OLX)
                           MOVE ODL-MAX-ODD  TO WS-OL-MAX-ODD(WS-OLX)
                           MOVE ODL-REASON   TO WS-OL-REASON(WS-OLX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ODL-FILE.

      * 撥轉股數除以交易單位之餘數即零股；有餘數者查零股許可。
       2000-CHECK-LOT.
           MOVE 0 TO WS-LOT-SIZE WS-ODD-SHARES
           COMPUTE WS-XFER-SHARES =
               M02-NORMAL-STOCK-NOS + M02-BORROW-STOCK-NOS
               + M02-T1-STOCK-NOS + M02-T-STOCK-NOS
           IF WS-XFER-SHARES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE M02-STKNO TO T30L-STOCK-NO
           MOVE 0 TO T30L-AS-OF-DATE
           CALL "T30LOOK" USING T30L-PARM
           IF T30L-FOUND NOT = 'Y'
               ADD 1 TO WS-NOT-FOUND-COUNT
               EXIT PARAGRAPH
           END-IF
           IF T30L-MARKET = 'F' OR T30L-MARKET = 'B'
               ADD 1 TO WS-NON-EQUITY-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-DERIVE-LOT-SIZE
           IF WS-LOT-SIZE = 0
               ADD 1 TO WS-NO-UNIT-COUNT
               PERFORM 3000-BUILD-DETAIL
               MOVE "NO TRADING UNIT SET FOR NON-STANDARD PAR MARK-F"
                   TO WS-D-RESULT
               MOVE WS-DETAIL-LINE TO BLOT-RPT-LINE
               WRITE BLOT-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECKED-COUNT

           DIVIDE WS-XFER-SHARES BY WS-LOT-SIZE
               GIVING WS-LOTS REMAINDER WS-ODD-SHARES
           IF WS-ODD-SHARES = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-FIND-ODD-LOT-ALLOWANCE
           PERFORM 3000-BUILD-DETAIL
           IF WS-ODL-HIT > 0
               SET WS-OLX TO WS-ODL-HIT
               ADD 1 TO WS-ODD-ALLOWED-COUNT
               MOVE SPACES TO WS-D-RESULT
               STRING "ODD LOT ALLOWED: " WS-OL-REASON(WS-OLX)
                   DELIMITED BY SIZE INTO WS-D-RESULT
               MOVE WS-DETAIL-LINE TO ODD-LIST-LINE
               WRITE ODD-LIST-LINE
           ELSE
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "BL QUANTITY NOT IN WHOLE TRADING LOTS"
                   TO WS-D-RESULT
               MOVE WS-DETAIL-LINE TO BLOT-RPT-LINE
               WRITE BLOT-RPT-LINE
               MOVE "BL" TO ERD-NEW-CODE
               PERFORM 9500-RECORD-ERROR
           END-IF.

      * 標準面額取標準交易單位；非標準面額依控制檔註記別對照，
      * 查無者回0(無法檢核)。
       2100-DERIVE-LOT-SIZE.
           IF T30L-MARK-F = SPACE OR T30L-MARK-F = '0'
                   OR T30L-MARK-F = 'N'
               MOVE WS-STD-LOT TO WS-LOT-SIZE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOT-SIZE
           PERFORM VARYING WS-FLX FROM 1 BY 1 UNTIL WS-FLX > 5
               IF WS-FL-CODE(WS-FLX) = T30L-MARK-F
                   MOVE WS-FL-LOT(WS-FLX) TO WS-LOT-SIZE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 先找基金+股票之許可，查無再找基金全部成分之許可；須申請日
      * 落於生效區間且餘數不逾零股上限(0=不限)。
       2200-FIND-ODD-LOT-ALLOWANCE.
           MOVE 0 TO WS-ODL-HIT
           PERFORM VARYING WS-OLX FROM 1 BY 1
                   UNTIL WS-OLX > WS-ODL-COUNT
               IF WS-OL-ETF-ID(WS-OLX) = M02-ETF-ID
                       AND (WS-OL-STKNO(WS-OLX) = M02-STKNO
                            OR WS-OL-STKNO(WS-OLX) = SPACES)
                       AND M02-TX-DATE >= WS-OL-EFF-FROM(WS-OLX)
                       AND M02-TX-DATE <= WS-OL-EFF-TO(WS-OLX)
                       AND (WS-OL-MAX-ODD(WS-OLX) = 0
                            OR WS-ODD-SHARES <= WS-OL-MAX-ODD(WS-OLX))
                   SET WS-ODL-HIT TO WS-OLX
                   IF WS-OL-STKNO(WS-OLX) = M02-STKNO
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       3000-BUILD-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE M02-ETF-ID     TO WS-D-ETF-ID
           MOVE M02-BROKER-ID  TO WS-D-BROKER-ID
           MOVE M02-TX-DATE    TO WS-D-TX-DATE
           MOVE M02-SEQNO      TO WS-D-SEQNO
           MOVE M02-STKNO      TO WS-D-STKNO
           MOVE T30L-MARK-F    TO WS-D-MARK-F
           MOVE WS-XFER-SHARES TO WS-D-XFER
           MOVE WS-LOT-SIZE    TO WS-D-LOT
           MOVE WS-ODD-SHARES  TO WS-D-ODD.

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
           MOVE "M02BLOT"      TO ERD-SOURCE
           MOVE 0              TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO M02-ERROR-CODE.
