      * M0BCERT - 新參加人券商申報認證與升等作業
      * 新參加人於券商主檔登錄後即以正式 M01/M02 送檔，首批正式
      * 檔案往往通不過任何檢核。改制後新參加人於主檔登錄為認證中
      * ('C')，M01BRKV 拒收其正式申報；認證期間券商依固定測試
      * 腳本送測試檔，於認證測試環境完整執行前門檢核(M0XMTV)、
      * 數值清洗(M0SCRUB)及 M01/M02 各檢核(M01BRKV 以控制檔
      * 執行別 T 放行認證中券商)後，由本程式比對腳本各情境之預期
      * 結果。請求檔 M0BCERT.REQ(模式(1)+經辦人員代號(8)+處理日
      * (8)+券商代表號(4))控制:
      *   'E' 評核 - 讀入測試腳本 BCERTSCR.DAT(情境代號+必要與否
      *       +檔別M01/M02+流水號+股票代號(M02)+預期結果+說明)，
      *       依券商代表號+流水號(M02另加股票代號)於本次認證執行
      *       之產出比對各情境實際結果:
      *         未見於前門放行之 M01.DAT/M02.DAT 亦未見於隔離檔
      *           M01QRN.DAT/M02QRN.DAT 者為未收到('--')；
      *         見於隔離檔者為 'QR'；
      *         其餘依逐筆錯誤明細檔 ERRDTL.DAT 該案件之錯誤代碼，
      *           含預期代碼者即為該代碼，無任何代碼者為 'OK'。
      *       實際結果與預期結果相同者通過。本次未收到之情境沿用
      *       前次結果，本次有收到者以本次結果取代(回歸亦重判)。
      *       各情境最新結果存於認證狀態檔 BCERT.DAT，報表
      *       M0BCERT.RPT 列示各情境結果及必要情境通過數。
      *   'P' 升等 - 經 M0AUTHC 檢核經辦具主檔維護角色，且該券商
      *       全部必要情境皆已通過方可升等；寫出 BRKMST.NEW(該
      *       券商狀態改為正常'A'，由排程取代 BRKMST.DAT)，並於
      *       BCERT.DAT 記錄升等之經辦與日期。
      * 請求無效、券商非認證中、經辦無權或尚有必要情境未通過時
      * 拒絕並以 RETURN-CODE=8 結束；評核完成惟尚未全部通過時
      * RETURN-CODE=4。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0BCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0BCERT.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRKMST-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BRKMST-NEW-FILE ASSIGN TO "BRKMST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCN-FILE ASSIGN TO "BCERTSCR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BCERT-IN-FILE ASSIGN TO "BCERT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BCERT-OUT-FILE ASSIGN TO "BCERT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M02-FILE ASSIGN TO "M02.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M01-QRN-FILE ASSIGN TO "M01QRN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL M02-QRN-FILE ASSIGN TO "M02QRN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ERRDTL-FILE ASSIGN TO "ERRDTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CERT-RPT-FILE ASSIGN TO "M0BCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
           05  REQ-USER-ID          PIC X(08).
           05  REQ-PROC-DATE        PIC 9(08).
           05  REQ-BROKER-ID        PIC X(04).

       FD  BRKMST-FILE.
       COPY brkmst.

       FD  BRKMST-NEW-FILE.
       01  BRKMST-NEW-REC           PIC X(50).

      * 認證測試腳本(全體新參加人共用之固定情境)。
       FD  SCN-FILE.
       01  SCN-REC.
           05  SCN-ID               PIC X(04).  *> 情境代號
           05  SCN-REQUIRED         PIC X(01).  *> 必要情境 Y/N
           05  SCN-REC-TYPE         PIC X(03).  *> 檔別 M01/M02
           05  SCN-SEQNO            PIC X(03).  *> 測試案件流水號
           05  SCN-STKNO            PIC X(06).  *> 股票代號(M02)
           05  SCN-EXPECT           PIC X(02).  *> 預期結果
           05  SCN-DESC             PIC X(40).  *> 情境說明
           05  FILLER               PIC X(01).

      * 認證狀態檔:券商各情境最新結果；情境代號 '*PRM' 為升等
      * 記錄。
       FD  BCERT-IN-FILE.
       01  BCERT-IN-REC             PIC X(30).

       FD  BCERT-OUT-FILE.
       01  BCERT-OUT-REC            PIC X(30).

       FD  M01-FILE.
       COPY m01.

       FD  M02-FILE.
       COPY m02rec.

       FD  M01-QRN-FILE.
       01  M01-QRN-REC.
           05  FILLER               PIC X(01).
           05  Q01-ETF-ID           PIC X(06).
           05  Q01-BROKER-ID        PIC X(04).
           05  Q01-TX-DATE          PIC X(08).
           05  Q01-SEQNO            PIC X(03).
           05  FILLER               PIC X(278).

       FD  M02-QRN-FILE.
       01  M02-QRN-REC.
           05  FILLER               PIC X(01).
           05  Q02-ETF-ID           PIC X(06).
           05  Q02-BROKER-ID        PIC X(04).
           05  Q02-TX-DATE          PIC X(08).
           05  Q02-SEQNO            PIC X(03).
           05  Q02-ACNT-BROKER      PIC X(04).
           05  Q02-ACNT-NO          PIC X(07).
           05  Q02-STKNO            PIC X(06).
           05  FILLER               PIC X(111).

       FD  ERRDTL-FILE.
       COPY errdtl.

       FD  CERT-RPT-FILE.
       01  CERT-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88  FILE-EOF                   VALUE 'Y'.

       01  WS-BCERT-REC.
           05  BCT-BROKER-ID        PIC X(04).
           05  BCT-SCN-ID           PIC X(04).
           05  BCT-RESULT           PIC X(01).
               88  BCT-PASSED             VALUE 'P'.
           05  BCT-RUN-DATE         PIC 9(08).
           05  BCT-ACTUAL           PIC X(02).
           05  BCT-OPER-ID          PIC X(08).
           05  FILLER               PIC X(03).

      * 認證狀態檔全檔(改寫時保留其他券商記錄)。
       01  WS-BCT-TABLE.
           05  WS-BCT-COUNT         PIC 9(04) VALUE 0.
           05  WS-BCT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-BTX.
               10  WS-BT-REC        PIC X(30).
       01  WS-BCT-OVERFLOW          PIC 9(05) VALUE 0.

      * 測試腳本情境與本券商結果。
       01  WS-SCN-TABLE.
           05  WS-SCN-COUNT         PIC 9(03) VALUE 0.
           05  WS-SCN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SCX.
               10  WS-SC-ID         PIC X(04).
               10  WS-SC-REQUIRED   PIC X(01).
               10  WS-SC-REC-TYPE   PIC X(03).
               10  WS-SC-SEQNO      PIC X(03).
               10  WS-SC-STKNO      PIC X(06).
               10  WS-SC-EXPECT     PIC X(02).
               10  WS-SC-DESC       PIC X(40).
               10  WS-SC-RECEIVED   PIC X(01).
               10  WS-SC-QUARANT    PIC X(01).
               10  WS-SC-FIRST-CODE PIC X(02).
               10  WS-SC-HIT-EXPECT PIC X(01).
               10  WS-SC-ACTUAL     PIC X(02).
               10  WS-SC-RESULT     PIC X(01).
               10  WS-SC-RUN-DATE   PIC 9(08).
               10  WS-SC-THIS-RUN   PIC X(01).
       01  WS-SCN-OVERFLOW          PIC 9(05) VALUE 0.

       01  WS-BRK-STATUS            PIC X(01) VALUE SPACE.
       01  WS-BRK-FOUND-SW          PIC X(01) VALUE 'N'.
           88  BRK-FOUND                  VALUE 'Y'.
       01  WS-KEY-SEQNO             PIC X(03).
       01  WS-KEY-STKNO             PIC X(06).
       01  WS-KEY-TYPE              PIC X(03).

       01  WS-REQ-TOTAL             PIC 9(03) VALUE 0.
       01  WS-REQ-PASSED            PIC 9(03) VALUE 0.
       01  WS-OPT-TOTAL             PIC 9(03) VALUE 0.
       01  WS-OPT-PASSED            PIC 9(03) VALUE 0.
       01  WS-RECEIVED-COUNT        PIC 9(03) VALUE 0.

       COPY m0authc.

       01  WS-HDR-DETAIL.
           05  FILLER               PIC X(45) VALUE
               "SCN  REQ TYPE SEQ STKNO  EXP ACT RESULT      ".
           05  FILLER               PIC X(20) VALUE
               "RUN-DATE DESCRIPTION".
       01  WS-DETAIL-LINE.
           05  WS-D-SCN-ID          PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-REQUIRED        PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-REC-TYPE        PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-SEQNO           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STKNO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-EXPECT          PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-ACTUAL          PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-RESULT          PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RUN-DATE        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DESC            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACE  TO REQ-MODE
                      MOVE SPACES TO REQ-USER-ID REQ-BROKER-ID
                      MOVE 0      TO REQ-PROC-DATE
           END-READ
           CLOSE REQ-FILE

           OPEN OUTPUT CERT-RPT-FILE
           MOVE "NEW PARTICIPANT BROKER CERTIFICATION" TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE SPACES TO CERT-RPT-LINE
           STRING "MODE: " REQ-MODE "  USER: " REQ-USER-ID
               "  BROKER: " REQ-BROKER-ID "  DATE: " REQ-PROC-DATE
               DELIMITED BY SIZE INTO CERT-RPT-LINE
           WRITE CERT-RPT-LINE

           IF REQ-BROKER-ID = SPACES OR REQ-PROC-DATE NOT NUMERIC
               OR REQ-PROC-DATE = 0
               MOVE "INVALID REQUEST - BROKER-ID/DATE MISSING"
                   TO CERT-RPT-LINE
               PERFORM 9800-REFUSE
           END-IF

           PERFORM 1000-FIND-BROKER
           IF NOT BRK-FOUND
               MOVE "BROKER-ID NOT FOUND IN PARTICIPANT MASTER"
                   TO CERT-RPT-LINE
               PERFORM 9800-REFUSE
           END-IF
           IF WS-BRK-STATUS NOT = 'C'
               MOVE SPACES TO CERT-RPT-LINE
               STRING "PARTICIPANT NOT IN CERTIFICATION - STATUS '"
                   WS-BRK-STATUS "'"
                   DELIMITED BY SIZE INTO CERT-RPT-LINE
               PERFORM 9800-REFUSE
           END-IF

           PERFORM 1100-LOAD-SCRIPT
           PERFORM 1200-LOAD-CERT-STATUS

           EVALUATE REQ-MODE
               WHEN 'E' PERFORM 2000-EVALUATE-RUN
               WHEN 'P' PERFORM 5000-PROMOTE-BROKER
               WHEN OTHER
                   MOVE "INVALID REQUEST MODE" TO CERT-RPT-LINE
                   PERFORM 9800-REFUSE
           END-EVALUATE

           CLOSE CERT-RPT-FILE
           STOP RUN.

       1000-FIND-BROKER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BRKMST-FILE
           PERFORM UNTIL FILE-EOF
               READ BRKMST-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF BRK-MST-ID = REQ-BROKER-ID
                           SET BRK-FOUND TO TRUE
                           MOVE BRK-MST-STATUS TO WS-BRK-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE.

       1100-LOAD-SCRIPT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SCN-FILE
           PERFORM UNTIL FILE-EOF
               READ SCN-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-SCN-COUNT < 200
                           ADD 1 TO WS-SCN-COUNT
                           SET WS-SCX TO WS-SCN-COUNT
                           MOVE SCN-ID       TO WS-SC-ID(WS-SCX)
                           MOVE SCN-REQUIRED TO WS-SC-REQUIRED(WS-SCX)
                           MOVE SCN-REC-TYPE TO WS-SC-REC-TYPE(WS-SCX)
                           MOVE SCN-SEQNO    TO WS-SC-SEQNO(WS-SCX)
                           MOVE SCN-STKNO    TO WS-SC-STKNO(WS-SCX)
                           MOVE SCN-EXPECT   TO WS-SC-EXPECT(WS-SCX)
                           MOVE SCN-DESC     TO WS-SC-DESC(WS-SCX)
                           MOVE 'N' TO WS-SC-RECEIVED(WS-SCX)
                                       WS-SC-QUARANT(WS-SCX)
                                       WS-SC-HIT-EXPECT(WS-SCX)
                                       WS-SC-THIS-RUN(WS-SCX)
                           MOVE SPACES TO WS-SC-FIRST-CODE(WS-SCX)
                                          WS-SC-ACTUAL(WS-SCX)
                           MOVE 'N' TO WS-SC-RESULT(WS-SCX)
                           MOVE 0   TO WS-SC-RUN-DATE(WS-SCX)
                       ELSE
                           ADD 1 TO WS-SCN-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCN-FILE.

      * 載入認證狀態檔全檔；本券商各情境之前次結果併入情境表。
       1200-LOAD-CERT-STATUS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BCERT-IN-FILE
           PERFORM UNTIL FILE-EOF
               READ BCERT-IN-FILE INTO WS-BCERT-REC
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-BCT-COUNT < 5000
                           ADD 1 TO WS-BCT-COUNT
                           MOVE WS-BCERT-REC
                               TO WS-BT-REC(WS-BCT-COUNT)
                       ELSE
                           ADD 1 TO WS-BCT-OVERFLOW
                       END-IF
                       IF BCT-BROKER-ID = REQ-BROKER-ID
                           PERFORM 1210-APPLY-PRIOR-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCERT-IN-FILE.

       1210-APPLY-PRIOR-RESULT.
           PERFORM VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SCN-COUNT
               IF WS-SC-ID(WS-SCX) = BCT-SCN-ID
                   MOVE BCT-RESULT   TO WS-SC-RESULT(WS-SCX)
                   MOVE BCT-RUN-DATE TO WS-SC-RUN-DATE(WS-SCX)
                   MOVE BCT-ACTUAL   TO WS-SC-ACTUAL(WS-SCX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * 評核:掃描本次認證執行之產出，判定各情境實際結果。
       2000-EVALUATE-RUN.
           PERFORM 2100-SCAN-M01
           PERFORM 2200-SCAN-M02
           PERFORM 2300-SCAN-ERRDTL
           PERFORM 2400-JUDGE-SCENARIOS
           PERFORM 4000-PRINT-SCENARIOS
           PERFORM 6000-REWRITE-CERT-STATUS

           MOVE SPACES TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           STRING "SCENARIOS RECEIVED THIS RUN..: " WS-RECEIVED-COUNT
               DELIMITED BY SIZE INTO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           PERFORM 4100-PRINT-TOTALS
           IF WS-REQ-PASSED = WS-REQ-TOTAL AND WS-REQ-TOTAL > 0
               MOVE "ALL REQUIRED SCENARIOS PASSED - ELIGIBLE FOR "
                   TO CERT-RPT-LINE
               MOVE "PROMOTION" TO CERT-RPT-LINE(46:9)
               WRITE CERT-RPT-LINE
           ELSE
               MOVE "CERTIFICATION INCOMPLETE - PRODUCTION SUBMISSIONS "
                   TO CERT-RPT-LINE
               MOVE "REMAIN REJECTED" TO CERT-RPT-LINE(51:15)
               WRITE CERT-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 4200-PRINT-WARNINGS.

       2100-SCAN-M01.
           MOVE "M01" TO WS-KEY-TYPE
           MOVE SPACES TO WS-KEY-STKNO
           MOVE 'N' TO WS-EOF
           OPEN INPUT M01-FILE
           PERFORM UNTIL FILE-EOF
               READ M01-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF BROKER-ID = REQ-BROKER-ID
                           MOVE SEQNO TO WS-KEY-SEQNO
                           PERFORM 2500-FIND-SCENARIO
                           IF WS-SCX <= WS-SCN-COUNT
                               MOVE 'Y' TO WS-SC-RECEIVED(WS-SCX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01-FILE

           MOVE 'N' TO WS-EOF
           OPEN INPUT M01-QRN-FILE
           PERFORM UNTIL FILE-EOF
               READ M01-QRN-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF Q01-BROKER-ID = REQ-BROKER-ID
                           MOVE Q01-SEQNO TO WS-KEY-SEQNO
                           PERFORM 2500-FIND-SCENARIO
                           IF WS-SCX <= WS-SCN-COUNT
                               MOVE 'Y' TO WS-SC-RECEIVED(WS-SCX)
                                           WS-SC-QUARANT(WS-SCX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01-QRN-FILE.

       2200-SCAN-M02.
           MOVE "M02" TO WS-KEY-TYPE
           MOVE 'N' TO WS-EOF
           OPEN INPUT M02-FILE
           PERFORM UNTIL FILE-EOF
               READ M02-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF M02-BROKER-ID = REQ-BROKER-ID
                           MOVE M02-SEQNO TO WS-KEY-SEQNO
                           MOVE M02-STKNO TO WS-KEY-STKNO
                           PERFORM 2500-FIND-SCENARIO
                           IF WS-SCX <= WS-SCN-COUNT
                               MOVE 'Y' TO WS-SC-RECEIVED(WS-SCX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M02-FILE

           MOVE 'N' TO WS-EOF
           OPEN INPUT M02-QRN-FILE
           PERFORM UNTIL FILE-EOF
               READ M02-QRN-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF Q02-BROKER-ID = REQ-BROKER-ID
                           MOVE Q02-SEQNO TO WS-KEY-SEQNO
                           MOVE Q02-STKNO TO WS-KEY-STKNO
                           PERFORM 2500-FIND-SCENARIO
                           IF WS-SCX <= WS-SCN-COUNT
                               MOVE 'Y' TO WS-SC-RECEIVED(WS-SCX)
                                           WS-SC-QUARANT(WS-SCX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M02-QRN-FILE.

      * 逐筆錯誤明細:記下案件首見代碼及是否含預期代碼；認證中
      * 拒收代碼 'BC' 非測試內容，不予計入。
       2300-SCAN-ERRDTL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ERRDTL-FILE
           PERFORM UNTIL FILE-EOF
               READ ERRDTL-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF EDL-BROKER-ID = REQ-BROKER-ID
                           AND EDL-ERROR-CODE NOT = "BC"
                           MOVE EDL-REC-TYPE TO WS-KEY-TYPE
                           MOVE EDL-SEQNO    TO WS-KEY-SEQNO
                           MOVE EDL-STKNO    TO WS-KEY-STKNO
                           PERFORM 2500-FIND-SCENARIO
                           IF WS-SCX <= WS-SCN-COUNT
                               PERFORM 2310-NOTE-ERROR-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERRDTL-FILE.

       2310-NOTE-ERROR-CODE.
           IF WS-SC-FIRST-CODE(WS-SCX) = SPACES
               MOVE EDL-ERROR-CODE TO WS-SC-FIRST-CODE(WS-SCX)
           END-IF
           IF EDL-ERROR-CODE = WS-SC-EXPECT(WS-SCX)
               MOVE 'Y' TO WS-SC-HIT-EXPECT(WS-SCX)
           END-IF.

      * 本次收到之情境以本次實際結果判定，未收到者沿用前次結果。
       2400-JUDGE-SCENARIOS.
           PERFORM VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SCN-COUNT
               IF WS-SC-RECEIVED(WS-SCX) = 'Y'
                   ADD 1 TO WS-RECEIVED-COUNT
                   MOVE 'Y' TO WS-SC-THIS-RUN(WS-SCX)
                   EVALUATE TRUE
                       WHEN WS-SC-QUARANT(WS-SCX) = 'Y'
                           MOVE "QR" TO WS-SC-ACTUAL(WS-SCX)
                       WHEN WS-SC-HIT-EXPECT(WS-SCX) = 'Y'
                           MOVE WS-SC-EXPECT(WS-SCX)
                               TO WS-SC-ACTUAL(WS-SCX)
                       WHEN WS-SC-FIRST-CODE(WS-SCX) NOT = SPACES
                           MOVE WS-SC-FIRST-CODE(WS-SCX)
                               TO WS-SC-ACTUAL(WS-SCX)
                       WHEN OTHER
                           MOVE "OK" TO WS-SC-ACTUAL(WS-SCX)
                   END-EVALUATE
                   IF WS-SC-ACTUAL(WS-SCX) = WS-SC-EXPECT(WS-SCX)
                       MOVE 'P' TO WS-SC-RESULT(WS-SCX)
                   ELSE
                       MOVE 'F' TO WS-SC-RESULT(WS-SCX)
                   END-IF
                   MOVE REQ-PROC-DATE TO WS-SC-RUN-DATE(WS-SCX)
               END-IF
           END-PERFORM.

      * 依檔別+流水號(+股票代號)找情境；找不到時 WS-SCX 超出
      * 情境數。
       2500-FIND-SCENARIO.
           PERFORM VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SCN-COUNT
               IF WS-SC-REC-TYPE(WS-SCX) = WS-KEY-TYPE
                   AND WS-SC-SEQNO(WS-SCX) = WS-KEY-SEQNO
                   AND (WS-KEY-TYPE = "M01"
                        OR WS-SC-STKNO(WS-SCX) = WS-KEY-STKNO)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4000-PRINT-SCENARIOS.
           MOVE SPACES TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           WRITE CERT-RPT-LINE FROM WS-HDR-DETAIL
           PERFORM VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SCN-COUNT
               MOVE WS-SC-ID(WS-SCX)       TO WS-D-SCN-ID
               MOVE WS-SC-REQUIRED(WS-SCX) TO WS-D-REQUIRED
               MOVE WS-SC-REC-TYPE(WS-SCX) TO WS-D-REC-TYPE
               MOVE WS-SC-SEQNO(WS-SCX)    TO WS-D-SEQNO
               MOVE WS-SC-STKNO(WS-SCX)    TO WS-D-STKNO
               MOVE WS-SC-EXPECT(WS-SCX)   TO WS-D-EXPECT
               MOVE WS-SC-ACTUAL(WS-SCX)   TO WS-D-ACTUAL
               MOVE WS-SC-DESC(WS-SCX)     TO WS-D-DESC
               IF WS-SC-RUN-DATE(WS-SCX) > 0
                   MOVE WS-SC-RUN-DATE(WS-SCX) TO WS-D-RUN-DATE
               ELSE
                   MOVE SPACES TO WS-D-RUN-DATE
               END-IF
               EVALUATE WS-SC-RESULT(WS-SCX)
                   WHEN 'P' MOVE "PASS"        TO WS-D-RESULT
                   WHEN 'F' MOVE "FAIL"        TO WS-D-RESULT
                   WHEN OTHER
                       MOVE "NOT TESTED" TO WS-D-RESULT
                       MOVE "--"         TO WS-D-ACTUAL
               END-EVALUATE
               IF WS-SC-RESULT(WS-SCX) NOT = 'N'
                   AND WS-SC-THIS-RUN(WS-SCX) = 'N'
                   AND REQ-MODE = 'E'
                   MOVE WS-D-RESULT(1:4) TO WS-D-RESULT(7:4)
                   MOVE "PRIOR" TO WS-D-RESULT(1:5)
               END-IF
               MOVE WS-DETAIL-LINE TO CERT-RPT-LINE
               WRITE CERT-RPT-LINE
               IF WS-SC-REQUIRED(WS-SCX) = 'Y'
                   ADD 1 TO WS-REQ-TOTAL
                   IF WS-SC-RESULT(WS-SCX) = 'P'
                       ADD 1 TO WS-REQ-PASSED
                   END-IF
               ELSE
                   ADD 1 TO WS-OPT-TOTAL
                   IF WS-SC-RESULT(WS-SCX) = 'P'
                       ADD 1 TO WS-OPT-PASSED
                   END-IF
               END-IF
           END-PERFORM.

       4100-PRINT-TOTALS.
           MOVE SPACES TO CERT-RPT-LINE
           STRING "REQUIRED SCENARIOS PASSED....: " WS-REQ-PASSED
               " OF " WS-REQ-TOTAL
               DELIMITED BY SIZE INTO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE SPACES TO CERT-RPT-LINE
           STRING "OPTIONAL SCENARIOS PASSED....: " WS-OPT-PASSED
               " OF " WS-OPT-TOTAL
               DELIMITED BY SIZE INTO CERT-RPT-LINE
           WRITE CERT-RPT-LINE.

       4200-PRINT-WARNINGS.
           IF WS-SCN-OVERFLOW > 0
               MOVE SPACES TO CERT-RPT-LINE
               STRING "*** WARNING: SCRIPT TABLE FULL - SCENARIOS "
                   "IGNORED: " WS-SCN-OVERFLOW
                   DELIMITED BY SIZE INTO CERT-RPT-LINE
               WRITE CERT-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-BCT-OVERFLOW > 0
               MOVE SPACES TO CERT-RPT-LINE
               STRING "*** WARNING: STATUS TABLE FULL - RECORDS "
                   "DROPPED: " WS-BCT-OVERFLOW
                   DELIMITED BY SIZE INTO CERT-RPT-LINE
               WRITE CERT-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

      * 升等:經辦須具主檔維護角色，且全部必要情境皆已通過。
       5000-PROMOTE-BROKER.
           MOVE 'M' TO AUT-ROLE
           MOVE REQ-USER-ID TO AUT-OPER-ID
           MOVE REQ-PROC-DATE TO AUT-CHECK-DATE
           MOVE "M0BCERT" TO AUT-SOURCE
           CALL "M0AUTHC" USING AUT-PARM
           IF AUT-RESULT NOT = 'Y'
               MOVE SPACES TO CERT-RPT-LINE
               STRING "OPERATOR NOT AUTHORIZED (" AUT-REASON
                   ") - PROMOTION REFUSED"
                   DELIMITED BY SIZE INTO CERT-RPT-LINE
               PERFORM 9800-REFUSE
           END-IF

           PERFORM 4000-PRINT-SCENARIOS
           MOVE SPACES TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           PERFORM 4100-PRINT-TOTALS
           IF WS-REQ-TOTAL = 0 OR WS-REQ-PASSED < WS-REQ-TOTAL
               MOVE "REQUIRED SCENARIOS OUTSTANDING - PROMOTION REFUSED"
                   TO CERT-RPT-LINE
               PERFORM 9800-REFUSE
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT BRKMST-FILE
           OPEN OUTPUT BRKMST-NEW-FILE
           PERFORM UNTIL FILE-EOF
               READ BRKMST-FILE
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF BRK-MST-ID = REQ-BROKER-ID
                           SET BRK-MST-ACTIVE TO TRUE
                       END-IF
                       WRITE BRKMST-NEW-REC FROM BRK-MASTER-REC
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE BRKMST-NEW-FILE

           PERFORM 6000-REWRITE-CERT-STATUS
           MOVE SPACES TO CERT-RPT-LINE
           STRING "PARTICIPANT " REQ-BROKER-ID
               " PROMOTED TO ACTIVE BY " REQ-USER-ID
               " - BRKMST.NEW WRITTEN"
               DELIMITED BY SIZE INTO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           PERFORM 4200-PRINT-WARNINGS.

      * 改寫認證狀態檔:其他券商記錄原樣保留，本券商改寫為各情境
      * 最新結果(升等時另加升等記錄)。
       6000-REWRITE-CERT-STATUS.
           OPEN OUTPUT BCERT-OUT-FILE
           PERFORM VARYING WS-BTX FROM 1 BY 1
                   UNTIL WS-BTX > WS-BCT-COUNT
               MOVE WS-BT-REC(WS-BTX) TO WS-BCERT-REC
               IF BCT-BROKER-ID NOT = REQ-BROKER-ID
                   WRITE BCERT-OUT-REC FROM WS-BCERT-REC
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SCN-COUNT
               IF WS-SC-RESULT(WS-SCX) NOT = 'N'
                   MOVE SPACES TO WS-BCERT-REC
                   MOVE REQ-BROKER-ID          TO BCT-BROKER-ID
                   MOVE WS-SC-ID(WS-SCX)       TO BCT-SCN-ID
                   MOVE WS-SC-RESULT(WS-SCX)   TO BCT-RESULT
                   MOVE WS-SC-RUN-DATE(WS-SCX) TO BCT-RUN-DATE
                   MOVE WS-SC-ACTUAL(WS-SCX)   TO BCT-ACTUAL
                   WRITE BCERT-OUT-REC FROM WS-BCERT-REC
               END-IF
           END-PERFORM
           IF REQ-MODE = 'P'
               MOVE SPACES TO WS-BCERT-REC
               MOVE REQ-BROKER-ID TO BCT-BROKER-ID
               MOVE "*PRM"        TO BCT-SCN-ID
               MOVE 'A'           TO BCT-RESULT
               MOVE REQ-PROC-DATE TO BCT-RUN-DATE
               MOVE REQ-USER-ID   TO BCT-OPER-ID
               WRITE BCERT-OUT-REC FROM WS-BCERT-REC
           END-IF
           CLOSE BCERT-OUT-FILE.

       9800-REFUSE.
           WRITE CERT-RPT-LINE
           CLOSE CERT-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
