      * M0BWFC - 批次站台執行時間歷史及批次窗完成時間預估
      * CHKPT.LOG 僅記載站台狀態、RUNSTAT.LOG 僅記載筆數，無人能
      * 於批次進行中回答「今夜批次鏈能否於發行人回覆期限前跑完」
      * ，往往為時已晚。M0CKPT 已於檢查點記載登錄時點；本程式依
      * 請求檔 M0BWFC.REQ(模式(1)+批次日期(8)+送件期限時分(4，
      * 0=不設)+預估時點時分秒(6，0=目前時間))執行:
      *   'H' 歷史登錄 - 批次鏈結束後執行，就該批次日期各站台起始
      *       與完成/失敗時點求得執行秒數，連同 RUNSTAT.LOG 該站
      *       台讀入筆數(RST-RECS-READ)合計累加寫入站台執行時間
      *       歷史檔 STEPHIST.DAT；同一批次日期已登錄者拒絕重複
      *       登錄。
      *   'F' 完成預估 - 批次進行中執行，取歷史檔批次日期前
      *       60日內各站台完成紀錄之平均執行秒數及平均讀入筆數，
      *       以今夜已完成站台讀入筆數對其歷史平均之比率(量比)
      *       調整剩餘站台(最近一次歷史所含站台中今夜尚未完成
      *       者；執行中者扣除已耗用時間)之預估秒數，推算全鏈預估
      *       完成時點，與發行人主檔 ISSMST.DAT 最早之回覆期限
      *       (ISS-MST-REPLY-DEADLINE)及送件期限比較；預估完成時點
      *       逾任一期限者寫入告警通用進檔 ALHINTK.DAT(經 M0ALHUB
      *       分流至維運主控台及郵件)，RETURN-CODE=4。
      * 時點以批次鏈第一個站台之起始時點為起算，早於起算時點之
      * 時點(含期限)視為跨夜之次日時點。報表 M0BWFC.RPT。
      * 請求不合者 RETURN-CODE=8。
      *
      * 修改紀錄:
      *   2026-10-13  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0BWFC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0BWFC.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHKPT-LOG-FILE ASSIGN TO "CHKPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNSTAT-LOG ASSIGN TO "RUNSTAT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STEPHIST-FILE ASSIGN TO "STEPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ISSMST-FILE ASSIGN TO "ISSMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTK-FILE ASSIGN TO "ALHINTK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BWFC-RPT-FILE ASSIGN TO "M0BWFC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
               88  REQ-HISTORY          VALUE 'H'.
               88  REQ-FORECAST         VALUE 'F'.
           05  REQ-RUN-DATE         PIC 9(08).
           05  REQ-SUBMIT-DEADLINE  PIC 9(04).
           05  REQ-AS-OF-TIME       PIC 9(06).

       FD  CHKPT-LOG-FILE.
       01  CHKPT-LOG-LINE           PIC X(31).

       FD  RUNSTAT-LOG.
       01  RUNSTAT-LOG-LINE         PIC X(50).

       FD  STEPHIST-FILE.
       COPY stephist.

       FD  ISSMST-FILE.
       COPY issmst.

       FD  INTK-FILE.
       COPY alerthub.

       FD  BWFC-RPT-FILE.
       01  BWFC-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY chkpt.
       COPY runstat.

       01  WS-CKP-EOF               PIC X VALUE 'N'.
           88  CKP-EOF                    VALUE 'Y'.
       01  WS-RST-EOF               PIC X VALUE 'N'.
           88  RST-EOF                    VALUE 'Y'.
       01  WS-SPH-EOF               PIC X VALUE 'N'.
           88  SPH-EOF                    VALUE 'Y'.
       01  WS-ISS-EOF               PIC X VALUE 'N'.
           88  ISS-EOF                    VALUE 'Y'.
       01  WS-REFUSE-SW             PIC X VALUE 'N'.
           88  REQUEST-REFUSED            VALUE 'Y'.
       01  WS-ALERT-COUNT           PIC 9(03) VALUE 0.

      * 今夜各站台(依站台序號)之狀態、時點及讀入筆數。
       01  WS-SQ                    PIC 9(04).
       01  WS-TONIGHT-TABLE.
           05  WS-TN-ENTRY OCCURS 999 TIMES.
               10  WS-TN-NAME       PIC X(08).
               10  WS-TN-STATUS     PIC X(01).
               10  WS-TN-START      PIC 9(06).
               10  WS-TN-END        PIC 9(06).
               10  WS-TN-START-SW   PIC X(01).
               10  WS-TN-END-SW     PIC X(01).
               10  WS-TN-RECS       PIC 9(09).

      * 歷史平均(批次日期前 60 日內完成紀錄)及最近一次歷史之站台。
       01  WS-HIST-DAYS             PIC 9(03) VALUE 60.
       01  WS-HIST-FROM-DATE        PIC 9(08).
       01  WS-LATEST-DATE           PIC 9(08) VALUE 0.
       01  WS-DUP-SW                PIC X(01) VALUE 'N'.
           88  HISTORY-CAPTURED           VALUE 'Y'.
       01  WS-HIST-TABLE.
           05  WS-HS-ENTRY OCCURS 999 TIMES.
               10  WS-HS-NAME       PIC X(08).
               10  WS-HS-RUNS       PIC 9(05).
               10  WS-HS-SECS-TOT   PIC 9(11).
               10  WS-HS-RECS-TOT   PIC 9(15).
               10  WS-HS-TEMPLATE   PIC X(01).
       01  WS-AVG-SECS              PIC 9(06).
       01  WS-AVG-RECS              PIC 9(09).

      * 量比:今夜已完成站台讀入筆數 / 同站台歷史平均讀入筆數。
       01  WS-TN-RECS-SUM           PIC 9(12) VALUE 0.
       01  WS-HS-RECS-SUM           PIC 9(12) VALUE 0.
       01  WS-VOLUME-RATIO          PIC 9(03)V9(04) VALUE 1.
       01  WS-EDIT-RATIO            PIC ZZ9.9999.

      * 時點換算(時分秒 <-> 秒數；跨夜者加一日秒數)。
       01  WS-HMS                   PIC 9(06).
       01  WS-HMS-R REDEFINES WS-HMS.
           05  WS-HMS-HH            PIC 9(02).
           05  WS-HMS-MM            PIC 9(02).
           05  WS-HMS-SS            PIC 9(02).
       01  WS-SECS                  PIC 9(06).
       01  WS-START-SECS            PIC 9(06).
       01  WS-END-SECS              PIC 9(06).
       01  WS-ELAPSED               PIC 9(06).
       01  WS-CHAIN-START           PIC 9(06) VALUE 0.
       01  WS-CHAIN-START-SW        PIC X(01) VALUE 'N'.
       01  WS-NOW-TIME              PIC 9(08).
       01  WS-NOW-SECS              PIC 9(06).
       01  WS-RUN-SO-FAR            PIC 9(06).
       01  WS-PROJECTED             PIC 9(07).
       01  WS-REMAIN                PIC 9(07).
       01  WS-REMAIN-TOTAL          PIC 9(07) VALUE 0.
       01  WS-FINISH-SECS           PIC 9(07).
       01  WS-DEADLINE-SECS         PIC 9(07).
       01  WS-MARGIN-MINS           PIC S9(05).
       01  WS-EDIT-MARGIN           PIC -(4)9.
       01  WS-CLOCK-SECS            PIC 9(07).
       01  WS-CLOCK-HHMM            PIC 9(04).
       01  WS-CLOCK-DAY             PIC X(03).
       01  WS-CLOCK-HH              PIC 9(02).
       01  WS-CLOCK-MM              PIC 9(02).
       01  WS-START-HHMM            PIC 9(04).
       01  WS-FINISH-HHMM           PIC 9(04).
       01  WS-FINISH-DAY            PIC X(03).

      * 期限:發行人最早回覆期限及送件期限。
       01  WS-ISS-DEADLINE-SECS     PIC 9(07) VALUE 0.
       01  WS-ISS-DEADLINE          PIC 9(04) VALUE 0.
       01  WS-ISS-ID                PIC X(04) VALUE SPACES.
       01  WS-DL-KIND               PIC X(17).
       01  WS-DL-HHMM               PIC 9(04).

       01  WS-CAPTURED-COUNT        PIC 9(04) VALUE 0.
       01  WS-UNTIMED-COUNT         PIC 9(04) VALUE 0.
       01  WS-UNFINISHED-COUNT      PIC 9(04) VALUE 0.

       01  WS-DTL-LINE.
           05  WS-D-SEQ             PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-NAME            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-STATE           PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-START           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-END             PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ELAPSED         PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RECS            PIC Z(08)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RUNS            PIC Z(03)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AVG-SECS        PIC Z(07)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-AVG-RECS        PIC Z(08)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REMAIN          PIC Z(10)9.

       01  WS-HDR-DTL.
           05  FILLER               PIC X(40) VALUE
               "SEQ STEP     STATE        START  END    ".
           05  FILLER               PIC X(40) VALUE
               "ELAPSED RECS-READ RUNS AVG-SECS  AVG-REC".
           05  FILLER               PIC X(13) VALUE
               "S PROJ-REMAIN".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT BWFC-RPT-FILE
           MOVE "BATCH STEP RUN-TIME HISTORY AND WINDOW FORECAST"
               TO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE

           PERFORM 1000-READ-REQUEST
           IF REQUEST-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE BWFC-RPT-FILE
               STOP RUN
           END-IF

           PERFORM 1100-INIT-TABLES
           PERFORM 2000-LOAD-HISTORY
           PERFORM 2100-LOAD-TONIGHT
           PERFORM 2200-LOAD-RUNSTAT

           IF REQ-HISTORY
               PERFORM 3000-CAPTURE-HISTORY
           ELSE
               PERFORM 4000-FORECAST-COMPLETION
           END-IF

           CLOSE BWFC-RPT-FILE
           STOP RUN.

       1000-READ-REQUEST.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACES TO REQ-LINE
           END-READ
           CLOSE REQ-FILE
           IF REQ-LINE(10:4) = SPACES
               MOVE ZEROS TO REQ-SUBMIT-DEADLINE
           END-IF
           IF REQ-LINE(14:6) = SPACES
               MOVE ZEROS TO REQ-AS-OF-TIME
           END-IF
           MOVE SPACES TO BWFC-RPT-LINE
           EVALUATE TRUE
               WHEN NOT REQ-HISTORY AND NOT REQ-FORECAST
                   MOVE "REQUEST REFUSED - MODE MUST BE H OR F"
                       TO BWFC-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-RUN-DATE NOT NUMERIC
                       OR REQ-RUN-DATE = 0
                   MOVE "REQUEST REFUSED - RUN DATE NOT NUMERIC"
                       TO BWFC-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-SUBMIT-DEADLINE NOT NUMERIC
                       OR REQ-AS-OF-TIME NOT NUMERIC
                   MOVE "REQUEST REFUSED - DEADLINE/TIME NOT NUMERIC"
                       TO BWFC-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   STRING "MODE " REQ-MODE " RUN DATE " REQ-RUN-DATE
                       DELIMITED BY SIZE INTO BWFC-RPT-LINE
           END-EVALUATE
           WRITE BWFC-RPT-LINE.

       1100-INIT-TABLES.
           PERFORM VARYING WS-SQ FROM 1 BY 1 UNTIL WS-SQ > 999
               MOVE SPACES TO WS-TN-NAME(WS-SQ) WS-TN-STATUS(WS-SQ)
                              WS-HS-NAME(WS-SQ)
               MOVE 'N' TO WS-TN-START-SW(WS-SQ) WS-TN-END-SW(WS-SQ)
                           WS-HS-TEMPLATE(WS-SQ)
               MOVE 0 TO WS-TN-START(WS-SQ) WS-TN-END(WS-SQ)
                         WS-TN-RECS(WS-SQ) WS-HS-RUNS(WS-SQ)
                         WS-HS-SECS-TOT(WS-SQ) WS-HS-RECS-TOT(WS-SQ)
           END-PERFORM
           COMPUTE WS-HIST-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(REQ-RUN-DATE) - WS-HIST-DAYS).

      * 歷史檔依批次日期累加寫入:取批次日期前 60 日內完成紀錄
      * 累計平均，並以最近一次歷史之站台組成為批次鏈樣板。
       2000-LOAD-HISTORY.
           OPEN INPUT STEPHIST-FILE
           PERFORM UNTIL SPH-EOF
               READ STEPHIST-FILE
                   AT END SET SPH-EOF TO TRUE
                   NOT AT END
                       PERFORM 2010-TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE STEPHIST-FILE.

       2010-TAKE-HISTORY-RECORD.
           IF SPH-RUN-DATE = REQ-RUN-DATE
               SET HISTORY-CAPTURED TO TRUE
           END-IF
           IF SPH-RUN-DATE >= REQ-RUN-DATE
                   OR SPH-RUN-DATE < WS-HIST-FROM-DATE
                   OR SPH-STEP-SEQ = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPH-STEP-SEQ TO WS-SQ
           IF SPH-RUN-DATE > WS-LATEST-DATE
               MOVE SPH-RUN-DATE TO WS-LATEST-DATE
               PERFORM VARYING WS-SQ FROM 1 BY 1 UNTIL WS-SQ > 999
                   MOVE 'N' TO WS-HS-TEMPLATE(WS-SQ)
               END-PERFORM
               MOVE SPH-STEP-SEQ TO WS-SQ
           END-IF
           IF SPH-RUN-DATE = WS-LATEST-DATE
               MOVE 'Y' TO WS-HS-TEMPLATE(WS-SQ)
           END-IF
           MOVE SPH-STEP-NAME TO WS-HS-NAME(WS-SQ)
           IF SPH-COMPLETED
               ADD 1                TO WS-HS-RUNS(WS-SQ)
               ADD SPH-ELAPSED-SECS TO WS-HS-SECS-TOT(WS-SQ)
               ADD SPH-RECS-READ    TO WS-HS-RECS-TOT(WS-SQ)
           END-IF.

      * 今夜檢查點:起始者記起始時點，完成/失敗者記結束時點；
      * 重跑之站台以最後一次起始為準。
       2100-LOAD-TONIGHT.
           OPEN INPUT CHKPT-LOG-FILE
           PERFORM UNTIL CKP-EOF
               READ CHKPT-LOG-FILE INTO CHKPT-RECORD
                   AT END SET CKP-EOF TO TRUE
                   NOT AT END
                       IF CHKPT-RUN-DATE = REQ-RUN-DATE
                               AND CHKPT-STEP-SEQ > 0
                           PERFORM 2110-TAKE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHKPT-LOG-FILE.

       2110-TAKE-CHECKPOINT.
           MOVE CHKPT-STEP-SEQ  TO WS-SQ
           MOVE CHKPT-STEP-NAME TO WS-TN-NAME(WS-SQ)
           MOVE CHKPT-STATUS    TO WS-TN-STATUS(WS-SQ)
           IF CHKPT-STATUS = 'S'
               MOVE 'N' TO WS-TN-START-SW(WS-SQ) WS-TN-END-SW(WS-SQ)
               MOVE 0 TO WS-TN-END(WS-SQ)
               IF CHKPT-EVENT-TIME NUMERIC
                   MOVE CHKPT-EVENT-TIME TO WS-TN-START(WS-SQ)
                   MOVE 'Y' TO WS-TN-START-SW(WS-SQ)
               END-IF
           ELSE
               MOVE 'N' TO WS-TN-END-SW(WS-SQ)
               IF CHKPT-EVENT-TIME NUMERIC
                   MOVE CHKPT-EVENT-TIME TO WS-TN-END(WS-SQ)
                   MOVE 'Y' TO WS-TN-END-SW(WS-SQ)
               END-IF
           END-IF.

       2200-LOAD-RUNSTAT.
           OPEN INPUT RUNSTAT-LOG
           PERFORM UNTIL RST-EOF
               READ RUNSTAT-LOG INTO RUNSTAT-RECORD
                   AT END SET RST-EOF TO TRUE
                   NOT AT END
                       IF RST-RUN-DATE = REQ-RUN-DATE
                               AND RST-STEP-SEQ > 0
                               AND RST-RECS-READ NUMERIC
                           MOVE RST-STEP-SEQ TO WS-SQ
                           ADD RST-RECS-READ TO WS-TN-RECS(WS-SQ)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNSTAT-LOG.

      * 歷史登錄:今夜已結束且起迄時點齊全之站台寫入歷史檔。
       3000-CAPTURE-HISTORY.
           IF HISTORY-CAPTURED
               MOVE SPACES TO BWFC-RPT-LINE
               STRING "REQUEST REFUSED - HISTORY ALREADY CAPTURED FOR "
                   REQ-RUN-DATE DELIMITED BY SIZE INTO BWFC-RPT-LINE
               WRITE BWFC-RPT-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           MOVE WS-HDR-DTL TO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           OPEN EXTEND STEPHIST-FILE
           PERFORM VARYING WS-SQ FROM 1 BY 1 UNTIL WS-SQ > 999
               IF WS-TN-STATUS(WS-SQ) NOT = SPACES
                   PERFORM 3100-CAPTURE-ONE-STEP
               END-IF
           END-PERFORM
           CLOSE STEPHIST-FILE

           MOVE SPACES TO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           STRING "STEPS CAPTURED.........: " WS-CAPTURED-COUNT
               DELIMITED BY SIZE INTO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           MOVE SPACES TO BWFC-RPT-LINE
           STRING "STEPS NOT FINISHED.....: " WS-UNFINISHED-COUNT
               DELIMITED BY SIZE INTO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           MOVE SPACES TO BWFC-RPT-LINE
           STRING "STEPS WITHOUT TIMES....: " WS-UNTIMED-COUNT
               DELIMITED BY SIZE INTO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE.

       3100-CAPTURE-ONE-STEP.
           MOVE SPACES TO WS-DTL-LINE
           MOVE WS-SQ              TO WS-D-SEQ
           MOVE WS-TN-NAME(WS-SQ)  TO WS-D-NAME
           MOVE WS-TN-RECS(WS-SQ)  TO WS-D-RECS
           EVALUATE TRUE
               WHEN WS-TN-STATUS(WS-SQ) = 'S'
                   ADD 1 TO WS-UNFINISHED-COUNT
                   MOVE "NOT FINISHED" TO WS-D-STATE
               WHEN WS-TN-START-SW(WS-SQ) NOT = 'Y'
                       OR WS-TN-END-SW(WS-SQ) NOT = 'Y'
                   ADD 1 TO WS-UNTIMED-COUNT
                   MOVE "NO TIMES" TO WS-D-STATE
               WHEN OTHER
                   PERFORM 5100-STEP-ELAPSED
                   MOVE SPACES TO STEP-HIST-REC
                   MOVE REQ-RUN-DATE        TO SPH-RUN-DATE
                   MOVE WS-SQ               TO SPH-STEP-SEQ
                   MOVE WS-TN-NAME(WS-SQ)   TO SPH-STEP-NAME
                   MOVE WS-TN-START(WS-SQ)  TO SPH-START-TIME
                   MOVE WS-TN-END(WS-SQ)    TO SPH-END-TIME
                   MOVE WS-ELAPSED          TO SPH-ELAPSED-SECS
                   MOVE WS-TN-RECS(WS-SQ)   TO SPH-RECS-READ
                   MOVE WS-TN-STATUS(WS-SQ) TO SPH-STATUS
                   WRITE STEP-HIST-REC
                   ADD 1 TO WS-CAPTURED-COUNT
                   MOVE WS-TN-START(WS-SQ) TO WS-D-START
                   MOVE WS-TN-END(WS-SQ)   TO WS-D-END
                   MOVE WS-ELAPSED         TO WS-D-ELAPSED
                   IF WS-TN-STATUS(WS-SQ) = 'C'
                       MOVE "CAPTURED" TO WS-D-STATE
                   ELSE
                       MOVE "CAPTURED-FAIL" TO WS-D-STATE
                   END-IF
           END-EVALUATE
           MOVE WS-DTL-LINE TO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE.

      * 完成預估:量比、剩餘站台預估秒數、預估完成時點及期限比較。
       4000-FORECAST-COMPLETION.
           PERFORM 4100-FIND-CHAIN-START
           PERFORM 4200-VOLUME-RATIO

           MOVE SPACES TO BWFC-RPT-LINE
           MOVE WS-VOLUME-RATIO TO WS-EDIT-RATIO
           STRING "HISTORY FROM " WS-HIST-FROM-DATE
               " TEMPLATE RUN " WS-LATEST-DATE
               " VOLUME RATIO " WS-EDIT-RATIO
               DELIMITED BY SIZE INTO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           MOVE WS-CHAIN-START TO WS-CLOCK-SECS
           PERFORM 5300-SECS-TO-CLOCK
           MOVE WS-CLOCK-HHMM TO WS-START-HHMM
           MOVE WS-NOW-SECS TO WS-CLOCK-SECS
           PERFORM 5300-SECS-TO-CLOCK
           MOVE SPACES TO BWFC-RPT-LINE
           STRING "CHAIN STARTED " WS-START-HHMM
               " FORECAST AS OF " WS-CLOCK-HHMM WS-CLOCK-DAY
               DELIMITED BY SIZE INTO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE

           MOVE SPACES TO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           MOVE WS-HDR-DTL TO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           PERFORM VARYING WS-SQ FROM 1 BY 1 UNTIL WS-SQ > 999
               IF WS-TN-STATUS(WS-SQ) NOT = SPACES
                       OR WS-HS-TEMPLATE(WS-SQ) = 'Y'
                   PERFORM 4300-PROJECT-ONE-STEP
               END-IF
           END-PERFORM

           COMPUTE WS-FINISH-SECS = WS-NOW-SECS + WS-REMAIN-TOTAL
           MOVE WS-FINISH-SECS TO WS-CLOCK-SECS
           PERFORM 5300-SECS-TO-CLOCK
           MOVE WS-CLOCK-HHMM TO WS-FINISH-HHMM
           MOVE WS-CLOCK-DAY  TO WS-FINISH-DAY
           MOVE SPACES TO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           STRING "PROJECTED REMAINING SECS: " WS-REMAIN-TOTAL
               DELIMITED BY SIZE INTO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE
           MOVE SPACES TO BWFC-RPT-LINE
           STRING "PROJECTED CHAIN FINISH..: " WS-FINISH-HHMM
               WS-FINISH-DAY DELIMITED BY SIZE INTO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE

           PERFORM 4400-EARLIEST-REPLY-DEADLINE
           IF WS-ISS-ID NOT = SPACES
               MOVE WS-ISS-DEADLINE-SECS TO WS-DEADLINE-SECS
               MOVE WS-ISS-DEADLINE TO WS-DL-HHMM
               MOVE SPACES TO WS-DL-KIND
               STRING "ISSUER " WS-ISS-ID " REPLY"
                   DELIMITED BY SIZE INTO WS-DL-KIND
               PERFORM 4500-CHECK-DEADLINE
           ELSE
               MOVE "NO ISSUER REPLY DEADLINE ON FILE" TO BWFC-RPT-LINE
               WRITE BWFC-RPT-LINE
           END-IF
           IF REQ-SUBMIT-DEADLINE > 0
               MOVE REQ-SUBMIT-DEADLINE TO WS-DL-HHMM
               COMPUTE WS-HMS = REQ-SUBMIT-DEADLINE * 100
               PERFORM 5200-NORMALIZE-CLOCK
               MOVE WS-SECS TO WS-DEADLINE-SECS
               IF WS-SECS < WS-CHAIN-START
                   ADD 86400 TO WS-DEADLINE-SECS
               END-IF
               MOVE "SUBMISSION" TO WS-DL-KIND
               PERFORM 4500-CHECK-DEADLINE
           END-IF

           IF WS-ALERT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * 批次鏈起算時點:序號最小且有起始時點之站台；今夜尚無
      * 起始者以預估時點起算。預估時點一併換算為起算後秒數。
       4100-FIND-CHAIN-START.
           PERFORM VARYING WS-SQ FROM 1 BY 1
                   UNTIL WS-SQ > 999 OR WS-CHAIN-START-SW = 'Y'
               IF WS-TN-START-SW(WS-SQ) = 'Y'
                   MOVE WS-TN-START(WS-SQ) TO WS-HMS
                   PERFORM 5200-NORMALIZE-CLOCK
                   MOVE WS-SECS TO WS-CHAIN-START
                   MOVE 'Y' TO WS-CHAIN-START-SW
               END-IF
           END-PERFORM
           IF REQ-AS-OF-TIME > 0
               MOVE REQ-AS-OF-TIME TO WS-HMS
           ELSE
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-TIME(1:6) TO WS-HMS
           END-IF
           PERFORM 5200-NORMALIZE-CLOCK
           IF WS-CHAIN-START-SW NOT = 'Y'
               MOVE WS-SECS TO WS-CHAIN-START
           END-IF
           MOVE WS-SECS TO WS-NOW-SECS
           IF WS-NOW-SECS < WS-CHAIN-START
               ADD 86400 TO WS-NOW-SECS
           END-IF.

       4200-VOLUME-RATIO.
           PERFORM VARYING WS-SQ FROM 1 BY 1 UNTIL WS-SQ > 999
               IF WS-TN-STATUS(WS-SQ) = 'C'
                       AND WS-TN-RECS(WS-SQ) > 0
                       AND WS-HS-RUNS(WS-SQ) > 0
                       AND WS-HS-RECS-TOT(WS-SQ) > 0
                   ADD WS-TN-RECS(WS-SQ) TO WS-TN-RECS-SUM
                   COMPUTE WS-HS-RECS-SUM = WS-HS-RECS-SUM
                       + WS-HS-RECS-TOT(WS-SQ) / WS-HS-RUNS(WS-SQ)
               END-IF
           END-PERFORM
           IF WS-HS-RECS-SUM > 0
               COMPUTE WS-VOLUME-RATIO ROUNDED =
                   WS-TN-RECS-SUM / WS-HS-RECS-SUM
                   ON SIZE ERROR MOVE 999.9999 TO WS-VOLUME-RATIO
               END-COMPUTE
           END-IF.

       4300-PROJECT-ONE-STEP.
           MOVE SPACES TO WS-DTL-LINE
           MOVE WS-SQ             TO WS-D-SEQ
           MOVE WS-TN-NAME(WS-SQ) TO WS-D-NAME
           IF WS-TN-NAME(WS-SQ) = SPACES
               MOVE WS-HS-NAME(WS-SQ) TO WS-D-NAME
           END-IF
           MOVE WS-TN-RECS(WS-SQ) TO WS-D-RECS
           MOVE WS-HS-RUNS(WS-SQ) TO WS-D-RUNS
           MOVE 0 TO WS-AVG-SECS WS-AVG-RECS WS-PROJECTED WS-REMAIN
           IF WS-HS-RUNS(WS-SQ) > 0
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-HS-SECS-TOT(WS-SQ) / WS-HS-RUNS(WS-SQ)
               COMPUTE WS-AVG-RECS ROUNDED =
                   WS-HS-RECS-TOT(WS-SQ) / WS-HS-RUNS(WS-SQ)
               COMPUTE WS-PROJECTED ROUNDED =
                   WS-AVG-SECS * WS-VOLUME-RATIO
           END-IF
           MOVE WS-AVG-SECS TO WS-D-AVG-SECS
           MOVE WS-AVG-RECS TO WS-D-AVG-RECS
           IF WS-TN-START-SW(WS-SQ) = 'Y'
               MOVE WS-TN-START(WS-SQ) TO WS-D-START
           END-IF
           IF WS-TN-END-SW(WS-SQ) = 'Y'
               MOVE WS-TN-END(WS-SQ) TO WS-D-END
           END-IF

           EVALUATE WS-TN-STATUS(WS-SQ)
               WHEN 'C'
                   MOVE "DONE" TO WS-D-STATE
                   IF WS-TN-START-SW(WS-SQ) = 'Y'
                           AND WS-TN-END-SW(WS-SQ) = 'Y'
                       PERFORM 5100-STEP-ELAPSED
                       MOVE WS-ELAPSED TO WS-D-ELAPSED
                   END-IF
               WHEN 'S'
                   MOVE WS-PROJECTED TO WS-REMAIN
                   MOVE "RUNNING" TO WS-D-STATE
                   IF WS-TN-START-SW(WS-SQ) = 'Y'
                       MOVE WS-TN-START(WS-SQ) TO WS-HMS
                       PERFORM 5200-NORMALIZE-CLOCK
                       IF WS-SECS < WS-CHAIN-START
                           ADD 86400 TO WS-SECS
                       END-IF
                       COMPUTE WS-RUN-SO-FAR = WS-NOW-SECS - WS-SECS
                       MOVE WS-RUN-SO-FAR TO WS-D-ELAPSED
                       IF WS-RUN-SO-FAR >= WS-PROJECTED
                           MOVE 0 TO WS-REMAIN
                           MOVE "OVERRUN" TO WS-D-STATE
                       ELSE
                           COMPUTE WS-REMAIN =
                               WS-PROJECTED - WS-RUN-SO-FAR
                       END-IF
                   END-IF
               WHEN 'F'
                   MOVE WS-PROJECTED TO WS-REMAIN
                   MOVE "FAILED-RERUN" TO WS-D-STATE
               WHEN OTHER
                   MOVE WS-PROJECTED TO WS-REMAIN
                   MOVE "PENDING" TO WS-D-STATE
           END-EVALUATE
           IF WS-TN-STATUS(WS-SQ) NOT = 'C'
                   AND WS-HS-RUNS(WS-SQ) = 0
               MOVE "NO HISTORY" TO WS-D-STATE
           END-IF
           ADD WS-REMAIN TO WS-REMAIN-TOTAL
           MOVE WS-REMAIN TO WS-D-REMAIN
           MOVE WS-DTL-LINE TO BWFC-RPT-LINE
           WRITE BWFC-RPT-LINE.

      * 發行人最早回覆期限(以批次鏈起算時點換算後最早者)。
       4400-EARLIEST-REPLY-DEADLINE.
           OPEN INPUT ISSMST-FILE
           PERFORM UNTIL ISS-EOF
               READ ISSMST-FILE
                   AT END SET ISS-EOF TO TRUE
                   NOT AT END
                       IF ISS-MST-REPLY-DEADLINE NUMERIC
                               AND ISS-MST-REPLY-DEADLINE > 0
                           COMPUTE WS-HMS =
                               ISS-MST-REPLY-DEADLINE * 100
                           PERFORM 5200-NORMALIZE-CLOCK
                           MOVE WS-SECS TO WS-DEADLINE-SECS
                           IF WS-SECS < WS-CHAIN-START
                               ADD 86400 TO WS-DEADLINE-SECS
                           END-IF
                           IF WS-ISS-ID = SPACES
                               OR WS-DEADLINE-SECS
                                   < WS-ISS-DEADLINE-SECS
                               MOVE WS-DEADLINE-SECS
                                   TO WS-ISS-DEADLINE-SECS
                               MOVE ISS-MST-REPLY-DEADLINE
                                   TO WS-ISS-DEADLINE
                               MOVE ISS-MST-ID TO WS-ISS-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSMST-FILE.

      * 預估完成時點逾期限者寫入告警進檔(嚴重度C，主控台+郵件)。
       4500-CHECK-DEADLINE.
           COMPUTE WS-MARGIN-MINS =
               (WS-DEADLINE-SECS - WS-FINISH-SECS) / 60
           MOVE WS-MARGIN-MINS TO WS-EDIT-MARGIN
           MOVE SPACES TO BWFC-RPT-LINE
           IF WS-FINISH-SECS > WS-DEADLINE-SECS
               ADD 1 TO WS-ALERT-COUNT
               COMPUTE WS-MARGIN-MINS =
                   (WS-FINISH-SECS - WS-DEADLINE-SECS) / 60
               MOVE WS-MARGIN-MINS TO WS-EDIT-MARGIN
               STRING "*** ALERT - PROJECTED FINISH " WS-FINISH-HHMM
                   WS-FINISH-DAY " PASSES " DELIMITED BY SIZE
                   WS-DL-KIND DELIMITED BY "  "
                   " DEADLINE " WS-DL-HHMM " BY "
                   WS-EDIT-MARGIN " MIN"
                   DELIMITED BY SIZE INTO BWFC-RPT-LINE
               WRITE BWFC-RPT-LINE
               OPEN EXTEND INTK-FILE
               MOVE SPACES TO ALERT-HUB-REC
               MOVE "M0BWFC"  TO ALH-SOURCE
               MOVE 'C'       TO ALH-SEVERITY
               MOVE 'Y'       TO ALH-ROUTE-OPS
               MOVE 'N'       TO ALH-ROUTE-BROKER
               MOVE 'Y'       TO ALH-ROUTE-EMAIL
               STRING REQ-RUN-DATE " " DELIMITED BY SIZE
                   WS-DL-KIND DELIMITED BY "  "
                   INTO ALH-KEY
               STRING "PROJECTED BATCH FINISH " WS-FINISH-HHMM
                   WS-FINISH-DAY " PASSES DEADLINE " WS-DL-HHMM
                   DELIMITED BY SIZE INTO ALH-MESSAGE
               WRITE ALERT-HUB-REC
               CLOSE INTK-FILE
           ELSE
               STRING "PROJECTED FINISH WITHIN " DELIMITED BY SIZE
                   WS-DL-KIND DELIMITED BY "  "
                   " DEADLINE " WS-DL-HHMM " - MARGIN "
                   WS-EDIT-MARGIN " MIN"
                   DELIMITED BY SIZE INTO BWFC-RPT-LINE
               WRITE BWFC-RPT-LINE
           END-IF.

      * 站台執行秒數(結束時點早於起始時點者為跨夜)。
       5100-STEP-ELAPSED.
           MOVE WS-TN-START(WS-SQ) TO WS-HMS
           PERFORM 5200-NORMALIZE-CLOCK
           MOVE WS-SECS TO WS-START-SECS
           MOVE WS-TN-END(WS-SQ) TO WS-HMS
           PERFORM 5200-NORMALIZE-CLOCK
           MOVE WS-SECS TO WS-END-SECS
           IF WS-END-SECS < WS-START-SECS
               ADD 86400 TO WS-END-SECS
           END-IF
           COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS.

       5200-NORMALIZE-CLOCK.
           COMPUTE WS-SECS = WS-HMS-HH * 3600 + WS-HMS-MM * 60
               + WS-HMS-SS.

      * 起算後秒數換回時分；跨夜者註記 +1。
       5300-SECS-TO-CLOCK.
           MOVE SPACES TO WS-CLOCK-DAY
           IF WS-CLOCK-SECS >= 86400
               SUBTRACT 86400 FROM WS-CLOCK-SECS
               MOVE " +1" TO WS-CLOCK-DAY
           END-IF
           COMPUTE WS-CLOCK-HH = WS-CLOCK-SECS / 3600
           COMPUTE WS-CLOCK-MM =
               (WS-CLOCK-SECS - WS-CLOCK-HH * 3600) / 60
           COMPUTE WS-CLOCK-HHMM = WS-CLOCK-HH * 100 + WS-CLOCK-MM.
