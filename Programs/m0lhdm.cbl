      * M0LHDM - 大額持有人揭露門檻監視作業
      * 券商層級持有分類帳 HOLDLED.DAT 已逐帳戶滾存持有單位數，
      * ETFUNIT.DAT 亦滾存各基金流通單位數，惟單一持有人持有比率
      * 穿越揭露門檻時並無任何警示。本程式每日於持有分類帳及流通
      * 單位數滾動後執行:
      *   1. 持有分類帳各帳戶依申請人主檔 APLMST.DAT 之保管銀行
      *      帳號歸戶，同一保管帳號跨券商之持有合併計算(鍵值 'K'
      *      +保管帳號)；主檔無保管帳號者以帳戶本身為持有人(鍵值
      *      'A'+開戶券商代號+申請人帳號)。
      *   2. 持有比率 = 合併持有單位數 / 該基金流通單位數 ×100，
      *      已達門檻級數 = 比率達控制檔各揭露門檻之個數。
      *   3. 與前日揭露狀態檔 LHDSTAT.DAT 比較，級數上升者為向上
      *      穿越(門檻取本日所達最高門檻)，級數下降者(含前日有、
      *      本日已無持有者)為向下穿越(門檻取前日所達最高門檻)。
      *   4. 寫出揭露候選檔 LHDCAND.DAT(版面見 lhdcand 抄寫簿，
      *      附構成帳戶)、法令遵循申報用報表 M0LHDM.RPT 及新揭露
      *      狀態檔 LHDSTAT.NEW(僅達門檻者，由排程取代
      *      LHDSTAT.DAT)。
      * 控制檔 M0LHDM.CTL:處理日(8)+揭露門檻百分比(4，9(2)V99)
      * 至多5組，依遞增順序填列；未填任何有效門檻者預設 5.00%、
      * 10.00% 兩組。
      *
      * 假設: 流通單位數為0或基金不在 ETFUNIT 者不計比率(級數0)。
      *
      * 修改紀錄:
      *   2026-10-07  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0LHDM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "M0LHDM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "HOLDLED.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNITL-FILE ASSIGN TO "ETFUNIT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL APM-FILE ASSIGN TO "APLMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STATE-IN ASSIGN TO "LHDSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATE-OUT ASSIGN TO "LHDSTAT.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAND-FILE ASSIGN TO "LHDCAND.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LHDM-RPT-FILE ASSIGN TO "M0LHDM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-PROC-DATE        PIC 9(08).
           05  CTL-THRESHOLD OCCURS 5 TIMES
                                    PIC X(04).

       FD  LEDGER-FILE.
       COPY holdled.

       FD  UNITL-FILE.
       01  UNITL-REC.
           05  ULI-ETF-ID           PIC X(06).
           05  ULI-UNITS            PIC 9(15).
           05  FILLER               PIC X(09).

       FD  APM-FILE.
       COPY aplmst.

       FD  STATE-IN.
       COPY lhdstat.

       FD  STATE-OUT.
       01  STATE-OUT-REC            PIC X(50).

       FD  CAND-FILE.
       COPY lhdcand.

       FD  LHDM-RPT-FILE.
       01  LHDM-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LED-EOF               PIC X VALUE 'N'.
           88  LED-EOF                    VALUE 'Y'.
       01  WS-UNT-EOF               PIC X VALUE 'N'.
           88  UNT-EOF                    VALUE 'Y'.
       01  WS-APM-EOF               PIC X VALUE 'N'.
           88  APM-EOF                    VALUE 'Y'.
       01  WS-STS-EOF               PIC X VALUE 'N'.
           88  STS-EOF                    VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(08).

      * 揭露門檻(遞增)。
       01  WS-THR-TABLE.
           05  WS-THR-COUNT         PIC 9(01) VALUE 0.
           05  WS-THR-PCT OCCURS 5 TIMES
                                    PIC 9(02)V9(02).
       01  WS-THR-WORK              PIC 9(02)V9(02).
       01  WS-TX                    PIC 9(01).

      * 各基金流通單位數。
       01  WS-ETF-TABLE.
           05  WS-ETF-COUNT         PIC 9(03) VALUE 0.
           05  WS-ETF-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ETX.
               10  WS-ET-ID         PIC X(06).
               10  WS-ET-UNITS      PIC 9(15).

      * 申請人主檔表，主檔依帳戶遞增排序維護，供 SEARCH ALL 定位；
      * 未使用之表格項目先填 HIGH-VALUES。
       01  WS-APM-TABLE.
           05  WS-APM-COUNT         PIC 9(05) VALUE 0.
           05  WS-APM-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-AM-KEY
                   INDEXED BY WS-AMX.
               10  WS-AM-KEY.
                   15  WS-AM-ACNT-BROKER PIC X(04).
                   15  WS-AM-ACNT-NO     PIC 9(07).
               10  WS-AM-KEEP-ACNT       PIC X(11).

       01  WS-ARG-KEY.
           05  WS-ARG-ACNT-BROKER   PIC X(04).
           05  WS-ARG-ACNT-NO       PIC 9(07).
       01  WS-ARG-HOLDER-KEY.
           05  WS-ARG-HOLDER-TYPE   PIC X(01).
           05  WS-ARG-HOLDER-ID     PIC X(11).
       01  WS-ARG-HOLDER-ACNT REDEFINES WS-ARG-HOLDER-KEY.
           05  FILLER               PIC X(01).
           05  WS-ARG-HA-BROKER     PIC X(04).
           05  WS-ARG-HA-ACNT-NO    PIC 9(07).

      * 本日持有帳戶(含所屬持有人項目)。
       01  WS-ACN-TABLE.
           05  WS-ACN-COUNT         PIC 9(05) VALUE 0.
           05  WS-ACN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ANX.
               10  WS-AN-ACNT-BROKER PIC X(04).
               10  WS-AN-ACNT-NO    PIC 9(07).
               10  WS-AN-UNITS      PIC 9(15).
               10  WS-AN-HOLDER-IX  PIC 9(05).

      * 本日持有人+ETF 合併部位。
       01  WS-HLD-TABLE.
           05  WS-HLD-COUNT         PIC 9(05) VALUE 0.
           05  WS-HLD-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-HDX.
               10  WS-HD-HOLDER-KEY PIC X(12).
               10  WS-HD-ETF-ID     PIC X(06).
               10  WS-HD-UNITS      PIC 9(15).
               10  WS-HD-ACNT-COUNT PIC 9(03).
               10  WS-HD-OUTSTANDING PIC 9(15).
               10  WS-HD-PCT        PIC 9(03)V9(04).
               10  WS-HD-BAND       PIC 9(01).

      * 前日揭露狀態。
       01  WS-PRV-TABLE.
           05  WS-PRV-COUNT         PIC 9(05) VALUE 0.
           05  WS-PRV-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-PVX.
               10  WS-PV-HOLDER-KEY PIC X(12).
               10  WS-PV-ETF-ID     PIC X(06).
               10  WS-PV-UNITS      PIC 9(15).
               10  WS-PV-PCT        PIC 9(03)V9(04).
               10  WS-PV-BAND       PIC 9(01).
               10  WS-PV-MATCHED    PIC X(01).

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.
       01  WS-ARG-ETF-ID            PIC X(06).
       01  WS-ARG-OUTSTANDING       PIC 9(15).
       01  WS-ARG-PCT               PIC 9(03)V9(04).
       01  WS-ARG-BAND              PIC 9(01).

      * 候選輸出工作區。
       01  WS-CD-DIRECTION          PIC X(01).
       01  WS-CD-THRESHOLD          PIC 9(02)V9(02).
       01  WS-CD-PREV-UNITS         PIC 9(15).
       01  WS-CD-PREV-PCT           PIC 9(03)V9(04).
       01  WS-CD-CURR-UNITS         PIC 9(15).
       01  WS-CD-CURR-PCT           PIC 9(03)V9(04).
       01  WS-CD-OUTSTANDING        PIC 9(15).
       01  WS-CD-ACNT-COUNT         PIC 9(03).

       01  WS-LED-COUNT             PIC 9(07) VALUE 0.
       01  WS-JOINT-COUNT           PIC 9(07) VALUE 0.
       01  WS-ABOVE-COUNT           PIC 9(07) VALUE 0.
       01  WS-UP-COUNT              PIC 9(07) VALUE 0.
       01  WS-DOWN-COUNT            PIC 9(07) VALUE 0.
       01  WS-NO-UNITS-COUNT        PIC 9(07) VALUE 0.
       01  WS-OVERFLOW-COUNT        PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "LARGE-HOLDER THRESHOLD DISCLOSURE CANDIDATES".
       01  WS-HDR-2.
           05  FILLER               PIC X(40) VALUE
               "ETF-ID HOLDER       DIR THRESH PREV-PCT ".
           05  FILLER               PIC X(40) VALUE
               "CURR-PCT      CURR-UNITS     OUTSTANDING".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-HOLDER-KEY      PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-DIRECTION       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-THRESHOLD       PIC Z9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-PREV-PCT        PIC ZZ9.9999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CURR-PCT        PIC ZZ9.9999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CURR-UNITS      PIC ZZZZZZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-OUTSTANDING     PIC ZZZZZZZZZZZZZZ9.

       01  WS-ACNT-LINE.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "ACCOUNT ".
           05  WS-A-ACNT-BROKER     PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-A-ACNT-NO         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-A-UNITS           PIC ZZZZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-CONTROL
           PERFORM 1100-LOAD-OUTSTANDING
           PERFORM 1200-LOAD-APPLICANT-MASTER
           PERFORM 1300-LOAD-PREVIOUS-STATE
           PERFORM 2000-AGGREGATE-HOLDINGS
           PERFORM 3000-COMPUTE-BANDS

           OPEN OUTPUT LHDM-RPT-FILE
           MOVE WS-HDR-1 TO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           MOVE SPACES TO LHDM-RPT-LINE
           STRING "DATA DATE " WS-PROC-DATE
               "  THRESHOLDS(%):" DELIMITED BY SIZE INTO LHDM-RPT-LINE
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-THR-COUNT
               MOVE WS-THR-PCT(WS-TX) TO WS-D-THRESHOLD
               MOVE WS-D-THRESHOLD
                   TO LHDM-RPT-LINE(36 + (WS-TX - 1) * 6:5)
           END-PERFORM
           WRITE LHDM-RPT-LINE
           MOVE SPACES TO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           MOVE WS-HDR-2 TO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE

           OPEN OUTPUT CAND-FILE STATE-OUT
           PERFORM 4000-COMPARE-CURRENT
           PERFORM 4500-COMPARE-DROPPED
           CLOSE CAND-FILE STATE-OUT

           MOVE SPACES TO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           STRING "HOLDING RECORDS READ......: " WS-LED-COUNT
               DELIMITED BY SIZE INTO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           MOVE SPACES TO LHDM-RPT-LINE
           STRING "HOLDER POSITIONS..........: " WS-HLD-COUNT
               DELIMITED BY SIZE INTO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           MOVE SPACES TO LHDM-RPT-LINE
           STRING "JOINT (MULTI-ACCOUNT).....: " WS-JOINT-COUNT
               DELIMITED BY SIZE INTO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           MOVE SPACES TO LHDM-RPT-LINE
           STRING "AT/ABOVE A THRESHOLD......: " WS-ABOVE-COUNT
               DELIMITED BY SIZE INTO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           MOVE SPACES TO LHDM-RPT-LINE
           STRING "UPWARD CROSSINGS..........: " WS-UP-COUNT
               DELIMITED BY SIZE INTO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           MOVE SPACES TO LHDM-RPT-LINE
           STRING "DOWNWARD CROSSINGS........: " WS-DOWN-COUNT
               DELIMITED BY SIZE INTO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           MOVE SPACES TO LHDM-RPT-LINE
           STRING "NO OUTSTANDING (SKIPPED)..: " WS-NO-UNITS-COUNT
               DELIMITED BY SIZE INTO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE
           MOVE SPACES TO LHDM-RPT-LINE
           STRING "TABLE OVERFLOWS (SKIPPED).: " WS-OVERFLOW-COUNT
               DELIMITED BY SIZE INTO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE

           CLOSE LHDM-RPT-FILE
           STOP RUN.

      * 門檻依序取數值且大於前一門檻者。
       1000-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-PROC-DATE
                      PERFORM VARYING WS-TX FROM 1 BY 1
                              UNTIL WS-TX > 5
                          MOVE SPACES TO CTL-THRESHOLD(WS-TX)
                      END-PERFORM
           END-READ
           MOVE CTL-PROC-DATE TO WS-PROC-DATE
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 5
               IF CTL-THRESHOLD(WS-TX) IS NUMERIC
                   MOVE CTL-THRESHOLD(WS-TX) TO WS-THR-WORK
                   IF WS-THR-WORK > 0
                       IF WS-THR-COUNT = 0
                           OR WS-THR-WORK > WS-THR-PCT(WS-THR-COUNT)
                           ADD 1 TO WS-THR-COUNT
                           MOVE WS-THR-WORK TO WS-THR-PCT(WS-THR-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-THR-COUNT = 0
               MOVE 2     TO WS-THR-COUNT
               MOVE 5.00  TO WS-THR-PCT(1)
               MOVE 10.00 TO WS-THR-PCT(2)
           END-IF
           CLOSE CTL-FILE.

       1100-LOAD-OUTSTANDING.
           OPEN INPUT UNITL-FILE
           PERFORM UNTIL UNT-EOF
               READ UNITL-FILE
                   AT END SET UNT-EOF TO TRUE
                   NOT AT END
                       IF WS-ETF-COUNT < 200
                           ADD 1 TO WS-ETF-COUNT
                           SET WS-ETX TO WS-ETF-COUNT
                           MOVE ULI-ETF-ID TO WS-ET-ID(WS-ETX)
                           MOVE ULI-UNITS  TO WS-ET-UNITS(WS-ETX)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNITL-FILE.

      * 讀入申請人主檔(已依帳戶遞增排序)。
       1200-LOAD-APPLICANT-MASTER.
           MOVE HIGH-VALUES TO WS-APM-TABLE
           MOVE 0 TO WS-APM-COUNT
           OPEN INPUT APM-FILE
           PERFORM UNTIL APM-EOF
               READ APM-FILE
                   AT END SET APM-EOF TO TRUE
                   NOT AT END
                       IF WS-APM-COUNT < 20000
                           ADD 1 TO WS-APM-COUNT
                           SET WS-AMX TO WS-APM-COUNT
                           MOVE APM-KEY      TO WS-AM-KEY(WS-AMX)
                           MOVE APM-KEEP-ACNT
                               TO WS-AM-KEEP-ACNT(WS-AMX)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APM-FILE.

       1300-LOAD-PREVIOUS-STATE.
           OPEN INPUT STATE-IN
           PERFORM UNTIL STS-EOF
               READ STATE-IN
                   AT END SET STS-EOF TO TRUE
                   NOT AT END
                       IF WS-PRV-COUNT < 5000
                           ADD 1 TO WS-PRV-COUNT
                           SET WS-PVX TO WS-PRV-COUNT
                           MOVE LHS-HOLDER-KEY
                               TO WS-PV-HOLDER-KEY(WS-PVX)
                           MOVE LHS-ETF-ID TO WS-PV-ETF-ID(WS-PVX)
                           MOVE LHS-UNITS  TO WS-PV-UNITS(WS-PVX)
                           MOVE LHS-PCT    TO WS-PV-PCT(WS-PVX)
                           MOVE LHS-BAND   TO WS-PV-BAND(WS-PVX)
                           MOVE 'N'        TO WS-PV-MATCHED(WS-PVX)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-IN.

      * 持有分類帳各帳戶歸戶至持有人+ETF 合併部位。
       2000-AGGREGATE-HOLDINGS.
           OPEN INPUT LEDGER-FILE
           PERFORM UNTIL LED-EOF
               READ LEDGER-FILE
                   AT END SET LED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LED-COUNT
                       IF HLD-UNITS > 0
                           PERFORM 2100-POST-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       2100-POST-ACCOUNT.
           IF WS-ACN-COUNT >= 5000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE HLD-ACNT-BROKER TO WS-ARG-ACNT-BROKER
           MOVE HLD-ACNT-NO     TO WS-ARG-ACNT-NO
           MOVE 'N' TO WS-FOUND-SW
           IF WS-APM-COUNT > 0
               SEARCH ALL WS-APM-ENTRY
                   WHEN WS-AM-KEY(WS-AMX) = WS-ARG-KEY
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF ENTRY-FOUND AND WS-AM-KEEP-ACNT(WS-AMX) NOT = SPACES
               MOVE 'K' TO WS-ARG-HOLDER-TYPE
               MOVE WS-AM-KEEP-ACNT(WS-AMX) TO WS-ARG-HOLDER-ID
           ELSE
               MOVE 'A' TO WS-ARG-HOLDER-TYPE
               MOVE HLD-ACNT-BROKER TO WS-ARG-HA-BROKER
               MOVE HLD-ACNT-NO     TO WS-ARG-HA-ACNT-NO
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-HDX FROM 1 BY 1
                   UNTIL WS-HDX > WS-HLD-COUNT
               IF WS-HD-HOLDER-KEY(WS-HDX) = WS-ARG-HOLDER-KEY
                       AND WS-HD-ETF-ID(WS-HDX) = HLD-ETF-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-HLD-COUNT >= 5000
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HLD-COUNT
               SET WS-HDX TO WS-HLD-COUNT
               MOVE WS-ARG-HOLDER-KEY TO WS-HD-HOLDER-KEY(WS-HDX)
               MOVE HLD-ETF-ID        TO WS-HD-ETF-ID(WS-HDX)
               MOVE 0 TO WS-HD-UNITS(WS-HDX) WS-HD-ACNT-COUNT(WS-HDX)
                         WS-HD-OUTSTANDING(WS-HDX) WS-HD-PCT(WS-HDX)
                         WS-HD-BAND(WS-HDX)
           END-IF
           ADD HLD-UNITS TO WS-HD-UNITS(WS-HDX)
           ADD 1 TO WS-HD-ACNT-COUNT(WS-HDX)
           IF WS-HD-ACNT-COUNT(WS-HDX) = 2
               ADD 1 TO WS-JOINT-COUNT
           END-IF

           ADD 1 TO WS-ACN-COUNT
           SET WS-ANX TO WS-ACN-COUNT
           MOVE HLD-ACNT-BROKER TO WS-AN-ACNT-BROKER(WS-ANX)
           MOVE HLD-ACNT-NO     TO WS-AN-ACNT-NO(WS-ANX)
           MOVE HLD-UNITS       TO WS-AN-UNITS(WS-ANX)
           SET WS-AN-HOLDER-IX(WS-ANX) TO WS-HDX.

      * 各合併部位之持有比率及已達門檻級數。
       3000-COMPUTE-BANDS.
           PERFORM VARYING WS-HDX FROM 1 BY 1
                   UNTIL WS-HDX > WS-HLD-COUNT
               MOVE WS-HD-ETF-ID(WS-HDX) TO WS-ARG-ETF-ID
               PERFORM 3100-FIND-OUTSTANDING
               MOVE WS-ARG-OUTSTANDING TO WS-HD-OUTSTANDING(WS-HDX)
               IF WS-ARG-OUTSTANDING = 0
                   ADD 1 TO WS-NO-UNITS-COUNT
               ELSE
                   COMPUTE WS-HD-PCT(WS-HDX) ROUNDED =
                       WS-HD-UNITS(WS-HDX) * 100 / WS-ARG-OUTSTANDING
                   MOVE WS-HD-PCT(WS-HDX) TO WS-ARG-PCT
                   PERFORM 3200-BAND-OF-PCT
                   MOVE WS-ARG-BAND TO WS-HD-BAND(WS-HDX)
                   IF WS-ARG-BAND > 0
                       ADD 1 TO WS-ABOVE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       3100-FIND-OUTSTANDING.
           MOVE 0 TO WS-ARG-OUTSTANDING
           PERFORM VARYING WS-ETX FROM 1 BY 1
                   UNTIL WS-ETX > WS-ETF-COUNT
               IF WS-ET-ID(WS-ETX) = WS-ARG-ETF-ID
                   MOVE WS-ET-UNITS(WS-ETX) TO WS-ARG-OUTSTANDING
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3200-BAND-OF-PCT.
           MOVE 0 TO WS-ARG-BAND
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-THR-COUNT
               IF WS-ARG-PCT >= WS-THR-PCT(WS-TX)
                   MOVE WS-TX TO WS-ARG-BAND
               END-IF
           END-PERFORM.

      * 本日各合併部位與前日狀態比較；達門檻者寫入新狀態檔。
       4000-COMPARE-CURRENT.
           PERFORM VARYING WS-HDX FROM 1 BY 1
                   UNTIL WS-HDX > WS-HLD-COUNT
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-PVX FROM 1 BY 1
                       UNTIL WS-PVX > WS-PRV-COUNT
                   IF WS-PV-HOLDER-KEY(WS-PVX)
                           = WS-HD-HOLDER-KEY(WS-HDX)
                           AND WS-PV-ETF-ID(WS-PVX)
                               = WS-HD-ETF-ID(WS-HDX)
                       SET ENTRY-FOUND TO TRUE
                       MOVE 'Y' TO WS-PV-MATCHED(WS-PVX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ENTRY-FOUND
                   MOVE WS-PV-UNITS(WS-PVX) TO WS-CD-PREV-UNITS
                   MOVE WS-PV-PCT(WS-PVX)   TO WS-CD-PREV-PCT
                   MOVE WS-PV-BAND(WS-PVX)  TO WS-ARG-BAND
               ELSE
                   MOVE 0 TO WS-CD-PREV-UNITS WS-CD-PREV-PCT
                             WS-ARG-BAND
               END-IF
               IF WS-HD-BAND(WS-HDX) NOT = WS-ARG-BAND
                   IF WS-HD-BAND(WS-HDX) > WS-ARG-BAND
                       MOVE 'U' TO WS-CD-DIRECTION
                       MOVE WS-THR-PCT(WS-HD-BAND(WS-HDX))
                           TO WS-CD-THRESHOLD
                       ADD 1 TO WS-UP-COUNT
                   ELSE
                       MOVE 'D' TO WS-CD-DIRECTION
                       PERFORM 4900-PREV-THRESHOLD
                       ADD 1 TO WS-DOWN-COUNT
                   END-IF
                   MOVE WS-HD-HOLDER-KEY(WS-HDX) TO WS-ARG-HOLDER-KEY
                   MOVE WS-HD-ETF-ID(WS-HDX)     TO WS-ARG-ETF-ID
                   MOVE WS-HD-UNITS(WS-HDX)      TO WS-CD-CURR-UNITS
                   MOVE WS-HD-PCT(WS-HDX)        TO WS-CD-CURR-PCT
                   MOVE WS-HD-OUTSTANDING(WS-HDX) TO WS-CD-OUTSTANDING
                   MOVE WS-HD-ACNT-COUNT(WS-HDX) TO WS-CD-ACNT-COUNT
                   PERFORM 6000-WRITE-CANDIDATE
                   PERFORM VARYING WS-ANX FROM 1 BY 1
                           UNTIL WS-ANX > WS-ACN-COUNT
                       IF WS-AN-HOLDER-IX(WS-ANX) = WS-HDX
                           PERFORM 6100-WRITE-ACCOUNT
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-HD-BAND(WS-HDX) > 0
                   MOVE SPACES TO LHD-STATE-REC
                   MOVE WS-HD-HOLDER-KEY(WS-HDX) TO LHS-HOLDER-KEY
                   MOVE WS-HD-ETF-ID(WS-HDX)     TO LHS-ETF-ID
                   MOVE WS-HD-UNITS(WS-HDX)      TO LHS-UNITS
                   MOVE WS-HD-PCT(WS-HDX)        TO LHS-PCT
                   MOVE WS-HD-BAND(WS-HDX)       TO LHS-BAND
                   MOVE WS-PROC-DATE             TO LHS-AS-OF-DATE
                   WRITE STATE-OUT-REC FROM LHD-STATE-REC
               END-IF
           END-PERFORM.

      * 前日達門檻而本日已無任何持有者，向下穿越。
       4500-COMPARE-DROPPED.
           PERFORM VARYING WS-PVX FROM 1 BY 1
                   UNTIL WS-PVX > WS-PRV-COUNT
               IF WS-PV-MATCHED(WS-PVX) = 'N'
                       AND WS-PV-BAND(WS-PVX) > 0
                   MOVE WS-PV-BAND(WS-PVX) TO WS-ARG-BAND
                   MOVE 'D' TO WS-CD-DIRECTION
                   PERFORM 4900-PREV-THRESHOLD
                   ADD 1 TO WS-DOWN-COUNT
                   MOVE WS-PV-HOLDER-KEY(WS-PVX) TO WS-ARG-HOLDER-KEY
                   MOVE WS-PV-ETF-ID(WS-PVX)     TO WS-ARG-ETF-ID
                   MOVE WS-PV-UNITS(WS-PVX)      TO WS-CD-PREV-UNITS
                   MOVE WS-PV-PCT(WS-PVX)        TO WS-CD-PREV-PCT
                   MOVE 0 TO WS-CD-CURR-UNITS WS-CD-CURR-PCT
                             WS-CD-ACNT-COUNT
                   PERFORM 3100-FIND-OUTSTANDING
                   MOVE WS-ARG-OUTSTANDING TO WS-CD-OUTSTANDING
                   PERFORM 6000-WRITE-CANDIDATE
               END-IF
           END-PERFORM.

      * 向下穿越之門檻取前日所達最高門檻(前日級數 WS-ARG-BAND)。
       4900-PREV-THRESHOLD.
           IF WS-ARG-BAND > WS-THR-COUNT
               MOVE WS-THR-PCT(WS-THR-COUNT) TO WS-CD-THRESHOLD
           ELSE
               MOVE WS-THR-PCT(WS-ARG-BAND) TO WS-CD-THRESHOLD
           END-IF.

       6000-WRITE-CANDIDATE.
           MOVE SPACES TO LHD-CAND-REC
           SET LHC-HEADER TO TRUE
           MOVE WS-PROC-DATE       TO LHC-PROC-DATE
           MOVE WS-ARG-ETF-ID      TO LHC-ETF-ID
           MOVE WS-ARG-HOLDER-KEY  TO LHC-HOLDER-KEY
           MOVE WS-CD-DIRECTION    TO LHC-DIRECTION
           MOVE WS-CD-THRESHOLD    TO LHC-THRESHOLD-PCT
           MOVE WS-CD-PREV-PCT     TO LHC-PREV-PCT
           MOVE WS-CD-CURR-PCT     TO LHC-CURR-PCT
           MOVE WS-CD-PREV-UNITS   TO LHC-PREV-UNITS
           MOVE WS-CD-CURR-UNITS   TO LHC-CURR-UNITS
           MOVE WS-CD-OUTSTANDING  TO LHC-OUTSTANDING
           MOVE WS-CD-ACNT-COUNT   TO LHC-ACNT-COUNT
           WRITE LHD-CAND-REC

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ARG-ETF-ID      TO WS-D-ETF-ID
           MOVE WS-ARG-HOLDER-KEY  TO WS-D-HOLDER-KEY
           IF WS-CD-DIRECTION = 'U'
               MOVE "UP"   TO WS-D-DIRECTION
           ELSE
               MOVE "DOWN" TO WS-D-DIRECTION
           END-IF
           MOVE WS-CD-THRESHOLD    TO WS-D-THRESHOLD
           MOVE WS-CD-PREV-PCT     TO WS-D-PREV-PCT
           MOVE WS-CD-CURR-PCT     TO WS-D-CURR-PCT
           MOVE WS-CD-CURR-UNITS   TO WS-D-CURR-UNITS
           MOVE WS-CD-OUTSTANDING  TO WS-D-OUTSTANDING
           MOVE WS-DETAIL-LINE TO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE.

       6100-WRITE-ACCOUNT.
           MOVE SPACES TO LHD-CAND-REC
           SET LHC-ACCOUNT TO TRUE
           MOVE WS-PROC-DATE              TO LHC-PROC-DATE
           MOVE WS-ARG-ETF-ID             TO LHC-ETF-ID
           MOVE WS-ARG-HOLDER-KEY         TO LHC-HOLDER-KEY
           MOVE WS-AN-ACNT-BROKER(WS-ANX) TO LHC-ACNT-BROKER
           MOVE WS-AN-ACNT-NO(WS-ANX)     TO LHC-ACNT-NO
           MOVE WS-AN-UNITS(WS-ANX)       TO LHC-ACNT-UNITS
           WRITE LHD-CAND-REC

           MOVE WS-AN-ACNT-BROKER(WS-ANX) TO WS-A-ACNT-BROKER
           MOVE WS-AN-ACNT-NO(WS-ANX)     TO WS-A-ACNT-NO
           MOVE WS-AN-UNITS(WS-ANX)       TO WS-A-UNITS
           MOVE WS-ACNT-LINE TO LHDM-RPT-LINE
           WRITE LHDM-RPT-LINE.
