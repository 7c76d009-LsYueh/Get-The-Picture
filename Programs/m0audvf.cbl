      * M0AUDVF - 作業稽核總帳雜湊鏈驗證作業
      * 循序讀遍作業稽核總帳 AUDITLOG.DAT(由 M0AUDLG 累加寫入)，
      * 逐筆驗證:
      *   1. 稽核序號自1起逐筆連續(缺號/重號/亂序即刪除或插入)；
      *   2. 前筆雜湊值等於上一筆之雜湊值(鏈結斷裂)；
      *   3. 以第1至238位重算之雜湊值等於本筆雜湊值(內容被改)。
      * 另以錨點檔 AUDANCH.DAT(前次驗證通過之末筆序號+雜湊值)
      * 比對，偵測整段重算改寫或截去尾段。全鏈無誤始更新錨點；
      * 任一斷點即 RETURN-CODE=8 攔停批次鏈並以 CRITICAL 告警寫入
      * ALHINTK.DAT(比照 M0SEAL)。報表 M0AUDVF.RPT 列出每一斷點
      * 及末筆序號/雜湊值，供稽核人員留存比對。
      *
      * 修改紀錄:
      *   2026-10-15  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0AUDVF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ANCH-IN ASSIGN TO "AUDANCH.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ANCH-OUT ASSIGN TO "AUDANCH.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTK-FILE ASSIGN TO "ALHINTK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VF-RPT-FILE ASSIGN TO "M0AUDVF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDLOG-FILE.
       COPY audlog.

       FD  ANCH-IN.
       01  ANCH-IN-REC.
           05  ANC-SEQ-NO           PIC 9(09).
           05  ANC-HASH             PIC 9(12).
           05  ANC-TIMESTAMP        PIC 9(14).
           05  FILLER               PIC X(05).

       FD  ANCH-OUT.
       01  ANCH-OUT-REC             PIC X(40).

       FD  INTK-FILE.
       COPY alerthub.

       FD  VF-RPT-FILE.
       01  VF-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-EOF               PIC X VALUE 'N'.
           88  LOG-EOF                    VALUE 'Y'.

       01  WS-ANCHOR-SW             PIC X VALUE 'N'.
           88  ANCHOR-PRESENT             VALUE 'Y'.
       01  WS-ANCHOR-SEEN-SW        PIC X VALUE 'N'.
           88  ANCHOR-SEEN                VALUE 'Y'.
       01  WS-ANCH-SEQ-NO           PIC 9(09) VALUE 0.
       01  WS-ANCH-HASH             PIC 9(12) VALUE 0.

       01  WS-EXPECT-SEQ            PIC 9(09) VALUE 1.
       01  WS-PRIOR-HASH            PIC 9(12) VALUE 0.
       01  WS-LAST-SEQ-NO           PIC 9(09) VALUE 0.

       01  WS-HASH-AREA             PIC X(238).
       01  WS-HASH                  PIC 9(12).
       01  WS-HASH-WORK             PIC 9(15).
       01  WS-BYTE-VAL              PIC 9(03).
       01  WS-HX                    PIC 9(03).

       01  WS-RECS-READ             PIC 9(09) VALUE 0.
       01  WS-BREAK-COUNT           PIC 9(07) VALUE 0.
       01  WS-BREAK-TEXT            PIC X(30).
       01  WS-BREAK-SEQ             PIC 9(09).
       01  WS-RUN-STAMP             PIC 9(14).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           OPEN OUTPUT VF-RPT-FILE
           MOVE "OPERATIONS AUDIT LOG CHAIN VERIFICATION"
               TO VF-RPT-LINE
           WRITE VF-RPT-LINE
           MOVE SPACES TO VF-RPT-LINE
           STRING "RUN AT: " WS-RUN-STAMP
               DELIMITED BY SIZE INTO VF-RPT-LINE
           WRITE VF-RPT-LINE
           PERFORM 1000-LOAD-ANCHOR
           OPEN EXTEND INTK-FILE
           PERFORM 2000-VERIFY-CHAIN
           PERFORM 3000-CHECK-ANCHOR-REACHED
           CLOSE INTK-FILE
           PERFORM 8000-PRINT-TOTALS
           IF WS-BREAK-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4000-UPDATE-ANCHOR
           END-IF
           CLOSE VF-RPT-FILE
           STOP RUN.

      * 錨點:前次驗證通過之末筆序號與雜湊值(無檔表首次驗證)。
       1000-LOAD-ANCHOR.
           OPEN INPUT ANCH-IN
           READ ANCH-IN
               AT END CONTINUE
               NOT AT END
                   IF ANC-SEQ-NO IS NUMERIC AND ANC-SEQ-NO > 0
                       MOVE 'Y' TO WS-ANCHOR-SW
                       MOVE ANC-SEQ-NO TO WS-ANCH-SEQ-NO
                       MOVE ANC-HASH   TO WS-ANCH-HASH
                   END-IF
           END-READ
           CLOSE ANCH-IN
           MOVE SPACES TO VF-RPT-LINE
           IF ANCHOR-PRESENT
               STRING "ANCHOR: SEQ " WS-ANCH-SEQ-NO
                   " HASH " WS-ANCH-HASH
                   DELIMITED BY SIZE INTO VF-RPT-LINE
           ELSE
               MOVE "ANCHOR: NONE (FIRST VERIFICATION)"
                   TO VF-RPT-LINE
           END-IF
           WRITE VF-RPT-LINE
           MOVE SPACES TO VF-RPT-LINE
           WRITE VF-RPT-LINE.

       2000-VERIFY-CHAIN.
           OPEN INPUT AUDLOG-FILE
           PERFORM UNTIL LOG-EOF
               READ AUDLOG-FILE
                   AT END SET LOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       PERFORM 2100-VERIFY-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDLOG-FILE.

       2100-VERIFY-ONE-RECORD.
           IF ALG-SEQ-NO NOT NUMERIC
                   OR ALG-PREV-HASH NOT NUMERIC
                   OR ALG-HASH NOT NUMERIC
               MOVE WS-EXPECT-SEQ TO WS-BREAK-SEQ
               MOVE "INVALID RECORD FORMAT" TO WS-BREAK-TEXT
               PERFORM 5000-REPORT-BREAK
               ADD 1 TO WS-EXPECT-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE ALG-SEQ-NO TO WS-BREAK-SEQ
           IF ALG-SEQ-NO NOT = WS-EXPECT-SEQ
               MOVE "SEQUENCE GAP OR REORDER" TO WS-BREAK-TEXT
               PERFORM 5000-REPORT-BREAK
           END-IF
           IF ALG-PREV-HASH NOT = WS-PRIOR-HASH
               MOVE "PREV-HASH LINK BROKEN" TO WS-BREAK-TEXT
               PERFORM 5000-REPORT-BREAK
           END-IF
           MOVE AUDIT-LOG-REC(1:238) TO WS-HASH-AREA
           PERFORM 6000-COMPUTE-HASH
           IF WS-HASH NOT = ALG-HASH
               MOVE "RECORD HASH MISMATCH" TO WS-BREAK-TEXT
               PERFORM 5000-REPORT-BREAK
           END-IF
           IF ANCHOR-PRESENT AND ALG-SEQ-NO = WS-ANCH-SEQ-NO
               MOVE 'Y' TO WS-ANCHOR-SEEN-SW
               IF ALG-HASH NOT = WS-ANCH-HASH
                   MOVE "ANCHOR HASH MISMATCH" TO WS-BREAK-TEXT
                   PERFORM 5000-REPORT-BREAK
               END-IF
           END-IF
      *    續驗下一筆以本筆實存值為基準，使單點竄改只報一處。
           MOVE ALG-HASH   TO WS-PRIOR-HASH
           MOVE ALG-SEQ-NO TO WS-LAST-SEQ-NO
           COMPUTE WS-EXPECT-SEQ = ALG-SEQ-NO + 1.

      * 錨點序號未出現於總帳即表尾段遭截去。
       3000-CHECK-ANCHOR-REACHED.
           IF ANCHOR-PRESENT AND NOT ANCHOR-SEEN
               MOVE WS-ANCH-SEQ-NO TO WS-BREAK-SEQ
               MOVE "LOG TRUNCATED BELOW ANCHOR" TO WS-BREAK-TEXT
               PERFORM 5000-REPORT-BREAK
           END-IF.

       4000-UPDATE-ANCHOR.
           IF WS-RECS-READ = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ANCH-IN-REC
           MOVE WS-LAST-SEQ-NO TO ANC-SEQ-NO
           MOVE WS-PRIOR-HASH  TO ANC-HASH
           MOVE WS-RUN-STAMP   TO ANC-TIMESTAMP
           OPEN OUTPUT ANCH-OUT
           WRITE ANCH-OUT-REC FROM ANCH-IN-REC
           CLOSE ANCH-OUT.

       5000-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           MOVE SPACES TO VF-RPT-LINE
           STRING "CHAIN BREAK AT SEQ " WS-BREAK-SEQ
               " : " WS-BREAK-TEXT
               DELIMITED BY SIZE INTO VF-RPT-LINE
           WRITE VF-RPT-LINE
           MOVE SPACES TO ALERT-HUB-REC
           MOVE "M0AUDVF"  TO ALH-SOURCE
           MOVE 'C'        TO ALH-SEVERITY
           MOVE 'Y'        TO ALH-ROUTE-OPS
           MOVE 'N'        TO ALH-ROUTE-BROKER
           MOVE 'Y'        TO ALH-ROUTE-EMAIL
           STRING "AUDITLOG SEQ " WS-BREAK-SEQ
               DELIMITED BY SIZE INTO ALH-KEY
           STRING "AUDIT LOG CHAIN BROKEN: " WS-BREAK-TEXT
               DELIMITED BY SIZE INTO ALH-MESSAGE
           WRITE ALERT-HUB-REC.

      * 鏈結雜湊:逐位元組 H = (H × 257 + 位元組值) 除以
      * 999999999989 之餘數(與 M0AUDLG 相同)。
       6000-COMPUTE-HASH.
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 238
               COMPUTE WS-BYTE-VAL =
                   FUNCTION ORD(WS-HASH-AREA(WS-HX:1)) - 1
               COMPUTE WS-HASH-WORK = WS-HASH * 257 + WS-BYTE-VAL
               COMPUTE WS-HASH =
                   FUNCTION MOD(WS-HASH-WORK, 999999999989)
           END-PERFORM.

       8000-PRINT-TOTALS.
           MOVE SPACES TO VF-RPT-LINE
           WRITE VF-RPT-LINE
           MOVE SPACES TO VF-RPT-LINE
           STRING "RECORDS VERIFIED.....: " WS-RECS-READ
               DELIMITED BY SIZE INTO VF-RPT-LINE
           WRITE VF-RPT-LINE
           MOVE SPACES TO VF-RPT-LINE
           STRING "CHAIN BREAKS.........: " WS-BREAK-COUNT
               DELIMITED BY SIZE INTO VF-RPT-LINE
           WRITE VF-RPT-LINE
           MOVE SPACES TO VF-RPT-LINE
           STRING "LAST SEQUENCE NO.....: " WS-LAST-SEQ-NO
               DELIMITED BY SIZE INTO VF-RPT-LINE
           WRITE VF-RPT-LINE
           MOVE SPACES TO VF-RPT-LINE
           STRING "LAST RECORD HASH.....: " WS-PRIOR-HASH
               DELIMITED BY SIZE INTO VF-RPT-LINE
           WRITE VF-RPT-LINE
           MOVE SPACES TO VF-RPT-LINE
           IF WS-BREAK-COUNT > 0
               MOVE "RESULT: CHAIN BROKEN - BATCH HELD"
                   TO VF-RPT-LINE
           ELSE
               MOVE "RESULT: CHAIN INTACT - ANCHOR ADVANCED"
                   TO VF-RPT-LINE
           END-IF
           WRITE VF-RPT-LINE.
