      * M0RPTRV - 報表留存庫調閱
      * 依請求檔 M0RPTRV.REQ(報表檔名(12)+營業日(8)+循環(2，空白
      * =該日最後一個循環)+經辦人員(8))自留存庫索引檔 RPTIDX.DAT
      * 查得 M0RPTAR 歸檔之報表(同一報表同一營業日同一循環重複
      * 歸檔者取後筆)，將歸檔檔原樣重製為 M0RPTRV.PRT，並重新計
      * 算行數、頁數及檢核和與索引比對，列示於 M0RPTRV.RPT。
      * 查無索引、歸檔檔已不存在(保存期滿清除)者 RETURN-CODE=8；
      * 重製內容與索引不符(歸檔檔遭異動)者亦以 RETURN-CODE=8 示
      * 警，重製檔不得作為原報表提供。
      *
      * 修改紀錄:
      *   2026-10-12  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0RPTRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0RPTRV.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RPTIDX-FILE ASSIGN TO "RPTIDX.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARC-IN-FILE ASSIGN TO DYNAMIC WS-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PRT-OUT-FILE ASSIGN TO "M0RPTRV.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTRV-RPT-FILE ASSIGN TO "M0RPTRV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-REPORT-NAME      PIC X(12).
           05  REQ-BUS-DATE         PIC X(08).
           05  REQ-CYCLE            PIC X(02).
           05  REQ-CYCLE-9 REDEFINES REQ-CYCLE
                                    PIC 9(02).
           05  REQ-OPER             PIC X(08).

       FD  RPTIDX-FILE.
       COPY rptidx.

       FD  ARC-IN-FILE.
       01  ARC-IN-LINE              PIC X(256).

       FD  PRT-OUT-FILE.
       01  PRT-OUT-LINE             PIC X(256).

       FD  RPTRV-RPT-FILE.
       01  RPTRV-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IDX-EOF               PIC X VALUE 'N'.
           88  IDX-EOF                    VALUE 'Y'.
       01  WS-ARC-EOF               PIC X VALUE 'N'.
           88  ARC-EOF                    VALUE 'Y'.
       01  WS-REFUSE-SW             PIC X VALUE 'N'.
           88  REQUEST-REFUSED            VALUE 'Y'.
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.
       01  WS-IN-STATUS             PIC X(02).

       01  WS-ARC-NAME              PIC X(24).
       01  WS-HIT-REC               PIC X(100).

      * 頁數/行數/檢核和重算(同 M0RPTAR)。
       01  WS-LINE-LEN              PIC 9(03).
       01  WS-BX                    PIC 9(03).
       01  WS-BYTE-VAL              PIC 9(03).
       01  WS-LINE-SUM              PIC 9(09).
       01  WS-LINES                 PIC 9(07) VALUE 0.
       01  WS-FF-COUNT              PIC 9(05) VALUE 0.
       01  WS-PAGES                 PIC 9(05) VALUE 0.
       01  WS-CHECKSUM              PIC 9(18) VALUE 0.
       01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 60.
       01  WS-FORM-FEED             PIC X(01) VALUE X"0C".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT RPTRV-RPT-FILE
           MOVE "REPORT RETENTION LIBRARY - RETRIEVAL"
               TO RPTRV-RPT-LINE
           WRITE RPTRV-RPT-LINE

           PERFORM 1000-READ-REQUEST
           IF NOT REQUEST-REFUSED
               PERFORM 2000-FIND-INDEX-ENTRY
           END-IF
           IF NOT REQUEST-REFUSED
               PERFORM 3000-REPRODUCE-REPORT
           END-IF
           IF NOT REQUEST-REFUSED
               PERFORM 4000-VERIFY-REPRODUCTION
           END-IF
           IF REQUEST-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE RPTRV-RPT-FILE
           STOP RUN.

       1000-READ-REQUEST.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACES TO REQ-LINE
           END-READ
           CLOSE REQ-FILE
           MOVE SPACES TO RPTRV-RPT-LINE
           EVALUATE TRUE
               WHEN REQ-REPORT-NAME = SPACES
                   MOVE "REQUEST REFUSED - REPORT NAME REQUIRED"
                       TO RPTRV-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-BUS-DATE NOT NUMERIC
                   MOVE "REQUEST REFUSED - BUSINESS DATE NOT NUMERIC"
                       TO RPTRV-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-CYCLE NOT = SPACES AND REQ-CYCLE NOT NUMERIC
                   MOVE "REQUEST REFUSED - CYCLE NOT NUMERIC"
                       TO RPTRV-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-OPER = SPACES
                   MOVE "REQUEST REFUSED - OPERATOR REQUIRED"
                       TO RPTRV-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   STRING "REPORT " REQ-REPORT-NAME
                       " BUSINESS DATE " REQ-BUS-DATE
                       " CYCLE " REQ-CYCLE
                       " REQUESTED BY " REQ-OPER
                       DELIMITED BY SIZE INTO RPTRV-RPT-LINE
           END-EVALUATE
           WRITE RPTRV-RPT-LINE.

      * 取符合之末筆索引；未指定循環者取最大循環。
       2000-FIND-INDEX-ENTRY.
           OPEN INPUT RPTIDX-FILE
           PERFORM UNTIL IDX-EOF
               READ RPTIDX-FILE
                   AT END SET IDX-EOF TO TRUE
                   NOT AT END
                       IF RIX-REPORT-NAME = REQ-REPORT-NAME
                               AND RIX-BUS-DATE = REQ-BUS-DATE
                           PERFORM 2100-CONSIDER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTIDX-FILE
           IF NOT ENTRY-FOUND
               MOVE SPACES TO RPTRV-RPT-LINE
               MOVE "REPORT NOT IN ARCHIVE INDEX (NOT ARCHIVED/PURGED)"
                   TO RPTRV-RPT-LINE
               WRITE RPTRV-RPT-LINE
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIT-REC TO RPT-INDEX-REC
           MOVE RIX-ARCHIVE-NAME TO WS-ARC-NAME
           MOVE SPACES TO RPTRV-RPT-LINE
           STRING "ARCHIVE " RIX-ARCHIVE-NAME " PROGRAM " RIX-PROGRAM
               " CLASS " RIX-CLASS " CYCLE " RIX-CYCLE
               " ARCHIVED " RIX-ARCHIVE-TIME " EXPIRES "
               RIX-EXPIRY-DATE
               DELIMITED BY SIZE INTO RPTRV-RPT-LINE
           WRITE RPTRV-RPT-LINE.

       2100-CONSIDER-ENTRY.
           IF REQ-CYCLE NOT = SPACES
               IF RIX-CYCLE = REQ-CYCLE-9
                   MOVE RPT-INDEX-REC TO WS-HIT-REC
                   SET ENTRY-FOUND TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-FOUND
               IF RIX-CYCLE < WS-HIT-REC(29:2)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE RPT-INDEX-REC TO WS-HIT-REC
           SET ENTRY-FOUND TO TRUE.

      * 歸檔檔原樣重製，並重算行數/頁數/檢核和。
       3000-REPRODUCE-REPORT.
           OPEN INPUT ARC-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               MOVE SPACES TO RPTRV-RPT-LINE
               STRING "ARCHIVE FILE " WS-ARC-NAME
                   " NOT AVAILABLE - STATUS " WS-IN-STATUS
                   DELIMITED BY SIZE INTO RPTRV-RPT-LINE
               WRITE RPTRV-RPT-LINE
               SET REQUEST-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRT-OUT-FILE
           PERFORM UNTIL ARC-EOF
               READ ARC-IN-FILE
                   AT END SET ARC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES
                       PERFORM 3100-ACCUMULATE-LINE
                       WRITE PRT-OUT-LINE FROM ARC-IN-LINE
               END-READ
           END-PERFORM
           CLOSE ARC-IN-FILE PRT-OUT-FILE
           IF WS-FF-COUNT > 0
               COMPUTE WS-PAGES = WS-FF-COUNT + 1
           ELSE
               COMPUTE WS-PAGES = (WS-LINES + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE
           END-IF.

       3100-ACCUMULATE-LINE.
           IF ARC-IN-LINE(1:1) = WS-FORM-FEED
               ADD 1 TO WS-FF-COUNT
           END-IF
           MOVE 256 TO WS-LINE-LEN
           PERFORM UNTIL WS-LINE-LEN = 0
                   OR ARC-IN-LINE(WS-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM
           MOVE 0 TO WS-LINE-SUM
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-LINE-LEN
               COMPUTE WS-BYTE-VAL =
                   FUNCTION ORD(ARC-IN-LINE(WS-BX:1)) - 1
               ADD WS-BYTE-VAL TO WS-LINE-SUM
           END-PERFORM
           COMPUTE WS-CHECKSUM = WS-CHECKSUM + WS-LINE-SUM * WS-LINES.

       4000-VERIFY-REPRODUCTION.
           MOVE SPACES TO RPTRV-RPT-LINE
           STRING "INDEX     : PAGES " RIX-PAGES " LINES " RIX-LINES
               " CHECKSUM " RIX-CHECKSUM
               DELIMITED BY SIZE INTO RPTRV-RPT-LINE
           WRITE RPTRV-RPT-LINE
           MOVE SPACES TO RPTRV-RPT-LINE
           STRING "REPRODUCED: PAGES " WS-PAGES " LINES " WS-LINES
               " CHECKSUM " WS-CHECKSUM
               DELIMITED BY SIZE INTO RPTRV-RPT-LINE
           WRITE RPTRV-RPT-LINE
           MOVE SPACES TO RPTRV-RPT-LINE
           IF WS-LINES = RIX-LINES AND WS-PAGES = RIX-PAGES
                   AND WS-CHECKSUM = RIX-CHECKSUM
               MOVE "REPRODUCTION VERIFIED - M0RPTRV.PRT AS ARCHIVED"
                   TO RPTRV-RPT-LINE
               WRITE RPTRV-RPT-LINE
           ELSE
               MOVE "*** ARCHIVE INTEGRITY FAILURE - CONTENT ALTERED"
                   TO RPTRV-RPT-LINE
               WRITE RPTRV-RPT-LINE
               SET REQUEST-REFUSED TO TRUE
           END-IF.
