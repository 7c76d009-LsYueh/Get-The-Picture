      * M0RPTAR - 報表留存庫歸檔/到期清除
      * 各程式報表(.RPT)每次執行即覆寫前次內容，主管機關索取某
      * 日印出之報表時，只能仰賴經辦自行留存。本程式依請求檔
      * M0RPTAR.REQ(模式(1)+循環(2，空白=00日終)+經辦人員(8))
      * 就系統營業日控制檔 SYSCON.DAT 之營業日執行:
      *   'A' 歸檔 - 日終(或盤中循環後)執行。報表保存目錄主檔
      *       RPTCAT.DAT 所列之報表，檔案異動日不早於營業日者即
      *       屬當日產出，逐行複製為歸檔檔
      *       A<營業日><循環>.<報表檔名>，計算頁數、行數及檢核
      *       和，連同產出程式、類別及保存到期日(營業日+該類別
      *       保存日數，0或類別未登錄者永久保存)累加寫入留存庫
      *       索引檔 RPTIDX.DAT。異動日早於營業日者為當日未產出
      *       ，不予歸檔。
      *   'P' 清除 - 索引檔中保存到期日早於營業日之歸檔檔予以
      *       刪除，其餘索引寫出 RPTIDX.NEW(由排程取代)。
      * 調閱歸檔報表見 M0RPTRV。檔案檢查/刪除使用系統常式
      * CBL_CHECK_FILE_EXIST/CBL_DELETE_FILE。
      * 請求不合或無營業日者 RETURN-CODE=8；有報表類別未登錄或
      * 歸檔失敗者 RETURN-CODE=4。
      *
      * 修改紀錄:
      *   2026-10-12  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0RPTAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "M0RPTAR.REQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SYSCON-FILE ASSIGN TO "SYSCON.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RPTCAT-FILE ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RPTIDX-FILE ASSIGN TO "RPTIDX.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTIDX-NEW ASSIGN TO "RPTIDX.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-IN-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT ARC-OUT-FILE ASSIGN TO DYNAMIC WS-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RPTAR-RPT-FILE ASSIGN TO "M0RPTAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       01  REQ-LINE.
           05  REQ-MODE             PIC X(01).
           05  REQ-CYCLE            PIC X(02).
           05  REQ-CYCLE-9 REDEFINES REQ-CYCLE
                                    PIC 9(02).
           05  REQ-OPER             PIC X(08).

       FD  SYSCON-FILE.
       COPY syscon.

       FD  RPTCAT-FILE.
       COPY rptcat.

       FD  RPTIDX-FILE.
       COPY rptidx.

       FD  RPTIDX-NEW.
       01  RPTIDX-NEW-REC           PIC X(100).

       FD  RPT-IN-FILE.
       01  RPT-IN-LINE              PIC X(256).

       FD  ARC-OUT-FILE.
       01  ARC-OUT-LINE             PIC X(256).

       FD  RPTAR-RPT-FILE.
       01  RPTAR-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SYS-EOF               PIC X VALUE 'N'.
           88  SYS-EOF                    VALUE 'Y'.
       01  WS-CAT-EOF               PIC X VALUE 'N'.
           88  CAT-EOF                    VALUE 'Y'.
       01  WS-IDX-EOF               PIC X VALUE 'N'.
           88  IDX-EOF                    VALUE 'Y'.
       01  WS-RPT-EOF               PIC X VALUE 'N'.
           88  RPT-EOF                    VALUE 'Y'.
       01  WS-REFUSE-SW             PIC X VALUE 'N'.
           88  REQUEST-REFUSED            VALUE 'Y'.
       01  WS-IN-STATUS             PIC X(02).
       01  WS-OUT-STATUS            PIC X(02).

       01  WS-BUS-DATE              PIC 9(08) VALUE 0.
       01  WS-CYCLE                 PIC 9(02) VALUE 0.
       01  WS-TIME-NOW              PIC 9(08).

      * 報表類別保存日數。
       01  WS-CLS-COUNT             PIC 9(03) VALUE 0.
       01  WS-CLX                   PIC 9(03).
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY OCCURS 100 TIMES.
               10  WS-CL-CODE       PIC X(04).
               10  WS-CL-DAYS       PIC 9(05).

      * 目錄所列報表。
       01  WS-RPT-COUNT             PIC 9(03) VALUE 0.
       01  WS-RPX                   PIC 9(03).
       01  WS-RPT-TABLE.
           05  WS-RPT-ENTRY OCCURS 500 TIMES.
               10  WS-RP-NAME       PIC X(12).
               10  WS-RP-PROGRAM    PIC X(08).
               10  WS-RP-CLASS      PIC X(04).

       01  WS-RPT-NAME              PIC X(12).
       01  WS-ARC-NAME              PIC X(24).
       01  WS-FILE-INFO.
           05  WS-FI-SIZE           PIC X(08) COMP-X.
           05  WS-FI-DAY            PIC X(01) COMP-X.
           05  WS-FI-MONTH          PIC X(01) COMP-X.
           05  WS-FI-YEAR           PIC X(02) COMP-X.
           05  WS-FI-TIME           PIC X(04).
       01  WS-FILE-DATE             PIC 9(08).
       01  WS-FILE-DATE-R REDEFINES WS-FILE-DATE.
           05  WS-FD-YEAR           PIC 9(04).
           05  WS-FD-MONTH          PIC 9(02).
           05  WS-FD-DAY            PIC 9(02).

      * 頁數/行數/檢核和計算。
       01  WS-LINE-LEN              PIC 9(03).
       01  WS-BX                    PIC 9(03).
       01  WS-BYTE-VAL              PIC 9(03).
       01  WS-LINE-SUM              PIC 9(09).
       01  WS-LINES                 PIC 9(07).
       01  WS-FF-COUNT              PIC 9(05).
       01  WS-PAGES                 PIC 9(05).
       01  WS-CHECKSUM              PIC 9(18).
       01  WS-LINES-PER-PAGE        PIC 9(03) VALUE 60.
       01  WS-FORM-FEED             PIC X(01) VALUE X"0C".

       01  WS-RETAIN-DAYS           PIC 9(05).
       01  WS-CLASS-FOUND           PIC X(01).
       01  WS-EXPIRY-DATE           PIC 9(08).

       01  WS-ARCHIVED-COUNT        PIC 9(05) VALUE 0.
       01  WS-NOT-PRODUCED-COUNT    PIC 9(05) VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(05) VALUE 0.
       01  WS-NOCLASS-COUNT         PIC 9(05) VALUE 0.
       01  WS-KEPT-COUNT            PIC 9(07) VALUE 0.
       01  WS-PURGED-COUNT          PIC 9(07) VALUE 0.

       01  WS-DTL-LINE.
           05  WS-D-NAME            PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-PROGRAM         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CLASS           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ARCHIVE         PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-PAGES           PIC Z(04)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-LINES           PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-CHECKSUM        PIC Z(17)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-EXPIRY          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-RESULT          PIC X(20).

       01  WS-HDR-DTL.
           05  FILLER               PIC X(40) VALUE
               "REPORT       PROGRAM  CLAS ARCHIVE-NAME ".
           05  FILLER               PIC X(40) VALUE
               "               PAGES   LINES           C".
           05  FILLER               PIC X(35) VALUE
               "HECKSUM EXPIRES  RESULT".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT RPTAR-RPT-FILE
           MOVE "REPORT RETENTION LIBRARY - ARCHIVE" TO RPTAR-RPT-LINE
           WRITE RPTAR-RPT-LINE

           PERFORM 1000-READ-REQUEST
           IF NOT REQUEST-REFUSED
               PERFORM 1100-READ-SYSCON
           END-IF
           IF REQUEST-REFUSED
               MOVE 8 TO RETURN-CODE
               CLOSE RPTAR-RPT-FILE
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-CATALOG
           MOVE SPACES TO RPTAR-RPT-LINE
           WRITE RPTAR-RPT-LINE
           MOVE WS-HDR-DTL TO RPTAR-RPT-LINE
           WRITE RPTAR-RPT-LINE
           IF REQ-MODE = 'A'
               PERFORM 2000-ARCHIVE-REPORTS
           ELSE
               PERFORM 3000-PURGE-EXPIRED
           END-IF
           PERFORM 4000-PRINT-SUMMARY

           CLOSE RPTAR-RPT-FILE
           STOP RUN.

       1000-READ-REQUEST.
           OPEN INPUT REQ-FILE
           READ REQ-FILE
               AT END MOVE SPACES TO REQ-LINE
           END-READ
           CLOSE REQ-FILE
           IF REQ-CYCLE = SPACES
               MOVE ZEROS TO REQ-CYCLE
           END-IF
           MOVE SPACES TO RPTAR-RPT-LINE
           EVALUATE TRUE
               WHEN REQ-MODE NOT = 'A' AND REQ-MODE NOT = 'P'
                   MOVE "REQUEST REFUSED - MODE MUST BE A OR P"
                       TO RPTAR-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-CYCLE NOT NUMERIC
                   MOVE "REQUEST REFUSED - CYCLE NOT NUMERIC"
                       TO RPTAR-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN REQ-OPER = SPACES
                   MOVE "REQUEST REFUSED - OPERATOR REQUIRED"
                       TO RPTAR-RPT-LINE
                   SET REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   MOVE REQ-CYCLE-9 TO WS-CYCLE
                   STRING "MODE " REQ-MODE " CYCLE " WS-CYCLE
                       " OPERATOR " REQ-OPER
                       DELIMITED BY SIZE INTO RPTAR-RPT-LINE
           END-EVALUATE
           WRITE RPTAR-RPT-LINE.

       1100-READ-SYSCON.
           OPEN INPUT SYSCON-FILE
           READ SYSCON-FILE
               AT END SET SYS-EOF TO TRUE
           END-READ
           CLOSE SYSCON-FILE
           MOVE SPACES TO RPTAR-RPT-LINE
           IF SYS-EOF
               MOVE "REQUEST REFUSED - NO SYSCON.DAT" TO RPTAR-RPT-LINE
               SET REQUEST-REFUSED TO TRUE
           ELSE
               MOVE SYS-BUS-DATE TO WS-BUS-DATE
               STRING "BUSINESS DATE: " WS-BUS-DATE
                   DELIMITED BY SIZE INTO RPTAR-RPT-LINE
           END-IF
           WRITE RPTAR-RPT-LINE.

       1200-LOAD-CATALOG.
           OPEN INPUT RPTCAT-FILE
           PERFORM UNTIL CAT-EOF
               READ RPTCAT-FILE
                   AT END SET CAT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RPC-TYPE-CLASS AND WS-CLS-COUNT < 100
                               ADD 1 TO WS-CLS-COUNT
                               MOVE RPC-CODE(1:4)
                                   TO WS-CL-CODE(WS-CLS-COUNT)
                               MOVE RPC-RETAIN-DAYS
                                   TO WS-CL-DAYS(WS-CLS-COUNT)
                           WHEN RPC-TYPE-REPORT AND WS-RPT-COUNT < 500
                               ADD 1 TO WS-RPT-COUNT
                               MOVE RPC-CODE
                                   TO WS-RP-NAME(WS-RPT-COUNT)
                               MOVE RPC-PROGRAM
                                   TO WS-RP-PROGRAM(WS-RPT-COUNT)
                               MOVE RPC-CLASS
                                   TO WS-RP-CLASS(WS-RPT-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RPTCAT-FILE.

      * 歸檔:目錄所列報表逐一處理，索引累加於 RPTIDX.DAT。
       2000-ARCHIVE-REPORTS.
           OPEN EXTEND RPTIDX-FILE
           PERFORM VARYING WS-RPX FROM 1 BY 1
                   UNTIL WS-RPX > WS-RPT-COUNT
               PERFORM 2100-ARCHIVE-ONE-REPORT
           END-PERFORM
           CLOSE RPTIDX-FILE
           IF WS-FAILED-COUNT > 0 OR WS-NOCLASS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       2100-ARCHIVE-ONE-REPORT.
           MOVE SPACES TO WS-DTL-LINE
           MOVE WS-RP-NAME(WS-RPX)    TO WS-D-NAME WS-RPT-NAME
           MOVE WS-RP-PROGRAM(WS-RPX) TO WS-D-PROGRAM
           MOVE WS-RP-CLASS(WS-RPX)   TO WS-D-CLASS
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-RPT-NAME WS-FILE-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-NOT-PRODUCED-COUNT
               MOVE "NOT PRODUCED" TO WS-D-RESULT
               PERFORM 2900-PRINT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FI-YEAR  TO WS-FD-YEAR
           MOVE WS-FI-MONTH TO WS-FD-MONTH
           MOVE WS-FI-DAY   TO WS-FD-DAY
           IF WS-FILE-DATE < WS-BUS-DATE
               ADD 1 TO WS-NOT-PRODUCED-COUNT
               MOVE "NOT PRODUCED TODAY" TO WS-D-RESULT
               PERFORM 2900-PRINT-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ARC-NAME
           STRING "A" WS-BUS-DATE WS-CYCLE "." DELIMITED BY SIZE
                  WS-RPT-NAME DELIMITED BY SPACE
               INTO WS-ARC-NAME
           MOVE WS-ARC-NAME TO WS-D-ARCHIVE
           PERFORM 2200-COPY-TO-ARCHIVE
           IF WS-IN-STATUS NOT = "00" AND WS-IN-STATUS NOT = "10"
                   OR WS-OUT-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ARCHIVE FAILED" TO WS-D-RESULT
               PERFORM 2900-PRINT-DETAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM 2300-COMPUTE-EXPIRY
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO RPT-INDEX-REC
           MOVE WS-RPT-NAME           TO RIX-REPORT-NAME
           MOVE WS-RP-PROGRAM(WS-RPX) TO RIX-PROGRAM
           MOVE WS-BUS-DATE           TO RIX-BUS-DATE
           MOVE WS-CYCLE              TO RIX-CYCLE
           MOVE WS-ARC-NAME           TO RIX-ARCHIVE-NAME
           MOVE WS-RP-CLASS(WS-RPX)   TO RIX-CLASS
           MOVE WS-PAGES              TO RIX-PAGES
           MOVE WS-LINES              TO RIX-LINES
           MOVE WS-CHECKSUM           TO RIX-CHECKSUM
           MOVE WS-EXPIRY-DATE        TO RIX-EXPIRY-DATE
           MOVE WS-TIME-NOW(1:4)      TO RIX-ARCHIVE-TIME
           WRITE RPT-INDEX-REC
           ADD 1 TO WS-ARCHIVED-COUNT
           MOVE WS-PAGES    TO WS-D-PAGES
           MOVE WS-LINES    TO WS-D-LINES
           MOVE WS-CHECKSUM TO WS-D-CHECKSUM
           IF WS-EXPIRY-DATE = 99999999
               MOVE "NEVER" TO WS-D-EXPIRY
           ELSE
               MOVE WS-EXPIRY-DATE TO WS-D-EXPIRY
           END-IF
           IF WS-CLASS-FOUND = 'Y'
               MOVE "ARCHIVED" TO WS-D-RESULT
           ELSE
               MOVE "ARCHIVED-NO CLASS" TO WS-D-RESULT
           END-IF
           PERFORM 2900-PRINT-DETAIL.

      * 逐行複製並計算行數、頁數(換頁字元，無者每頁60行)及檢核
      * 和(各行去尾端空白後位元組和乘以行序之累加)。
       2200-COPY-TO-ARCHIVE.
           MOVE 0 TO WS-LINES WS-FF-COUNT WS-PAGES WS-CHECKSUM
           MOVE 'N' TO WS-RPT-EOF
           MOVE "00" TO WS-OUT-STATUS
           OPEN INPUT RPT-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARC-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               CLOSE RPT-IN-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RPT-EOF
               READ RPT-IN-FILE
                   AT END SET RPT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES
                       PERFORM 2250-ACCUMULATE-LINE
                       WRITE ARC-OUT-LINE FROM RPT-IN-LINE
                       IF WS-OUT-STATUS NOT = "00"
                           SET RPT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPT-IN-FILE ARC-OUT-FILE
           IF WS-FF-COUNT > 0
               COMPUTE WS-PAGES = WS-FF-COUNT + 1
           ELSE
               COMPUTE WS-PAGES = (WS-LINES + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE
           END-IF.

       2250-ACCUMULATE-LINE.
           IF RPT-IN-LINE(1:1) = WS-FORM-FEED
               ADD 1 TO WS-FF-COUNT
           END-IF
           MOVE 256 TO WS-LINE-LEN
           PERFORM UNTIL WS-LINE-LEN = 0
                   OR RPT-IN-LINE(WS-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM
           MOVE 0 TO WS-LINE-SUM
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-LINE-LEN
               COMPUTE WS-BYTE-VAL =
                   FUNCTION ORD(RPT-IN-LINE(WS-BX:1)) - 1
               ADD WS-BYTE-VAL TO WS-LINE-SUM
           END-PERFORM
           COMPUTE WS-CHECKSUM = WS-CHECKSUM + WS-LINE-SUM * WS-LINES.

      * 保存到期日:營業日+類別保存日數(日曆日)；保存日數0或類別
      * 未登錄者永久保存。
       2300-COMPUTE-EXPIRY.
           MOVE 'N' TO WS-CLASS-FOUND
           MOVE 0 TO WS-RETAIN-DAYS
           PERFORM VARYING WS-CLX FROM 1 BY 1
                   UNTIL WS-CLX > WS-CLS-COUNT
               IF WS-CL-CODE(WS-CLX) = WS-RP-CLASS(WS-RPX)
                   MOVE 'Y' TO WS-CLASS-FOUND
                   MOVE WS-CL-DAYS(WS-CLX) TO WS-RETAIN-DAYS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CLASS-FOUND = 'N'
               ADD 1 TO WS-NOCLASS-COUNT
           END-IF
           IF WS-RETAIN-DAYS = 0
               MOVE 99999999 TO WS-EXPIRY-DATE
           ELSE
               COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                   + WS-RETAIN-DAYS)
           END-IF.

       2900-PRINT-DETAIL.
           MOVE WS-DTL-LINE TO RPTAR-RPT-LINE
           WRITE RPTAR-RPT-LINE.

      * 清除:保存到期日早於營業日之歸檔檔刪除，其餘索引留存。
       3000-PURGE-EXPIRED.
           OPEN INPUT RPTIDX-FILE
           OPEN OUTPUT RPTIDX-NEW
           PERFORM UNTIL IDX-EOF
               READ RPTIDX-FILE
                   AT END SET IDX-EOF TO TRUE
                   NOT AT END
                       IF RIX-EXPIRY-DATE < WS-BUS-DATE
                           PERFORM 3100-PURGE-ONE
                       ELSE
                           WRITE RPTIDX-NEW-REC FROM RPT-INDEX-REC
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTIDX-FILE RPTIDX-NEW.

       3100-PURGE-ONE.
           MOVE SPACES TO WS-DTL-LINE
           MOVE RIX-REPORT-NAME  TO WS-D-NAME
           MOVE RIX-PROGRAM      TO WS-D-PROGRAM
           MOVE RIX-CLASS        TO WS-D-CLASS
           MOVE RIX-ARCHIVE-NAME TO WS-D-ARCHIVE WS-ARC-NAME
           MOVE RIX-PAGES        TO WS-D-PAGES
           MOVE RIX-LINES        TO WS-D-LINES
           MOVE RIX-CHECKSUM     TO WS-D-CHECKSUM
           MOVE RIX-EXPIRY-DATE  TO WS-D-EXPIRY
           CALL "CBL_DELETE_FILE" USING WS-ARC-NAME
           IF RETURN-CODE = 0
               MOVE "PURGED" TO WS-D-RESULT
           ELSE
               MOVE "PURGED-FILE ABSENT" TO WS-D-RESULT
           END-IF
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-PURGED-COUNT
           PERFORM 2900-PRINT-DETAIL.

       4000-PRINT-SUMMARY.
           MOVE SPACES TO RPTAR-RPT-LINE
           WRITE RPTAR-RPT-LINE
           IF REQ-MODE = 'A'
               STRING "REPORTS CATALOGUED.....: " WS-RPT-COUNT
                   DELIMITED BY SIZE INTO RPTAR-RPT-LINE
               WRITE RPTAR-RPT-LINE
               MOVE SPACES TO RPTAR-RPT-LINE
               STRING "REPORTS ARCHIVED.......: " WS-ARCHIVED-COUNT
                   DELIMITED BY SIZE INTO RPTAR-RPT-LINE
               WRITE RPTAR-RPT-LINE
               MOVE SPACES TO RPTAR-RPT-LINE
               STRING "NOT PRODUCED TODAY.....: "
                   WS-NOT-PRODUCED-COUNT
                   DELIMITED BY SIZE INTO RPTAR-RPT-LINE
               WRITE RPTAR-RPT-LINE
               MOVE SPACES TO RPTAR-RPT-LINE
               STRING "CLASS NOT CATALOGUED...: " WS-NOCLASS-COUNT
                   DELIMITED BY SIZE INTO RPTAR-RPT-LINE
               WRITE RPTAR-RPT-LINE
               MOVE SPACES TO RPTAR-RPT-LINE
               STRING "ARCHIVE FAILURES.......: " WS-FAILED-COUNT
                   DELIMITED BY SIZE INTO RPTAR-RPT-LINE
               WRITE RPTAR-RPT-LINE
           ELSE
               STRING "INDEX ENTRIES KEPT.....: " WS-KEPT-COUNT
                   DELIMITED BY SIZE INTO RPTAR-RPT-LINE
               WRITE RPTAR-RPT-LINE
               MOVE SPACES TO RPTAR-RPT-LINE
               STRING "ARCHIVES PURGED........: " WS-PURGED-COUNT
                   DELIMITED BY SIZE INTO RPTAR-RPT-LINE
               WRITE RPTAR-RPT-LINE
           END-IF.
