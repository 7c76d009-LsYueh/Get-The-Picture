      * T30HARC - 股票基本資料夜間全量歸檔作業
      * T30TSE.DAT/T30OTC.DAT 每夜全量覆蓋，事後券商就價格帶
      * 檢核或籃子評價提出爭議時，已無從得知當日之漲跌停價、
      * 開盤競價基準或處置註記。本程式於每夜主檔載入後執行，
      * 將兩主檔全部記錄以版本 000 累加寫入歷史檔 T30HIST.DAT
      * (版面見 t30hist 抄寫簿)，營業日取自控制檔 T30HARC.CTL
      * (營業日(8))。同一營業日已歸檔者不再重複寫入(重跑保護)
      * ，報表列示並設回傳碼4。盤中異動版本由 T30DELT 寫入；
      * 依日期查詢由 T30LOOK 之歷史基準日模式提供。
      *
      * 修改紀錄:
      *   2026-09-26  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T30HARC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "T30HARC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T30-TSE-FILE ASSIGN TO "T30TSE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT T30-OTC-FILE ASSIGN TO "T30OTC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL T30-HIST-FILE ASSIGN TO "T30HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "T30HARC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-BUS-DATE         PIC 9(08).

       FD  T30-TSE-FILE.
       COPY t30tse.

       FD  T30-OTC-FILE.
       COPY t30otc.

       FD  T30-HIST-FILE.
       COPY t30hist.

       FD  RPT-FILE.
       01  RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-T30-EOF               PIC X VALUE 'N'.
           88  T30-EOF                    VALUE 'Y'.
       01  WS-HIST-EOF              PIC X VALUE 'N'.
           88  HIST-EOF                   VALUE 'Y'.
       01  WS-ARCHIVED-SW           PIC X VALUE 'N'.
           88  ALREADY-ARCHIVED           VALUE 'Y'.

       01  WS-BUS-DATE              PIC 9(08).
       01  WS-DATE-TIME             PIC 9(14).

       01  WS-TSE-COUNT             PIC 9(07) VALUE 0.
       01  WS-OTC-COUNT             PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE 0 TO CTL-BUS-DATE
           END-READ
           MOVE CTL-BUS-DATE TO WS-BUS-DATE
           CLOSE CTL-FILE

           OPEN OUTPUT RPT-FILE
           MOVE "T30 MASTER NIGHTLY HISTORY ARCHIVE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BUSINESS DATE: " WS-BUS-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-TIME

           PERFORM 1000-CHECK-ARCHIVED
           IF ALREADY-ARCHIVED
               MOVE "*** DATE ALREADY ARCHIVED - NO ROWS WRITTEN"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND T30-HIST-FILE
               PERFORM 2000-ARCHIVE-TSE
               PERFORM 2100-ARCHIVE-OTC
               CLOSE T30-HIST-FILE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "TSE ROWS ARCHIVED......: " WS-TSE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OTC ROWS ARCHIVED......: " WS-OTC-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE RPT-FILE
           STOP RUN.

      * 重跑保護:歷史檔已有本營業日版本 000 者不再寫入。
       1000-CHECK-ARCHIVED.
           OPEN INPUT T30-HIST-FILE
           PERFORM UNTIL HIST-EOF
               READ T30-HIST-FILE
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       IF T30H-BUS-DATE = WS-BUS-DATE
                               AND T30H-VERSION = 0
                           SET ALREADY-ARCHIVED TO TRUE
                           SET HIST-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE T30-HIST-FILE.

       2000-ARCHIVE-TSE.
           MOVE 'N' TO WS-T30-EOF
           OPEN INPUT T30-TSE-FILE
           PERFORM UNTIL T30-EOF
               READ T30-TSE-FILE
                   AT END SET T30-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO T30-HIST-REC
                       MOVE T30-TSE TO T30H-IMAGE
                       MOVE STOCK-NO OF T30-TSE TO T30H-STOCK-NO
                       MOVE 'T' TO T30H-MARKET
                       PERFORM 2900-WRITE-HIST
                       ADD 1 TO WS-TSE-COUNT
               END-READ
           END-PERFORM
           CLOSE T30-TSE-FILE.

       2100-ARCHIVE-OTC.
           MOVE 'N' TO WS-T30-EOF
           OPEN INPUT T30-OTC-FILE
           PERFORM UNTIL T30-EOF
               READ T30-OTC-FILE
                   AT END SET T30-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO T30-HIST-REC
                       MOVE T30-OTC-ADV TO T30H-IMAGE
                       MOVE STOCK-NO OF T30-OTC-ADV TO T30H-STOCK-NO
                       MOVE 'O' TO T30H-MARKET
                       PERFORM 2900-WRITE-HIST
                       ADD 1 TO WS-OTC-COUNT
               END-READ
           END-PERFORM
           CLOSE T30-OTC-FILE.

       2900-WRITE-HIST.
           MOVE WS-BUS-DATE  TO T30H-BUS-DATE
           MOVE 0            TO T30H-VERSION
           MOVE WS-DATE-TIME TO T30H-STAMP
           MOVE 'B'          TO T30H-SOURCE
           WRITE T30-HIST-REC.
