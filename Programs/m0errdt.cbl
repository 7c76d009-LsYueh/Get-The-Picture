      * M0ERRDT - 逐筆錯誤明細登錄服務(被呼叫副程式)
      * M01/M02 僅有單一錯誤代碼欄，M01LIMT/M01RSTC/M01FEEV/
      * M01CUTF/M01TERM 等檢核步驟同時攔下同一案件時，後一步驟
      * 直接蓋掉前一步驟之代碼，其餘錯誤僅見於各自報表——券商
      * 更正一項重送後，次一循環再被下一項退件。各檢核步驟改經
      * 本副程式登錄(參數區見 m0errdt 抄寫簿):
      *   1. 首次被呼叫時載入錯誤代碼對照主檔之優先序。
      *   2. 每次呼叫將本步驟錯誤代碼累加寫入逐筆錯誤明細檔
      *      ERRDTL.DAT(版面見 errdtl 抄寫簿)。
      *   3. 比較本步驟代碼與記錄上現有代碼之優先序，回覆應
      *      註記於 ERROR-CODE 之代碼。
      * M0ERPT 與案件卷宗 M0DCKT 依明細檔列示每案全部錯誤。
      *
      * 修改紀錄:
      *   2026-09-16  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0ERRDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ERRCODE-FILE ASSIGN TO "ERRCODE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ERRDTL-FILE ASSIGN TO "ERRDTL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRCODE-FILE.
       COPY errcode.

       FD  ERRDTL-FILE.
       COPY errdtl.

       WORKING-STORAGE SECTION.
       01  WS-LOADED-SW             PIC X VALUE 'N'.
           88  TABLE-LOADED               VALUE 'Y'.
       01  WS-EC-EOF                PIC X VALUE 'N'.
           88  EC-EOF                     VALUE 'Y'.

      * 錯誤代碼優先序表(主檔依代碼遞增排序，供 SEARCH ALL)；
      * 未使用之表格項目先填HIGH-VALUES。
       01  WS-PRI-TABLE.
           05  WS-PRI-COUNT         PIC 9(03) VALUE 0.
           05  WS-PRI-ENTRY OCCURS 200 TIMES
                   ASCENDING KEY IS WS-PR-CODE
                   INDEXED BY WS-PRX.
               10  WS-PR-CODE       PIC X(02).
               10  WS-PR-PRIORITY   PIC 9(02).

       01  WS-ARG-CODE              PIC X(02).
       01  WS-ARG-PRIORITY          PIC 9(02).
       01  WS-NEW-PRIORITY          PIC 9(02).
       01  WS-CUR-PRIORITY          PIC 9(02).

       LINKAGE SECTION.
       COPY m0errdt.

       PROCEDURE DIVISION USING ERD-PARM.
       0000-MAIN.
           IF NOT TABLE-LOADED
               PERFORM 1000-LOAD-PRIORITY-TABLE
               MOVE 'Y' TO WS-LOADED-SW
           END-IF
           MOVE ERD-NEW-CODE TO WS-ARG-CODE
           PERFORM 2000-FIND-PRIORITY
           MOVE WS-ARG-PRIORITY TO WS-NEW-PRIORITY
           PERFORM 3000-WRITE-DETAIL
           PERFORM 4000-RESOLVE-STAMP
           GOBACK.

       1000-LOAD-PRIORITY-TABLE.
           MOVE HIGH-VALUES TO WS-PRI-TABLE
           MOVE 0 TO WS-PRI-COUNT
           OPEN INPUT ERRCODE-FILE
           PERFORM UNTIL EC-EOF
               READ ERRCODE-FILE
                   AT END SET EC-EOF TO TRUE
                   NOT AT END
                       IF WS-PRI-COUNT < 200
                           ADD 1 TO WS-PRI-COUNT
                           SET WS-PRX TO WS-PRI-COUNT
                           MOVE ERRCODE-CODE TO WS-PR-CODE(WS-PRX)
                           IF ERRCODE-PRIORITY IS NUMERIC
                                   AND ERRCODE-PRIORITY > 0
                               MOVE ERRCODE-PRIORITY
                                   TO WS-PR-PRIORITY(WS-PRX)
                           ELSE
                               MOVE 99 TO WS-PR-PRIORITY(WS-PRX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERRCODE-FILE.

      * 查代碼優先序；未登錄之代碼視同99。
       2000-FIND-PRIORITY.
           MOVE 99 TO WS-ARG-PRIORITY
           IF WS-PRI-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-PRX TO 1
           SEARCH ALL WS-PRI-ENTRY
               WHEN WS-PR-CODE(WS-PRX) = WS-ARG-CODE
                   MOVE WS-PR-PRIORITY(WS-PRX) TO WS-ARG-PRIORITY
           END-SEARCH.

       3000-WRITE-DETAIL.
           OPEN EXTEND ERRDTL-FILE
           MOVE SPACES TO ERR-DTL-REC
           MOVE ERD-ETF-ID      TO EDL-ETF-ID
           MOVE ERD-BROKER-ID   TO EDL-BROKER-ID
           MOVE ERD-TX-DATE     TO EDL-TX-DATE
           MOVE ERD-SEQNO       TO EDL-SEQNO
           MOVE ERD-STKNO       TO EDL-STKNO
           MOVE ERD-REC-TYPE    TO EDL-REC-TYPE
           MOVE ERD-NEW-CODE    TO EDL-ERROR-CODE
           MOVE WS-NEW-PRIORITY TO EDL-PRIORITY
           MOVE ERD-SOURCE      TO EDL-SOURCE-PGM
           MOVE ERD-CYCLE-NO    TO EDL-CYCLE-NO
           WRITE ERR-DTL-REC
           CLOSE ERRDTL-FILE.

      * 記錄原無代碼者註記本步驟代碼；原有代碼者僅於本步驟代碼
      * 優先序較高(數字較小)時取代，同優先序保留先檢出者。
       4000-RESOLVE-STAMP.
           IF ERD-CUR-CODE = SPACES
               MOVE ERD-NEW-CODE TO ERD-STAMP-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ERD-CUR-CODE TO WS-ARG-CODE
           PERFORM 2000-FIND-PRIORITY
           MOVE WS-ARG-PRIORITY TO WS-CUR-PRIORITY
           IF WS-NEW-PRIORITY < WS-CUR-PRIORITY
               MOVE ERD-NEW-CODE TO ERD-STAMP-CODE
           ELSE
               MOVE ERD-CUR-CODE TO ERD-STAMP-CODE
           END-IF.
