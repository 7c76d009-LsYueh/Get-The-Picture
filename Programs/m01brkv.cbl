      * (BRKMST)後逐筆檢核 M01 申報資料之 BROKER-ID：代號須存在
      * 於主檔且參加人狀態為正常(非暫停)，違反者列示例外清單，
      * 於送件發行人前先行攔截。
      * 新參加人於主檔登錄為認證中('C')，須經 M0BCERT 測試腳本
      * 全部必要情境通過並由授權操作員升等為正常後方可正式申報；
      * 認證中券商之正式申報列示例外並註記錯誤代碼 'BC'(經
      * M0ERRDT 登錄逐筆錯誤明細)，使後續檢核與送件均不受理。
      * 認證測試環境執行時以控制檔 M01BRKV.CTL(執行別(1):T=認證
      * 測試，空白或無控制檔=正式)指示，認證中券商之測試檔照常
      * 通過本檢核，續經其餘檢核模組。
      *
      * 修改紀錄:
      *   2026-08-21  新增此程式
      *   2026-09-18  改為被呼叫之檢核模組，由單遍檢核驅動程式
      *               M01EDRV 逐筆交付 M01 記錄(含溢位申請人)，
      *               不再自行讀檔；報表內容不變，檔名依分流加
      *               副檔名(.RPT/.RPn)
      *   2026-10-15  認證中參加人('C')之正式申報註記錯誤代碼 'BC'
      *               拒收；控制檔 M01BRKV.CTL 執行別 T(認證測試)
      *               時認證中參加人照常通過
      *   2026-10-15  已合併('M')參加人之申報列示例外並註記錯誤
      *               代碼 'BM' 拒收，理由載存續券商代表號；經
      *               M0BKMRG 合併之消滅代號不再受理申報
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01BRKV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M01BRKV.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRKMST-FILE ASSIGN TO "BRKMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ERR-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-RUN-MODE         PIC X(01).

       FD  BRKMST-FILE.
       COPY brkmst.

       FD  ERR-RPT-FILE.
       01  ERR-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-NAME              PIC X(12).
       01  WS-EOF                   PIC X VALUE 'N'.
           88  FILE-EOF                   VALUE 'Y'.

                   INDEXED BY WS-BKX.
               10  WS-BK-ID         PIC X(04).
               10  WS-BK-STATUS     PIC X(01).
               10  WS-BK-MERGED-TO  PIC X(04).

       01  WS-RUN-MODE              PIC X VALUE SPACE.
           88  CERT-TEST-RUN              VALUE 'T'.

       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  BROKER-FOUND               VALUE 'Y'.

       01  WS-REC-COUNT             PIC 9(07) VALUE 0.
       01  WS-ERR-COUNT             PIC 9(07) VALUE 0.
       01  WS-CERT-REJ-COUNT        PIC 9(07) VALUE 0.
       01  WS-MRG-REJ-COUNT         PIC 9(07) VALUE 0.
       01  WS-REJ-CODE              PIC X(02).

       COPY m0errdt.

       01  WS-HDR-1                 PIC X(80) VALUE
           "M01 BROKER PARTICIPANT EXISTENCE VALIDATION".
       01  WS-HDR-2                 PIC X(80) VALUE
           "ETF-ID BROKER TX-DATE  SEQ REASON".
       01  WS-HDR-CERT              PIC X(80) VALUE
           "*** CERTIFICATION TEST RUN - CERTIFYING PARTICIPANTS ACCEPTE
      -    "D ***".

       01  WS-RSN-CERT              PIC X(44) VALUE
           "CERTIFYING PARTICIPANT - PRODUCTION REJECTED".

       01  WS-DETAIL-LINE.
           05  WS-D-ETF-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-REASON          PIC X(44).

       LINKAGE SECTION.
       COPY m01edt.
       COPY m01.
       COPY aplgrp.

       PROCEDURE DIVISION USING EDT-PARM M01 APG-LIST.
       0000-MAIN.
           EVALUATE TRUE
               WHEN EDT-FUNC-OPEN
                   PERFORM 0500-READ-CONTROL
                   PERFORM 1000-LOAD-BRK-TABLE
                   PERFORM 1500-OPEN-REPORT
               WHEN EDT-FUNC-EDIT
                   ADD 1 TO WS-REC-COUNT
                   PERFORM 3000-EDIT-BROKER
               WHEN EDT-FUNC-CLOSE
                   PERFORM 9000-CLOSE-REPORT
           END-EVALUATE
           GOBACK.

       0500-READ-CONTROL.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE SPACES TO CTL-LINE
           END-READ
           CLOSE CTL-FILE
           MOVE CTL-RUN-MODE TO WS-RUN-MODE.

      * 讀入券商參加人基本資料主檔，假設已依券商代表號遞增排序，
      * 供 SEARCH ALL 使用；未使用之表格項目先填HIGH-VALUES，使其
                       MOVE BRK-MST-ID     TO WS-BK-ID(WS-BRK-COUNT)
                       MOVE BRK-MST-STATUS
                           TO WS-BK-STATUS(WS-BRK-COUNT)
                       MOVE BRK-MST-MERGED-TO
                           TO WS-BK-MERGED-TO(WS-BRK-COUNT)
               END-READ
           END-PERFORM
           CLOSE BRKMST-FILE
           MOVE 'N' TO WS-EOF.

       1500-OPEN-REPORT.
           MOVE SPACES TO WS-RPT-NAME
           STRING "M01BRKV" EDT-RPT-EXT DELIMITED BY SIZE
               INTO WS-RPT-NAME
           OPEN OUTPUT ERR-RPT-FILE
           MOVE WS-HDR-1 TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           IF CERT-TEST-RUN
               MOVE WS-HDR-CERT TO ERR-RPT-LINE
               WRITE ERR-RPT-LINE
           END-IF
           MOVE WS-HDR-2 TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE.

       9000-CLOSE-REPORT.
           MOVE SPACES TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-REC-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "EXCEPTIONS REPORTED....: " WS-ERR-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           STRING "CERTIFYING REJECTED(BC): " WS-CERT-REJ-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           MOVE SPACES TO ERR-RPT-LINE
           STRING "MERGED REJECTED(BM)....: " WS-MRG-REJ-COUNT
               DELIMITED BY SIZE INTO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           CLOSE ERR-RPT-FILE.

       3000-EDIT-BROKER.
           SET WS-BKX TO 1
                   TO WS-D-REASON
               PERFORM 4000-PRINT-EXCEPTION
           ELSE
               EVALUATE WS-BK-STATUS(WS-HIT-IX)
                   WHEN 'A'
                       CONTINUE
                   WHEN 'C'
                       IF NOT CERT-TEST-RUN
                           MOVE WS-RSN-CERT TO WS-D-REASON
                           PERFORM 4000-PRINT-EXCEPTION
                           MOVE "BC" TO WS-REJ-CODE
                           PERFORM 9500-RECORD-ERROR
                           ADD 1 TO WS-CERT-REJ-COUNT
                       END-IF
                   WHEN 'M'
                       MOVE SPACES TO WS-D-REASON
                       STRING "PARTICIPANT MERGED INTO "
                           WS-BK-MERGED-TO(WS-HIT-IX)
                           " - NOT ACCEPTED"
                           DELIMITED BY SIZE INTO WS-D-REASON
                       PERFORM 4000-PRINT-EXCEPTION
                       MOVE "BM" TO WS-REJ-CODE
                       PERFORM 9500-RECORD-ERROR
                       ADD 1 TO WS-MRG-REJ-COUNT
                   WHEN OTHER
                       MOVE "PARTICIPANT SUSPENDED - NOT ACCEPTED"
                           TO WS-D-REASON
                       PERFORM 4000-PRINT-EXCEPTION
               END-EVALUATE
           END-IF.

       4000-PRINT-EXCEPTION.
           MOVE WS-DETAIL-LINE TO ERR-RPT-LINE
           WRITE ERR-RPT-LINE
           ADD 1 TO WS-ERR-COUNT.

       9500-RECORD-ERROR.
           MOVE "M01"      TO ERD-REC-TYPE
           MOVE ETF-ID     TO ERD-ETF-ID
           MOVE BROKER-ID  TO ERD-BROKER-ID
           MOVE TX-DATE    TO ERD-TX-DATE
           MOVE SEQNO      TO ERD-SEQNO
           MOVE SPACES     TO ERD-STKNO
           MOVE WS-REJ-CODE TO ERD-NEW-CODE
           MOVE ERROR-CODE TO ERD-CUR-CODE
           MOVE "M01BRKV"  TO ERD-SOURCE
           MOVE CYCLE-NO   TO ERD-CYCLE-NO
           CALL "M0ERRDT" USING ERD-PARM
           MOVE ERD-STAMP-CODE TO ERROR-CODE.
