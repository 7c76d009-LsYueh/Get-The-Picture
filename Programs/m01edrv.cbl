      * M01EDRV - M01 收件檢核單遍驅動程式
      * M01 收件檢核鏈原由 M01BRCK、M01BRKV、M01ETFV 等十餘支獨立
      * 程式組成，每支各自讀遍 M01.DAT 與 M01APPL.DAT 並重新載入
      * 主檔，換股日大半批次時窗耗於重複讀檔。本程式單遍讀取 M01
      * 每筆記錄一次，經申請人群組查詢服務 APLLOOK 併同其 M01APPL
      * 超額申請人組成申請人清單(版面見 aplgrp 抄寫簿)，依序 CALL
      * 各檢核模組(參數區見
      * m01edt 抄寫簿):
      *   1. 開始時以功能碼'O'呼叫各模組，由模組自行讀入控制檔、
      *      載入主檔並開啟報表。
      *   2. 逐筆以功能碼'E'交付各模組檢核；註記錯誤代碼之模組
      *      直接更新交付之 M01 記錄(經 M0ERRDT 依優先序註記)。
      *   3. 結束時以功能碼'C'呼叫各模組列印合計並關閉報表。
      * 控制檔 M01EDRV.CTL(分流編號(1)，空白或無控制檔=未分流):
      *   未分流  讀 M01.DAT，寫出 M01EDT.DAT(由排程取代 M01.DAT)，
      *           各模組報表為「程式代號.RPT」。
      *   分流n   讀 M02SPLT 切出之 M01Sn.DAT，寫出 M01En.DAT，各
      *           模組報表為「程式代號.RPn」，供 M02SMRG 併檔。
      * 各模組報表內容與原獨立執行時相同；本程式另產出驅動報表
      * M01EDRV.RPT(.RPn)列示筆數與模組執行順序。
      *
      * 修改紀錄:
      *   2026-09-18  新增此程式
      *   2026-09-22  申請人清單改由共用查詢服務 APLLOOK 組成，
      *               不再自行排序載入 M01APPL
      *   2026-09-24  加入申請人主檔一致性檢核模組 M01APLM
      *   2026-10-03  加入券商逾期應收曝險信用額度攔阻模組 M01CRDT
      *               (排於 M01LIMT 前，被攔阻之申購不佔用額度)
      *   2026-10-05  加入當日收件截止時間檢核模組 M01CTIM(排於
      *               M01ETFV 前，順延之申請日續經基金層級檢核)
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01EDRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "M01EDRV.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT M01-FILE ASSIGN TO DYNAMIC WS-M01-IN-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT M01-OUT-FILE ASSIGN TO DYNAMIC WS-M01-OUT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDRV-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-LINE.
           05  CTL-STREAM-NO        PIC X(01).

       FD  M01-FILE.
       COPY m01.

       FD  M01-OUT-FILE.
       01  M01-OUT-REC              PIC X(300).

       FD  EDRV-RPT-FILE.
       01  EDRV-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-M01-IN-NAME           PIC X(12).
       01  WS-M01-OUT-NAME          PIC X(12).
       01  WS-RPT-NAME              PIC X(12).

       01  WS-M01-EOF               PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.

      * 檢核模組執行順序:先列純報表檢核，再列註記錯誤代碼之
      * 模組；M01LIMT 僅累計錯誤代碼空白之記錄，故排最後，使
      * 前站已攔下之案件不佔用券商額度。
       01  WS-MOD-NAMES.
           05  FILLER               PIC X(08) VALUE "M01BRCK".
           05  FILLER               PIC X(08) VALUE "M01BRKV".
           05  FILLER               PIC X(08) VALUE "M01CTIM".
           05  FILLER               PIC X(08) VALUE "M01ETFV".
           05  FILLER               PIC X(08) VALUE "M01BANK".
           05  FILLER               PIC X(08) VALUE "M01KACV".
           05  FILLER               PIC X(08) VALUE "M01CSHAS".
           05  FILLER               PIC X(08) VALUE "M01CASHV".
           05  FILLER               PIC X(08) VALUE "M01DUPE".
           05  FILLER               PIC X(08) VALUE "M01APLED".
           05  FILLER               PIC X(08) VALUE "M01APLM".
           05  FILLER               PIC X(08) VALUE "M01RSTC".
           05  FILLER               PIC X(08) VALUE "M01TERM".
           05  FILLER               PIC X(08) VALUE "M01CUTF".
           05  FILLER               PIC X(08) VALUE "M01FEEV".
           05  FILLER               PIC X(08) VALUE "M01CRDT".
           05  FILLER               PIC X(08) VALUE "M01LIMT".
       01  WS-MOD-NAME-TABLE REDEFINES WS-MOD-NAMES.
           05  WS-MOD-NAME OCCURS 17 TIMES
                   PIC X(08).
       01  WS-MOD-COUNT             PIC 9(02) VALUE 17.
       01  WS-MX                    PIC 9(02).

       01  WS-APG-SKIPPED           PIC 9(05) VALUE 0.
       01  WS-OVF-COUNT             PIC 9(05) VALUE 0.
       01  WS-OVF-SKIPPED           PIC 9(05) VALUE 0.

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-WRITE-COUNT           PIC 9(07) VALUE 0.
       01  WS-CODED-COUNT           PIC 9(07) VALUE 0.
       01  WS-GROUP-COUNT           PIC 9(07) VALUE 0.

       COPY m01edt.
       COPY aplgrp.
       COPY apllook.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-CONTROL

           OPEN OUTPUT EDRV-RPT-FILE
           MOVE "M01 SINGLE-PASS EDIT DRIVER" TO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           MOVE SPACES TO EDRV-RPT-LINE
           STRING "INPUT FILE.............: " WS-M01-IN-NAME
               DELIMITED BY SIZE INTO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           MOVE SPACES TO EDRV-RPT-LINE
           STRING "OUTPUT FILE............: " WS-M01-OUT-NAME
               DELIMITED BY SIZE INTO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE

           MOVE 0 TO APG-COUNT
           SET EDT-FUNC-OPEN TO TRUE
           PERFORM 3000-CALL-MODULES

           OPEN INPUT M01-FILE
           OPEN OUTPUT M01-OUT-FILE
           PERFORM UNTIL M01-EOF
               READ M01-FILE
                   AT END SET M01-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-BUILD-APPLICANT-LIST
                       SET EDT-FUNC-EDIT TO TRUE
                       PERFORM 3000-CALL-MODULES
                       IF ERROR-CODE NOT = SPACES
                           ADD 1 TO WS-CODED-COUNT
                       END-IF
                       WRITE M01-OUT-REC FROM M01
                       ADD 1 TO WS-WRITE-COUNT
               END-READ
           END-PERFORM
           CLOSE M01-FILE M01-OUT-FILE

           SET EDT-FUNC-CLOSE TO TRUE
           PERFORM 3000-CALL-MODULES

           PERFORM 9000-PRINT-TOTALS
           CLOSE EDRV-RPT-FILE
           STOP RUN.

      * 依控制檔決定分流編號、輸入/輸出檔名與報表副檔名。
       1000-READ-CONTROL.
           MOVE SPACES TO CTL-LINE
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END MOVE SPACES TO CTL-LINE
           END-READ
           CLOSE CTL-FILE

           MOVE SPACES TO EDT-PARM
           MOVE CTL-STREAM-NO TO EDT-STREAM-NO
           MOVE SPACES TO WS-M01-IN-NAME WS-M01-OUT-NAME WS-RPT-NAME
           IF EDT-STREAM-NO = SPACES
               MOVE "M01.DAT"     TO WS-M01-IN-NAME
               MOVE "M01EDT.DAT"  TO WS-M01-OUT-NAME
               MOVE ".RPT"        TO EDT-RPT-EXT
           ELSE
               STRING "M01S" EDT-STREAM-NO ".DAT"
                   DELIMITED BY SIZE INTO WS-M01-IN-NAME
               STRING "M01E" EDT-STREAM-NO ".DAT"
                   DELIMITED BY SIZE INTO WS-M01-OUT-NAME
               STRING ".RP" EDT-STREAM-NO
                   DELIMITED BY SIZE INTO EDT-RPT-EXT
           END-IF
           STRING "M01EDRV" EDT-RPT-EXT
               DELIMITED BY SIZE INTO WS-RPT-NAME.

      * 經 APLLOOK 組成本筆 M01 之申請人清單(M01 內建槽位在前，
      * 其後依申請人序號列 M01APPL 超額申請人)。
       2000-BUILD-APPLICANT-LIST.
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           MOVE APLL-TABLE-COUNT   TO WS-OVF-COUNT
           MOVE APLL-TABLE-SKIPPED TO WS-OVF-SKIPPED
           IF APLL-OVF-COUNT > 0 OR APLL-OVER-LIMIT > 0
               ADD 1 TO WS-GROUP-COUNT
           END-IF
           ADD APLL-OVER-LIMIT TO WS-APG-SKIPPED.

       3000-CALL-MODULES.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MOD-COUNT
               CALL WS-MOD-NAME(WS-MX) USING EDT-PARM M01 APG-LIST
           END-PERFORM.

       9000-PRINT-TOTALS.
           MOVE SPACES TO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           MOVE "EDIT MODULES (CALL ORDER)" TO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MOD-COUNT
               MOVE SPACES TO EDRV-RPT-LINE
               STRING "  " WS-MX " " WS-MOD-NAME(WS-MX) " "
                   WS-MOD-NAME(WS-MX) EDT-RPT-EXT
                   DELIMITED BY SIZE INTO EDRV-RPT-LINE
               WRITE EDRV-RPT-LINE
           END-PERFORM

           MOVE SPACES TO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           STRING "M01 RECORDS READ.......: " WS-READ-COUNT
               DELIMITED BY SIZE INTO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           MOVE SPACES TO EDRV-RPT-LINE
           STRING "M01 RECORDS WRITTEN....: " WS-WRITE-COUNT
               DELIMITED BY SIZE INTO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           MOVE SPACES TO EDRV-RPT-LINE
           STRING "RECORDS WITH ERROR CODE: " WS-CODED-COUNT
               DELIMITED BY SIZE INTO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           MOVE SPACES TO EDRV-RPT-LINE
           STRING "M01APPL ROWS LOADED....: " WS-OVF-COUNT
               DELIMITED BY SIZE INTO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           MOVE SPACES TO EDRV-RPT-LINE
           STRING "CASES WITH OVERFLOW....: " WS-GROUP-COUNT
               DELIMITED BY SIZE INTO EDRV-RPT-LINE
           WRITE EDRV-RPT-LINE
           IF WS-OVF-SKIPPED > 0
               MOVE SPACES TO EDRV-RPT-LINE
               STRING "*** M01APPL ROWS OVER TABLE LIMIT: "
                   WS-OVF-SKIPPED " SKIPPED ***"
                   DELIMITED BY SIZE INTO EDRV-RPT-LINE
               WRITE EDRV-RPT-LINE
           END-IF
           IF WS-APG-SKIPPED > 0
               MOVE SPACES TO EDRV-RPT-LINE
               STRING "*** APPLICANTS OVER LIST LIMIT (99): "
                   WS-APG-SKIPPED " SKIPPED ***"
                   DELIMITED BY SIZE INTO EDRV-RPT-LINE
               WRITE EDRV-RPT-LINE
           END-IF.
