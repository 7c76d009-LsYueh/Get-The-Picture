      *               (與 M01APLED 採同一配對比對法)
      *   2026-08-09  配對比對前加入 SORT 步驟，不再假設來源檔案
      *               已依鍵值排序
      *   2026-09-22  申請人改由共用申請人群組查詢服務 APLLOOK 取得
      *               ，不再自行排序配對 M01APPL；M01 槽位與溢位
      *               明細一律僅計帳號非0者
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M01IDBK.
       FILE-CONTROL.
           SELECT M01-FILE ASSIGN TO "M01.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-01 ASSIGN TO "M01IDBK.S01".
           SELECT M01-SORTED ASSIGN TO "M01IDBK.D01"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "M01IDBK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  M01-FILE.
       COPY m01.

       SD  SORT-WORK-01.
       COPY m01 REPLACING ==M01.== BY ==SORT-01-REC.==.

       FD  M01-SORTED.
       COPY m01 REPLACING ==M01.== BY ==M01-SORTED-REC.==.

       FD  RPT-FILE.
       01  RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88  M01-EOF                    VALUE 'Y'.

       01  WS-TX-YEARMON            PIC 9(06).
       01  WS-CUR-ETF-ID            PIC X(06).
       01  WS-CUR-ID-CODE           PIC X(03).

           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-D-COUNT           PIC ZZZZZZZ9.

       COPY apllook.
       COPY aplgrp.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORT-WORK-01
                                TX-DATE OF SORT-01-REC
                                SEQNO OF SORT-01-REC
               USING M01-FILE GIVING M01-SORTED

           OPEN INPUT M01-SORTED
           OPEN OUTPUT RPT-FILE
           MOVE WS-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1000-READ-M01
           PERFORM UNTIL M01-EOF
               ADD 1 TO WS-REC-COUNT
               PERFORM 2000-ACCUMULATE-RECORD
               PERFORM 1000-READ-M01
           END-PERFORM

               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE M01-SORTED RPT-FILE
           STOP RUN.

       1000-READ-M01.
               AT END SET M01-EOF TO TRUE
           END-READ.

      * 取 TX-DATE 年月(YYYYMM)，經 APLLOOK 取得完整申請人清單
      * (含 M01APPL 超額申請人)，逐一累加帳號非0者之身份碼。
       2000-ACCUMULATE-RECORD.
           DIVIDE TX-DATE OF M01-SORTED-REC BY 100
               GIVING WS-TX-YEARMON
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01-SORTED-REC APG-LIST
           MOVE ETF-ID OF M01-SORTED-REC TO WS-CUR-ETF-ID
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-ACNT-NO(APG-X) NOT = 0
                   ADD 1 TO WS-APPLICANT-COUNT
                   MOVE APG-ID-CODE(APG-X) TO WS-CUR-ID-CODE
                   PERFORM 2100-ACCUMULATE-GROUP
               END-IF
           END-PERFORM.

