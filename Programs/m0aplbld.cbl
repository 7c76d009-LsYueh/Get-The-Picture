      * M0APLBLD - 申請人主檔建置與逐日補入作業
      * 同一申請人帳戶(開戶券商代號+申請人帳號)每日由券商重新
      * 鍵入身份碼與保管帳號，過去無任何檔案記載申請人之認定
      * 身份，同一帳戶曾出現今日為自然人、明日為外國法人之情形
      * ，連帶影響 M01IDBK、M0REGST 及 M0WHTAX 扣繳稅率。本程式
      * 自歷史申報 M01HIST.DAT(含經 APLLOOK 取得之 M01APPL 溢位
      * 申請人)建置申請人主檔 APLMST，並於每日執行時補入新帳戶:
      *   1. 僅取正常且未註記錯誤代碼之申報，逐申請人依帳戶+
      *      申請日排序。
      *   2. 與既有主檔 APLMST.DAT 逐鍵比對(主檔可不存在，即首次
      *      建置):
      *      - 主檔已有之帳戶:身份碼/保管帳號沿用主檔認定值不予
      *        變更，僅更新最近申報日；歷史與主檔不符者列示供
      *        經辦查證。
      *      - 主檔尚無之帳戶:以最近一次申報之身份碼/保管帳號
      *        建檔；歷史申報互相矛盾者以未確認('N')建檔並列示
      *        ，其餘以已確認('Y')建檔。
      *   3. 寫出 APLMST.NEW(由排程取代正式主檔，排序恆保持)，
      *      其後之更正一律經 M0MSTMT 維護並留存稽核軌跡。
      *
      * 修改紀錄:
      *   2026-09-24  新增此程式
|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       IDENTIFICATION DIVISION.
       PROGRAM-ID. M0APLBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL M01H-FILE ASSIGN TO "M01HIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL APM-IN-FILE ASSIGN TO "APLMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APM-OUT-FILE ASSIGN TO "APLMST.NEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "M0APLBLD.SRT".
           SELECT APL-SORTED ASSIGN TO "M0APLBLD.SRD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BLD-RPT-FILE ASSIGN TO "M0APLBLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  M01H-FILE.
       COPY m01.

       FD  APM-IN-FILE.
       COPY aplmst.

       FD  APM-OUT-FILE.
       COPY aplmst REPLACING ==APL-MASTER-REC.== BY ==APM-OUT-REC.==.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-KEY.
               10  SORT-ACNT-BROKER PIC X(04).
               10  SORT-ACNT-NO     PIC 9(07).
           05  SORT-TX-DATE         PIC 9(08).
           05  SORT-ID-CODE         PIC X(03).
           05  SORT-KEEP-ACNT       PIC X(11).

       FD  APL-SORTED.
       01  SORTED-REC.
           05  SD-KEY.
               10  SD-ACNT-BROKER   PIC X(04).
               10  SD-ACNT-NO       PIC 9(07).
           05  SD-TX-DATE           PIC 9(08).
           05  SD-ID-CODE           PIC X(03).
           05  SD-KEEP-ACNT         PIC X(11).

       FD  BLD-RPT-FILE.
       01  BLD-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-M01H-EOF              PIC X VALUE 'N'.
           88  M01H-EOF                   VALUE 'Y'.
       01  WS-SORTED-EOF            PIC X VALUE 'N'.
           88  SORTED-EOF                 VALUE 'Y'.
       01  WS-APM-EOF               PIC X VALUE 'N'.
           88  APM-EOF                    VALUE 'Y'.

      * 單一帳戶之歷史彙總(依申請日遞增，最後一筆即最近申報)。
       01  WS-GROUP.
           05  WS-G-KEY.
               10  WS-G-ACNT-BROKER PIC X(04).
               10  WS-G-ACNT-NO     PIC 9(07).
           05  WS-G-FIRST-DATE      PIC 9(08).
           05  WS-G-LAST-DATE       PIC 9(08).
           05  WS-G-ID-CODE         PIC X(03).
           05  WS-G-KEEP-ACNT       PIC X(11).
           05  WS-G-ID-DIFF         PIC X(01).
           05  WS-G-KEEP-DIFF       PIC X(01).

       01  WS-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-REL-COUNT             PIC 9(07) VALUE 0.
       01  WS-OLD-COUNT             PIC 9(07) VALUE 0.
       01  WS-SEEN-COUNT            PIC 9(07) VALUE 0.
       01  WS-ADD-COUNT             PIC 9(07) VALUE 0.
       01  WS-UNVER-COUNT           PIC 9(07) VALUE 0.
       01  WS-DIFF-COUNT            PIC 9(07) VALUE 0.
       01  WS-OUT-COUNT             PIC 9(07) VALUE 0.

       01  WS-HDR-1                 PIC X(80) VALUE
           "APPLICANT MASTER BUILD FROM SUBMISSION HISTORY".
       01  WS-HDR-2.
           05  FILLER               PIC X(44) VALUE
               "ACNT-BRK ACNT-NO ACTION       ID  KEEP-ACNT ".
           05  FILLER               PIC X(37) VALUE
               "  HIST-ID HIST-KEEP".

       01  WS-DETAIL-LINE.
           05  WS-D-ACNT-BROKER     PIC X(04).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-D-ACNT-NO         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ACTION          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-ID-CODE         PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-KEEP-ACNT       PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-D-HIST-ID         PIC X(03).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-D-HIST-KEEP       PIC X(11).

       COPY apllook.
       COPY aplgrp.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORT-WORK ON ASCENDING KEY SORT-KEY SORT-TX-DATE
               INPUT PROCEDURE IS 1000-RELEASE-APPLICANTS
               GIVING APL-SORTED

           OPEN OUTPUT BLD-RPT-FILE
           MOVE WS-HDR-1 TO BLD-RPT-LINE
           WRITE BLD-RPT-LINE
           MOVE WS-HDR-2 TO BLD-RPT-LINE
           WRITE BLD-RPT-LINE

           OPEN INPUT APL-SORTED
           OPEN INPUT APM-IN-FILE
           OPEN OUTPUT APM-OUT-FILE
           PERFORM 4000-READ-SORTED
           PERFORM 4100-READ-OLD-MASTER
           PERFORM UNTIL SORTED-EOF
               PERFORM 2000-SUMMARISE-ACCOUNT
               PERFORM 3000-MERGE-ACCOUNT
           END-PERFORM
           PERFORM UNTIL APM-EOF
               PERFORM 3900-COPY-OLD-MASTER
           END-PERFORM
           CLOSE APL-SORTED APM-IN-FILE APM-OUT-FILE

           PERFORM 9000-PRINT-TOTALS
           CLOSE BLD-RPT-FILE
           STOP RUN.

      * SORT 輸入處理:正常且未註記錯誤代碼之申報，逐申請人(含
      * 溢位申請人)釋出一筆。
       1000-RELEASE-APPLICANTS.
           OPEN INPUT M01H-FILE
           PERFORM UNTIL M01H-EOF
               READ M01H-FILE
                   AT END SET M01H-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF STATE-NORMAL AND TRAN-CODE = SPACE
                               AND ERROR-CODE = SPACES
                           PERFORM 1100-RELEASE-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE M01H-FILE.

       1100-RELEASE-ONE-CASE.
           MOVE SPACE TO APLL-FUNC
           CALL "APLLOOK" USING APLL-PARM M01 APG-LIST
           PERFORM VARYING APG-X FROM 1 BY 1 UNTIL APG-X > APG-COUNT
               IF APG-ACNT-BROKER(APG-X) NOT = SPACES
                       AND APG-ACNT-NO(APG-X) > 0
                   MOVE APG-ACNT-BROKER(APG-X) TO SORT-ACNT-BROKER
                   MOVE APG-ACNT-NO(APG-X)     TO SORT-ACNT-NO
                   MOVE TX-DATE                TO SORT-TX-DATE
                   MOVE APG-ID-CODE(APG-X)     TO SORT-ID-CODE
                   MOVE APG-KEEP-ACNT(APG-X)   TO SORT-KEEP-ACNT
                   RELEASE SORT-REC
                   ADD 1 TO WS-REL-COUNT
               END-IF
           END-PERFORM.

      * 彙總同一帳戶之歷史申報:首次/最近申報日、最近之身份碼
      * 與保管帳號，及歷次申報是否互相矛盾。
       2000-SUMMARISE-ACCOUNT.
           MOVE SD-KEY       TO WS-G-KEY
           MOVE SD-TX-DATE   TO WS-G-FIRST-DATE
           MOVE SD-ID-CODE   TO WS-G-ID-CODE
           MOVE SD-KEEP-ACNT TO WS-G-KEEP-ACNT
           MOVE 'N' TO WS-G-ID-DIFF WS-G-KEEP-DIFF
           PERFORM UNTIL SORTED-EOF OR SD-KEY NOT = WS-G-KEY
               IF SD-ID-CODE NOT = WS-G-ID-CODE
                   MOVE 'Y' TO WS-G-ID-DIFF
               END-IF
               IF SD-KEEP-ACNT NOT = WS-G-KEEP-ACNT
                   MOVE 'Y' TO WS-G-KEEP-DIFF
               END-IF
               MOVE SD-TX-DATE   TO WS-G-LAST-DATE
               MOVE SD-ID-CODE   TO WS-G-ID-CODE
               MOVE SD-KEEP-ACNT TO WS-G-KEEP-ACNT
               PERFORM 4000-READ-SORTED
           END-PERFORM.

      * 與既有主檔逐鍵比對:小於本帳戶之主檔記錄原樣寫出，相同
      * 者更新最近申報日，主檔尚無者新建。
       3000-MERGE-ACCOUNT.
           PERFORM UNTIL APM-EOF
                   OR APM-KEY OF APL-MASTER-REC NOT < WS-G-KEY
               PERFORM 3900-COPY-OLD-MASTER
           END-PERFORM
           IF NOT APM-EOF AND APM-KEY OF APL-MASTER-REC = WS-G-KEY
               PERFORM 3100-UPDATE-EXISTING
               PERFORM 4100-READ-OLD-MASTER
           ELSE
               PERFORM 3200-ADD-NEW-ACCOUNT
           END-IF.

       3100-UPDATE-EXISTING.
           ADD 1 TO WS-SEEN-COUNT
           MOVE APL-MASTER-REC TO APM-OUT-REC
           IF WS-G-LAST-DATE > APM-LAST-DATE OF APM-OUT-REC
               MOVE WS-G-LAST-DATE
                   TO APM-LAST-DATE OF APM-OUT-REC
           END-IF
           IF APM-FIRST-DATE OF APM-OUT-REC = 0
                   OR WS-G-FIRST-DATE < APM-FIRST-DATE OF APM-OUT-REC
               MOVE WS-G-FIRST-DATE
                   TO APM-FIRST-DATE OF APM-OUT-REC
           END-IF
           IF WS-G-ID-CODE NOT = APM-ID-CODE OF APM-OUT-REC
                   OR WS-G-KEEP-ACNT
                       NOT = APM-KEEP-ACNT OF APM-OUT-REC
               ADD 1 TO WS-DIFF-COUNT
               MOVE "HIST DIFFERS" TO WS-D-ACTION
               PERFORM 5000-PRINT-DETAIL
           END-IF
           PERFORM 3800-WRITE-NEW.

       3200-ADD-NEW-ACCOUNT.
           ADD 1 TO WS-ADD-COUNT
           MOVE SPACES TO APM-OUT-REC
           MOVE WS-G-KEY       TO APM-KEY OF APM-OUT-REC
           MOVE WS-G-ID-CODE   TO APM-ID-CODE OF APM-OUT-REC
           MOVE WS-G-KEEP-ACNT TO APM-KEEP-ACNT OF APM-OUT-REC
           MOVE WS-G-FIRST-DATE
               TO APM-FIRST-DATE OF APM-OUT-REC
           MOVE WS-G-LAST-DATE TO APM-LAST-DATE OF APM-OUT-REC
           IF WS-G-ID-DIFF = 'Y' OR WS-G-KEEP-DIFF = 'Y'
               MOVE 'N' TO APM-VERIFIED OF APM-OUT-REC
               ADD 1 TO WS-UNVER-COUNT
               MOVE "ADD UNVERIF" TO WS-D-ACTION
               PERFORM 5000-PRINT-DETAIL
           ELSE
               MOVE 'Y' TO APM-VERIFIED OF APM-OUT-REC
           END-IF
           PERFORM 3800-WRITE-NEW.

       3800-WRITE-NEW.
           WRITE APM-OUT-REC
           ADD 1 TO WS-OUT-COUNT.

       3900-COPY-OLD-MASTER.
           MOVE APL-MASTER-REC TO APM-OUT-REC
           WRITE APM-OUT-REC
           ADD 1 TO WS-OUT-COUNT
           PERFORM 4100-READ-OLD-MASTER.

       4000-READ-SORTED.
           READ APL-SORTED
               AT END SET SORTED-EOF TO TRUE
           END-READ.

       4100-READ-OLD-MASTER.
           READ APM-IN-FILE
               AT END SET APM-EOF TO TRUE
               NOT AT END ADD 1 TO WS-OLD-COUNT
           END-READ.

      * 列示主檔值(新建者為最近申報值)與歷史最近申報值。
       5000-PRINT-DETAIL.
           MOVE WS-G-ACNT-BROKER TO WS-D-ACNT-BROKER
           MOVE WS-G-ACNT-NO     TO WS-D-ACNT-NO
           MOVE APM-ID-CODE OF APM-OUT-REC   TO WS-D-ID-CODE
           MOVE APM-KEEP-ACNT OF APM-OUT-REC TO WS-D-KEEP-ACNT
           MOVE WS-G-ID-CODE     TO WS-D-HIST-ID
           MOVE WS-G-KEEP-ACNT   TO WS-D-HIST-KEEP
           MOVE WS-DETAIL-LINE TO BLD-RPT-LINE
           WRITE BLD-RPT-LINE.

       9000-PRINT-TOTALS.
           MOVE SPACES TO BLD-RPT-LINE
           WRITE BLD-RPT-LINE
           STRING "HISTORY RECORDS READ...: " WS-READ-COUNT
               DELIMITED BY SIZE INTO BLD-RPT-LINE
           WRITE BLD-RPT-LINE
           MOVE SPACES TO BLD-RPT-LINE
           STRING "APPLICANT ROWS SORTED..: " WS-REL-COUNT
               DELIMITED BY SIZE INTO BLD-RPT-LINE
           WRITE BLD-RPT-LINE
           MOVE SPACES TO BLD-RPT-LINE
           STRING "MASTER ROWS IN.........: " WS-OLD-COUNT
               DELIMITED BY SIZE INTO BLD-RPT-LINE
           WRITE BLD-RPT-LINE
           MOVE SPACES TO BLD-RPT-LINE
           STRING "ACCOUNTS SEEN AGAIN....: " WS-SEEN-COUNT
               DELIMITED BY SIZE INTO BLD-RPT-LINE
           WRITE BLD-RPT-LINE
           MOVE SPACES TO BLD-RPT-LINE
           STRING "  HISTORY DIFFERS......: " WS-DIFF-COUNT
               DELIMITED BY SIZE INTO BLD-RPT-LINE
           WRITE BLD-RPT-LINE
           MOVE SPACES TO BLD-RPT-LINE
           STRING "ACCOUNTS ADDED.........: " WS-ADD-COUNT
               DELIMITED BY SIZE INTO BLD-RPT-LINE
           WRITE BLD-RPT-LINE
           MOVE SPACES TO BLD-RPT-LINE
           STRING "  ADDED UNVERIFIED.....: " WS-UNVER-COUNT
               DELIMITED BY SIZE INTO BLD-RPT-LINE
           WRITE BLD-RPT-LINE
           MOVE SPACES TO BLD-RPT-LINE
           STRING "MASTER ROWS OUT........: " WS-OUT-COUNT
               DELIMITED BY SIZE INTO BLD-RPT-LINE
           WRITE BLD-RPT-LINE.
